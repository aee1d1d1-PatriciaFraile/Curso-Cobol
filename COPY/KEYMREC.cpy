      ******************************************************************
      * COPYBOOK   : KEYMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One maintenance request against KEYMST, the
      *              raw KEYMNT stream MNTSTAGE lands on PENDCHG for
      *              approval before KEYMAINT applies it.
      *              KM-ACTION-CODE is "A" to open a new key, "C" to
      *              change an existing one, or "D" to delete one.
      *              KM-STATUS-FLAG is "O" open, "F" frozen or "C"
      *              closed (blank on an add means open).
      *              KM-EFF-DATE is the open date on an add and the
      *              close date when a change closes the key; zeros
      *              take the request date.  On a change a blank
      *              owner name, group or status keeps the current
      *              value, so a freeze needs only the key and the
      *              new status.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original key maintenance layout
      *                     (58 bytes).
      ******************************************************************
       01  KEY-MAINT-RECORD.
           05  KM-ACTION-CODE          PIC X(1).
           05  KM-KEY                  PIC X(6).
           05  KM-OWNER-NAME           PIC X(30).
           05  KM-GROUP-CODE           PIC X(4).
           05  KM-STATUS-FLAG          PIC X(1).
           05  KM-EFF-DATE             PIC 9(8).
           05  KM-USER-ID              PIC X(8).
