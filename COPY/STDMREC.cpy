      ******************************************************************
      * COPYBOOK   : STDMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One maintenance request against STDINST, the
      *              raw STDMNT stream MNTSTAGE lands on PENDCHG for
      *              approval before STDMAINT applies it.
      *              SM-ACTION-CODE is "A" to add an instruction,
      *              "C" to replace the terms of an existing one, or
      *              "D" to delete one (only the key is needed).  An
      *              add or change carries the full terms; a change
      *              keeps the instruction's last-generated date, so
      *              an occurrence already generated is not
      *              generated twice.  To stop an instruction from a
      *              given date, change its SM-END-DATE.
      *              SM-FREQUENCY and SM-RUN-DAY are as on STDIREC;
      *              SM-USER-ID is the person who prepared the
      *              request.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original standing-instruction maintenance
      *                     layout (65 bytes).
      ******************************************************************
       01  STANDING-MAINT-RECORD.
           05  SM-ACTION-CODE          PIC X(1).
           05  SM-KEY                  PIC X(6).
           05  SM-GROUP-CODE           PIC X(4).
           05  SM-OP-CODE              PIC X(4).
           05  SM-NUM1                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  SM-NUM2                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  SM-CURRENCY-CODE        PIC X(3).
           05  SM-FREQUENCY            PIC X(1).
           05  SM-RUN-DAY              PIC 9(2).
           05  SM-START-DATE           PIC 9(8).
           05  SM-END-DATE             PIC 9(8).
           05  SM-USER-ID              PIC X(8).
