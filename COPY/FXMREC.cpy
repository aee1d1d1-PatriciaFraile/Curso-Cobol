      ******************************************************************
      * COPYBOOK   : FXMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One maintenance request against FXRATE, the raw
      *              FXMNT stream MNTSTAGE lands on PENDCHG for
      *              approval before FXMAINT applies it.
      *              FM-ACTION-CODE is "A" to add a rate, "C" to
      *              change one or "D" to delete one; FM-RATE is
      *              ignored on a delete.  FM-EFF-DATE names the
      *              effective date being maintained (part of the
      *              FXRATE record key), and FM-USER-ID the person
      *              who prepared the request.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original exchange-rate maintenance layout
      *                     (30 bytes).
      ******************************************************************
       01  FX-MAINT-RECORD.
           05  FM-ACTION-CODE          PIC X(1).
           05  FM-CURRENCY-CODE        PIC X(3).
           05  FM-EFF-DATE             PIC 9(8).
           05  FM-RATE                 PIC 9(4)V9(6).
           05  FM-USER-ID              PIC X(8).
