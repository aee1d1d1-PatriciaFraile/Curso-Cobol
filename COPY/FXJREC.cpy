      ******************************************************************
      * COPYBOOK   : FXJREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One FXRJRN journal row per maintenance action
      *              FXMAINT applies to FXRATE: who prepared and who
      *              approved it, the currency and effective date
      *              maintained, and the rate before and after.  The
      *              rates are kept as text so "(NONE)" can stand
      *              where no rate existed, as on CONSTJRN.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original exchange-rate journal layout
      *                     (56 bytes).
      ******************************************************************
       01  FX-JOURNAL-RECORD.
           05  FJ-RUN-DATE             PIC 9(8).
           05  FJ-USER-ID              PIC X(8).
           05  FJ-ACTION-CODE          PIC X(1).
           05  FJ-CURRENCY-CODE        PIC X(3).
           05  FJ-EFF-DATE             PIC 9(8).
           05  FJ-BEFORE-RATE          PIC X(10).
           05  FJ-AFTER-RATE           PIC X(10).
           05  FJ-APPROVER-ID          PIC X(8).
