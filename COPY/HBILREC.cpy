      ******************************************************************
      * COPYBOOK   : HBILREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One billing row held back from transmission on
      *              the HELDBILL generation file because its key is
      *              on hold on KEYHOLD.  HB-BILL-ROW is the BILLEXT
      *              row exactly as OPERATIONS (or ADJPOST/INTACCR)
      *              wrote it, so BILLWRAP can release it into the
      *              BILLEXB transmission unchanged once the key is
      *              cleared; HB-HELD-DATE is the business date the
      *              row was first held back.  PRIAGE totals the rows
      *              still held per key.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original held-billing layout (50 bytes).
      ******************************************************************
       01  HELD-BILLING-RECORD.
           05  HB-BILL-ROW.
               10  HB-KEY              PIC X(6).
               10  FILLER              PIC X(23).
               10  HB-RESULT           PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
               10  HB-CYCLE            PIC 9(3).
           05  HB-HELD-DATE            PIC 9(8).
