      ******************************************************************
      * COPYBOOK   : FXRREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : Keyed exchange-rate record held on FXRATE, one
      *              row per currency per effective date.  FX-RATE is
      *              the number of base-currency units one unit of
      *              FX-CURRENCY-CODE buys, to six decimals.
      *              OPERATIONS converts a transaction's TR-NUM1/
      *              TR-NUM2 with the rate carrying the highest
      *              effective date on or before the business date,
      *              the same selection rule CONSTFIL uses, and
      *              refuses the transaction when no such rate
      *              exists.  FXMAINT maintains the file through the
      *              PENDCHG maker/checker workflow, the way
      *              CONSTMAIN maintains CONSTFIL.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original exchange-rate layout (21 bytes).
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FX-RECORD-KEY.
               10  FX-CURRENCY-CODE    PIC X(3).
               10  FX-EFF-DATE         PIC 9(8).
           05  FX-RATE                 PIC 9(4)V9(6).
