      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-08-22
      *
      * REMARKS    : Batch header and trailer views of the 37-byte
      *              TRANIN record, supplied by the upstream provider
      *              around the TRANREC data records.  COPY this
      *              member under the same FD as TRANREC; the record
      *                     cutoffs); each trailer covers only the
      *                     records since its own header.  The
      *                     layouts are unchanged.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE (37 bytes);
      *                     both views take the extra three bytes as
      *                     FILLER.  The hash total stays on TR-NUM1
      *                     as sent, before any currency conversion.
      ******************************************************************
       01  TRAN-BATCH-HEADER.
           05  BH-RECORD-TYPE          PIC X(6).
               88  BH-HEADER-RECORD              VALUE "BATHDR".
           05  BH-BATCH-ID             PIC X(8).
           05  BH-CREATE-DATE          PIC 9(8).
           05  FILLER                  PIC X(15).

       01  TRAN-BATCH-TRAILER.
           05  BT-RECORD-TYPE          PIC X(6).
           05  BT-RECORD-COUNT         PIC 9(7).
           05  BT-HASH-TOTAL           PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(10).
