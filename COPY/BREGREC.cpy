      ******************************************************************
      * COPYBOOK   : BREGREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The BATCHREG inbound batch registry, one record
      *              per TRANIN batch TRANEDIT has accepted, appended
      *              at the end of each edit run and never rewritten.
      *              TRANEDIT reads it before it passes a batch: a
      *              batch id, or a record count and hash total pair,
      *              already on the registry from another run means
      *              the batch is a resend and it is bounced whole.
      *              A row for the same business date and cycle is
      *              the same batch met again by a rerun of the edit
      *              step, not a resend.  BG-SOURCE tells the
      *              provider's own batches from the ones the night
      *              builds itself (STDGEN standing instructions and
      *              SUSPINJ suspense re-injection), whose totals can
      *              legitimately repeat and are judged on the id
      *              only.  BATCHLST lists the registry on demand.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original batch registry layout (56 bytes).
      ******************************************************************
       01  BATCH-REGISTRY-RECORD.
           05  BG-BATCH-ID             PIC X(8).
           05  BG-SOURCE               PIC X(1).
               88  BG-PROVIDER-BATCH             VALUE "P".
               88  BG-STANDING-BATCH             VALUE "S".
               88  BG-SUSPENSE-BATCH             VALUE "Q".
           05  BG-CREATE-DATE          PIC 9(8).
           05  BG-RECORD-COUNT         PIC 9(7).
           05  BG-HASH-TOTAL           PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BG-ACCEPT-COUNT         PIC 9(7).
           05  BG-BUSINESS-DATE        PIC 9(8).
           05  BG-CYCLE                PIC 9(3).
