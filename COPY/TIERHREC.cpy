      ******************************************************************
      * COPYBOOK   : TIERHREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The TIERHST tier history, one record per key per
      *              business date it was classified, appended by
      *              TIERMIG and never rewritten.  TH-TIER is the
      *              key's highest tier of the date and TH-PRIOR-TIER
      *              its tier at the classification before (spaces
      *              for a key met for the first time).  A later
      *              cycle of the same date that raises the key's
      *              tier appends a further row for the date with
      *              the later cycle; the row of the highest cycle
      *              is the one that stands.  A rerun that changes
      *              nothing appends nothing.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original tier history layout (38 bytes).
      ******************************************************************
       01  TIER-HISTORY-RECORD.
           05  TH-KEY                  PIC X(6).
           05  TH-BUSINESS-DATE        PIC 9(8).
           05  TH-CYCLE                PIC 9(3).
           05  TH-GROUP-CODE           PIC X(4).
           05  TH-TIER                 PIC X(6).
           05  TH-PRIOR-TIER           PIC X(6).
           05  TH-ROW-COUNT            PIC 9(5).
