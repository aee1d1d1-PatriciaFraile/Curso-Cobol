      ******************************************************************
      * COPYBOOK   : TIERMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The TIERMST tier master, one record per key
      *              CONDITIONALS has ever classified, keyed on the
      *              key and kept by TIERMIG.  TY-LAST- is the key's
      *              tier on the latest business date it was
      *              classified (its highest tier of the date) and
      *              TY-PRIOR- the tier of the classification before
      *              that, so tonight's migration is LAST against
      *              PRIOR.  TY-HIGH-STREAK counts the consecutive
      *              classifications the key has been HIGH, since
      *              TY-HIGH-SINCE; the PRIOR copies of both let a
      *              rerun or a later cycle of the same date recount
      *              the date without counting it twice.  The full
      *              date-by-date history is on TIERHST.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original tier master layout (75 bytes).
      ******************************************************************
       01  TIER-MASTER-RECORD.
           05  TY-KEY                  PIC X(6).
           05  TY-GROUP-CODE           PIC X(4).
           05  TY-FIRST-DATE           PIC 9(8).
           05  TY-LAST-DATE            PIC 9(8).
           05  TY-LAST-CYCLE           PIC 9(3).
           05  TY-LAST-TIER            PIC X(6).
           05  TY-HIGH-STREAK          PIC 9(5).
           05  TY-HIGH-SINCE           PIC 9(8).
           05  TY-PRIOR-DATE           PIC 9(8).
           05  TY-PRIOR-TIER           PIC X(6).
           05  TY-PRIOR-STREAK         PIC 9(5).
           05  TY-PRIOR-SINCE          PIC 9(8).
