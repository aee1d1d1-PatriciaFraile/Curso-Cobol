      ******************************************************************
      * COPYBOOK   : BKLGREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row on the append-only BKOUTLOG backout log.
      *              BACKOUT appends a row for every run that reversed
      *              anything: the run date and cycle it was asked to
      *              back out (cycle zero is the whole day), and how
      *              many OPERATIONS audit rows it selected.  The
      *              audit rows themselves stay on AUDITOUT/AUDHIST
      *              untouched, so BALRBLD needs this log to know
      *              which of them BALFIL no longer carries: the
      *              first BJ-ROWS-SELECTED rows in file order that
      *              match the date and cycle are the ones reversed
      *              (a corrected rerun of the same day appends its
      *              rows after them).
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original backout log layout (40 bytes).
      ******************************************************************
       01  BACKOUT-LOG-RECORD.
           05  BJ-BACKOUT-DATE         PIC 9(8).
           05  BJ-BACKOUT-CYCLE        PIC 9(3).
           05  BJ-ROWS-SELECTED        PIC 9(7).
           05  BJ-USER-ID              PIC X(8).
           05  BJ-LOG-DATE             PIC 9(8).
           05  BJ-LOG-TIME             PIC 9(6).
