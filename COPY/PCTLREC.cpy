      ******************************************************************
      * COPYBOOK   : PCTLREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row on the append-only PERCTL period-control
      *              file.  PERCLOSE appends a "C" (closed) row when it
      *              closes a month, and an "R" (reopened) row when an
      *              authorised user reopens one; the LATEST row for a
      *              period is its state.  RUNGATE refuses a run, and
      *              BACKOUT a reversal, whose business date falls in
      *              a period whose latest row is "C".  PL-USER-ID is
      *              blank on the nightly close and carries the
      *              signed-on user on a reopen or a manual re-close.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original period-control layout (31 bytes).
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PL-PERIOD               PIC 9(6).
           05  PL-STATUS-FLAG          PIC X(1).
               88  PL-CLOSED                     VALUE "C".
               88  PL-REOPENED                   VALUE "R".
           05  PL-BUSINESS-DATE        PIC 9(8).
           05  PL-USER-ID              PIC X(8).
           05  PL-LOG-DATE             PIC 9(8).
