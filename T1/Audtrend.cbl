      *                     the run/cycle number (62/87/42/51
      *                     bytes); only the record lengths change
      *                     here.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audtrend.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  RUN-CTL-IN

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-HISTORY-RECORD
               UNTIL AT-EOF-YES
           PERFORM 8000-TERMINATE
