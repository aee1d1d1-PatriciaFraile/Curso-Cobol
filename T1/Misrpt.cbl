      *                     tallies record count and result sum per
      *                     cycle, so a supplementary run no longer
      *                     disappears into the main run's totals.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Misrpt.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  RUNSTATS-FILE-OUT

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-AUDIT-RECORD
               UNTIL MR-EOF-YES
           PERFORM 8000-TERMINATE
