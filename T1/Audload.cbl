      *                     the duplicate-row comparison, so the
      *                     same key/date activity from two cycles
      *                     loads as two rows.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audload.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  AUDIT-INDEX-IO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-AUDIT-ROW
               UNTIL LD-EOF-YES
           PERFORM 8000-TERMINATE
