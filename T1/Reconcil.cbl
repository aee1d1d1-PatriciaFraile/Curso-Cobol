      *                     tolerance and mismatched.  No MTCHPARM
      *                     or a zero tolerance keeps exact
      *                     matching.
      *    2026-10-15  RA   RESREC grew the currency, original
      *                     amounts and FX rate (120 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reconcil.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE-IN
           RECORD CONTAINS 120 CHARACTERS.
           COPY RESREC.

       FD  EXPECTED-FILE-IN

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECONCILE-KEYS
               UNTIL RC-RESULT-EOF-YES AND RC-EXPECTED-EOF-YES
           PERFORM 8000-TERMINATE
