      *                     (STMTF1-STMTF5), the single STMTOUT
      *                     listing retired, and the new STMTMAN
      *                     manifest proving what each file holds.
      *    2026-10-15  RA   RESREC grew the currency, original
      *                     amounts and FX rate (120 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grpstmt.
           05  BP-RUN-ID-SEED          PIC 9(4).

       FD  RESULT-FILE-IN
           RECORD CONTAINS 120 CHARACTERS.
           COPY RESREC.

       FD  GROUP-FILE-IN.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GS-ABORT-YES
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-RECIP-CODE

       5100-RELEASE-ONE-RESULT.
           PERFORM 2200-SELECT-RECORD-RESULT
           PERFORM 5200-LOOKUP-GROUP-ROUTING THRU 5200-EXIT
           MOVE GS-LOOKUP-RECIP-CODE TO SR-RECIP-CODE
           MOVE GS-LOOKUP-DIVISION-CODE TO SR-DIVISION-CODE
           MOVE RO-GROUP-CODE TO SR-GROUP-CODE
