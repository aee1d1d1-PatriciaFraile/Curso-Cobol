      *                     portion of the file, while the overall
      *                     counts are still restored from
      *                     CDCHKPT.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE (37
      *                     bytes) and AUDITREC the currency,
      *                     original amounts and FX rate (95).  The
      *                     tiers still classify the amounts as
      *                     sent; the audit row records the
      *                     currency with a zero rate (not
      *                     converted).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conditionals.
           05  PI-GROUP-CODE           PIC X(4).

       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  AUDIT-FILE-OUT
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  TOLER-PARM-IN

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL CD-EOF-YES
           PERFORM 8000-TERMINATE

           PERFORM 2100-READ-TRANSACTION
           IF CD-RESTART-YES
               PERFORM 1160-SKIP-TO-CHECKPOINT THRU 1160-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
                       SET CD-PARM-FOUND TO TRUE
                   END-IF
               ELSE
                   PERFORM 1130-JUDGE-GROUP-PARM THRU 1130-EXIT
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-RECORD.
                       MOVE "HIGH" TO CD-TIER
                       DISPLAY "Result is : " NR-RESULT " - HIGH"
               END-EVALUATE
               PERFORM 2040-TALLY-GROUP-TIER THRU 2040-EXIT

               PERFORM 2060-WRITE-CLASSIFIED-ROW

               MOVE NR-NUM2 TO AR-NUM2
               MOVE NR-RESULT TO AR-RESULT
               MOVE CD-CYCLE-NUMBER TO AR-CYCLE
               MOVE TR-CURRENCY-CODE TO AR-CURRENCY-CODE
               MOVE TR-NUM1 TO AR-ORIG-NUM1
               MOVE TR-NUM2 TO AR-ORIG-NUM2
               MOVE ZERO TO AR-FX-RATE
               WRITE AUDIT-RECORD
               MOVE TR-KEY TO CD-LAST-TRAN-KEY
               ADD 1 TO CD-RECORD-COUNT
           IF BH-HEADER-RECORD
               PERFORM 2160-OPEN-BATCH
           ELSE
               PERFORM 2170-VERIFY-BATCH-TRAILER THRU 2170-EXIT
           END-IF.

       2160-OPEN-BATCH.
