      *                     can set the return code -- blob and
      *                     per-cycle alike -- covers the current
      *                     cycle only.
      *    2026-10-15  RA   AUDITREC/RESREC grew the currency,
      *                     original amounts and FX rate (95/120
      *                     bytes); only the record lengths change
      *                     here.
      *    2026-10-15  RA   The month-end interest capitalisation
      *                     INTACCR writes is an audit/billing pair
      *                     too (op code INT), so its audit rows are
      *                     tallied with OPERATIONS' against BILLEXT.
      *    2026-10-15  RA   Manual adjustments ADJPOST posts write an
      *                     ADJ audit row always but an ADJ billing
      *                     row only when the reason bills, so they
      *                     are kept out of the paired footing and
      *                     reported on their own line; more ADJ
      *                     billing rows than ADJ audit rows is
      *                     still an imbalance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Balchk.
           COPY RUNSTREC.

       FD  RESULT-FILE-IN
           RECORD CONTAINS 120 CHARACTERS.
           COPY RESREC.

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BILL-EXTRACT-IN
       77  BC-BILL-MUL-COUNT           PIC 9(7)  VALUE ZERO.
       77  BC-BILL-DIV-COUNT           PIC 9(7)  VALUE ZERO.
       77  BC-BILL-OTHER-COUNT         PIC 9(7)  VALUE ZERO.
       77  BC-AUDIT-ADJ-COUNT          PIC 9(7)  VALUE ZERO.
       77  BC-BILL-ADJ-COUNT           PIC 9(7)  VALUE ZERO.
       77  BC-CYCLE-SUB                PIC 9(3)  VALUE ZERO.
       77  BC-WORK-CYCLE               PIC 9(3)  VALUE ZERO.
       77  BC-CY-ACCOUNTED             PIC 9(7)  VALUE ZERO.
               UNTIL BC-RESULT-EOF-YES
           PERFORM 4000-TALLY-AUDIT
               UNTIL BC-AUDIT-EOF-YES
           PERFORM 5000-TALLY-BILLEXT THRU 5000-NEXT
               UNTIL BC-BILL-EOF-YES
           PERFORM 8000-TERMINATE
           GOBACK.
           END-READ.

      ******************************************************************
      * 4000-TALLY-AUDIT - COUNT TODAY'S BILLED AUDIT ROWS BY OP       *
      ******************************************************************
       4000-TALLY-AUDIT.
           IF (AR-PROGRAM-NAME = "OPERATIONS"
                   OR AR-PROGRAM-NAME = "INTACCR")
                   AND AR-RUN-DATE = BC-RUN-DATE
               MOVE 1 TO BC-WORK-CYCLE
               IF AR-CYCLE IS NUMERIC
               END-IF
           END-IF

           IF AR-PROGRAM-NAME = "ADJPOST"
                   AND AR-RUN-DATE = BC-RUN-DATE
                   AND AR-CYCLE = BC-CYCLE-NUMBER
               ADD 1 TO BC-AUDIT-ADJ-COUNT
           END-IF

           PERFORM 4100-READ-AUDIT.

       4100-READ-AUDIT.
      * 5000-TALLY-BILLEXT - COUNT THE BILLING EXTRACT ROWS BY OP CODE *
      ******************************************************************
       5000-TALLY-BILLEXT.
           IF BE-OP-CODE = "ADJ"
               IF BE-CYCLE = BC-CYCLE-NUMBER
                   ADD 1 TO BC-BILL-ADJ-COUNT
               END-IF
               GO TO 5000-NEXT
           END-IF

           MOVE 1 TO BC-WORK-CYCLE
           IF BE-CYCLE IS NUMERIC
               MOVE BE-CYCLE TO BC-WORK-CYCLE
                   WHEN OTHER
                       ADD 1 TO BC-BILL-OTHER-COUNT
               END-EVALUATE
           END-IF.

       5000-NEXT.
           PERFORM 5100-READ-BILLEXT.

       5100-READ-BILLEXT.
               SET BC-IMBALANCE TO TRUE
           END-IF

           DISPLAY "BALCHK:   ADJ " BC-AUDIT-ADJ-COUNT " / "
               BC-BILL-ADJ-COUNT " (MANUAL ADJUSTMENTS, BILLED BY "
               "REASON, NOT PAIRED)"
           IF BC-BILL-ADJ-COUNT > BC-AUDIT-ADJ-COUNT
               DISPLAY "BALCHK: *** MORE ADJ BILLING ROWS THAN ADJ "
                   "AUDIT ROWS ***"
               SET BC-IMBALANCE TO TRUE
           END-IF

           DISPLAY "BALCHK: BY CYCLE:"
           MOVE ZERO TO BC-CYCLE-SUB
           PERFORM 8500-CROSS-FOOT-ONE-CYCLE THRU 8500-EXIT
               UNTIL BC-CYCLE-SUB = 99

           IF BC-IMBALANCE
