
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-OUTSTANDING-ROW
               UNTIL BF-OUTS-EOF-YES
           PERFORM 3000-MERGE-EXCEPTION-ROW
           DISPLAY "=========================================="

           MOVE ZERO TO BF-ITEM-SUB
           PERFORM 8100-CARRY-ONE-ITEM THRU 8100-EXIT
               UNTIL BF-ITEM-SUB = BF-ITEM-COUNT

           IF BF-OUTS-OUT-STATUS = "00"

           IF BF-IT-NIGHTS-OUT(BF-ITEM-SUB)
                   NOT < BF-RETRANS-NIGHTS
               PERFORM 8200-WRITE-RETRANS-ROW THRU 8200-EXIT
           END-IF

           IF BF-OUTS-OUT-STATUS = "00"
