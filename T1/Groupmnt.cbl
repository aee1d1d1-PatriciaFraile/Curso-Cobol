       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF GN-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-MAINT-RECORD THRU 2000-NEXT
                   UNTIL GN-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
