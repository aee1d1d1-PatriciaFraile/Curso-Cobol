
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-ONE-ALERT
               UNTIL SW-EOF-YES
           PERFORM 8000-TERMINATE
                   AND AM-PROGRAM-NAME NOT = "ALERTSWP"
               PERFORM 2200-COMPUTE-AGE-HOURS
               IF SW-AGE-HOURS NOT < SW-ESCALATE-HOURS
                   PERFORM 2300-ESCALATE-ALERT THRU 2300-EXIT
               END-IF
           END-IF

