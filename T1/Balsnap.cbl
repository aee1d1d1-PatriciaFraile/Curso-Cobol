
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SNAPSHOT-BALANCE
               UNTIL SP-EOF-YES
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1100-CHECK-ALREADY-SNAPPED THRU 1100-EXIT
           IF SP-ALREADY-SNAPPED
               DISPLAY "BALSNAP: " SP-RUN-DATE " IS ALREADY ON "
                   "BALHIST, NOTHING APPENDED"
