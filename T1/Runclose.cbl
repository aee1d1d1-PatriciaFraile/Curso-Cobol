       0000-MAIN-PROCEDURE.
           PERFORM 1000-GET-RUN-CONTROL
           IF RX-CTL-OK
               PERFORM 2000-LOG-COMPLETION THRU 2000-EXIT
           END-IF
           GOBACK.

