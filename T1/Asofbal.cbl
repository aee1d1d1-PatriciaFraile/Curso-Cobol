
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT
           IF AB-PARM-OK
               IF AB-AS-OF-DATE NOT = ZERO
                   PERFORM 2000-REPORT-AS-OF-BALANCE
