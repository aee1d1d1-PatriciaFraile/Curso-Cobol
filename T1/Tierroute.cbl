
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ROUTE-CLASSIFIED-ROW
               UNTIL RT-EOF-YES
           PERFORM 8000-TERMINATE
