
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MATCH-ACKNOWLEDGMENTS
               UNTIL BR-EXTRACT-EOF-YES AND BR-ACK-EOF-YES
           PERFORM 8000-TERMINATE
