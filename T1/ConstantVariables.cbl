
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           DISPLAY "Hello world".
           DISPLAY GREETING.
           DISPLAY NUM.
