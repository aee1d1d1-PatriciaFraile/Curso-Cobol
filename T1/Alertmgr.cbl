
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROMPT-AND-DISPATCH
               UNTIL MG-QUIT-YES
           PERFORM 8000-TERMINATE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO MG-NEW-STATUS
                   PERFORM 4000-WORK-ONE-ALERT THRU 4000-EXIT
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO MG-NEW-STATUS
                   PERFORM 4000-WORK-ONE-ALERT THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "ALERTMGR: INVALID COMMAND, TRY AGAIN"
           END-EVALUATE.
                   DISPLAY "ALERTMGR: NO ALERT " MG-PICK-DATE "/"
                       MG-PICK-SEQUENCE " ON THE MASTER"
               NOT INVALID KEY
                   PERFORM 4100-APPLY-STATUS-CHANGE THRU 4100-EXIT
           END-READ.
       4000-EXIT.
           EXIT.
