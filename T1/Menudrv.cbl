      *                     called programs, and every sign-on and
      *                     invocation lands on the SECLOG security
      *                     log.
      *    2026-10-15  RA   Added the PRIDISP risk desk disposition
      *                     screen as option 10 under its own
      *                     UP-RISKDESK-FLAG.  MD-CHOICE is now
      *                     alphanumeric so a two-digit option can be
      *                     keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Menudrv.
       77  MD-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  MD-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  MD-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  MD-CHOICE                   PIC X(2)  VALUE SPACES.
       77  MD-QUIT-SWITCH               PIC X(1)  VALUE "N".
           88  MD-QUIT-YES                        VALUE "Y".
       77  MD-SIGNED-ON-SWITCH         PIC X(1)  VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0500-SIGN-ON THRU 0500-EXIT
           PERFORM 1000-SHOW-MENU
               UNTIL MD-QUIT-YES
           STOP RUN.
           IF UP-MAY-APPROVE
               DISPLAY "  9. Mntapprv"
           END-IF
           IF UP-MAY-RISKDESK
               DISPLAY " 10. Pridisp"
           END-IF
           DISPLAY "  0. Exit"
           DISPLAY "============================================"
           DISPLAY "Enter your choice:"
           ACCEPT MD-CHOICE

           EVALUATE MD-CHOICE
               WHEN "1"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-INTRO
                       SET MD-ENTITLED TO TRUE
                       CALL "Introduction"
                       CANCEL "Introduction"
                   END-IF
               WHEN "2"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-CONSTV
                       SET MD-ENTITLED TO TRUE
                       CALL "ConstantVariables"
                       CANCEL "ConstantVariables"
                   END-IF
               WHEN "3"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-CONDS
                       SET MD-ENTITLED TO TRUE
                       CALL "Conditionals"
                       CANCEL "Conditionals"
                   END-IF
               WHEN "4"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-OPS
                       SET MD-ENTITLED TO TRUE
                       CALL "Operations"
                       CANCEL "Operations"
                   END-IF
               WHEN "5"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-AUDINQ
                       SET MD-ENTITLED TO TRUE
                       CALL "Audinq"
                       CANCEL "Audinq"
                   END-IF
               WHEN "6"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-TRANENT
                       SET MD-ENTITLED TO TRUE
                       CALL "Tranent"
                       CANCEL "Tranent"
                   END-IF
               WHEN "7"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-ALERTMGR
                       SET MD-ENTITLED TO TRUE
                       CALL "Alertmgr"
                       CANCEL "Alertmgr"
                   END-IF
               WHEN "8"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-BALINQ
                       SET MD-ENTITLED TO TRUE
                       CALL "Balinq"
                       CANCEL "Balinq"
                   END-IF
               WHEN "9"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-APPROVE
                       SET MD-ENTITLED TO TRUE
                       CALL "Mntapprv"
                       CANCEL "Mntapprv"
                   END-IF
               WHEN "10"
                   MOVE "N" TO MD-ENTITLED-SWITCH
                   IF UP-MAY-RISKDESK
                       SET MD-ENTITLED TO TRUE
                   END-IF
                   MOVE "PRIDISP" TO MD-LOG-PROGRAM
                   PERFORM 2000-JUDGE-ENTITLEMENT
                   IF MD-ENTITLED
                       CALL "Pridisp"
                       CANCEL "Pridisp"
                   END-IF
               WHEN "0"
                   SET MD-QUIT-YES TO TRUE
                   PERFORM 8000-SIGN-OFF
               WHEN OTHER
