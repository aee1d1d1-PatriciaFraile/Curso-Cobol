      *              SECLOG.  The approver then works the PENDCHG
      *              pending-changes queue until END:
      *                L - list pending requests, each with the
      *                    BEFORE value looked up on CONSTFIL,
      *                    GROUPMST, KEYMST, FXRATE, STDINST or
      *                    BALFIL and the AFTER value from the
      *                    request (for a key transfer, the key's
      *                    current group and balance, and the
      *                    receiving group; for a user profile,
      *                    the name, active flag and function flags
      *                    on USERPROF);
      *                A - approve one request by sequence number;
      *                R - reject one the same way.
      *              An approver may not approve a request they
      *              prepared themselves; the screen refuses the
      *              approval, which is the segregation of duties
      *              audit flagged.  The decision stamps the
      *              approver's id and date; CONSTMAIN, GROUPMNT,
      *              KEYMAINT, FXMAINT, STDMAINT, ADJPOST, XFERPOST
      *              and USRMAINT apply only approved requests and
      *              check the same maker/approver rule again at
      *              apply time.  A user-profile request may be
      *              approved only by a security administrator
      *              (UP-SECADMIN-FLAG), never for the approver's own
      *              profile, and every decision on one is logged to
      *              SECLOG.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     id would have let a maker approve
      *                     their own request under a colleague's
      *                     name.
      *    2026-10-15  RA   Lists and decides KEYMST transaction-key
      *                     requests (target "K") too, with the
      *                     key's current owner, group and status
      *                     as the BEFORE value.
      *    2026-10-15  RA   Lists and decides FXRATE exchange-rate
      *                     requests (target "F") too, with the rate
      *                     currently on file for the currency and
      *                     effective date as the BEFORE value.
      *    2026-10-15  RA   Lists and decides STDINST standing-
      *                     instruction requests (target "S") too,
      *                     with the instruction's current terms as
      *                     the BEFORE value.
      *    2026-10-15  RA   Lists and decides manual balance
      *                     adjustments (target "J") too, with the
      *                     key's BALFIL balance as the BEFORE value
      *                     and the balance once posted as the AFTER.
      *    2026-10-15  RA   Lists and decides key transfers between
      *                     groups (target "T") too, with the key's
      *                     KEYMST group and BALFIL balance as the
      *                     BEFORE value and the receiving group as
      *                     the AFTER.
      *    2026-10-15  RA   Lists and decides USERPROF user-profile
      *                     requests (target "U") too, with the
      *                     profile on file as the BEFORE value.  Only
      *                     a security administrator may approve one,
      *                     never for their own profile, and each
      *                     approval or rejection of one is logged to
      *                     SECLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mntapprv.
               RECORD KEY IS GF-GROUP-CODE
               FILE STATUS IS MA-GROUP-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS MA-KEY-STATUS.

           SELECT FX-RATE-IN ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-RECORD-KEY
               FILE STATUS IS MA-FX-STATUS.

           SELECT STANDING-FILE-IN ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-KEY
               FILE STATUS IS MA-STANDING-STATUS.

           SELECT BALANCE-FILE-IN ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS MA-BALANCE-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-SIGNON-STATUS.
       FD  GROUP-FILE-IN.
           COPY GRPREC.

       FD  KEY-FILE-IN.
           COPY KEYREC.

       FD  FX-RATE-IN.
           COPY FXRREC.

       FD  STANDING-FILE-IN.
           COPY STDIREC.

       FD  BALANCE-FILE-IN.
           COPY BALREC.

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
       77  MA-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  MA-CONST-STATUS             PIC X(2)  VALUE "00".
       77  MA-GROUP-STATUS             PIC X(2)  VALUE "00".
       77  MA-KEY-STATUS               PIC X(2)  VALUE "00".
       77  MA-FX-STATUS                PIC X(2)  VALUE "00".
       77  MA-STANDING-STATUS          PIC X(2)  VALUE "00".
       77  MA-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  MA-QUIT-SWITCH              PIC X(1)  VALUE "N".
           88  MA-QUIT-YES                       VALUE "Y".
       77  MA-BROWSE-EOF-SWITCH        PIC X(1)  VALUE "N".
       77  MA-LIST-COUNT               PIC 9(5)  VALUE ZERO.
       77  MA-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  MA-BEFORE-TEXT              PIC X(30) VALUE SPACES.
       77  MA-BEFORE-GROUP             PIC X(4)  VALUE SPACES.
       77  MA-BEFORE-STATUS            PIC X(1)  VALUE SPACE.
       77  MA-BEFORE-FLAGS             PIC X(20) VALUE SPACES.
       77  MA-RATE-EDIT                PIC ZZZ9.999999.
       77  MA-AMOUNT-EDIT-1            PIC -(7)9.99.
       77  MA-AMOUNT-EDIT-2            PIC -(7)9.99.
       77  MA-BALANCE-EDIT             PIC -(9)9.99.
       77  MA-BALANCE-AFTER            PIC S9(9)V99 VALUE ZERO.
       77  MA-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  MA-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  MA-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  MA-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  MA-AUTHORIZED                     VALUE "Y".
       77  MA-SECADMIN-SWITCH          PIC X(1)  VALUE "N".
           88  MA-SECADMIN                       VALUE "Y".
       77  MA-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  MA-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  MA-LOG-DETAIL               PIC X(20) VALUE SPACES.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF MA-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROMPT-AND-DISPATCH
                   UNTIL MA-QUIT-YES
               PERFORM 8000-TERMINATE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-APPROVE
                           SET MA-AUTHORIZED TO TRUE
                           IF UP-MAY-SECADMIN
                               SET MA-SECADMIN TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           IF MA-GROUP-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: GROUPMST NOT AVAILABLE (STATUS="
                   MA-GROUP-STATUS "), BEFORE VALUES LIMITED"
           END-IF
           OPEN INPUT KEY-FILE-IN
           IF MA-KEY-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: KEYMST NOT AVAILABLE (STATUS="
                   MA-KEY-STATUS "), BEFORE VALUES LIMITED"
           END-IF
           OPEN INPUT FX-RATE-IN
           IF MA-FX-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: FXRATE NOT AVAILABLE (STATUS="
                   MA-FX-STATUS "), BEFORE VALUES LIMITED"
           END-IF
           OPEN INPUT STANDING-FILE-IN
           IF MA-STANDING-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: STDINST NOT AVAILABLE (STATUS="
                   MA-STANDING-STATUS "), BEFORE VALUES LIMITED"
           END-IF
           OPEN INPUT BALANCE-FILE-IN
           IF MA-BALANCE-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: BALFIL NOT AVAILABLE (STATUS="
                   MA-BALANCE-STATUS "), BEFORE VALUES LIMITED"
           END-IF
           OPEN INPUT USER-PROFILE-IN
           IF MA-PROFILE-STATUS NOT = "00"
               DISPLAY "MNTAPPRV: USERPROF NOT AVAILABLE (STATUS="
                   MA-PROFILE-STATUS "), BEFORE VALUES LIMITED"
           END-IF.
       1000-EXIT.
           EXIT.
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO MA-NEW-STATUS
                   PERFORM 4000-DECIDE-ONE-REQUEST THRU 4000-EXIT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO MA-NEW-STATUS
                   PERFORM 4000-DECIDE-ONE-REQUEST THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "MNTAPPRV: INVALID COMMAND, TRY AGAIN"
           END-EVALUATE.

       3200-SHOW-ONE-REQUEST.
           PERFORM 3300-FETCH-BEFORE-VALUE
           EVALUATE TRUE
               WHEN PD-TARGET-CONSTANT
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " CONST "
                       PD-ACTION-CODE " " PD-KEY
                       " EFF " PD-EFF-DATE
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT(1:6)
                       " AFTER=" PD-VALUE
               WHEN PD-TARGET-KEY
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " KEY   "
                       PD-ACTION-CODE " " PD-KEY(1:6)
                       " EFF " PD-EFF-DATE
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT
                       " " MA-BEFORE-GROUP
                       " STATUS=" MA-BEFORE-STATUS
                   DISPLAY "MNTAPPRV:   AFTER =" PD-DESCRIPTION
                       " " PD-GROUP-CODE
                       " STATUS=" PD-ACTIVE-FLAG
               WHEN PD-TARGET-FX-RATE
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " FXRT  "
                       PD-ACTION-CODE " " PD-KEY(1:3)
                       " EFF " PD-EFF-DATE
                       " BY " PD-MAKER-ID
                   MOVE PD-FX-RATE TO MA-RATE-EDIT
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT(1:11)
                       " AFTER=" MA-RATE-EDIT
               WHEN PD-TARGET-STANDING
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " STAND "
                       PD-ACTION-CODE " " PD-KEY(1:6)
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT
                   MOVE PD-NUM1 TO MA-AMOUNT-EDIT-1
                   MOVE PD-NUM2 TO MA-AMOUNT-EDIT-2
                   DISPLAY "MNTAPPRV:   AFTER =" PD-GROUP-CODE
                       " " PD-OP-CODE " " MA-AMOUNT-EDIT-1
                       " " MA-AMOUNT-EDIT-2 " " PD-CURRENCY-CODE
                       " FREQ=" PD-FREQUENCY PD-RUN-DAY
                       " FROM " PD-EFF-DATE " TO " PD-END-DATE
               WHEN PD-TARGET-ADJUSTMENT
                   MOVE PD-NUM1 TO MA-AMOUNT-EDIT-1
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " ADJST "
                       PD-ACTION-CODE " " PD-KEY(1:6)
                       " " MA-AMOUNT-EDIT-1
                       " RSN=" PD-OP-CODE
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   REF=" PD-DESCRIPTION
                   IF MA-BEFORE-TEXT = "(NONE)"
                       DISPLAY "MNTAPPRV:   BEFORE=(NONE)"
                           " KEY NOT ON BALFIL"
                   ELSE
                       MOVE MA-BALANCE-AFTER TO MA-BALANCE-EDIT
                       DISPLAY "MNTAPPRV:   BEFORE="
                           MA-BEFORE-TEXT(1:13)
                           " AFTER=" MA-BALANCE-EDIT
                   END-IF
               WHEN PD-TARGET-TRANSFER
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " XFER  "
                       PD-ACTION-CODE " " PD-KEY(1:6)
                       " FROM " PD-OP-CODE " TO " PD-GROUP-CODE
                       " EFF " PD-EFF-DATE
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   REF=" PD-DESCRIPTION
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-GROUP
                       " BALANCE " MA-BEFORE-TEXT(1:13)
                   DISPLAY "MNTAPPRV:   AFTER =" PD-GROUP-CODE
               WHEN PD-TARGET-PROFILE
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " USER  "
                       PD-ACTION-CODE " " PD-KEY
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT(1:20)
                       " ACTIVE=" MA-BEFORE-STATUS
                       " FLAGS=" MA-BEFORE-FLAGS
                   DISPLAY "MNTAPPRV:   AFTER =" PD-DESCRIPTION(1:20)
                       " ACTIVE=" PD-ACTIVE-FLAG
                       " FLAGS=" PD-FUNCTION-FLAGS
               WHEN OTHER
                   DISPLAY "MNTAPPRV: " PD-SEQUENCE " GROUP "
                       PD-ACTION-CODE " " PD-KEY(1:4)
                       " BY " PD-MAKER-ID
                   DISPLAY "MNTAPPRV:   BEFORE=" MA-BEFORE-TEXT
                   DISPLAY "MNTAPPRV:   AFTER =" PD-DESCRIPTION
                       " ACTIVE=" PD-ACTIVE-FLAG
                       " DIV=" PD-DIVISION-CODE
           END-EVALUATE.

      ******************************************************************
      * 3300-FETCH-BEFORE-VALUE - THE CURRENT MASTER VALUE THE REQUEST *
      ******************************************************************
       3300-FETCH-BEFORE-VALUE.
           MOVE "(NONE)" TO MA-BEFORE-TEXT
           MOVE SPACES TO MA-BEFORE-GROUP
           MOVE SPACE TO MA-BEFORE-STATUS
           EVALUATE TRUE
               WHEN PD-TARGET-CONSTANT
                   IF MA-CONST-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY TO CF-KEY
                       MOVE PD-EFF-DATE TO CF-EFF-DATE
                       READ CONST-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO MA-BEFORE-TEXT
                               MOVE CF-VALUE TO MA-BEFORE-TEXT(2:5)
                       END-READ
                   END-IF
               WHEN PD-TARGET-KEY
                   IF MA-KEY-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:6) TO KF-KEY
                       READ KEY-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE KF-OWNER-NAME TO MA-BEFORE-TEXT
                               MOVE KF-GROUP-CODE TO MA-BEFORE-GROUP
                               MOVE KF-STATUS-FLAG
                                   TO MA-BEFORE-STATUS
                       END-READ
                   END-IF
               WHEN PD-TARGET-FX-RATE
                   IF MA-FX-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:3) TO FX-CURRENCY-CODE
                       MOVE PD-EFF-DATE TO FX-EFF-DATE
                       READ FX-RATE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FX-RATE TO MA-RATE-EDIT
                               MOVE MA-RATE-EDIT TO MA-BEFORE-TEXT
                       END-READ
                   END-IF
               WHEN PD-TARGET-STANDING
                   IF MA-STANDING-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:6) TO SI-KEY
                       READ STANDING-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3310-FORMAT-STANDING-TERMS
                       END-READ
                   END-IF
               WHEN PD-TARGET-ADJUSTMENT
                   IF MA-BALANCE-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:6) TO BL-KEY
                       READ BALANCE-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE BL-BALANCE TO MA-BALANCE-EDIT
                               MOVE MA-BALANCE-EDIT TO MA-BEFORE-TEXT
                               COMPUTE MA-BALANCE-AFTER =
                                   BL-BALANCE + PD-NUM1
                       END-READ
                   END-IF
               WHEN PD-TARGET-TRANSFER
                   IF MA-KEY-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:6) TO KF-KEY
                       READ KEY-FILE-IN
                           INVALID KEY
                               MOVE "????" TO MA-BEFORE-GROUP
                           NOT INVALID KEY
                               MOVE KF-GROUP-CODE TO MA-BEFORE-GROUP
                       END-READ
                   END-IF
                   IF MA-BALANCE-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:6) TO BL-KEY
                       READ BALANCE-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE BL-BALANCE TO MA-BALANCE-EDIT
                               MOVE MA-BALANCE-EDIT TO MA-BEFORE-TEXT
                       END-READ
                   END-IF
               WHEN PD-TARGET-PROFILE
                   MOVE SPACES TO MA-BEFORE-FLAGS
                   IF MA-PROFILE-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY TO UP-USER-ID
                       READ USER-PROFILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE UP-USER-NAME TO MA-BEFORE-TEXT
                               MOVE UP-ACTIVE-FLAG
                                   TO MA-BEFORE-STATUS
                               MOVE UP-FUNCTION-FLAGS
                                   TO MA-BEFORE-FLAGS
                       END-READ
                   END-IF
               WHEN OTHER
                   IF MA-GROUP-STATUS = "00" OR "10" OR "23"
                       MOVE PD-KEY(1:4) TO GF-GROUP-CODE
                       READ GROUP-FILE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GF-DESCRIPTION TO MA-BEFORE-TEXT
                       END-READ
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 3310-FORMAT-STANDING-TERMS - THE INSTRUCTION ON FILE, SHORT    *
      *                              ENOUGH FOR THE BEFORE TEXT        *
      ******************************************************************
       3310-FORMAT-STANDING-TERMS.
           MOVE SI-NUM1 TO MA-AMOUNT-EDIT-1
           MOVE SPACES TO MA-BEFORE-TEXT
           STRING SI-GROUP-CODE " " SI-OP-CODE " "
                   MA-AMOUNT-EDIT-1 " " SI-FREQUENCY SI-RUN-DAY
               DELIMITED BY SIZE INTO MA-BEFORE-TEXT
           END-STRING.

      ******************************************************************
      * 4000-DECIDE-ONE-REQUEST - APPROVE OR REJECT ONE REQUEST BY ITS *
      *                           SEQUENCE; AN APPROVER MAY NOT PASS   *
      *                           THEIR OWN REQUEST, NOR A PROFILE     *
      *                           REQUEST WITHOUT THE SECURITY         *
      *                           ADMINISTRATOR FLAG OR ONE FOR THEIR  *
      *                           OWN PROFILE                          *
      ******************************************************************
       4000-DECIDE-ONE-REQUEST.
           DISPLAY "MNTAPPRV: ENTER SEQUENCE (5 DIGITS):"
                   DISPLAY "MNTAPPRV: NO REQUEST " MA-PICK-SEQUENCE
                       " ON PENDCHG"
               NOT INVALID KEY
                   PERFORM 4100-APPLY-DECISION THRU 4100-EXIT
           END-READ.
       4000-EXIT.
           EXIT.
                   ", A SECOND USER MUST APPROVE IT"
               GO TO 4100-EXIT
           END-IF
           IF MA-NEW-STATUS = "A" AND PD-TARGET-PROFILE
                   AND NOT MA-SECADMIN
               DISPLAY "MNTAPPRV: REQUEST " PD-SEQUENCE
                   " IS A USER-PROFILE CHANGE, ONLY A SECURITY "
                   "ADMINISTRATOR MAY APPROVE IT"
               GO TO 4100-EXIT
           END-IF
           IF MA-NEW-STATUS = "A" AND PD-TARGET-PROFILE
                   AND PD-KEY = MA-APPROVER-ID
               DISPLAY "MNTAPPRV: REQUEST " PD-SEQUENCE
                   " CHANGES YOUR OWN PROFILE, ANOTHER SECURITY "
                   "ADMINISTRATOR MUST APPROVE IT"
               GO TO 4100-EXIT
           END-IF

           MOVE MA-NEW-STATUS TO PD-STATUS-FLAG
           MOVE MA-APPROVER-ID TO PD-APPROVER-ID
                       DISPLAY "MNTAPPRV: REJECTED " PD-SEQUENCE
                           " BY " MA-APPROVER-ID
                   END-IF
                   IF PD-TARGET-PROFILE
                       PERFORM 4200-LOG-PROFILE-DECISION
                   END-IF
           END-REWRITE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LOG-PROFILE-DECISION - EVERY DECISION ON A USER PROFILE   *
      *                             REQUEST LANDS ON SECLOG UNDER THE  *
      *                             APPROVER'S ID                      *
      ******************************************************************
       4200-LOG-PROFILE-DECISION.
           IF MA-NEW-STATUS = "A"
               MOVE "APPROVE" TO MA-LOG-ACTION
           ELSE
               MOVE "REJECT" TO MA-LOG-ACTION
           END-IF
           MOVE SPACES TO MA-LOG-DETAIL
           STRING "PROFILE " PD-KEY
               DELIMITED BY SIZE INTO MA-LOG-DETAIL
           END-STRING
           PERFORM 0150-WRITE-SECURITY-LOG.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE FILES                               *
      ******************************************************************
           END-IF
           IF MA-GROUP-STATUS = "00" OR "10" OR "23"
               CLOSE GROUP-FILE-IN
           END-IF
           IF MA-KEY-STATUS = "00" OR "10" OR "23"
               CLOSE KEY-FILE-IN
           END-IF
           IF MA-FX-STATUS = "00" OR "10" OR "23"
               CLOSE FX-RATE-IN
           END-IF
           IF MA-STANDING-STATUS = "00" OR "10" OR "23"
               CLOSE STANDING-FILE-IN
           END-IF
           IF MA-BALANCE-STATUS = "00" OR "10" OR "23"
               CLOSE BALANCE-FILE-IN
           END-IF
           IF MA-PROFILE-STATUS = "00" OR "10" OR "23"
               CLOSE USER-PROFILE-IN
           END-IF.
       8000-EXIT.
           EXIT.
