      * DATE-COMPILED:
      *
      * REMARKS    : First leg of the maker/checker workflow audit
      *              asked for.  The CONSTMNT, GRPMNT, KEYMNT,
      *              FXMNT, STDMNT, ADJMNT, XFRMNT and USRMNT request
      *              streams no longer apply straight to CONSTFIL,
      *              GROUPMST, KEYMST, FXRATE, STDINST, BALFIL and
      *              USERPROF; this step lands every request on the
      *              keyed PENDCHG pending-changes file with status
      *              "P", the maker's id and the request date, under
      *              the next free sequence number.  A second user
      *              then approves or rejects each request on the
      *              MNTAPPRV screen, and CONSTMAIN, GROUPMNT,
      *              KEYMAINT, FXMAINT, STDMAINT, ADJPOST, XFERPOST
      *              and USRMAINT apply only what was approved.
      *              Every record on the streams is staged on every
      *              run -- there is no duplicate detection -- so
      *              stage a stream once and then clear or replace
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original staging step.
      *    2026-10-15  RA   Stages the KEYMNT stream for the new
      *                     KEYMST transaction-key master as target
      *                     "K" (PENDREC 132 bytes, carrying the
      *                     key's owning group in PD-GROUP-CODE).
      *    2026-10-15  RA   Stages the FXMNT stream for the new
      *                     FXRATE exchange-rate file as target "F"
      *                     (PENDREC 142 bytes, carrying the rate in
      *                     PD-FX-RATE).
      *    2026-10-15  RA   Stages the STDMNT stream for the new
      *                     STDINST standing-instruction master as
      *                     target "S" (PENDREC 180 bytes, carrying
      *                     the instruction terms).
      *    2026-10-15  RA   Stages the ADJMNT manual balance
      *                     adjustment stream as target "J" for
      *                     ADJPOST (key, signed amount, reason code
      *                     and reference).
      *    2026-10-15  RA   Stages the XFRMNT key transfer stream as
      *                     target "T" for XFERPOST (key, group left,
      *                     receiving group, effective date and
      *                     reference).  A PENDCHG open failure now
      *                     also stops the ADJMNT and XFRMNT streams
      *                     being read.
      *    2026-10-15  RA   Stages the USRMNT user-profile stream as
      *                     target "U" for USRMAINT (user id, name,
      *                     active flag and function flags; PENDREC
      *                     200 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mntstage.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-GROUP-STATUS.

           SELECT KEY-MAINT-IN ASSIGN TO "KEYMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-KEY-STATUS.

           SELECT FX-MAINT-IN ASSIGN TO "FXMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-FX-STATUS.

           SELECT STANDING-MAINT-IN ASSIGN TO "STDMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-STANDING-STATUS.

           SELECT ADJUST-MAINT-IN ASSIGN TO "ADJMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-ADJUST-STATUS.

           SELECT TRANSFER-MAINT-IN ASSIGN TO "XFRMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-TRANSFER-STATUS.

           SELECT USER-MAINT-IN ASSIGN TO "USRMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-USER-STATUS.

           SELECT PENDING-FILE-IO ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORD CONTAINS 80 CHARACTERS.
           COPY GRPMREC.

       FD  KEY-MAINT-IN
           RECORD CONTAINS 58 CHARACTERS.
           COPY KEYMREC.

       FD  FX-MAINT-IN
           RECORD CONTAINS 30 CHARACTERS.
           COPY FXMREC.

       FD  STANDING-MAINT-IN
           RECORD CONTAINS 65 CHARACTERS.
           COPY STDMREC.

       FD  ADJUST-MAINT-IN
           RECORD CONTAINS 59 CHARACTERS.
           COPY ADJMREC.

       FD  TRANSFER-MAINT-IN
           RECORD CONTAINS 61 CHARACTERS.
           COPY XFRMREC.

       FD  USER-MAINT-IN
           RECORD CONTAINS 57 CHARACTERS.
           COPY USRMREC.

       FD  PENDING-FILE-IO.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       77  MS-CONST-STATUS             PIC X(2)  VALUE "00".
       77  MS-GROUP-STATUS             PIC X(2)  VALUE "00".
       77  MS-KEY-STATUS               PIC X(2)  VALUE "00".
       77  MS-FX-STATUS                PIC X(2)  VALUE "00".
       77  MS-STANDING-STATUS          PIC X(2)  VALUE "00".
       77  MS-ADJUST-STATUS            PIC X(2)  VALUE "00".
       77  MS-TRANSFER-STATUS          PIC X(2)  VALUE "00".
       77  MS-USER-STATUS              PIC X(2)  VALUE "00".
       77  MS-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  MS-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  MS-CONST-EOF-SWITCH         PIC X(1)  VALUE "N".
           88  MS-CONST-EOF-YES                  VALUE "Y".
       77  MS-GROUP-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  MS-GROUP-EOF-YES                  VALUE "Y".
       77  MS-KEY-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  MS-KEY-EOF-YES                    VALUE "Y".
       77  MS-FX-EOF-SWITCH            PIC X(1)  VALUE "N".
           88  MS-FX-EOF-YES                     VALUE "Y".
       77  MS-STANDING-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  MS-STANDING-EOF-YES               VALUE "Y".
       77  MS-ADJUST-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  MS-ADJUST-EOF-YES                 VALUE "Y".
       77  MS-TRANSFER-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  MS-TRANSFER-EOF-YES               VALUE "Y".
       77  MS-USER-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  MS-USER-EOF-YES                   VALUE "Y".
       77  MS-SCAN-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  MS-SCAN-EOF-YES                   VALUE "Y".
       77  MS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  MS-NEXT-SEQUENCE            PIC 9(5)  VALUE ZERO.
       77  MS-CONST-STAGED-COUNT       PIC 9(5)  VALUE ZERO.
       77  MS-GROUP-STAGED-COUNT       PIC 9(5)  VALUE ZERO.
       77  MS-KEY-STAGED-COUNT         PIC 9(5)  VALUE ZERO.
       77  MS-FX-STAGED-COUNT          PIC 9(5)  VALUE ZERO.
       77  MS-STANDING-STAGED-COUNT    PIC 9(5)  VALUE ZERO.
       77  MS-ADJUST-STAGED-COUNT      PIC 9(5)  VALUE ZERO.
       77  MS-TRANSFER-STAGED-COUNT    PIC 9(5)  VALUE ZERO.
       77  MS-USER-STAGED-COUNT        PIC 9(5)  VALUE ZERO.
       77  MS-ERROR-COUNT              PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-STAGE-CONSTANT-REQUEST
               UNTIL MS-CONST-EOF-YES
           PERFORM 3000-STAGE-GROUP-REQUEST
               UNTIL MS-GROUP-EOF-YES
           PERFORM 3500-STAGE-KEY-REQUEST
               UNTIL MS-KEY-EOF-YES
           PERFORM 3700-STAGE-FX-REQUEST
               UNTIL MS-FX-EOF-YES
           PERFORM 3900-STAGE-STANDING-REQUEST
               UNTIL MS-STANDING-EOF-YES
           PERFORM 3960-STAGE-ADJUSTMENT-REQUEST
               UNTIL MS-ADJUST-EOF-YES
           PERFORM 3980-STAGE-TRANSFER-REQUEST
               UNTIL MS-TRANSFER-EOF-YES
           PERFORM 3992-STAGE-PROFILE-REQUEST
               UNTIL MS-USER-EOF-YES
           PERFORM 8000-TERMINATE
           GOBACK.

               MOVE 8 TO RETURN-CODE
               SET MS-CONST-EOF-YES TO TRUE
               SET MS-GROUP-EOF-YES TO TRUE
               SET MS-KEY-EOF-YES TO TRUE
               SET MS-FX-EOF-YES TO TRUE
               SET MS-STANDING-EOF-YES TO TRUE
               SET MS-ADJUST-EOF-YES TO TRUE
               SET MS-TRANSFER-EOF-YES TO TRUE
               SET MS-USER-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

               DISPLAY "MNTSTAGE: NO GRPMNT STREAM (STATUS="
                   MS-GROUP-STATUS ")"
               SET MS-GROUP-EOF-YES TO TRUE
           END-IF

           OPEN INPUT KEY-MAINT-IN
           IF MS-KEY-STATUS = "00"
               PERFORM 3600-READ-KEY-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO KEYMNT STREAM (STATUS="
                   MS-KEY-STATUS ")"
               SET MS-KEY-EOF-YES TO TRUE
           END-IF

           OPEN INPUT FX-MAINT-IN
           IF MS-FX-STATUS = "00"
               PERFORM 3800-READ-FX-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO FXMNT STREAM (STATUS="
                   MS-FX-STATUS ")"
               SET MS-FX-EOF-YES TO TRUE
           END-IF

           OPEN INPUT STANDING-MAINT-IN
           IF MS-STANDING-STATUS = "00"
               PERFORM 3910-READ-STANDING-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO STDMNT STREAM (STATUS="
                   MS-STANDING-STATUS ")"
               SET MS-STANDING-EOF-YES TO TRUE
           END-IF

           OPEN INPUT ADJUST-MAINT-IN
           IF MS-ADJUST-STATUS = "00"
               PERFORM 3970-READ-ADJUSTMENT-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO ADJMNT STREAM (STATUS="
                   MS-ADJUST-STATUS ")"
               SET MS-ADJUST-EOF-YES TO TRUE
           END-IF

           OPEN INPUT TRANSFER-MAINT-IN
           IF MS-TRANSFER-STATUS = "00"
               PERFORM 3990-READ-TRANSFER-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO XFRMNT STREAM (STATUS="
                   MS-TRANSFER-STATUS ")"
               SET MS-TRANSFER-EOF-YES TO TRUE
           END-IF

           OPEN INPUT USER-MAINT-IN
           IF MS-USER-STATUS = "00"
               PERFORM 3996-READ-PROFILE-REQUEST
           ELSE
               DISPLAY "MNTSTAGE: NO USRMNT STREAM (STATUS="
                   MS-USER-STATUS ")"
               SET MS-USER-EOF-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE SPACES TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE CM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
               MOVE ZERO TO PD-GROUP-LIMIT
           END-IF
           MOVE GM-RECIP-CODE TO PD-RECIP-CODE
           MOVE SPACES TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE GM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
                   SET MS-GROUP-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3500-STAGE-KEY-REQUEST - ONE KEYMNT REQUEST TO PENDCHG         *
      ******************************************************************
       3500-STAGE-KEY-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "K" TO PD-TARGET
           MOVE KM-ACTION-CODE TO PD-ACTION-CODE
           MOVE SPACES TO PD-KEY
           MOVE KM-KEY TO PD-KEY(1:6)
           IF KM-EFF-DATE IS NUMERIC
               MOVE KM-EFF-DATE TO PD-EFF-DATE
           ELSE
               MOVE ZERO TO PD-EFF-DATE
           END-IF
           MOVE ZERO TO PD-VALUE
           MOVE KM-OWNER-NAME TO PD-DESCRIPTION
           MOVE KM-STATUS-FLAG TO PD-ACTIVE-FLAG
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE KM-GROUP-CODE TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE KM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-KEY-STAGED-COUNT
           END-IF

           PERFORM 3600-READ-KEY-REQUEST.

       3600-READ-KEY-REQUEST.
           READ KEY-MAINT-IN
               AT END
                   SET MS-KEY-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3700-STAGE-FX-REQUEST - ONE FXMNT REQUEST TO PENDCHG           *
      ******************************************************************
       3700-STAGE-FX-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "F" TO PD-TARGET
           MOVE FM-ACTION-CODE TO PD-ACTION-CODE
           MOVE SPACES TO PD-KEY
           MOVE FM-CURRENCY-CODE TO PD-KEY(1:3)
           IF FM-EFF-DATE IS NUMERIC
               MOVE FM-EFF-DATE TO PD-EFF-DATE
           ELSE
               MOVE ZERO TO PD-EFF-DATE
           END-IF
           MOVE ZERO TO PD-VALUE
           MOVE SPACES TO PD-DESCRIPTION
           MOVE SPACE TO PD-ACTIVE-FLAG
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE SPACES TO PD-GROUP-CODE
           IF FM-RATE IS NUMERIC
               MOVE FM-RATE TO PD-FX-RATE
           ELSE
               MOVE ZERO TO PD-FX-RATE
           END-IF
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE FM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-FX-STAGED-COUNT
           END-IF

           PERFORM 3800-READ-FX-REQUEST.

       3800-READ-FX-REQUEST.
           READ FX-MAINT-IN
               AT END
                   SET MS-FX-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3900-STAGE-STANDING-REQUEST - ONE STDMNT REQUEST TO PENDCHG    *
      ******************************************************************
       3900-STAGE-STANDING-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "S" TO PD-TARGET
           MOVE SM-ACTION-CODE TO PD-ACTION-CODE
           MOVE SPACES TO PD-KEY
           MOVE SM-KEY TO PD-KEY(1:6)
           IF SM-START-DATE IS NUMERIC
               MOVE SM-START-DATE TO PD-EFF-DATE
           ELSE
               MOVE ZERO TO PD-EFF-DATE
           END-IF
           MOVE ZERO TO PD-VALUE
           MOVE SPACES TO PD-DESCRIPTION
           MOVE SPACE TO PD-ACTIVE-FLAG
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE SM-GROUP-CODE TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE SM-OP-CODE TO PD-OP-CODE
           IF SM-NUM1 IS NUMERIC
               MOVE SM-NUM1 TO PD-NUM1
           END-IF
           IF SM-NUM2 IS NUMERIC
               MOVE SM-NUM2 TO PD-NUM2
           END-IF
           MOVE SM-CURRENCY-CODE TO PD-CURRENCY-CODE
           MOVE SM-FREQUENCY TO PD-FREQUENCY
           IF SM-RUN-DAY IS NUMERIC
               MOVE SM-RUN-DAY TO PD-RUN-DAY
           END-IF
           IF SM-END-DATE IS NUMERIC
               MOVE SM-END-DATE TO PD-END-DATE
           END-IF
           MOVE SM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-STANDING-STAGED-COUNT
           END-IF

           PERFORM 3910-READ-STANDING-REQUEST.

       3910-READ-STANDING-REQUEST.
           READ STANDING-MAINT-IN
               AT END
                   SET MS-STANDING-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3950-CLEAR-STANDING-TERMS - THE INSTRUCTION TERMS ARE LEFT     *
      *                             ZERO OR SPACES ON ANY OTHER TARGET *
      ******************************************************************
       3950-CLEAR-STANDING-TERMS.
           MOVE SPACES TO PD-OP-CODE
           MOVE ZERO TO PD-NUM1
           MOVE ZERO TO PD-NUM2
           MOVE SPACES TO PD-CURRENCY-CODE
           MOVE SPACE TO PD-FREQUENCY
           MOVE ZERO TO PD-RUN-DAY
           MOVE ZERO TO PD-END-DATE.

      ******************************************************************
      * 3960-STAGE-ADJUSTMENT-REQUEST - ONE ADJMNT ADJUSTMENT TO       *
      *                                 PENDCHG                        *
      ******************************************************************
       3960-STAGE-ADJUSTMENT-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "J" TO PD-TARGET
           MOVE AM-ACTION-CODE TO PD-ACTION-CODE
           MOVE SPACES TO PD-KEY
           MOVE AM-KEY TO PD-KEY(1:6)
           MOVE ZERO TO PD-EFF-DATE
           MOVE ZERO TO PD-VALUE
           MOVE AM-REFERENCE TO PD-DESCRIPTION
           MOVE SPACE TO PD-ACTIVE-FLAG
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE SPACES TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE AM-REASON-CODE TO PD-OP-CODE
           IF AM-AMOUNT IS NUMERIC
               MOVE AM-AMOUNT TO PD-NUM1
           END-IF
           MOVE AM-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-ADJUST-STAGED-COUNT
           END-IF

           PERFORM 3970-READ-ADJUSTMENT-REQUEST.

       3970-READ-ADJUSTMENT-REQUEST.
           READ ADJUST-MAINT-IN
               AT END
                   SET MS-ADJUST-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3980-STAGE-TRANSFER-REQUEST - ONE XFRMNT KEY TRANSFER TO       *
      *                               PENDCHG                          *
      ******************************************************************
       3980-STAGE-TRANSFER-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "T" TO PD-TARGET
           MOVE XK-ACTION-CODE TO PD-ACTION-CODE
           MOVE SPACES TO PD-KEY
           MOVE XK-KEY TO PD-KEY(1:6)
           MOVE ZERO TO PD-EFF-DATE
           IF XK-EFF-DATE IS NUMERIC
               MOVE XK-EFF-DATE TO PD-EFF-DATE
           END-IF
           MOVE ZERO TO PD-VALUE
           MOVE XK-REFERENCE TO PD-DESCRIPTION
           MOVE SPACE TO PD-ACTIVE-FLAG
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE XK-TO-GROUP TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE XK-FROM-GROUP TO PD-OP-CODE
           MOVE XK-USER-ID TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-TRANSFER-STAGED-COUNT
           END-IF

           PERFORM 3990-READ-TRANSFER-REQUEST.

       3990-READ-TRANSFER-REQUEST.
           READ TRANSFER-MAINT-IN
               AT END
                   SET MS-TRANSFER-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3992-STAGE-PROFILE-REQUEST - ONE USRMNT USER-PROFILE REQUEST   *
      *                              TO PENDCHG; THE ACTIVE FLAG IS    *
      *                              THE ONE THE ACTION LEAVES         *
      ******************************************************************
       3992-STAGE-PROFILE-REQUEST.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE MS-NEXT-SEQUENCE TO PD-SEQUENCE
           MOVE "U" TO PD-TARGET
           MOVE UM-ACTION-CODE TO PD-ACTION-CODE
           MOVE UM-USER-ID TO PD-KEY
           MOVE ZERO TO PD-EFF-DATE
           MOVE ZERO TO PD-VALUE
           MOVE UM-USER-NAME TO PD-DESCRIPTION
           EVALUATE UM-ACTION-CODE
               WHEN "A"
               WHEN "R"
                   MOVE "Y" TO PD-ACTIVE-FLAG
               WHEN "S"
                   MOVE "N" TO PD-ACTIVE-FLAG
               WHEN OTHER
                   MOVE SPACE TO PD-ACTIVE-FLAG
           END-EVALUATE
           MOVE SPACES TO PD-DIVISION-CODE
           MOVE ZERO TO PD-KEY-LIMIT
           MOVE ZERO TO PD-GROUP-LIMIT
           MOVE SPACES TO PD-RECIP-CODE
           MOVE SPACES TO PD-GROUP-CODE
           MOVE ZERO TO PD-FX-RATE
           PERFORM 3950-CLEAR-STANDING-TERMS
           MOVE UM-FUNCTION-FLAGS TO PD-FUNCTION-FLAGS
           MOVE UM-REQUESTED-BY TO PD-MAKER-ID
           MOVE "P" TO PD-STATUS-FLAG
           MOVE SPACES TO PD-APPROVER-ID
           MOVE MS-RUN-DATE TO PD-REQUEST-DATE
           MOVE ZERO TO PD-DECISION-DATE
           PERFORM 4000-WRITE-PENDING-ROW
           IF MS-PENDING-STATUS = "00"
               ADD 1 TO MS-USER-STAGED-COUNT
           END-IF

           PERFORM 3996-READ-PROFILE-REQUEST.

       3996-READ-PROFILE-REQUEST.
           READ USER-MAINT-IN
               AT END
                   SET MS-USER-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 4000-WRITE-PENDING-ROW - WRITE UNDER THE NEXT SEQUENCE AND     *
      *                          ADVANCE IT                            *
           IF MS-GROUP-STATUS = "00" OR "10"
               CLOSE GROUP-MAINT-IN
           END-IF
           IF MS-KEY-STATUS = "00" OR "10"
               CLOSE KEY-MAINT-IN
           END-IF
           IF MS-FX-STATUS = "00" OR "10"
               CLOSE FX-MAINT-IN
           END-IF
           IF MS-STANDING-STATUS = "00" OR "10"
               CLOSE STANDING-MAINT-IN
           END-IF
           IF MS-ADJUST-STATUS = "00" OR "10"
               CLOSE ADJUST-MAINT-IN
           END-IF
           IF MS-TRANSFER-STATUS = "00" OR "10"
               CLOSE TRANSFER-MAINT-IN
           END-IF
           IF MS-USER-STATUS = "00" OR "10"
               CLOSE USER-MAINT-IN
           END-IF
           DISPLAY "MNTSTAGE: " MS-CONST-STAGED-COUNT
               " CONSTANT REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-GROUP-STAGED-COUNT
               " GROUP REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-KEY-STAGED-COUNT
               " KEY REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-FX-STAGED-COUNT
               " EXCHANGE-RATE REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-STANDING-STAGED-COUNT
               " STANDING-INSTRUCTION REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-ADJUST-STAGED-COUNT
               " BALANCE ADJUSTMENTS STAGED"
           DISPLAY "MNTSTAGE: " MS-TRANSFER-STAGED-COUNT
               " KEY TRANSFERS STAGED"
           DISPLAY "MNTSTAGE: " MS-USER-STAGED-COUNT
               " USER-PROFILE REQUESTS STAGED"
           DISPLAY "MNTSTAGE: " MS-ERROR-COUNT " ERRORS"
           DISPLAY "MNTSTAGE: REQUESTS AWAIT A SECOND PAIR OF "
               "EYES ON THE MNTAPPRV SCREEN".
