      ******************************************************************
      * PROGRAM-ID : XFERPOST
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly application of key transfers between
      *              groups, run after ADJPOST and before the
      *              TRIALBAL proof.  A transfer is entered on the
      *              XFRMNT stream (key, the group it is leaving,
      *              the receiving group, effective date, free-text
      *              reference), staged by MNTSTAGE to PENDCHG as
      *              target "T" and approved or rejected by a second
      *              user on the MNTAPPRV screen; only APPROVED
      *              requests are applied here, and one whose
      *              approver matches the maker -- or carries no
      *              approver at all -- is refused.
      *              A request whose effective date is still after
      *              the business date is left approved and applied
      *              by the first run on or after that date.  The
      *              receiving group must be active on GROUPMST, and
      *              the key must be on KEYMST, not closed, and
      *              owned by the group the request says it is
      *              leaving on both KEYMST and BALFIL; anything
      *              else refuses the request, leaves it approved
      *              for correction and ends the step with a
      *              warning.  A key with no BALFIL record yet
      *              (never posted) moves on KEYMST alone, with
      *              nothing to carry.
      *              Applying a transfer rewrites the group on
      *              BALFIL and KEYMST.  The balance itself does not
      *              move -- no AUDITOUT row, no posting count --
      *              but it now reports under the receiving group,
      *              so two rows go to the XFRJRN transfer register:
      *              the balance (and any posted-today movement)
      *              leaving the old group as a negative amount and
      *              arriving in the new one as a positive amount.
      *              The PENDCHG row is marked "X" so a rerun moves
      *              nothing twice.  A transfer made in error is
      *              undone by a transfer back under its own
      *              approval.
      *              The daily register on SYSOUT totals every
      *              register row of the business date (all cycles)
      *              by group: each group's net is the change in its
      *              TRIALBAL balance that transfers account for,
      *              and the net of all groups must be zero.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original key transfer step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Xferpost.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XP-RUNCTL-STATUS.

           SELECT PENDING-FILE-IO ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-SEQUENCE
               FILE STATUS IS XP-PENDING-STATUS.

           SELECT GROUP-FILE-IN ASSIGN TO "GROUPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GF-GROUP-CODE
               FILE STATUS IS XP-GROUP-STATUS.

           SELECT KEY-FILE-IO ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS XP-KEY-STATUS.

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS XP-BALANCE-STATUS.

           SELECT TRANSFER-JOURNAL-FILE ASSIGN TO "XFRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XP-JOURNAL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  GROUP-FILE-IN.
           COPY GRPREC.

       FD  KEY-FILE-IO.
           COPY KEYREC.

       FD  BALANCE-FILE-IO.
           COPY BALREC.

       FD  TRANSFER-JOURNAL-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY XFRJREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  XP-GROUP-TABLE.
           05  XP-GT-ENTRY OCCURS 200 TIMES.
               10  XP-GT-GROUP-CODE    PIC X(4).
               10  XP-GT-OUT-COUNT     PIC 9(7)  COMP-3.
               10  XP-GT-OUT-TOTAL     PIC S9(11)V99 COMP-3.
               10  XP-GT-IN-COUNT      PIC 9(7)  COMP-3.
               10  XP-GT-IN-TOTAL      PIC S9(11)V99 COMP-3.

       01  XP-TRANSFER-LINE.
           05  FILLER                  PIC X(10) VALUE "XFERPOST: ".
           05  XP-TL-SEQUENCE          PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-FROM-GROUP        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-TO-GROUP          PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-BALANCE           PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-DAY-AMOUNT        PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-TL-REFERENCE         PIC X(30).

       01  XP-REGISTER-LINE.
           05  FILLER                  PIC X(10) VALUE "XFERPOST: ".
           05  XP-RL-GROUP-CODE        PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-RL-OUT-COUNT         PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-RL-OUT-TOTAL         PIC -(11)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-RL-IN-COUNT          PIC Z(4)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-RL-IN-TOTAL          PIC -(11)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XP-RL-NET               PIC -(11)9.99.

       77  XP-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  XP-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  XP-GROUP-STATUS             PIC X(2)  VALUE "00".
       77  XP-KEY-STATUS               PIC X(2)  VALUE "00".
       77  XP-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  XP-JOURNAL-STATUS           PIC X(2)  VALUE "00".
       77  XP-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  XP-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  XP-CYCLE-NUMBER             PIC 9(3)  VALUE 1.
       77  XP-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  XP-ABORT                          VALUE "Y".
       77  XP-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  XP-EOF-YES                        VALUE "Y".
       77  XP-JOURNAL-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  XP-JOURNAL-EOF-YES                VALUE "Y".
       77  XP-ON-BALFIL-SWITCH         PIC X(1)  VALUE "N".
           88  XP-ON-BALFIL                      VALUE "Y".
       77  XP-GROUP-HIT-SWITCH         PIC X(1)  VALUE "N".
           88  XP-GROUP-HIT                      VALUE "Y".
       77  XP-REFUSE-REASON            PIC X(30) VALUE SPACES.
       77  XP-BALANCE                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  XP-DAY-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  XP-GROUP-COUNT              PIC 9(3)  VALUE ZERO.
       77  XP-GROUP-SUB                PIC 9(3)  VALUE ZERO.
       77  XP-APPLIED-COUNT            PIC 9(5)  VALUE ZERO.
       77  XP-DEFERRED-COUNT           PIC 9(5)  VALUE ZERO.
       77  XP-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  XP-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.
       77  XP-POST-ERROR-COUNT         PIC 9(5)  VALUE ZERO.
       77  XP-APPLIED-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  XP-REGISTER-OUT-COUNT       PIC 9(7)  VALUE ZERO.
       77  XP-REGISTER-OUT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  XP-REGISTER-IN-COUNT        PIC 9(7)  VALUE ZERO.
       77  XP-REGISTER-IN-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  XP-REGISTER-NET             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  XP-TOTAL-EDIT               PIC -(11)9.99.
       77  XP-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  XP-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT XP-ABORT
               PERFORM 2000-APPLY-ONE-REQUEST THRU 2000-NEXT
                   UNTIL XP-EOF-YES
               PERFORM 8000-TERMINATE
               PERFORM 8500-PRINT-REGISTER THRU 8500-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND THE FILES; NO PENDCHG FILE *
      *                   AT ALL MEANS NOTHING HAS EVER BEEN STAGED    *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           DISPLAY "XFERPOST: BUSINESS DATE " XP-RUN-DATE
               " CYCLE " XP-CYCLE-NUMBER

           OPEN I-O PENDING-FILE-IO
           IF XP-PENDING-STATUS = "35"
               DISPLAY "XFERPOST: NO PENDCHG FILE, NO TRANSFERS "
                   "TO APPLY"
               SET XP-EOF-YES TO TRUE
           ELSE
               IF XP-PENDING-STATUS NOT = "00"
                   DISPLAY "XFERPOST: UNABLE TO OPEN PENDCHG STATUS="
                       XP-PENDING-STATUS
                   MOVE "TRANSFERS NOT APPLIED, PENDCHG OPEN"
                       TO XP-ALERT-TEXT
                   PERFORM 1900-ABANDON-RUN
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN INPUT GROUP-FILE-IN
           IF XP-GROUP-STATUS NOT = "00"
               DISPLAY "XFERPOST: UNABLE TO OPEN GROUPMST STATUS="
                   XP-GROUP-STATUS
               PERFORM 1950-CLOSE-PENDING
               MOVE "TRANSFERS NOT APPLIED, GROUPMST OPEN"
                   TO XP-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN I-O KEY-FILE-IO
           IF XP-KEY-STATUS NOT = "00"
               DISPLAY "XFERPOST: UNABLE TO OPEN KEYMST STATUS="
                   XP-KEY-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE GROUP-FILE-IN
               MOVE "TRANSFERS NOT APPLIED, KEYMST OPEN"
                   TO XP-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN I-O BALANCE-FILE-IO
           IF XP-BALANCE-STATUS NOT = "00"
               DISPLAY "XFERPOST: UNABLE TO OPEN BALFIL STATUS="
                   XP-BALANCE-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE GROUP-FILE-IN
               CLOSE KEY-FILE-IO
               MOVE "TRANSFERS NOT APPLIED, BALFIL OPEN"
                   TO XP-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND TRANSFER-JOURNAL-FILE
           IF XP-JOURNAL-STATUS = "35"
               OPEN OUTPUT TRANSFER-JOURNAL-FILE
           END-IF
           IF XP-JOURNAL-STATUS NOT = "00"
               DISPLAY "XFERPOST: UNABLE TO OPEN XFRJRN STATUS="
                   XP-JOURNAL-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE GROUP-FILE-IN
               CLOSE KEY-FILE-IO
               CLOSE BALANCE-FILE-IO
               MOVE "TRANSFERS NOT APPLIED, XFRJRN OPEN"
                   TO XP-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           IF NOT XP-EOF-YES
               MOVE ZERO TO PD-SEQUENCE
               START PENDING-FILE-IO
                   KEY IS NOT LESS THAN PD-SEQUENCE
                   INVALID KEY
                       SET XP-EOF-YES TO TRUE
               END-START
           END-IF
           IF NOT XP-EOF-YES
               PERFORM 2100-READ-PENDING-ROW
           END-IF
           DISPLAY "XFERPOST: SEQ   KEY    FROM TO         BALANCE"
               "  POSTED TODAY REFERENCE".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT XP-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF XP-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO XP-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                               AND BD-CYCLE-NUMBER NOT = ZERO
                           MOVE BD-CYCLE-NUMBER TO XP-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

       1900-ABANDON-RUN.
           MOVE "C" TO XP-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET XP-ABORT TO TRUE.

       1950-CLOSE-PENDING.
           IF XP-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE-IO
           END-IF.

      ******************************************************************
      * 2000-APPLY-ONE-REQUEST - ONLY APPROVED TRANSFER REQUESTS THAT  *
      *                          HAVE REACHED THEIR EFFECTIVE DATE ARE *
      *                          CANDIDATES; THE MAKER/CHECKER RULE IS *
      *                          PROVED AGAIN, THE TRANSFER IS         *
      *                          VALIDATED, APPLIED, REGISTERED AND    *
      *                          THE ROW MARKED "X"                    *
      ******************************************************************
       2000-APPLY-ONE-REQUEST.
           IF NOT PD-TARGET-TRANSFER OR NOT PD-APPROVED
               ADD 1 TO XP-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               DISPLAY "XFERPOST: REQUEST " PD-SEQUENCE
                   " REFUSED, APPROVER '" PD-APPROVER-ID
                   "' DOES NOT SATISFY THE MAKER/CHECKER RULE"
               ADD 1 TO XP-REFUSED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-EFF-DATE IS NUMERIC
                   AND PD-EFF-DATE > XP-RUN-DATE
               DISPLAY "XFERPOST: REQUEST " PD-SEQUENCE
                   " KEY " PD-KEY(1:6) " WAITS FOR ITS EFFECTIVE "
                   "DATE " PD-EFF-DATE
               ADD 1 TO XP-DEFERRED-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2050-VALIDATE-TRANSFER THRU 2050-EXIT
           IF XP-REFUSE-REASON NOT = SPACES
               DISPLAY "XFERPOST: REQUEST " PD-SEQUENCE
                   " REFUSED ON KEY " PD-KEY(1:6) " FROM "
                   PD-OP-CODE " TO " PD-GROUP-CODE ", "
                   XP-REFUSE-REASON
               ADD 1 TO XP-REFUSED-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2400-MOVE-KEY THRU 2400-EXIT
           IF XP-BALANCE-STATUS NOT = "00"
                   OR XP-KEY-STATUS NOT = "00"
               GO TO 2000-NEXT
           END-IF

           PERFORM 2600-WRITE-REGISTER-ROWS
           PERFORM 2150-MARK-REQUEST-APPLIED

           MOVE PD-SEQUENCE TO XP-TL-SEQUENCE
           MOVE PD-KEY(1:6) TO XP-TL-KEY
           MOVE PD-OP-CODE TO XP-TL-FROM-GROUP
           MOVE PD-GROUP-CODE TO XP-TL-TO-GROUP
           MOVE XP-BALANCE TO XP-TL-BALANCE
           MOVE XP-DAY-AMOUNT TO XP-TL-DAY-AMOUNT
           MOVE PD-DESCRIPTION TO XP-TL-REFERENCE
           DISPLAY XP-TRANSFER-LINE
           ADD 1 TO XP-APPLIED-COUNT
           ADD XP-BALANCE TO XP-APPLIED-TOTAL.

       2000-NEXT.
           PERFORM 2100-READ-PENDING-ROW.

      ******************************************************************
      * 2050-VALIDATE-TRANSFER - THE FIRST FAULT FOUND NAMES THE       *
      *                          REASON; A CLEAN REQUEST LEAVES THE    *
      *                          KEY'S KEYMST RECORD AND (WHEN IT HAS  *
      *                          ONE) ITS BALFIL RECORD IN THE BUFFERS *
      ******************************************************************
       2050-VALIDATE-TRANSFER.
           MOVE SPACES TO XP-REFUSE-REASON
           EVALUATE TRUE
               WHEN PD-ACTION-CODE NOT = "A"
                   MOVE "ACTION CODE IS NOT A"
                       TO XP-REFUSE-REASON
               WHEN PD-KEY(1:6) = SPACES
                   MOVE "NO TRANSACTION KEY" TO XP-REFUSE-REASON
               WHEN PD-OP-CODE = SPACES
                   MOVE "NO GROUP TO LEAVE" TO XP-REFUSE-REASON
               WHEN PD-GROUP-CODE = SPACES
                   MOVE "NO RECEIVING GROUP" TO XP-REFUSE-REASON
               WHEN PD-GROUP-CODE = PD-OP-CODE
                   MOVE "RECEIVING GROUP IS THE SAME"
                       TO XP-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF XP-REFUSE-REASON NOT = SPACES
               GO TO 2050-EXIT
           END-IF

           MOVE PD-GROUP-CODE TO GF-GROUP-CODE
           READ GROUP-FILE-IN
               INVALID KEY
                   MOVE "RECEIVING GROUP NOT ON FILE"
                       TO XP-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT GF-ACTIVE
                       MOVE "RECEIVING GROUP IS INACTIVE"
                           TO XP-REFUSE-REASON
                   END-IF
           END-READ
           IF XP-REFUSE-REASON NOT = SPACES
               GO TO 2050-EXIT
           END-IF

           MOVE PD-KEY(1:6) TO KF-KEY
           READ KEY-FILE-IO
               INVALID KEY
                   MOVE "KEY NOT ON KEYMST" TO XP-REFUSE-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KF-CLOSED
                           MOVE "KEY IS CLOSED" TO XP-REFUSE-REASON
                       WHEN KF-GROUP-CODE NOT = PD-OP-CODE
                           MOVE "KEYMST SHOWS ANOTHER GROUP"
                               TO XP-REFUSE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF XP-REFUSE-REASON NOT = SPACES
               GO TO 2050-EXIT
           END-IF

           MOVE "N" TO XP-ON-BALFIL-SWITCH
           MOVE PD-KEY(1:6) TO BL-KEY
           READ BALANCE-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XP-ON-BALFIL TO TRUE
                   IF BL-GROUP-CODE NOT = PD-OP-CODE
                       MOVE "BALFIL SHOWS ANOTHER GROUP"
                           TO XP-REFUSE-REASON
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

       2100-READ-PENDING-ROW.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET XP-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2150-MARK-REQUEST-APPLIED - THE PENDING ROW RECORDS THAT IT    *
      *                             HAS BEEN APPLIED, SO A RERUN DOES  *
      *                             NOT MOVE THE KEY TWICE             *
      ******************************************************************
       2150-MARK-REQUEST-APPLIED.
           MOVE "X" TO PD-STATUS-FLAG
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "XFERPOST: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO XP-POST-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2400-MOVE-KEY - THE BALFIL GROUP FIRST, THEN KEYMST.  THE      *
      *                 BALANCE AND ANY POSTED-TODAY MOVEMENT TRAVEL   *
      *                 WITH THE KEY; NOTHING ELSE ON THE RECORD       *
      *                 CHANGES                                        *
      ******************************************************************
       2400-MOVE-KEY.
           MOVE ZERO TO XP-BALANCE
           MOVE ZERO TO XP-DAY-AMOUNT
           MOVE "00" TO XP-BALANCE-STATUS
           IF XP-ON-BALFIL
               MOVE BL-BALANCE TO XP-BALANCE
               IF BL-LAST-POSTED = XP-RUN-DATE
                   MOVE BL-DAY-AMOUNT TO XP-DAY-AMOUNT
               END-IF
               MOVE PD-GROUP-CODE TO BL-GROUP-CODE
               REWRITE BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "XFERPOST: BALFIL REWRITE FAILED ON "
                           "KEY " BL-KEY ", REQUEST " PD-SEQUENCE
                           " NOT APPLIED"
                       ADD 1 TO XP-POST-ERROR-COUNT
               END-REWRITE
               IF XP-BALANCE-STATUS NOT = "00"
                   GO TO 2400-EXIT
               END-IF
           END-IF

           MOVE PD-GROUP-CODE TO KF-GROUP-CODE
           REWRITE KEY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "XFERPOST: KEYMST REWRITE FAILED ON KEY "
                       KF-KEY ", REQUEST " PD-SEQUENCE
                       " LEFT HALF APPLIED (BALFIL ALREADY MOVED)"
                   ADD 1 TO XP-POST-ERROR-COUNT
           END-REWRITE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-REGISTER-ROWS - THE OUT LEG FOR THE GROUP LEFT AND  *
      *                            THE IN LEG FOR THE GROUP JOINED     *
      ******************************************************************
       2600-WRITE-REGISTER-ROWS.
           MOVE XP-RUN-DATE TO TJ-BUSINESS-DATE
           MOVE XP-CYCLE-NUMBER TO TJ-CYCLE
           MOVE PD-SEQUENCE TO TJ-SEQUENCE
           MOVE PD-KEY(1:6) TO TJ-KEY
           IF PD-EFF-DATE IS NUMERIC AND PD-EFF-DATE NOT = ZERO
               MOVE PD-EFF-DATE TO TJ-EFF-DATE
           ELSE
               MOVE XP-RUN-DATE TO TJ-EFF-DATE
           END-IF
           MOVE PD-DESCRIPTION TO TJ-REFERENCE
           MOVE PD-MAKER-ID TO TJ-MAKER-ID
           MOVE PD-APPROVER-ID TO TJ-APPROVER-ID

           MOVE "O" TO TJ-DIRECTION
           MOVE PD-OP-CODE TO TJ-GROUP-CODE
           MOVE PD-GROUP-CODE TO TJ-OTHER-GROUP
           COMPUTE TJ-AMOUNT = ZERO - XP-BALANCE
           COMPUTE TJ-DAY-AMOUNT = ZERO - XP-DAY-AMOUNT
           WRITE TRANSFER-JOURNAL-RECORD

           MOVE "I" TO TJ-DIRECTION
           MOVE PD-GROUP-CODE TO TJ-GROUP-CODE
           MOVE PD-OP-CODE TO TJ-OTHER-GROUP
           MOVE XP-BALANCE TO TJ-AMOUNT
           MOVE XP-DAY-AMOUNT TO TJ-DAY-AMOUNT
           WRITE TRANSFER-JOURNAL-RECORD.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE UPDATE FILES, REPORT THE RUN AND    *
      *                  SET THE RETURN CODE                           *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 1950-CLOSE-PENDING
           CLOSE GROUP-FILE-IN
           CLOSE KEY-FILE-IO
           CLOSE BALANCE-FILE-IO
           CLOSE TRANSFER-JOURNAL-FILE

           MOVE XP-APPLIED-TOTAL TO XP-TOTAL-EDIT
           DISPLAY "XFERPOST: " XP-APPLIED-COUNT " TRANSFERS APPLIED, "
               "BALANCE MOVED " XP-TOTAL-EDIT
           DISPLAY "XFERPOST: " XP-DEFERRED-COUNT
               " APPROVED, WAITING FOR THEIR EFFECTIVE DATE"
           DISPLAY "XFERPOST: " XP-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "XFERPOST: " XP-REFUSED-COUNT
               " REFUSED (LEFT APPROVED FOR CORRECTION)"
           DISPLAY "XFERPOST: " XP-POST-ERROR-COUNT " UPDATE ERRORS"

           IF XP-POST-ERROR-COUNT NOT = ZERO
               MOVE "C" TO XP-ALERT-SEVERITY
               MOVE "KEY TRANSFER UPDATE ERRORS, SEE SYSOUT"
                   TO XP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF XP-REFUSED-COUNT NOT = ZERO
                   MOVE "W" TO XP-ALERT-SEVERITY
                   MOVE "APPROVED TRANSFERS REFUSED, SEE SYSOUT"
                       TO XP-ALERT-TEXT
                   PERFORM 9000-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 8500-PRINT-REGISTER - EVERY REGISTER ROW OF THE BUSINESS DATE, *
      *                       ALL CYCLES, TOTALLED BY GROUP; THE OUT   *
      *                       AND IN LEGS MUST NET TO ZERO             *
      ******************************************************************
       8500-PRINT-REGISTER.
           OPEN INPUT TRANSFER-JOURNAL-FILE
           IF XP-JOURNAL-STATUS NOT = "00"
               DISPLAY "XFERPOST: UNABLE TO OPEN XFRJRN FOR THE "
                   "REGISTER, STATUS=" XP-JOURNAL-STATUS
               GO TO 8500-EXIT
           END-IF
           PERFORM 8510-READ-JOURNAL
           PERFORM 8520-TALLY-JOURNAL-ROW
               UNTIL XP-JOURNAL-EOF-YES
           CLOSE TRANSFER-JOURNAL-FILE

           DISPLAY "=================================================="
           DISPLAY "XFERPOST: TRANSFER REGISTER BY GROUP FOR "
               XP-RUN-DATE
           DISPLAY "XFERPOST: GRP     OUT     BALANCE OUT    IN"
               "      BALANCE IN             NET"
           MOVE ZERO TO XP-GROUP-SUB
           PERFORM 8600-DISPLAY-GROUP-LINE
               UNTIL XP-GROUP-SUB = XP-GROUP-COUNT
           COMPUTE XP-REGISTER-NET =
               XP-REGISTER-OUT-TOTAL + XP-REGISTER-IN-TOTAL
           MOVE "TOTAL" TO XP-RL-GROUP-CODE
           MOVE XP-REGISTER-OUT-COUNT TO XP-RL-OUT-COUNT
           MOVE XP-REGISTER-OUT-TOTAL TO XP-RL-OUT-TOTAL
           MOVE XP-REGISTER-IN-COUNT TO XP-RL-IN-COUNT
           MOVE XP-REGISTER-IN-TOTAL TO XP-RL-IN-TOTAL
           MOVE XP-REGISTER-NET TO XP-RL-NET
           DISPLAY XP-REGISTER-LINE
           IF XP-REGISTER-NET = ZERO
                   AND XP-REGISTER-OUT-COUNT = XP-REGISTER-IN-COUNT
               DISPLAY "XFERPOST: EVERY BALANCE THAT LEFT A GROUP "
                   "ARRIVED IN ANOTHER; A GROUP'S NET IS ITS"
               DISPLAY "XFERPOST: TRANSFER MOVEMENT IN THE TRIALBAL "
                   "GROUP BALANCE"
           ELSE
               DISPLAY "XFERPOST: *** REGISTER DOES NOT NET TO ZERO"
                   " -- XFRJRN IS MISSING A LEG ***"
               MOVE "C" TO XP-ALERT-SEVERITY
               MOVE "TRANSFER REGISTER DOES NOT NET TO ZERO"
                   TO XP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "==================================================".
       8500-EXIT.
           EXIT.

       8510-READ-JOURNAL.
           READ TRANSFER-JOURNAL-FILE
               AT END
                   SET XP-JOURNAL-EOF-YES TO TRUE
           END-READ.

       8520-TALLY-JOURNAL-ROW.
           IF TJ-BUSINESS-DATE = XP-RUN-DATE
               PERFORM 8530-FIND-GROUP-ENTRY
               IF TJ-OUT
                   IF XP-GROUP-HIT
                       ADD 1 TO XP-GT-OUT-COUNT(XP-GROUP-SUB)
                       ADD TJ-AMOUNT TO XP-GT-OUT-TOTAL(XP-GROUP-SUB)
                   END-IF
                   ADD 1 TO XP-REGISTER-OUT-COUNT
                   ADD TJ-AMOUNT TO XP-REGISTER-OUT-TOTAL
               ELSE
                   IF XP-GROUP-HIT
                       ADD 1 TO XP-GT-IN-COUNT(XP-GROUP-SUB)
                       ADD TJ-AMOUNT TO XP-GT-IN-TOTAL(XP-GROUP-SUB)
                   END-IF
                   ADD 1 TO XP-REGISTER-IN-COUNT
                   ADD TJ-AMOUNT TO XP-REGISTER-IN-TOTAL
               END-IF
           END-IF
           PERFORM 8510-READ-JOURNAL.

      ******************************************************************
      * 8530-FIND-GROUP-ENTRY - LOCATE THE GROUP IN THE TABLE, OR ADD  *
      *                         IT WHILE THERE IS ROOM                 *
      ******************************************************************
       8530-FIND-GROUP-ENTRY.
           MOVE "N" TO XP-GROUP-HIT-SWITCH
           MOVE ZERO TO XP-GROUP-SUB
           PERFORM 8540-MATCH-GROUP-ENTRY
               UNTIL XP-GROUP-HIT OR XP-GROUP-SUB = XP-GROUP-COUNT
           IF NOT XP-GROUP-HIT AND XP-GROUP-COUNT < 200
               ADD 1 TO XP-GROUP-COUNT
               MOVE XP-GROUP-COUNT TO XP-GROUP-SUB
               MOVE TJ-GROUP-CODE TO XP-GT-GROUP-CODE(XP-GROUP-SUB)
               MOVE ZERO TO XP-GT-OUT-COUNT(XP-GROUP-SUB)
               MOVE ZERO TO XP-GT-OUT-TOTAL(XP-GROUP-SUB)
               MOVE ZERO TO XP-GT-IN-COUNT(XP-GROUP-SUB)
               MOVE ZERO TO XP-GT-IN-TOTAL(XP-GROUP-SUB)
               SET XP-GROUP-HIT TO TRUE
           END-IF.

       8540-MATCH-GROUP-ENTRY.
           ADD 1 TO XP-GROUP-SUB
           IF XP-GT-GROUP-CODE(XP-GROUP-SUB) = TJ-GROUP-CODE
               SET XP-GROUP-HIT TO TRUE
           END-IF.

       8600-DISPLAY-GROUP-LINE.
           ADD 1 TO XP-GROUP-SUB
           MOVE XP-GT-GROUP-CODE(XP-GROUP-SUB) TO XP-RL-GROUP-CODE
           MOVE XP-GT-OUT-COUNT(XP-GROUP-SUB) TO XP-RL-OUT-COUNT
           MOVE XP-GT-OUT-TOTAL(XP-GROUP-SUB) TO XP-RL-OUT-TOTAL
           MOVE XP-GT-IN-COUNT(XP-GROUP-SUB) TO XP-RL-IN-COUNT
           MOVE XP-GT-IN-TOTAL(XP-GROUP-SUB) TO XP-RL-IN-TOTAL
           COMPUTE XP-RL-NET = XP-GT-OUT-TOTAL(XP-GROUP-SUB)
               + XP-GT-IN-TOTAL(XP-GROUP-SUB)
           DISPLAY XP-REGISTER-LINE.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF XP-ALERT-STATUS = "00"
               MOVE XP-RUN-DATE TO AL-RUN-DATE
               MOVE "XFERPOST" TO AL-PROGRAM-NAME
               MOVE XP-ALERT-SEVERITY TO AL-SEVERITY
               MOVE XP-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "XFERPOST: UNABLE TO OPEN ALERTOUT STATUS="
                   XP-ALERT-STATUS
           END-IF.
       END PROGRAM Xferpost.
