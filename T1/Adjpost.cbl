      ******************************************************************
      * PROGRAM-ID : ADJPOST
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly posting of manual balance adjustments,
      *              run after the OPERATIONS steps and before the
      *              TRIALBAL proof.  An adjustment is entered on
      *              the ADJMNT stream (key, signed amount, reason
      *              code, free-text reference), staged by MNTSTAGE
      *              to PENDCHG as target "J" and approved or
      *              rejected by a second user on the MNTAPPRV
      *              screen; only APPROVED requests are posted here,
      *              and one whose approver matches the maker -- or
      *              carries no approver at all -- is refused.
      *              Reason codes are a maintained list held on the
      *              CONSTFIL constants file, one effective-dated
      *              constant per reason, maintained through
      *              CONSTMAIN like every other constant:
      *                ADJRcccc - reason cccc; value 00000 posts
      *                           the adjustment only, 00001 also
      *                           bills it, 00009 withdraws the
      *                           reason from its effective date.
      *              A reason not on the list (or withdrawn), a key
      *              not on BALFIL, or a zero or non-numeric amount
      *              refuses the request, leaves it approved for
      *              correction and ends the step with a warning.
      *              A posted adjustment moves BL-BALANCE,
      *              BL-DAY-AMOUNT and BL-MTD-AMOUNT and counts as a
      *              posting (BL-POSTING-COUNT, BL-LAST-POSTED),
      *              exactly as an OPERATIONS posting does; it is
      *              written to AUDITOUT as op code ADJ, to BILLEXT
      *              as op code ADJ when the reason bills, and to
      *              the ADJJRN adjustment journal, and the PENDCHG
      *              row is marked "X" so a rerun posts nothing
      *              twice.  An adjustment is never backed out by
      *              BACKOUT: it is reversed by an opposite
      *              adjustment under its own approval.
      *              The daily register on SYSOUT totals every
      *              journal row of the business date (all cycles)
      *              by reason code; its grand total is the MANUAL
      *              ADJUSTMENTS line of the TRIALBAL movement.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original adjustment posting step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Adjpost.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-RUNCTL-STATUS.

           SELECT PENDING-FILE-IO ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-SEQUENCE
               FILE STATUS IS AJ-PENDING-STATUS.

           SELECT CONST-FILE-IN ASSIGN TO "CONSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RECORD-KEY
               FILE STATUS IS AJ-CONST-STATUS.

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS AJ-BALANCE-STATUS.

           SELECT AUDIT-FILE-OUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-AUDIT-STATUS.

           SELECT BILL-EXTRACT-OUT ASSIGN TO "BILLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-BILL-STATUS.

           SELECT ADJUST-JOURNAL-FILE ASSIGN TO "ADJJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-JOURNAL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  CONST-FILE-IN.
           COPY CONSTREC.

       FD  BALANCE-FILE-IO.
           COPY BALREC.

       FD  AUDIT-FILE-OUT
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BILL-EXTRACT-OUT
           RECORD CONTAINS 42 CHARACTERS.
           COPY BILLREC.

       FD  ADJUST-JOURNAL-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY ADJJREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  AJ-REASON-KEY.
           05  AJ-REASON-KEY-PREFIX    PIC X(4)  VALUE "ADJR".
           05  AJ-REASON-KEY-CODE      PIC X(4)  VALUE SPACES.

       01  AJ-REASON-TABLE.
           05  AJ-RT-ENTRY OCCURS 100 TIMES.
               10  AJ-RT-REASON-CODE   PIC X(4).
               10  AJ-RT-COUNT         PIC 9(7)  COMP-3.
               10  AJ-RT-BILLED-COUNT  PIC 9(7)  COMP-3.
               10  AJ-RT-TOTAL         PIC S9(11)V99 COMP-3.

       01  AJ-POSTING-LINE.
           05  FILLER                  PIC X(9)  VALUE "ADJPOST: ".
           05  AJ-PL-SEQUENCE          PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-REASON-CODE       PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-AMOUNT            PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-BALANCE-AFTER     PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-BILLED-FLAG       PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-PL-REFERENCE         PIC X(30).

       01  AJ-REGISTER-LINE.
           05  FILLER                  PIC X(9)  VALUE "ADJPOST: ".
           05  AJ-RL-REASON-CODE       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-RL-COUNT             PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-RL-BILLED-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AJ-RL-TOTAL             PIC -(11)9.99.

       77  AJ-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  AJ-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  AJ-CONST-STATUS             PIC X(2)  VALUE "00".
       77  AJ-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  AJ-AUDIT-STATUS             PIC X(2)  VALUE "00".
       77  AJ-BILL-STATUS              PIC X(2)  VALUE "00".
       77  AJ-JOURNAL-STATUS           PIC X(2)  VALUE "00".
       77  AJ-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  AJ-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  AJ-CYCLE-NUMBER             PIC 9(3)  VALUE 1.
       77  AJ-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  AJ-ABORT                          VALUE "Y".
       77  AJ-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  AJ-EOF-YES                        VALUE "Y".
       77  AJ-JOURNAL-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  AJ-JOURNAL-EOF-YES                VALUE "Y".
       77  AJ-REASON-FOUND-SWITCH      PIC X(1)  VALUE "N".
           88  AJ-REASON-FOUND                   VALUE "Y".
       77  AJ-SCAN-DONE-SWITCH         PIC X(1)  VALUE "N".
           88  AJ-SCAN-DONE                      VALUE "Y".
       77  AJ-REASON-VALUE             PIC 9(5)  VALUE ZERO.
       77  AJ-REFUSE-REASON            PIC X(30) VALUE SPACES.
       77  AJ-AMOUNT                   PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  AJ-REASON-COUNT             PIC 9(3)  VALUE ZERO.
       77  AJ-REASON-SUB               PIC 9(3)  VALUE ZERO.
       77  AJ-REASON-HIT-SWITCH        PIC X(1)  VALUE "N".
           88  AJ-REASON-HIT                     VALUE "Y".
       77  AJ-POSTED-COUNT             PIC 9(5)  VALUE ZERO.
       77  AJ-BILLED-COUNT             PIC 9(5)  VALUE ZERO.
       77  AJ-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  AJ-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.
       77  AJ-POST-ERROR-COUNT         PIC 9(5)  VALUE ZERO.
       77  AJ-POSTED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  AJ-REGISTER-COUNT           PIC 9(7)  VALUE ZERO.
       77  AJ-REGISTER-BILLED          PIC 9(7)  VALUE ZERO.
       77  AJ-REGISTER-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  AJ-TOTAL-EDIT               PIC -(11)9.99.
       77  AJ-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  AJ-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT AJ-ABORT
               PERFORM 2000-POST-ONE-REQUEST THRU 2000-NEXT
                   UNTIL AJ-EOF-YES
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
           DISPLAY "ADJPOST: BUSINESS DATE " AJ-RUN-DATE
               " CYCLE " AJ-CYCLE-NUMBER

           OPEN I-O PENDING-FILE-IO
           IF AJ-PENDING-STATUS = "35"
               DISPLAY "ADJPOST: NO PENDCHG FILE, NO ADJUSTMENTS "
                   "TO POST"
               SET AJ-EOF-YES TO TRUE
           ELSE
               IF AJ-PENDING-STATUS NOT = "00"
                   DISPLAY "ADJPOST: UNABLE TO OPEN PENDCHG STATUS="
                       AJ-PENDING-STATUS
                   MOVE "ADJUSTMENTS NOT POSTED, PENDCHG OPEN"
                       TO AJ-ALERT-TEXT
                   PERFORM 1900-ABANDON-RUN
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN INPUT CONST-FILE-IN
           IF AJ-CONST-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN CONSTFIL STATUS="
                   AJ-CONST-STATUS
               PERFORM 1950-CLOSE-PENDING
               MOVE "ADJUSTMENTS NOT POSTED, CONSTFIL OPEN"
                   TO AJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN I-O BALANCE-FILE-IO
           IF AJ-BALANCE-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN BALFIL STATUS="
                   AJ-BALANCE-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE CONST-FILE-IN
               MOVE "ADJUSTMENTS NOT POSTED, BALFIL OPEN"
                   TO AJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND AUDIT-FILE-OUT
           IF AJ-AUDIT-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN AUDITOUT STATUS="
                   AJ-AUDIT-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE CONST-FILE-IN
               CLOSE BALANCE-FILE-IO
               MOVE "ADJUSTMENTS NOT POSTED, AUDITOUT OPEN"
                   TO AJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND BILL-EXTRACT-OUT
           IF AJ-BILL-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN BILLEXT STATUS="
                   AJ-BILL-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE CONST-FILE-IN
               CLOSE BALANCE-FILE-IO
               CLOSE AUDIT-FILE-OUT
               MOVE "ADJUSTMENTS NOT POSTED, BILLEXT OPEN"
                   TO AJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND ADJUST-JOURNAL-FILE
           IF AJ-JOURNAL-STATUS = "35"
               OPEN OUTPUT ADJUST-JOURNAL-FILE
           END-IF
           IF AJ-JOURNAL-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN ADJJRN STATUS="
                   AJ-JOURNAL-STATUS
               PERFORM 1950-CLOSE-PENDING
               CLOSE CONST-FILE-IN
               CLOSE BALANCE-FILE-IO
               CLOSE AUDIT-FILE-OUT
               CLOSE BILL-EXTRACT-OUT
               MOVE "ADJUSTMENTS NOT POSTED, ADJJRN OPEN"
                   TO AJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           IF NOT AJ-EOF-YES
               MOVE ZERO TO PD-SEQUENCE
               START PENDING-FILE-IO
                   KEY IS NOT LESS THAN PD-SEQUENCE
                   INVALID KEY
                       SET AJ-EOF-YES TO TRUE
               END-START
           END-IF
           IF NOT AJ-EOF-YES
               PERFORM 2100-READ-PENDING-ROW
           END-IF
           DISPLAY "ADJPOST: SEQ   KEY    GRP  RSN      AMOUNT"
               "  BALANCE AFTER B REFERENCE".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT AJ-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF AJ-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO AJ-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                               AND BD-CYCLE-NUMBER NOT = ZERO
                           MOVE BD-CYCLE-NUMBER TO AJ-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

       1900-ABANDON-RUN.
           MOVE "C" TO AJ-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET AJ-ABORT TO TRUE.

       1950-CLOSE-PENDING.
           IF AJ-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE-IO
           END-IF.

      ******************************************************************
      * 2000-POST-ONE-REQUEST - ONLY APPROVED ADJUSTMENT REQUESTS ARE  *
      *                         CANDIDATES; THE MAKER/CHECKER RULE IS  *
      *                         PROVED AGAIN, THE ADJUSTMENT IS        *
      *                         VALIDATED, POSTED, JOURNALLED AND THE  *
      *                         ROW MARKED "X"                         *
      ******************************************************************
       2000-POST-ONE-REQUEST.
           IF NOT PD-TARGET-ADJUSTMENT OR NOT PD-APPROVED
               ADD 1 TO AJ-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               DISPLAY "ADJPOST: REQUEST " PD-SEQUENCE
                   " REFUSED, APPROVER '" PD-APPROVER-ID
                   "' DOES NOT SATISFY THE MAKER/CHECKER RULE"
               ADD 1 TO AJ-REFUSED-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2050-VALIDATE-ADJUSTMENT THRU 2050-EXIT
           IF AJ-REFUSE-REASON NOT = SPACES
               DISPLAY "ADJPOST: REQUEST " PD-SEQUENCE
                   " REFUSED ON KEY " PD-KEY(1:6) ", "
                   AJ-REFUSE-REASON
               ADD 1 TO AJ-REFUSED-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2400-POST-TO-BALANCE
           IF AJ-BALANCE-STATUS NOT = "00"
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-WRITE-AUDIT-ROW
           IF AJ-REASON-VALUE = 1
               PERFORM 2550-WRITE-BILLING-ROW
           END-IF
           PERFORM 2600-WRITE-JOURNAL-ROW
           PERFORM 2150-MARK-REQUEST-APPLIED

           MOVE AD-SEQUENCE TO AJ-PL-SEQUENCE
           MOVE AD-KEY TO AJ-PL-KEY
           MOVE AD-GROUP-CODE TO AJ-PL-GROUP-CODE
           MOVE AD-REASON-CODE TO AJ-PL-REASON-CODE
           MOVE AD-AMOUNT TO AJ-PL-AMOUNT
           MOVE AD-BALANCE-AFTER TO AJ-PL-BALANCE-AFTER
           MOVE AD-BILLED-FLAG TO AJ-PL-BILLED-FLAG
           MOVE AD-REFERENCE TO AJ-PL-REFERENCE
           DISPLAY AJ-POSTING-LINE
           ADD 1 TO AJ-POSTED-COUNT
           ADD AJ-AMOUNT TO AJ-POSTED-TOTAL.

       2000-NEXT.
           PERFORM 2100-READ-PENDING-ROW.

      ******************************************************************
      * 2050-VALIDATE-ADJUSTMENT - THE FIRST FAULT FOUND NAMES THE     *
      *                            REASON; A CLEAN REQUEST LEAVES ITS  *
      *                            KEY'S BALFIL RECORD IN THE BUFFER   *
      *                            AND ITS REASON VALUE IN             *
      *                            AJ-REASON-VALUE                     *
      ******************************************************************
       2050-VALIDATE-ADJUSTMENT.
           MOVE SPACES TO AJ-REFUSE-REASON
           EVALUATE TRUE
               WHEN PD-ACTION-CODE NOT = "A"
                   MOVE "ACTION CODE IS NOT A"
                       TO AJ-REFUSE-REASON
               WHEN PD-KEY(1:6) = SPACES
                   MOVE "NO TRANSACTION KEY" TO AJ-REFUSE-REASON
               WHEN PD-NUM1 IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO AJ-REFUSE-REASON
               WHEN PD-NUM1 = ZERO
                   MOVE "AMOUNT IS ZERO" TO AJ-REFUSE-REASON
               WHEN PD-OP-CODE = SPACES
                   MOVE "NO REASON CODE" TO AJ-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AJ-REFUSE-REASON NOT = SPACES
               GO TO 2050-EXIT
           END-IF

           MOVE PD-OP-CODE TO AJ-REASON-KEY-CODE
           PERFORM 2300-LOOKUP-REASON
           IF NOT AJ-REASON-FOUND
               MOVE "REASON CODE NOT ON THE LIST"
                   TO AJ-REFUSE-REASON
               GO TO 2050-EXIT
           END-IF
           IF AJ-REASON-VALUE NOT = 0 AND NOT = 1
               MOVE "REASON CODE WITHDRAWN" TO AJ-REFUSE-REASON
               GO TO 2050-EXIT
           END-IF

           MOVE PD-KEY(1:6) TO BL-KEY
           READ BALANCE-FILE-IO
               INVALID KEY
                   MOVE "KEY NOT ON BALFIL" TO AJ-REFUSE-REASON
           END-READ.
       2050-EXIT.
           EXIT.

       2100-READ-PENDING-ROW.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET AJ-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2150-MARK-REQUEST-APPLIED - THE PENDING ROW RECORDS THAT IT    *
      *                             HAS BEEN POSTED, SO A RERUN DOES   *
      *                             NOT POST IT TWICE                  *
      ******************************************************************
       2150-MARK-REQUEST-APPLIED.
           MOVE "X" TO PD-STATUS-FLAG
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ADJPOST: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO AJ-POST-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2300-LOOKUP-REASON - BROWSE THE REASON'S CONSTANTS IN          *
      *                      EFFECTIVE-DATE ORDER AND KEEP THE VALUE   *
      *                      WITH THE HIGHEST EFFECTIVE DATE ON OR     *
      *                      BEFORE THE RUN DATE                       *
      ******************************************************************
       2300-LOOKUP-REASON.
           MOVE "N" TO AJ-REASON-FOUND-SWITCH
           MOVE "N" TO AJ-SCAN-DONE-SWITCH
           MOVE ZERO TO AJ-REASON-VALUE
           MOVE AJ-REASON-KEY TO CF-KEY
           MOVE ZERO TO CF-EFF-DATE
           START CONST-FILE-IN
               KEY IS NOT LESS THAN CF-RECORD-KEY
               INVALID KEY
                   SET AJ-SCAN-DONE TO TRUE
           END-START
           PERFORM 2310-SCAN-NEXT-REASON
               UNTIL AJ-SCAN-DONE.

       2310-SCAN-NEXT-REASON.
           READ CONST-FILE-IN NEXT RECORD
               AT END
                   SET AJ-SCAN-DONE TO TRUE
               NOT AT END
                   IF CF-KEY NOT = AJ-REASON-KEY
                           OR CF-EFF-DATE > AJ-RUN-DATE
                       SET AJ-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CF-VALUE TO AJ-REASON-VALUE
                       SET AJ-REASON-FOUND TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2400-POST-TO-BALANCE - THE ADJUSTMENT POSTS AS AN OPERATIONS   *
      *                        POSTING DOES: BALANCE, DAY AMOUNT (NEW  *
      *                        DATE STARTS OVER), MONTH TO DATE,       *
      *                        POSTING COUNT AND LAST-POSTED DATE.  A  *
      *                        DORMANT KEY IS ACTIVE AGAIN             *
      ******************************************************************
       2400-POST-TO-BALANCE.
           MOVE PD-NUM1 TO AJ-AMOUNT
           IF BL-LAST-POSTED NOT = AJ-RUN-DATE
               MOVE ZERO TO BL-DAY-AMOUNT
           END-IF
           IF BL-DORMANT
               DISPLAY "ADJPOST: ADJUSTMENT TO DORMANT KEY " BL-KEY
                   " (DORMANT SINCE " BL-DORMANT-DATE ")"
               MOVE "W" TO AJ-ALERT-SEVERITY
               MOVE SPACES TO AJ-ALERT-TEXT
               STRING "ADJUSTMENT TO DORMANT KEY " BL-KEY
                   DELIMITED BY SIZE INTO AJ-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE SPACE TO BL-DORMANT-FLAG
               MOVE ZERO TO BL-DORMANT-DATE
           END-IF
           ADD 1 TO BL-POSTING-COUNT
           ADD AJ-AMOUNT TO BL-BALANCE
           ADD AJ-AMOUNT TO BL-DAY-AMOUNT
           IF BL-MTD-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO BL-MTD-AMOUNT
           END-IF
           ADD AJ-AMOUNT TO BL-MTD-AMOUNT
           MOVE AJ-RUN-DATE TO BL-LAST-POSTED
           REWRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "ADJPOST: BALFIL REWRITE FAILED ON KEY "
                       BL-KEY ", REQUEST " PD-SEQUENCE " NOT POSTED"
                   ADD 1 TO AJ-POST-ERROR-COUNT
           END-REWRITE.

      ******************************************************************
      * 2500-WRITE-AUDIT-ROW - THE ADJ AUDIT ROW, LAID OUT AS          *
      *                        OPERATIONS LAYS OUT ITS OWN             *
      ******************************************************************
       2500-WRITE-AUDIT-ROW.
           MOVE AJ-RUN-DATE TO AR-RUN-DATE
           MOVE "ADJPOST" TO AR-PROGRAM-NAME
           MOVE BL-KEY TO AR-KEY
           MOVE "ADJ" TO AR-OP-CODE
           MOVE AJ-AMOUNT TO AR-NUM1
           MOVE ZERO TO AR-NUM2
           MOVE AJ-AMOUNT TO AR-RESULT
           MOVE AJ-CYCLE-NUMBER TO AR-CYCLE
           MOVE SPACES TO AR-CURRENCY-CODE
           MOVE AJ-AMOUNT TO AR-ORIG-NUM1
           MOVE ZERO TO AR-ORIG-NUM2
           MOVE 1 TO AR-FX-RATE
           WRITE AUDIT-RECORD.

      ******************************************************************
      * 2550-WRITE-BILLING-ROW - THE ADJ BILLING ROW, ONLY FOR A       *
      *                          REASON WHOSE VALUE SAYS IT BILLS      *
      ******************************************************************
       2550-WRITE-BILLING-ROW.
           MOVE BL-KEY TO BE-KEY
           MOVE AJ-AMOUNT TO BE-NUM1
           MOVE ZERO TO BE-NUM2
           MOVE "ADJ" TO BE-OP-CODE
           MOVE AJ-AMOUNT TO BE-RESULT
           MOVE AJ-CYCLE-NUMBER TO BE-CYCLE
           WRITE BILLING-EXTRACT-RECORD
           ADD 1 TO AJ-BILLED-COUNT.

      ******************************************************************
      * 2600-WRITE-JOURNAL-ROW - ONE ADJJRN ROW PER POSTED ADJUSTMENT  *
      ******************************************************************
       2600-WRITE-JOURNAL-ROW.
           MOVE AJ-RUN-DATE TO AD-BUSINESS-DATE
           MOVE AJ-CYCLE-NUMBER TO AD-CYCLE
           MOVE PD-SEQUENCE TO AD-SEQUENCE
           MOVE BL-KEY TO AD-KEY
           MOVE BL-GROUP-CODE TO AD-GROUP-CODE
           MOVE PD-OP-CODE TO AD-REASON-CODE
           MOVE AJ-AMOUNT TO AD-AMOUNT
           IF AJ-REASON-VALUE = 1
               MOVE "Y" TO AD-BILLED-FLAG
           ELSE
               MOVE "N" TO AD-BILLED-FLAG
           END-IF
           MOVE BL-BALANCE TO AD-BALANCE-AFTER
           MOVE PD-DESCRIPTION TO AD-REFERENCE
           MOVE PD-MAKER-ID TO AD-MAKER-ID
           MOVE PD-APPROVER-ID TO AD-APPROVER-ID
           WRITE ADJUSTMENT-JOURNAL-RECORD.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE POSTING FILES, REPORT THE RUN AND   *
      *                  SET THE RETURN CODE                           *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 1950-CLOSE-PENDING
           CLOSE CONST-FILE-IN
           CLOSE BALANCE-FILE-IO
           CLOSE AUDIT-FILE-OUT
           CLOSE BILL-EXTRACT-OUT
           CLOSE ADJUST-JOURNAL-FILE

           MOVE AJ-POSTED-TOTAL TO AJ-TOTAL-EDIT
           DISPLAY "ADJPOST: " AJ-POSTED-COUNT " ADJUSTMENTS POSTED, "
               AJ-BILLED-COUNT " BILLED, TOTAL " AJ-TOTAL-EDIT
           DISPLAY "ADJPOST: " AJ-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "ADJPOST: " AJ-REFUSED-COUNT
               " REFUSED (LEFT APPROVED FOR CORRECTION)"
           DISPLAY "ADJPOST: " AJ-POST-ERROR-COUNT " POSTING ERRORS"

           IF AJ-POST-ERROR-COUNT NOT = ZERO
               MOVE "C" TO AJ-ALERT-SEVERITY
               MOVE "ADJUSTMENT POSTING ERRORS, SEE SYSOUT"
                   TO AJ-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF AJ-REFUSED-COUNT NOT = ZERO
                   MOVE "W" TO AJ-ALERT-SEVERITY
                   MOVE "APPROVED ADJUSTMENTS REFUSED, SEE SYSOUT"
                       TO AJ-ALERT-TEXT
                   PERFORM 9000-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 8500-PRINT-REGISTER - EVERY JOURNAL ROW OF THE BUSINESS DATE,  *
      *                       ALL CYCLES, TOTALLED BY REASON CODE      *
      ******************************************************************
       8500-PRINT-REGISTER.
           OPEN INPUT ADJUST-JOURNAL-FILE
           IF AJ-JOURNAL-STATUS NOT = "00"
               DISPLAY "ADJPOST: UNABLE TO OPEN ADJJRN FOR THE "
                   "REGISTER, STATUS=" AJ-JOURNAL-STATUS
               GO TO 8500-EXIT
           END-IF
           PERFORM 8510-READ-JOURNAL
           PERFORM 8520-TALLY-JOURNAL-ROW
               UNTIL AJ-JOURNAL-EOF-YES
           CLOSE ADJUST-JOURNAL-FILE

           DISPLAY "=================================================="
           DISPLAY "ADJPOST: ADJUSTMENT REGISTER BY REASON FOR "
               AJ-RUN-DATE
           DISPLAY "ADJPOST: RSN     COUNT  BILLED            TOTAL"
           MOVE ZERO TO AJ-REASON-SUB
           PERFORM 8600-DISPLAY-REASON-LINE
               UNTIL AJ-REASON-SUB = AJ-REASON-COUNT
           MOVE "TOTAL" TO AJ-RL-REASON-CODE
           MOVE AJ-REGISTER-COUNT TO AJ-RL-COUNT
           MOVE AJ-REGISTER-BILLED TO AJ-RL-BILLED-COUNT
           MOVE AJ-REGISTER-TOTAL TO AJ-RL-TOTAL
           DISPLAY AJ-REGISTER-LINE
           DISPLAY "ADJPOST: THE TOTAL IS THE MANUAL ADJUSTMENTS "
               "LINE OF THE TRIALBAL MOVEMENT"
           DISPLAY "==================================================".
       8500-EXIT.
           EXIT.

       8510-READ-JOURNAL.
           READ ADJUST-JOURNAL-FILE
               AT END
                   SET AJ-JOURNAL-EOF-YES TO TRUE
           END-READ.

       8520-TALLY-JOURNAL-ROW.
           IF AD-BUSINESS-DATE = AJ-RUN-DATE
               PERFORM 8530-FIND-REASON-ENTRY
               IF AJ-REASON-HIT
                   ADD 1 TO AJ-RT-COUNT(AJ-REASON-SUB)
                   ADD AD-AMOUNT TO AJ-RT-TOTAL(AJ-REASON-SUB)
                   IF AD-BILLED
                       ADD 1 TO AJ-RT-BILLED-COUNT(AJ-REASON-SUB)
                   END-IF
               END-IF
               ADD 1 TO AJ-REGISTER-COUNT
               ADD AD-AMOUNT TO AJ-REGISTER-TOTAL
               IF AD-BILLED
                   ADD 1 TO AJ-REGISTER-BILLED
               END-IF
           END-IF
           PERFORM 8510-READ-JOURNAL.

      ******************************************************************
      * 8530-FIND-REASON-ENTRY - LOCATE THE REASON IN THE TABLE, OR    *
      *                          ADD IT WHILE THERE IS ROOM            *
      ******************************************************************
       8530-FIND-REASON-ENTRY.
           MOVE "N" TO AJ-REASON-HIT-SWITCH
           MOVE ZERO TO AJ-REASON-SUB
           PERFORM 8540-MATCH-REASON-ENTRY
               UNTIL AJ-REASON-HIT OR AJ-REASON-SUB = AJ-REASON-COUNT
           IF NOT AJ-REASON-HIT AND AJ-REASON-COUNT < 100
               ADD 1 TO AJ-REASON-COUNT
               MOVE AJ-REASON-COUNT TO AJ-REASON-SUB
               MOVE AD-REASON-CODE TO AJ-RT-REASON-CODE(AJ-REASON-SUB)
               MOVE ZERO TO AJ-RT-COUNT(AJ-REASON-SUB)
               MOVE ZERO TO AJ-RT-BILLED-COUNT(AJ-REASON-SUB)
               MOVE ZERO TO AJ-RT-TOTAL(AJ-REASON-SUB)
               SET AJ-REASON-HIT TO TRUE
           END-IF.

       8540-MATCH-REASON-ENTRY.
           ADD 1 TO AJ-REASON-SUB
           IF AJ-RT-REASON-CODE(AJ-REASON-SUB) = AD-REASON-CODE
               SET AJ-REASON-HIT TO TRUE
           END-IF.

       8600-DISPLAY-REASON-LINE.
           ADD 1 TO AJ-REASON-SUB
           MOVE AJ-RT-REASON-CODE(AJ-REASON-SUB) TO AJ-RL-REASON-CODE
           MOVE AJ-RT-COUNT(AJ-REASON-SUB) TO AJ-RL-COUNT
           MOVE AJ-RT-BILLED-COUNT(AJ-REASON-SUB)
               TO AJ-RL-BILLED-COUNT
           MOVE AJ-RT-TOTAL(AJ-REASON-SUB) TO AJ-RL-TOTAL
           DISPLAY AJ-REGISTER-LINE.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF AJ-ALERT-STATUS = "00"
               MOVE AJ-RUN-DATE TO AL-RUN-DATE
               MOVE "ADJPOST" TO AL-PROGRAM-NAME
               MOVE AJ-ALERT-SEVERITY TO AL-SEVERITY
               MOVE AJ-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "ADJPOST: UNABLE TO OPEN ALERTOUT STATUS="
                   AJ-ALERT-STATUS
           END-IF.
       END PROGRAM Adjpost.
