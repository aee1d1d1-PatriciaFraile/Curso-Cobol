      ******************************************************************
      * PROGRAM-ID : INTACCR
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly interest accrual over the BALFIL balance
      *              master, run after the TRIALBAL proof.  Rates are
      *              held per group on the CONSTFIL constants file and
      *              maintained through CONSTMAIN like COMRATE and
      *              TAXRATE (effective-dated, two implied decimals,
      *              annual percentage):
      *                INTCgggg - credit rate for group gggg, applied
      *                           to a positive balance;
      *                INTDgggg - debit rate for group gggg, applied
      *                           to a negative balance;
      *                INTBASIS - day-count basis, 00360 or 00365
      *                           (actual days over 360 or 365);
      *                           absent or anything else means 365.
      *              Day count and rounding: interest is accrued in
      *              arrears for the calendar days since the key was
      *              last accrued (BL-LAST-ACCRUED), on the balance
      *              the key held over those days -- tonight's
      *              BL-BALANCE less tonight's own postings -- and
      *              each night's amount is rounded half up to the
      *              cent before it is added to BL-ACCRUED-INTEREST.
      *              The first night a key is seen only starts its
      *              clock.  A group with no rate in effect is not
      *              accrued, never defaulted: its keys are counted
      *              and the run ends with a warning.
      *              On the last RUNCAL processing date of the month
      *              the accrued interest is capitalised: added to
      *              BL-BALANCE and BL-MTD-AMOUNT (so PERCLOSE
      *              ledgers it as movement), and written as op code
      *              INT to AUDITOUT and BILLEXT, one pair per key,
      *              like any other operation.  BL-DAY-AMOUNT,
      *              BL-LAST-POSTED and BL-POSTING-COUNT are left as
      *              they are: interest is not customer activity.
      *              The register on SYSOUT lists every key accrued
      *              or capitalised with group subtotals, and proves
      *              the sum of the per-key lines against what was
      *              actually posted to BALFIL (and, at month end,
      *              written to AUDITOUT and BILLEXT); any difference
      *              ends the step with return code 8 and a critical
      *              alert.  A supplementary run does not accrue, and
      *              a key already accrued through the business date
      *              is skipped, so a rerun posts nothing twice.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original interest accrual step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intaccr.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-RUNCTL-STATUS.

           SELECT CALENDAR-FILE-IN ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-CALENDAR-STATUS.

           SELECT CONST-FILE-IN ASSIGN TO "CONSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RECORD-KEY
               FILE STATUS IS IA-CONST-STATUS.

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS IA-BALANCE-STATUS.

           SELECT AUDIT-FILE-OUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-AUDIT-STATUS.

           SELECT BILL-EXTRACT-OUT ASSIGN TO "BILLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-BILL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  CALENDAR-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-PROCESS-DATE         PIC 9(8).

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

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  IA-RUN-DATE-GROUP.
           05  IA-RUN-PERIOD           PIC 9(6).
           05  IA-RUN-DAY              PIC 9(2).
       01  IA-RUN-DATE REDEFINES IA-RUN-DATE-GROUP
                                       PIC 9(8).

       01  IA-CAL-DATE-GROUP.
           05  IA-CAL-PERIOD           PIC 9(6).
           05  IA-CAL-DAY              PIC 9(2).

       01  IA-RATE-KEY.
           05  IA-RATE-KEY-PREFIX      PIC X(4).
           05  IA-RATE-KEY-GROUP       PIC X(4).

       01  IA-GROUP-TABLE.
           05  IA-GT-ENTRY OCCURS 300 TIMES.
               10  IA-GT-GROUP-CODE    PIC X(4).
               10  IA-GT-CREDIT-FOUND  PIC X(1).
               10  IA-GT-CREDIT-RATE   PIC 9(3)V99 COMP-3.
               10  IA-GT-DEBIT-FOUND   PIC X(1).
               10  IA-GT-DEBIT-RATE    PIC 9(3)V99 COMP-3.
               10  IA-GT-KEY-COUNT     PIC 9(7)  COMP-3.
               10  IA-GT-ACCRUED       PIC S9(11)V99 COMP-3.
               10  IA-GT-CAPITALISED   PIC S9(11)V99 COMP-3.

       01  IA-REGISTER-LINE.
           05  FILLER                  PIC X(9)  VALUE "INTACCR: ".
           05  IA-RL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-HELD-BALANCE      PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-DAYS              PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-ACCRUAL           PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-ACCRUED           PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IA-RL-CAPITALISED       PIC -(9)9.99.

       77  IA-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  IA-CALENDAR-STATUS          PIC X(2)  VALUE "00".
       77  IA-CONST-STATUS             PIC X(2)  VALUE "00".
       77  IA-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  IA-AUDIT-STATUS             PIC X(2)  VALUE "00".
       77  IA-BILL-STATUS              PIC X(2)  VALUE "00".
       77  IA-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  IA-CYCLE-NUMBER             PIC 9(3)  VALUE 1.
       77  IA-RUN-TYPE                 PIC X(1)  VALUE "F".
       77  IA-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  IA-LAST-INTEGER             PIC 9(7)  VALUE ZERO.
       77  IA-DAYS                     PIC 9(5)  VALUE ZERO.
       77  IA-BASIS                    PIC 9(3)  VALUE 365.
       77  IA-RATE                     PIC 9(3)V99 COMP-3 VALUE ZERO.
       77  IA-RATE-VALUE               PIC 9(3)V99 COMP-3 VALUE ZERO.
       77  IA-CONST-VALUE              PIC 9(5)  VALUE ZERO.
       77  IA-HELD-BALANCE             PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  IA-ACCRUAL                  PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  IA-CAPITALISED              PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  IA-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  IA-ABORT                          VALUE "Y".
       77  IA-MONTH-END-SWITCH         PIC X(1)  VALUE "N".
           88  IA-MONTH-END                      VALUE "Y".
       77  IA-RATE-FOUND-SWITCH        PIC X(1)  VALUE "N".
           88  IA-RATE-FOUND                     VALUE "Y".
       77  IA-SCAN-DONE-SWITCH         PIC X(1)  VALUE "N".
           88  IA-SCAN-DONE                      VALUE "Y".
       77  IA-CAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  IA-CAL-EOF-YES                    VALUE "Y".
       77  IA-BAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  IA-BAL-EOF-YES                    VALUE "Y".
       77  IA-KEY-ACTIVE-SWITCH        PIC X(1)  VALUE "N".
           88  IA-KEY-ACTIVE                     VALUE "Y".
       77  IA-CAL-DATE-COUNT           PIC 9(5)  VALUE ZERO.
       77  IA-LATER-DATE-COUNT         PIC 9(5)  VALUE ZERO.
       77  IA-GROUP-COUNT              PIC 9(3)  VALUE ZERO.
       77  IA-GROUP-SUB                PIC 9(3)  VALUE ZERO.
       77  IA-GROUP-HIT-SWITCH         PIC X(1)  VALUE "N".
           88  IA-GROUP-HIT                      VALUE "Y".
       77  IA-GROUP-FULL-SWITCH        PIC X(1)  VALUE "N".
           88  IA-GROUP-FULL                     VALUE "Y".
       77  IA-KEYS-READ-COUNT          PIC 9(7)  VALUE ZERO.
       77  IA-KEYS-ACCRUED-COUNT       PIC 9(7)  VALUE ZERO.
       77  IA-KEYS-STARTED-COUNT       PIC 9(7)  VALUE ZERO.
       77  IA-KEYS-DONE-COUNT          PIC 9(7)  VALUE ZERO.
       77  IA-KEYS-NO-RATE-COUNT       PIC 9(7)  VALUE ZERO.
       77  IA-KEYS-CAPITALISED-COUNT   PIC 9(7)  VALUE ZERO.
       77  IA-REWRITE-ERROR-COUNT      PIC 9(7)  VALUE ZERO.
       77  IA-REGISTER-ACCRUED         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-POSTED-ACCRUED           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-REGISTER-CAPITALISED     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-POSTED-CAPITALISED       PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-AUDIT-CAPITALISED        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-BILL-CAPITALISED         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IA-PROOF-SWITCH             PIC X(1)  VALUE "Y".
           88  IA-PROOF-OK                       VALUE "Y".
       77  IA-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  IA-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT IA-ABORT
               PERFORM 2000-ACCRUE-ONE-KEY
                   UNTIL IA-BAL-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, DAY-COUNT BASIS, MONTH-END    *
      *                   JUDGEMENT AND THE FILES                      *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           IF IA-RUN-TYPE = "S"
               DISPLAY "INTACCR: SUPPLEMENTARY RUN, NO INTEREST "
                   "ACCRUED"
               SET IA-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           COMPUTE IA-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(IA-RUN-DATE)

           PERFORM 1100-JUDGE-MONTH-END

           OPEN INPUT CONST-FILE-IN
           IF IA-CONST-STATUS NOT = "00"
               DISPLAY "INTACCR: UNABLE TO OPEN CONSTFIL STATUS="
                   IA-CONST-STATUS
               MOVE "INTEREST NOT ACCRUED, CONSTFIL OPEN"
                   TO IA-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           MOVE "INTBASIS" TO IA-RATE-KEY
           PERFORM 2300-LOOKUP-EFFECTIVE-RATE
           IF IA-RATE-FOUND AND IA-CONST-VALUE = 360
               MOVE 360 TO IA-BASIS
           END-IF
           DISPLAY "INTACCR: BUSINESS DATE " IA-RUN-DATE
               " DAY-COUNT BASIS ACTUAL/" IA-BASIS
           IF IA-MONTH-END
               DISPLAY "INTACCR: LAST PROCESSING DATE OF "
                   IA-RUN-PERIOD ", ACCRUED INTEREST IS CAPITALISED"
           END-IF

           OPEN I-O BALANCE-FILE-IO
           IF IA-BALANCE-STATUS NOT = "00"
               DISPLAY "INTACCR: UNABLE TO OPEN BALFIL STATUS="
                   IA-BALANCE-STATUS
               CLOSE CONST-FILE-IN
               MOVE "INTEREST NOT ACCRUED, BALFIL OPEN"
                   TO IA-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           IF IA-MONTH-END
               OPEN EXTEND AUDIT-FILE-OUT
               IF IA-AUDIT-STATUS NOT = "00"
                   DISPLAY "INTACCR: UNABLE TO OPEN AUDITOUT STATUS="
                       IA-AUDIT-STATUS
                   CLOSE CONST-FILE-IN
                   CLOSE BALANCE-FILE-IO
                   MOVE "INTEREST NOT CAPITALISED, AUDITOUT"
                       TO IA-ALERT-TEXT
                   PERFORM 1900-ABANDON-RUN
                   GO TO 1000-EXIT
               END-IF
               OPEN EXTEND BILL-EXTRACT-OUT
               IF IA-BILL-STATUS NOT = "00"
                   DISPLAY "INTACCR: UNABLE TO OPEN BILLEXT STATUS="
                       IA-BILL-STATUS
                   CLOSE CONST-FILE-IN
                   CLOSE BALANCE-FILE-IO
                   CLOSE AUDIT-FILE-OUT
                   MOVE "INTEREST NOT CAPITALISED, BILLEXT"
                       TO IA-ALERT-TEXT
                   PERFORM 1900-ABANDON-RUN
                   GO TO 1000-EXIT
               END-IF
           END-IF

           DISPLAY "INTACCR: KEY    GRP     HELD BALANCE DAYS   RATE"
               "     ACCRUAL   ACCRUED TO DATE    CAPITALISED"
           PERFORM 2100-READ-BALANCE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE, CYCLE AND *
      *                          RUN TYPE COME FROM THE RUNCTL RECORD  *
      *                          RUNGATE WRITES; WITHOUT ONE (AN       *
      *                          ON-DEMAND RUN) THE SYSTEM DATE SERVES *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT IA-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF IA-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO IA-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                               AND BD-CYCLE-NUMBER NOT = ZERO
                           MOVE BD-CYCLE-NUMBER TO IA-CYCLE-NUMBER
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           MOVE "S" TO IA-RUN-TYPE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-JUDGE-MONTH-END - THE BUSINESS DATE IS MONTH END WHEN NO  *
      *                        LATER RUNCAL DATE FALLS IN ITS MONTH,   *
      *                        THE SAME RULE PERCLOSE CLOSES ON        *
      ******************************************************************
       1100-JUDGE-MONTH-END.
           OPEN INPUT CALENDAR-FILE-IN
           IF IA-CALENDAR-STATUS = "00"
               PERFORM 1110-READ-CALENDAR
               PERFORM 1120-JUDGE-CALENDAR-DATE
                   UNTIL IA-CAL-EOF-YES
               CLOSE CALENDAR-FILE-IN
           END-IF

           IF IA-CAL-DATE-COUNT = ZERO
               DISPLAY "INTACCR: NO USABLE RUNCAL CALENDAR, MONTH "
                   "END CANNOT BE JUDGED, NOTHING CAPITALISED"
               MOVE "W" TO IA-ALERT-SEVERITY
               MOVE "NO RUNCAL, INTEREST NOT CAPITALISED"
                   TO IA-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               IF IA-LATER-DATE-COUNT = ZERO
                   SET IA-MONTH-END TO TRUE
               END-IF
           END-IF.

       1110-READ-CALENDAR.
           READ CALENDAR-FILE-IN
               AT END
                   SET IA-CAL-EOF-YES TO TRUE
           END-READ.

       1120-JUDGE-CALENDAR-DATE.
           IF CA-PROCESS-DATE IS NUMERIC
                   AND CA-PROCESS-DATE NOT = ZERO
               ADD 1 TO IA-CAL-DATE-COUNT
               MOVE CA-PROCESS-DATE TO IA-CAL-DATE-GROUP
               IF IA-CAL-PERIOD = IA-RUN-PERIOD
                       AND CA-PROCESS-DATE > IA-RUN-DATE
                   ADD 1 TO IA-LATER-DATE-COUNT
               END-IF
           END-IF
           PERFORM 1110-READ-CALENDAR.

       1900-ABANDON-RUN.
           MOVE "C" TO IA-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET IA-ABORT TO TRUE.

      ******************************************************************
      * 2000-ACCRUE-ONE-KEY - ACCRUE THE DAYS SINCE THE KEY WAS LAST   *
      *                       ACCRUED, CAPITALISE AT MONTH END, AND    *
      *                       REWRITE THE KEY                          *
      ******************************************************************
       2000-ACCRUE-ONE-KEY.
           ADD 1 TO IA-KEYS-READ-COUNT
           MOVE "N" TO IA-KEY-ACTIVE-SWITCH
           MOVE ZERO TO IA-ACCRUAL
           MOVE ZERO TO IA-CAPITALISED
           MOVE ZERO TO IA-DAYS
           MOVE ZERO TO IA-RATE
           MOVE ZERO TO IA-HELD-BALANCE
           IF BL-ACCRUED-INTEREST IS NOT NUMERIC
               MOVE ZERO TO BL-ACCRUED-INTEREST
           END-IF
           IF BL-LAST-ACCRUED IS NOT NUMERIC
               MOVE ZERO TO BL-LAST-ACCRUED
           END-IF
           IF BL-MTD-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO BL-MTD-AMOUNT
           END-IF

           PERFORM 2200-FIND-GROUP-ENTRY

           EVALUATE TRUE
               WHEN BL-LAST-ACCRUED NOT < IA-RUN-DATE
                   ADD 1 TO IA-KEYS-DONE-COUNT
               WHEN BL-LAST-ACCRUED = ZERO
                   MOVE IA-RUN-DATE TO BL-LAST-ACCRUED
                   ADD 1 TO IA-KEYS-STARTED-COUNT
                   SET IA-KEY-ACTIVE TO TRUE
               WHEN OTHER
                   PERFORM 2500-COMPUTE-ACCRUAL THRU 2500-EXIT
           END-EVALUATE

           IF IA-MONTH-END AND BL-ACCRUED-INTEREST NOT = ZERO
               MOVE BL-ACCRUED-INTEREST TO IA-CAPITALISED
               ADD IA-CAPITALISED TO BL-BALANCE
               ADD IA-CAPITALISED TO BL-MTD-AMOUNT
               MOVE ZERO TO BL-ACCRUED-INTEREST
               ADD IA-CAPITALISED TO IA-REGISTER-CAPITALISED
               SET IA-KEY-ACTIVE TO TRUE
           END-IF

           IF IA-KEY-ACTIVE
               PERFORM 2600-REWRITE-KEY
           END-IF
           PERFORM 2100-READ-BALANCE.

       2100-READ-BALANCE.
           READ BALANCE-FILE-IO NEXT RECORD
               AT END
                   SET IA-BAL-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2200-FIND-GROUP-ENTRY - THE KEY'S GROUP IN THE RATE TABLE; A   *
      *                         GROUP SEEN FOR THE FIRST TIME HAS ITS  *
      *                         CREDIT AND DEBIT RATES LOOKED UP ONCE  *
      ******************************************************************
       2200-FIND-GROUP-ENTRY.
           MOVE "N" TO IA-GROUP-HIT-SWITCH
           MOVE ZERO TO IA-GROUP-SUB
           PERFORM 2210-MATCH-GROUP-ENTRY
               UNTIL IA-GROUP-HIT
               OR IA-GROUP-SUB = IA-GROUP-COUNT

           IF NOT IA-GROUP-HIT
               IF IA-GROUP-COUNT = 300
                   IF NOT IA-GROUP-FULL
                       DISPLAY "INTACCR: MORE THAN 300 GROUPS, THE "
                           "GROUP SUBTOTALS ARE INCOMPLETE"
                       SET IA-GROUP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO IA-GROUP-COUNT
                   MOVE IA-GROUP-COUNT TO IA-GROUP-SUB
                   PERFORM 2250-LOAD-GROUP-RATES
                   SET IA-GROUP-HIT TO TRUE
               END-IF
           END-IF.

       2210-MATCH-GROUP-ENTRY.
           ADD 1 TO IA-GROUP-SUB
           IF IA-GT-GROUP-CODE(IA-GROUP-SUB) = BL-GROUP-CODE
               SET IA-GROUP-HIT TO TRUE
           END-IF.

       2250-LOAD-GROUP-RATES.
           MOVE BL-GROUP-CODE TO IA-GT-GROUP-CODE(IA-GROUP-SUB)
           MOVE ZERO TO IA-GT-KEY-COUNT(IA-GROUP-SUB)
           MOVE ZERO TO IA-GT-ACCRUED(IA-GROUP-SUB)
           MOVE ZERO TO IA-GT-CAPITALISED(IA-GROUP-SUB)

           MOVE "INTC" TO IA-RATE-KEY-PREFIX
           MOVE BL-GROUP-CODE TO IA-RATE-KEY-GROUP
           PERFORM 2300-LOOKUP-EFFECTIVE-RATE
           MOVE IA-RATE-FOUND-SWITCH
               TO IA-GT-CREDIT-FOUND(IA-GROUP-SUB)
           MOVE IA-RATE-VALUE TO IA-GT-CREDIT-RATE(IA-GROUP-SUB)

           MOVE "INTD" TO IA-RATE-KEY-PREFIX
           PERFORM 2300-LOOKUP-EFFECTIVE-RATE
           MOVE IA-RATE-FOUND-SWITCH
               TO IA-GT-DEBIT-FOUND(IA-GROUP-SUB)
           MOVE IA-RATE-VALUE TO IA-GT-DEBIT-RATE(IA-GROUP-SUB).

      ******************************************************************
      * 2300-LOOKUP-EFFECTIVE-RATE - BROWSE THE CONSTANT'S RECORDS IN  *
      *                              EFFECTIVE-DATE ORDER AND KEEP THE *
      *                              VALUE WITH THE HIGHEST EFFECTIVE  *
      *                              DATE ON OR BEFORE THE RUN DATE    *
      ******************************************************************
       2300-LOOKUP-EFFECTIVE-RATE.
           MOVE "N" TO IA-RATE-FOUND-SWITCH
           MOVE "N" TO IA-SCAN-DONE-SWITCH
           MOVE ZERO TO IA-RATE-VALUE
           MOVE IA-RATE-KEY TO CF-KEY
           MOVE ZERO TO CF-EFF-DATE
           START CONST-FILE-IN
               KEY IS NOT LESS THAN CF-RECORD-KEY
               INVALID KEY
                   SET IA-SCAN-DONE TO TRUE
           END-START
           PERFORM 2310-SCAN-NEXT-RATE
               UNTIL IA-SCAN-DONE.

       2310-SCAN-NEXT-RATE.
           READ CONST-FILE-IN NEXT RECORD
               AT END
                   SET IA-SCAN-DONE TO TRUE
               NOT AT END
                   IF CF-KEY NOT = IA-RATE-KEY
                           OR CF-EFF-DATE > IA-RUN-DATE
                       SET IA-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CF-VALUE TO IA-CONST-VALUE
                       COMPUTE IA-RATE-VALUE = CF-VALUE / 100
                       SET IA-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2500-COMPUTE-ACCRUAL - THE BALANCE HELD OVER THE ELAPSED DAYS  *
      *                        IS TONIGHT'S BALANCE LESS TONIGHT'S OWN *
      *                        POSTINGS; ITS SIGN PICKS THE CREDIT OR  *
      *                        DEBIT RATE.  THE NIGHT'S AMOUNT IS      *
      *                        ROUNDED HALF UP TO THE CENT             *
      ******************************************************************
       2500-COMPUTE-ACCRUAL.
           COMPUTE IA-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(BL-LAST-ACCRUED)
           COMPUTE IA-DAYS = IA-RUN-INTEGER - IA-LAST-INTEGER
           MOVE BL-BALANCE TO IA-HELD-BALANCE
           IF BL-LAST-POSTED = IA-RUN-DATE
               SUBTRACT BL-DAY-AMOUNT FROM IA-HELD-BALANCE
           END-IF
           MOVE IA-RUN-DATE TO BL-LAST-ACCRUED
           SET IA-KEY-ACTIVE TO TRUE

           IF IA-HELD-BALANCE = ZERO
               GO TO 2500-EXIT
           END-IF
           IF NOT IA-GROUP-HIT
               ADD 1 TO IA-KEYS-NO-RATE-COUNT
               GO TO 2500-EXIT
           END-IF

           IF IA-HELD-BALANCE > ZERO
               IF IA-GT-CREDIT-FOUND(IA-GROUP-SUB) NOT = "Y"
                   ADD 1 TO IA-KEYS-NO-RATE-COUNT
                   DISPLAY "INTACCR: NO INTC" BL-GROUP-CODE
                       " CREDIT RATE IN EFFECT, KEY " BL-KEY
                       " NOT ACCRUED"
                   GO TO 2500-EXIT
               END-IF
               MOVE IA-GT-CREDIT-RATE(IA-GROUP-SUB) TO IA-RATE
           ELSE
               IF IA-GT-DEBIT-FOUND(IA-GROUP-SUB) NOT = "Y"
                   ADD 1 TO IA-KEYS-NO-RATE-COUNT
                   DISPLAY "INTACCR: NO INTD" BL-GROUP-CODE
                       " DEBIT RATE IN EFFECT, KEY " BL-KEY
                       " NOT ACCRUED"
                   GO TO 2500-EXIT
               END-IF
               MOVE IA-GT-DEBIT-RATE(IA-GROUP-SUB) TO IA-RATE
           END-IF

           COMPUTE IA-ACCRUAL ROUNDED =
                   IA-HELD-BALANCE * IA-RATE * IA-DAYS
                   / (100 * IA-BASIS)
               ON SIZE ERROR
                   DISPLAY "INTACCR: ACCRUAL OVERFLOW ON KEY " BL-KEY
                       ", NOT ACCRUED"
                   MOVE ZERO TO IA-ACCRUAL
                   ADD 1 TO IA-REWRITE-ERROR-COUNT
                   GO TO 2500-EXIT
           END-COMPUTE
           ADD IA-ACCRUAL TO BL-ACCRUED-INTEREST
           ADD IA-ACCRUAL TO IA-REGISTER-ACCRUED
           ADD 1 TO IA-KEYS-ACCRUED-COUNT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REWRITE-KEY - ONLY WHAT REACHES BALFIL COUNTS AS POSTED;  *
      *                    THE CAPITALISATION PAIR IS WRITTEN ONLY     *
      *                    AFTER THE BALANCE HAS TAKEN IT              *
      ******************************************************************
       2600-REWRITE-KEY.
           REWRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "INTACCR: BALFIL REWRITE FAILED ON KEY "
                       BL-KEY
                   ADD 1 TO IA-REWRITE-ERROR-COUNT
               NOT INVALID KEY
                   ADD IA-ACCRUAL TO IA-POSTED-ACCRUED
                   ADD IA-CAPITALISED TO IA-POSTED-CAPITALISED
                   IF IA-GROUP-HIT
                       ADD 1 TO IA-GT-KEY-COUNT(IA-GROUP-SUB)
                       ADD IA-ACCRUAL TO IA-GT-ACCRUED(IA-GROUP-SUB)
                       ADD IA-CAPITALISED
                           TO IA-GT-CAPITALISED(IA-GROUP-SUB)
                   END-IF
                   IF IA-CAPITALISED NOT = ZERO
                       PERFORM 2700-WRITE-CAPITALISATION
                   END-IF
           END-REWRITE

           IF IA-ACCRUAL NOT = ZERO OR IA-CAPITALISED NOT = ZERO
               MOVE BL-KEY TO IA-RL-KEY
               MOVE BL-GROUP-CODE TO IA-RL-GROUP-CODE
               MOVE IA-HELD-BALANCE TO IA-RL-HELD-BALANCE
               MOVE IA-DAYS TO IA-RL-DAYS
               MOVE IA-RATE TO IA-RL-RATE
               MOVE IA-ACCRUAL TO IA-RL-ACCRUAL
               MOVE BL-ACCRUED-INTEREST TO IA-RL-ACCRUED
               MOVE IA-CAPITALISED TO IA-RL-CAPITALISED
               DISPLAY IA-REGISTER-LINE
           END-IF.

      ******************************************************************
      * 2700-WRITE-CAPITALISATION - THE INT AUDIT AND BILLING PAIR FOR *
      *                             THE CAPITALISED INTEREST, LAID OUT *
      *                             AS OPERATIONS LAYS OUT ITS OWN     *
      ******************************************************************
       2700-WRITE-CAPITALISATION.
           MOVE IA-RUN-DATE TO AR-RUN-DATE
           MOVE "INTACCR" TO AR-PROGRAM-NAME
           MOVE BL-KEY TO AR-KEY
           MOVE "INT" TO AR-OP-CODE
           MOVE IA-CAPITALISED TO AR-NUM1
           MOVE ZERO TO AR-NUM2
           MOVE IA-CAPITALISED TO AR-RESULT
           MOVE IA-CYCLE-NUMBER TO AR-CYCLE
           MOVE SPACES TO AR-CURRENCY-CODE
           MOVE IA-CAPITALISED TO AR-ORIG-NUM1
           MOVE ZERO TO AR-ORIG-NUM2
           MOVE 1 TO AR-FX-RATE
           WRITE AUDIT-RECORD
           ADD AR-RESULT TO IA-AUDIT-CAPITALISED

           MOVE BL-KEY TO BE-KEY
           MOVE IA-CAPITALISED TO BE-NUM1
           MOVE ZERO TO BE-NUM2
           MOVE "INT" TO BE-OP-CODE
           MOVE IA-CAPITALISED TO BE-RESULT
           MOVE IA-CYCLE-NUMBER TO BE-CYCLE
           WRITE BILLING-EXTRACT-RECORD
           ADD BE-RESULT TO IA-BILL-CAPITALISED
           ADD 1 TO IA-KEYS-CAPITALISED-COUNT.

      ******************************************************************
      * 8000-TERMINATE - GROUP SUBTOTALS, THE REGISTER PROOF AND THE   *
      *                  RETURN CODE                                   *
      ******************************************************************
       8000-TERMINATE.
           CLOSE CONST-FILE-IN
           CLOSE BALANCE-FILE-IO
           IF IA-MONTH-END
               CLOSE AUDIT-FILE-OUT
               CLOSE BILL-EXTRACT-OUT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "INTACCR: ACCRUAL REGISTER BY GROUP FOR "
               IA-RUN-DATE
           MOVE ZERO TO IA-GROUP-SUB
           PERFORM 8100-DISPLAY-GROUP-LINE
               UNTIL IA-GROUP-SUB = IA-GROUP-COUNT
           DISPLAY "=================================================="

           DISPLAY "INTACCR: " IA-KEYS-READ-COUNT " KEYS READ, "
               IA-KEYS-ACCRUED-COUNT " ACCRUED, "
               IA-KEYS-STARTED-COUNT " STARTED"
           DISPLAY "INTACCR: " IA-KEYS-DONE-COUNT
               " ALREADY ACCRUED THROUGH " IA-RUN-DATE ", "
               IA-KEYS-NO-RATE-COUNT " WITH NO RATE IN EFFECT"
           DISPLAY "INTACCR: ACCRUED, REGISTER....: "
               IA-REGISTER-ACCRUED
           DISPLAY "INTACCR: ACCRUED, POSTED......: "
               IA-POSTED-ACCRUED
           IF IA-REGISTER-ACCRUED NOT = IA-POSTED-ACCRUED
               MOVE "N" TO IA-PROOF-SWITCH
           END-IF

           IF IA-MONTH-END
               DISPLAY "INTACCR: " IA-KEYS-CAPITALISED-COUNT
                   " KEYS CAPITALISED"
               DISPLAY "INTACCR: CAPITALISED, REGISTER: "
                   IA-REGISTER-CAPITALISED
               DISPLAY "INTACCR: CAPITALISED, BALFIL..: "
                   IA-POSTED-CAPITALISED
               DISPLAY "INTACCR: CAPITALISED, AUDITOUT: "
                   IA-AUDIT-CAPITALISED
               DISPLAY "INTACCR: CAPITALISED, BILLEXT.: "
                   IA-BILL-CAPITALISED
               IF IA-REGISTER-CAPITALISED NOT = IA-POSTED-CAPITALISED
                       OR IA-POSTED-CAPITALISED
                           NOT = IA-AUDIT-CAPITALISED
                       OR IA-POSTED-CAPITALISED
                           NOT = IA-BILL-CAPITALISED
                   MOVE "N" TO IA-PROOF-SWITCH
               END-IF
           END-IF

           IF IA-PROOF-OK AND IA-REWRITE-ERROR-COUNT = ZERO
               DISPLAY "INTACCR: REGISTER AGREES WITH THE POSTINGS"
               IF IA-KEYS-NO-RATE-COUNT NOT = ZERO
                   MOVE "W" TO IA-ALERT-SEVERITY
                   MOVE "INTEREST RATE MISSING FOR SOME GROUPS"
                       TO IA-ALERT-TEXT
                   PERFORM 9000-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "INTACCR: *** REGISTER DOES NOT AGREE WITH "
                   "THE POSTINGS (" IA-REWRITE-ERROR-COUNT
                   " KEY ERRORS) ***"
               MOVE "C" TO IA-ALERT-SEVERITY
               MOVE "INTEREST REGISTER OUT OF BALANCE"
                   TO IA-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-DISPLAY-GROUP-LINE.
           ADD 1 TO IA-GROUP-SUB
           DISPLAY "INTACCR: GROUP " IA-GT-GROUP-CODE(IA-GROUP-SUB)
               " KEYS " IA-GT-KEY-COUNT(IA-GROUP-SUB)
               " ACCRUED " IA-GT-ACCRUED(IA-GROUP-SUB)
               " CAPITALISED " IA-GT-CAPITALISED(IA-GROUP-SUB).

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF IA-ALERT-STATUS = "00"
               MOVE IA-RUN-DATE TO AL-RUN-DATE
               MOVE "INTACCR" TO AL-PROGRAM-NAME
               MOVE IA-ALERT-SEVERITY TO AL-SEVERITY
               MOVE IA-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "INTACCR: UNABLE TO OPEN ALERTOUT STATUS="
                   IA-ALERT-STATUS
           END-IF.
       END PROGRAM Intaccr.
