      ******************************************************************
      * PROGRAM-ID : PERCLOSE
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Month-end and year-end close over the BALFIL
      *              balance master, so finance stops rebuilding
      *              month-to-date and year-to-date movement by hand
      *              from ASOFBAL runs.  Runs every night in NIGHTRUN
      *              but closes only on the LAST RUNCAL business date
      *              of the month, and only in the full run (a
      *              supplementary run never closes).  The close:
      *                - writes one PERLEDG ledger row per key with
      *                  the period's opening balance, movement
      *                  (BL-MTD-AMOUNT) and closing balance, then
      *                  one row per group and a master total;
      *                - rolls BL-MTD-AMOUNT into BL-YTD-AMOUNT and
      *                  resets it; the December close also writes
      *                  the year's rows from BL-YTD-AMOUNT and
      *                  resets that;
      *                - appends a "C" row to PERCTL, after which
      *                  RUNGATE refuses any run and BACKOUT any
      *                  reversal dated inside the period.
      *              An optional PERPARM record turns the run into a
      *              manual one, which only a user carrying the
      *              period flag on USERPROF may run (SIGNON, SECLOG
      *              as for BACKOUT):
      *                R yyyymm - reopen a closed period (an "R" row
      *                           and a warning alert); corrections
      *                           posted while it is open land in
      *                           the current period's movement;
      *                C yyyymm - close by hand: re-closes a reopened
      *                           period (no second roll), or closes
      *                           the business date's own month when
      *                           the nightly close did not.
      *              A rerun of a closed period does nothing, and a
      *              key already carrying the period in
      *              BL-LAST-CLOSED is never rolled twice.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original period-close program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Perclose.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-IN ASSIGN TO "PERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-PARM-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-RUNCTL-STATUS.

           SELECT CALENDAR-FILE-IN ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-CALENDAR-STATUS.

           SELECT PERIOD-CTL-IO ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-PERCTL-STATUS.

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS PC-BALANCE-STATUS.

           SELECT LEDGER-FILE-OUT ASSIGN TO "PERLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-LEDGER-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-ALERT-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS PC-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-IN
           RECORD CONTAINS 7 CHARACTERS.
       01  PERIOD-PARM-RECORD.
           05  PP-ACTION               PIC X(1).
           05  PP-PERIOD               PIC 9(6).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  CALENDAR-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-PROCESS-DATE         PIC 9(8).

       FD  PERIOD-CTL-IO
           RECORD CONTAINS 31 CHARACTERS.
           COPY PCTLREC.

       FD  BALANCE-FILE-IO.
           COPY BALREC.

       FD  LEDGER-FILE-OUT
           RECORD CONTAINS 68 CHARACTERS.
           COPY PLEDREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
           05  SO-USER-ID              PIC X(8).

       FD  USER-PROFILE-IN.
           COPY USRPREC.

       FD  SECURITY-LOG-OUT
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  PC-RUN-DATE-GROUP.
           05  PC-RUN-PERIOD           PIC 9(6).
           05  PC-RUN-DAY              PIC 9(2).
       01  PC-RUN-DATE REDEFINES PC-RUN-DATE-GROUP
                                       PIC 9(8).

       01  PC-CLOSE-PERIOD-GROUP.
           05  PC-CLOSE-YEAR           PIC 9(4).
           05  PC-CLOSE-MONTH          PIC 9(2).
       01  PC-CLOSE-PERIOD REDEFINES PC-CLOSE-PERIOD-GROUP
                                       PIC 9(6).

       01  PC-CAL-DATE-GROUP.
           05  PC-CAL-PERIOD           PIC 9(6).
           05  PC-CAL-DAY              PIC 9(2).

       01  PC-GROUP-TABLE.
           05  PC-GT-ENTRY OCCURS 300 TIMES.
               10  PC-GT-GROUP-CODE    PIC X(4).
               10  PC-GT-MONTH-OPENING PIC S9(11)V99 COMP-3.
               10  PC-GT-MONTH-MOVEMENT
                                       PIC S9(11)V99 COMP-3.
               10  PC-GT-YEAR-OPENING  PIC S9(11)V99 COMP-3.
               10  PC-GT-YEAR-MOVEMENT PIC S9(11)V99 COMP-3.
               10  PC-GT-CLOSING       PIC S9(11)V99 COMP-3.

       77  PC-PARM-STATUS              PIC X(2)  VALUE "00".
       77  PC-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  PC-CALENDAR-STATUS          PIC X(2)  VALUE "00".
       77  PC-PERCTL-STATUS            PIC X(2)  VALUE "00".
       77  PC-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  PC-LEDGER-STATUS            PIC X(2)  VALUE "00".
       77  PC-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  PC-ACTION                   PIC X(1)  VALUE "N".
           88  PC-NIGHTLY-CLOSE                  VALUE "N".
           88  PC-MANUAL-CLOSE                   VALUE "C".
           88  PC-REOPEN                         VALUE "R".
       77  PC-RUN-TYPE                 PIC X(1)  VALUE "F".
       77  PC-PERIOD-STATE             PIC X(1)  VALUE SPACE.
           88  PC-PERIOD-NEVER-CLOSED            VALUE SPACE.
           88  PC-PERIOD-CLOSED                  VALUE "C".
           88  PC-PERIOD-REOPENED                VALUE "R".
       77  PC-CLOSE-DUE-SWITCH         PIC X(1)  VALUE "N".
           88  PC-CLOSE-DUE                      VALUE "Y".
       77  PC-YEAR-END-SWITCH          PIC X(1)  VALUE "N".
           88  PC-YEAR-END                       VALUE "Y".
       77  PC-CAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  PC-CAL-EOF-YES                    VALUE "Y".
       77  PC-CTL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  PC-CTL-EOF-YES                    VALUE "Y".
       77  PC-BAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  PC-BAL-EOF-YES                    VALUE "Y".
       77  PC-CAL-DATE-COUNT           PIC 9(5)  VALUE ZERO.
       77  PC-LATER-DATE-COUNT         PIC 9(5)  VALUE ZERO.
       77  PC-GROUP-COUNT              PIC 9(3)  VALUE ZERO.
       77  PC-GROUP-SUB                PIC 9(3)  VALUE ZERO.
       77  PC-GROUP-HIT-SWITCH         PIC X(1)  VALUE "N".
           88  PC-GROUP-HIT                      VALUE "Y".
       77  PC-GROUP-FULL-SWITCH        PIC X(1)  VALUE "N".
           88  PC-GROUP-FULL                     VALUE "Y".
       77  PC-KEY-COUNT                PIC 9(7)  VALUE ZERO.
       77  PC-ALREADY-ROLLED-COUNT     PIC 9(7)  VALUE ZERO.
       77  PC-REWRITE-ERROR-COUNT      PIC 9(7)  VALUE ZERO.
       77  PC-LEDGER-ROW-COUNT         PIC 9(7)  VALUE ZERO.
       77  PC-KEY-OPENING              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-TOTAL-MONTH-OPENING      PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-TOTAL-MONTH-MOVEMENT     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-TOTAL-YEAR-OPENING       PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-TOTAL-YEAR-MOVEMENT      PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-TOTAL-CLOSING            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PC-CTL-STATUS-FLAG          PIC X(1)  VALUE SPACE.
       77  PC-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  PC-ALERT-TEXT               PIC X(40) VALUE SPACES.

       77  PC-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  PC-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  PC-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  PC-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  PC-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  PC-AUTHORIZED                     VALUE "Y".
       77  PC-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  PC-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  PC-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  PC-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN PC-REOPEN
                   PERFORM 0100-CHECK-AUTHORITY
                   IF PC-AUTHORIZED
                       PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
                   END-IF
               WHEN PC-MANUAL-CLOSE
                   PERFORM 0100-CHECK-AUTHORITY
                   IF PC-AUTHORIZED
                       PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 2000-JUDGE-MONTH-END THRU 2000-EXIT
                   IF PC-CLOSE-DUE
                       PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
                   END-IF
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - A MANUAL CLOSE OR A REOPEN NEEDS THE    *
      *                        SIGNED-ON (OR SUBMITTING) USER TO CARRY *
      *                        THE PERIOD FLAG ON USERPROF; ANYTHING   *
      *                        ELSE REFUSES THE RUN AND IS LOGGED TO   *
      *                        SECLOG                                  *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO PC-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF PC-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO PC-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF PC-PROFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN USERPROF STATUS="
                   PC-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE PC-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-PERIOD
                           SET PC-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF PC-AUTHORIZED
               MOVE "INVOKE" TO PC-LOG-ACTION
               MOVE SPACES TO PC-LOG-DETAIL
           ELSE
               DISPLAY "PERCLOSE: USER '" PC-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO PC-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO PC-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF PC-SECLOG-STATUS = "00"
               ACCEPT PC-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT PC-LOG-TIME FROM TIME
               MOVE PC-LOG-DATE TO SL-LOG-DATE
               MOVE PC-LOG-TIME TO SL-LOG-TIME
               MOVE PC-OPERATOR-ID TO SL-USER-ID
               MOVE "PERCLOSE" TO SL-PROGRAM-NAME
               MOVE PC-LOG-ACTION TO SL-ACTION
               MOVE PC-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "PERCLOSE: UNABLE TO OPEN SECLOG STATUS="
                   PC-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND RUN TYPE FROM RUNCTL, AND  *
      *                   THE OPTIONAL MANUAL ACTION FROM PERPARM      *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           MOVE PC-RUN-PERIOD TO PC-CLOSE-PERIOD

           OPEN INPUT PERIOD-PARM-IN
           IF PC-PARM-STATUS = "00"
               READ PERIOD-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (PP-ACTION = "C" OR "R")
                               AND PP-PERIOD IS NUMERIC
                               AND PP-PERIOD NOT = ZERO
                           MOVE PP-ACTION TO PC-ACTION
                           MOVE PP-PERIOD TO PC-CLOSE-PERIOD
                       ELSE
                           DISPLAY "PERCLOSE: PERPARM RECORD '"
                               PERIOD-PARM-RECORD
                               "' NOT USABLE, IGNORED"
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-IN
           END-IF

           EVALUATE TRUE
               WHEN PC-REOPEN
                   DISPLAY "PERCLOSE: REOPEN OF PERIOD "
                       PC-CLOSE-PERIOD " REQUESTED"
               WHEN PC-MANUAL-CLOSE
                   DISPLAY "PERCLOSE: MANUAL CLOSE OF PERIOD "
                       PC-CLOSE-PERIOD " REQUESTED"
               WHEN OTHER
                   DISPLAY "PERCLOSE: BUSINESS DATE " PC-RUN-DATE
                       " TYPE " PC-RUN-TYPE
           END-EVALUATE.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND RUN    *
      *                          TYPE COME FROM THE RUNCTL RECORD      *
      *                          RUNGATE WRITES; WITHOUT ONE (AN       *
      *                          ON-DEMAND RUN) THE SYSTEM DATE SERVES *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT PC-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF PC-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO PC-RUN-DATE
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           MOVE "S" TO PC-RUN-TYPE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-LOAD-PERIOD-STATE - THE LATEST PERCTL ROW FOR THE PERIOD  *
      *                          IS ITS STATE; NO ROW MEANS IT HAS     *
      *                          NEVER BEEN CLOSED                     *
      ******************************************************************
       1100-LOAD-PERIOD-STATE.
           MOVE SPACE TO PC-PERIOD-STATE
           MOVE "N" TO PC-CTL-EOF-SWITCH
           OPEN INPUT PERIOD-CTL-IO
           IF PC-PERCTL-STATUS = "00"
               PERFORM 1110-READ-PERIOD-CTL
               PERFORM 1120-JUDGE-PERIOD-ROW
                   UNTIL PC-CTL-EOF-YES
               CLOSE PERIOD-CTL-IO
           END-IF.

       1110-READ-PERIOD-CTL.
           READ PERIOD-CTL-IO
               AT END
                   SET PC-CTL-EOF-YES TO TRUE
           END-READ.

       1120-JUDGE-PERIOD-ROW.
           IF PL-PERIOD = PC-CLOSE-PERIOD
                   AND (PL-CLOSED OR PL-REOPENED)
               MOVE PL-STATUS-FLAG TO PC-PERIOD-STATE
           END-IF
           PERFORM 1110-READ-PERIOD-CTL.

      ******************************************************************
      * 2000-JUDGE-MONTH-END - THE NIGHTLY CLOSE IS DUE ONLY IN A FULL *
      *                        RUN ON THE LAST RUNCAL DATE OF THE      *
      *                        BUSINESS DATE'S MONTH                   *
      ******************************************************************
       2000-JUDGE-MONTH-END.
           IF PC-RUN-TYPE = "S"
               DISPLAY "PERCLOSE: SUPPLEMENTARY RUN, NO PERIOD CLOSE"
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT CALENDAR-FILE-IN
           IF PC-CALENDAR-STATUS = "00"
               PERFORM 2100-READ-CALENDAR
               PERFORM 2200-JUDGE-CALENDAR-DATE
                   UNTIL PC-CAL-EOF-YES
               CLOSE CALENDAR-FILE-IN
           END-IF

           IF PC-CAL-DATE-COUNT = ZERO
               DISPLAY "PERCLOSE: NO USABLE RUNCAL CALENDAR, MONTH "
                   "END CANNOT BE JUDGED, NO PERIOD CLOSE"
               MOVE "W" TO PC-ALERT-SEVERITY
               MOVE "NO RUNCAL, MONTH END NOT JUDGED"
                   TO PC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           IF PC-LATER-DATE-COUNT NOT = ZERO
               DISPLAY "PERCLOSE: " PC-LATER-DATE-COUNT
                   " MORE PROCESSING DATE(S) IN " PC-RUN-PERIOD
                   ", NO PERIOD CLOSE TONIGHT"
               GO TO 2000-EXIT
           END-IF

           DISPLAY "PERCLOSE: " PC-RUN-DATE " IS THE LAST PROCESSING "
               "DATE OF " PC-RUN-PERIOD ", CLOSING THE PERIOD"
           SET PC-CLOSE-DUE TO TRUE.
       2000-EXIT.
           EXIT.

       2100-READ-CALENDAR.
           READ CALENDAR-FILE-IN
               AT END
                   SET PC-CAL-EOF-YES TO TRUE
           END-READ.

       2200-JUDGE-CALENDAR-DATE.
           IF CA-PROCESS-DATE IS NUMERIC
                   AND CA-PROCESS-DATE NOT = ZERO
               ADD 1 TO PC-CAL-DATE-COUNT
               MOVE CA-PROCESS-DATE TO PC-CAL-DATE-GROUP
               IF PC-CAL-PERIOD = PC-RUN-PERIOD
                       AND CA-PROCESS-DATE > PC-RUN-DATE
                   ADD 1 TO PC-LATER-DATE-COUNT
               END-IF
           END-IF
           PERFORM 2100-READ-CALENDAR.

      ******************************************************************
      * 3000-CLOSE-PERIOD - A CLOSED PERIOD IS LEFT ALONE, A REOPENED  *
      *                     ONE IS RE-CLOSED WITHOUT A SECOND ROLL,    *
      *                     AND A NEVER-CLOSED ONE (WHICH MUST BE THE  *
      *                     BUSINESS DATE'S OWN MONTH, SINCE THAT IS   *
      *                     WHAT BL-MTD-AMOUNT HOLDS) IS ROLLED AND    *
      *                     LEDGERED KEY BY KEY                        *
      ******************************************************************
       3000-CLOSE-PERIOD.
           PERFORM 1100-LOAD-PERIOD-STATE

           IF PC-PERIOD-CLOSED
               DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD
                   " IS ALREADY CLOSED, NOTHING TO DO"
               GO TO 3000-EXIT
           END-IF

           IF PC-PERIOD-REOPENED
               MOVE "C" TO PC-CTL-STATUS-FLAG
               PERFORM 3900-WRITE-CONTROL-ROW
               DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD
                   " RE-CLOSED; ITS BALANCES WERE ROLLED AT THE "
                   "ORIGINAL CLOSE"
               IF PC-MANUAL-CLOSE
                   MOVE "CLOSE" TO PC-LOG-ACTION
                   MOVE SPACES TO PC-LOG-DETAIL
                   STRING "PERIOD " PC-CLOSE-PERIOD
                       DELIMITED BY SIZE INTO PC-LOG-DETAIL
                   PERFORM 0150-WRITE-SECURITY-LOG
               END-IF
               GO TO 3000-EXIT
           END-IF

           IF PC-CLOSE-PERIOD NOT = PC-RUN-PERIOD
               DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD
                   " WAS NEVER CLOSED AND IS NOT THE BUSINESS "
                   "DATE'S MONTH " PC-RUN-PERIOD ", CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           IF PC-CLOSE-MONTH = 12
               SET PC-YEAR-END TO TRUE
           END-IF

           OPEN I-O BALANCE-FILE-IO
           IF PC-BALANCE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN BALFIL STATUS="
                   PC-BALANCE-STATUS
               MOVE "C" TO PC-ALERT-SEVERITY
               MOVE "PERIOD CLOSE FAILED, BALFIL OPEN"
                   TO PC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           OPEN EXTEND LEDGER-FILE-OUT
           IF PC-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE-OUT
           END-IF
           IF PC-LEDGER-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERLEDG STATUS="
                   PC-LEDGER-STATUS
               CLOSE BALANCE-FILE-IO
               MOVE "C" TO PC-ALERT-SEVERITY
               MOVE "PERIOD CLOSE FAILED, PERLEDG OPEN"
                   TO PC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-READ-BALANCE
           PERFORM 3200-CLOSE-ONE-KEY
               UNTIL PC-BAL-EOF-YES

           MOVE ZERO TO PC-GROUP-SUB
           PERFORM 3500-WRITE-GROUP-ROWS
               UNTIL PC-GROUP-SUB = PC-GROUP-COUNT
           PERFORM 3600-WRITE-TOTAL-ROWS

           CLOSE BALANCE-FILE-IO
           CLOSE LEDGER-FILE-OUT

           MOVE "C" TO PC-CTL-STATUS-FLAG
           PERFORM 3900-WRITE-CONTROL-ROW
           IF PC-MANUAL-CLOSE
               MOVE "CLOSE" TO PC-LOG-ACTION
               MOVE SPACES TO PC-LOG-DETAIL
               STRING "PERIOD " PC-CLOSE-PERIOD
                   DELIMITED BY SIZE INTO PC-LOG-DETAIL
               PERFORM 0150-WRITE-SECURITY-LOG
           END-IF

           DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD " CLOSED"
           IF PC-YEAR-END
               DISPLAY "PERCLOSE: YEAR " PC-CLOSE-YEAR " CLOSED"
           END-IF
           DISPLAY "PERCLOSE: " PC-KEY-COUNT " KEYS ROLLED, "
               PC-ALREADY-ROLLED-COUNT " ALREADY ROLLED, "
               PC-REWRITE-ERROR-COUNT " REWRITE ERRORS"
           DISPLAY "PERCLOSE: " PC-LEDGER-ROW-COUNT
               " PERLEDG ROWS WRITTEN"
           DISPLAY "PERCLOSE: MONTH OPENING..: "
               PC-TOTAL-MONTH-OPENING
           DISPLAY "PERCLOSE: MONTH MOVEMENT.: "
               PC-TOTAL-MONTH-MOVEMENT
           DISPLAY "PERCLOSE: CLOSING........: " PC-TOTAL-CLOSING

           IF PC-REWRITE-ERROR-COUNT NOT = ZERO
               MOVE "C" TO PC-ALERT-SEVERITY
               MOVE "PERIOD CLOSE BALFIL REWRITE ERRORS"
                   TO PC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PC-GROUP-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-BALANCE.
           READ BALANCE-FILE-IO NEXT RECORD
               AT END
                   SET PC-BAL-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3200-CLOSE-ONE-KEY - LEDGER THE KEY'S MONTH (AND AT DECEMBER   *
      *                      ITS YEAR), ROLL THE MONTH INTO THE YEAR,  *
      *                      RESET THE BUCKETS AND STAMP THE PERIOD    *
      ******************************************************************
       3200-CLOSE-ONE-KEY.
           IF BL-LAST-CLOSED IS NUMERIC
                   AND BL-LAST-CLOSED = PC-CLOSE-PERIOD
               ADD 1 TO PC-ALREADY-ROLLED-COUNT
               PERFORM 3100-READ-BALANCE
           ELSE
               IF BL-MTD-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO BL-MTD-AMOUNT
               END-IF
               IF BL-YTD-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO BL-YTD-AMOUNT
               END-IF

               PERFORM 3300-FIND-GROUP-ENTRY

               COMPUTE PC-KEY-OPENING = BL-BALANCE - BL-MTD-AMOUNT
               MOVE "M" TO LG-PERIOD-TYPE
               MOVE PC-KEY-OPENING TO LG-OPENING-BALANCE
               MOVE BL-MTD-AMOUNT TO LG-MOVEMENT
               PERFORM 3400-WRITE-KEY-ROW
               ADD PC-KEY-OPENING TO PC-TOTAL-MONTH-OPENING
               ADD BL-MTD-AMOUNT TO PC-TOTAL-MONTH-MOVEMENT
               ADD BL-BALANCE TO PC-TOTAL-CLOSING
               IF PC-GROUP-HIT
                   ADD PC-KEY-OPENING
                       TO PC-GT-MONTH-OPENING(PC-GROUP-SUB)
                   ADD BL-MTD-AMOUNT
                       TO PC-GT-MONTH-MOVEMENT(PC-GROUP-SUB)
                   ADD BL-BALANCE TO PC-GT-CLOSING(PC-GROUP-SUB)
               END-IF

               ADD BL-MTD-AMOUNT TO BL-YTD-AMOUNT
               MOVE ZERO TO BL-MTD-AMOUNT

               IF PC-YEAR-END
                   COMPUTE PC-KEY-OPENING = BL-BALANCE - BL-YTD-AMOUNT
                   MOVE "Y" TO LG-PERIOD-TYPE
                   MOVE PC-KEY-OPENING TO LG-OPENING-BALANCE
                   MOVE BL-YTD-AMOUNT TO LG-MOVEMENT
                   PERFORM 3400-WRITE-KEY-ROW
                   ADD PC-KEY-OPENING TO PC-TOTAL-YEAR-OPENING
                   ADD BL-YTD-AMOUNT TO PC-TOTAL-YEAR-MOVEMENT
                   IF PC-GROUP-HIT
                       ADD PC-KEY-OPENING
                           TO PC-GT-YEAR-OPENING(PC-GROUP-SUB)
                       ADD BL-YTD-AMOUNT
                           TO PC-GT-YEAR-MOVEMENT(PC-GROUP-SUB)
                   END-IF
                   MOVE ZERO TO BL-YTD-AMOUNT
               END-IF

               MOVE PC-CLOSE-PERIOD TO BL-LAST-CLOSED
               REWRITE BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "PERCLOSE: BALFIL REWRITE FAILED ON "
                           "KEY " BL-KEY
                       ADD 1 TO PC-REWRITE-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO PC-KEY-COUNT
               END-REWRITE
               PERFORM 3100-READ-BALANCE
           END-IF.

      ******************************************************************
      * 3300-FIND-GROUP-ENTRY - THE MASTER IS IN KEY ORDER, SO A GROUP *
      *                         IS FOUND (OR ADDED) IN THE TABLE FOR   *
      *                         EVERY KEY                              *
      ******************************************************************
       3300-FIND-GROUP-ENTRY.
           MOVE "N" TO PC-GROUP-HIT-SWITCH
           MOVE ZERO TO PC-GROUP-SUB
           PERFORM 3310-MATCH-GROUP-ENTRY
               UNTIL PC-GROUP-HIT
               OR PC-GROUP-SUB = PC-GROUP-COUNT

           IF NOT PC-GROUP-HIT
               IF PC-GROUP-COUNT = 300
                   IF NOT PC-GROUP-FULL
                       DISPLAY "PERCLOSE: MORE THAN 300 GROUPS, THE "
                           "GROUP ROWS ARE INCOMPLETE (THE TOTAL "
                           "ROW IS NOT)"
                       SET PC-GROUP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO PC-GROUP-COUNT
                   MOVE PC-GROUP-COUNT TO PC-GROUP-SUB
                   MOVE BL-GROUP-CODE
                       TO PC-GT-GROUP-CODE(PC-GROUP-SUB)
                   MOVE ZERO TO PC-GT-MONTH-OPENING(PC-GROUP-SUB)
                   MOVE ZERO TO PC-GT-MONTH-MOVEMENT(PC-GROUP-SUB)
                   MOVE ZERO TO PC-GT-YEAR-OPENING(PC-GROUP-SUB)
                   MOVE ZERO TO PC-GT-YEAR-MOVEMENT(PC-GROUP-SUB)
                   MOVE ZERO TO PC-GT-CLOSING(PC-GROUP-SUB)
                   SET PC-GROUP-HIT TO TRUE
               END-IF
           END-IF.

       3310-MATCH-GROUP-ENTRY.
           ADD 1 TO PC-GROUP-SUB
           IF PC-GT-GROUP-CODE(PC-GROUP-SUB) = BL-GROUP-CODE
               SET PC-GROUP-HIT TO TRUE
           END-IF.

       3400-WRITE-KEY-ROW.
           MOVE PC-CLOSE-PERIOD TO LG-PERIOD
           MOVE "K" TO LG-ROW-TYPE
           MOVE BL-KEY TO LG-KEY
           MOVE BL-GROUP-CODE TO LG-GROUP-CODE
           MOVE BL-BALANCE TO LG-CLOSING-BALANCE
           MOVE PC-RUN-DATE TO LG-CLOSE-DATE
           WRITE PERIOD-LEDGER-RECORD
           ADD 1 TO PC-LEDGER-ROW-COUNT.

      ******************************************************************
      * 3500-WRITE-GROUP-ROWS - ONE "G" ROW PER GROUP FOR THE MONTH    *
      *                         (AND THE YEAR AT DECEMBER)             *
      ******************************************************************
       3500-WRITE-GROUP-ROWS.
           ADD 1 TO PC-GROUP-SUB
           MOVE PC-CLOSE-PERIOD TO LG-PERIOD
           MOVE "G" TO LG-ROW-TYPE
           MOVE SPACES TO LG-KEY
           MOVE PC-GT-GROUP-CODE(PC-GROUP-SUB) TO LG-GROUP-CODE
           MOVE PC-GT-CLOSING(PC-GROUP-SUB) TO LG-CLOSING-BALANCE
           MOVE PC-RUN-DATE TO LG-CLOSE-DATE

           MOVE "M" TO LG-PERIOD-TYPE
           MOVE PC-GT-MONTH-OPENING(PC-GROUP-SUB)
               TO LG-OPENING-BALANCE
           MOVE PC-GT-MONTH-MOVEMENT(PC-GROUP-SUB) TO LG-MOVEMENT
           WRITE PERIOD-LEDGER-RECORD
           ADD 1 TO PC-LEDGER-ROW-COUNT
           DISPLAY "PERCLOSE: GROUP " LG-GROUP-CODE
               " OPENING " LG-OPENING-BALANCE
               " MOVEMENT " LG-MOVEMENT
               " CLOSING " LG-CLOSING-BALANCE

           IF PC-YEAR-END
               MOVE "Y" TO LG-PERIOD-TYPE
               MOVE PC-GT-YEAR-OPENING(PC-GROUP-SUB)
                   TO LG-OPENING-BALANCE
               MOVE PC-GT-YEAR-MOVEMENT(PC-GROUP-SUB) TO LG-MOVEMENT
               WRITE PERIOD-LEDGER-RECORD
               ADD 1 TO PC-LEDGER-ROW-COUNT
               DISPLAY "PERCLOSE: GROUP " LG-GROUP-CODE
                   " YEAR OPENING " LG-OPENING-BALANCE
                   " MOVEMENT " LG-MOVEMENT
           END-IF.

       3600-WRITE-TOTAL-ROWS.
           MOVE PC-CLOSE-PERIOD TO LG-PERIOD
           MOVE "T" TO LG-ROW-TYPE
           MOVE SPACES TO LG-KEY
           MOVE SPACES TO LG-GROUP-CODE
           MOVE PC-TOTAL-CLOSING TO LG-CLOSING-BALANCE
           MOVE PC-RUN-DATE TO LG-CLOSE-DATE

           MOVE "M" TO LG-PERIOD-TYPE
           MOVE PC-TOTAL-MONTH-OPENING TO LG-OPENING-BALANCE
           MOVE PC-TOTAL-MONTH-MOVEMENT TO LG-MOVEMENT
           WRITE PERIOD-LEDGER-RECORD
           ADD 1 TO PC-LEDGER-ROW-COUNT

           IF PC-YEAR-END
               MOVE "Y" TO LG-PERIOD-TYPE
               MOVE PC-TOTAL-YEAR-OPENING TO LG-OPENING-BALANCE
               MOVE PC-TOTAL-YEAR-MOVEMENT TO LG-MOVEMENT
               WRITE PERIOD-LEDGER-RECORD
               ADD 1 TO PC-LEDGER-ROW-COUNT
               DISPLAY "PERCLOSE: YEAR OPENING...: "
                   PC-TOTAL-YEAR-OPENING
               DISPLAY "PERCLOSE: YEAR MOVEMENT..: "
                   PC-TOTAL-YEAR-MOVEMENT
           END-IF.

      ******************************************************************
      * 3900-WRITE-CONTROL-ROW - APPEND THE PERIOD'S NEW STATE TO      *
      *                          PERCTL; A FIRST RUN CREATES THE FILE  *
      ******************************************************************
       3900-WRITE-CONTROL-ROW.
           OPEN EXTEND PERIOD-CTL-IO
           IF PC-PERCTL-STATUS = "35"
               OPEN OUTPUT PERIOD-CTL-IO
           END-IF
           IF PC-PERCTL-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO EXTEND PERCTL STATUS="
                   PC-PERCTL-STATUS
               MOVE "C" TO PC-ALERT-SEVERITY
               MOVE "PERCTL NOT UPDATED, PERIOD STATE LOST"
                   TO PC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT PC-LOG-DATE FROM DATE YYYYMMDD
               MOVE PC-CLOSE-PERIOD TO PL-PERIOD
               MOVE PC-CTL-STATUS-FLAG TO PL-STATUS-FLAG
               MOVE PC-RUN-DATE TO PL-BUSINESS-DATE
               MOVE PC-OPERATOR-ID TO PL-USER-ID
               MOVE PC-LOG-DATE TO PL-LOG-DATE
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CTL-IO
           END-IF.

      ******************************************************************
      * 5000-REOPEN-PERIOD - ONLY A CLOSED PERIOD CAN BE REOPENED; THE *
      *                      REOPEN IS LOGGED TO SECLOG AND RAISED AS  *
      *                      A WARNING SO IT CANNOT PASS UNNOTICED     *
      ******************************************************************
       5000-REOPEN-PERIOD.
           PERFORM 1100-LOAD-PERIOD-STATE
           IF NOT PC-PERIOD-CLOSED
               DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD
                   " IS NOT CLOSED, NOTHING TO REOPEN"
               MOVE 4 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           MOVE "R" TO PC-CTL-STATUS-FLAG
           PERFORM 3900-WRITE-CONTROL-ROW

           MOVE "REOPEN" TO PC-LOG-ACTION
           MOVE SPACES TO PC-LOG-DETAIL
           STRING "PERIOD " PC-CLOSE-PERIOD
               DELIMITED BY SIZE INTO PC-LOG-DETAIL
           PERFORM 0150-WRITE-SECURITY-LOG

           MOVE "W" TO PC-ALERT-SEVERITY
           MOVE SPACES TO PC-ALERT-TEXT
           STRING "PERIOD " PC-CLOSE-PERIOD " REOPENED BY "
                   PC-OPERATOR-ID
               DELIMITED BY SIZE INTO PC-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT

           DISPLAY "PERCLOSE: PERIOD " PC-CLOSE-PERIOD
               " REOPENED BY " PC-OPERATOR-ID
               "; RE-CLOSE IT WITH PERPARM ACTION C WHEN DONE".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF PC-ALERT-STATUS = "00"
               MOVE PC-RUN-DATE TO AL-RUN-DATE
               MOVE "PERCLOSE" TO AL-PROGRAM-NAME
               MOVE PC-ALERT-SEVERITY TO AL-SEVERITY
               MOVE PC-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "PERCLOSE: UNABLE TO OPEN ALERTOUT STATUS="
                   PC-ALERT-STATUS
           END-IF.
       END PROGRAM Perclose.
