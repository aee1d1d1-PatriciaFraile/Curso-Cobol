      *              single-record RUNCTL file the chain reads, and
      *              a started row is appended to RUNLOG (RUNCLOSE
      *              appends the completed row at end of night).
      *              A business date inside a month PERCLOSE has
      *              closed (latest PERCTL row "C") is refused the
      *              same way, full or supplementary, until the
      *              period is reopened.
      *              Every full run also looks back over the RUNCAL
      *              dates before its business date (GATEPRM
      *              look-back days, default 31, never before the
      *              first date on RUNLOG) for dates with no
      *              completed full run and lists them.  An ordinary
      *              run with any missed date is refused with return
      *              code 8 and a critical alert, so that no date is
      *              ever posted ahead of an earlier one still owed
      *              (BALFIL's last-posted date and day amount,
      *              INTACCR's accrual date and PERCLOSE's month-to-
      *              date roll all assume dates arrive in order).  A
      *              run declared catch-up on GATEPRM ("C") takes the
      *              earliest such date as its business date
      *              instead, as a full run with its own cycle, and
      *              logs it on CATCHLOG; CATCHRPT at the end of
      *              the night reports the recovered dates and has
      *              the job resubmitted for the next one.  A
      *              catch-up run with nothing missed runs as an
      *              ordinary full run.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original gatekeeper step.
      *    2026-10-15  RA   New 3500-JUDGE-PERIOD-STATE refuses a run
      *                     whose business date falls in a closed
      *                     PERCTL period (critical alert, return
      *                     code 8).
      *    2026-10-15  RA   Missed business dates are detected and
      *                     reported; new catch-up run type "C" on
      *                     GATEPRM (which grew a look-back day
      *                     count) processes them earliest first,
      *                     logged on the new CATCHLOG.  The business
      *                     date and gate paragraphs are now PERFORMed
      *                     THRU their exits, so their GO TO exits no
      *                     longer fall through into the paragraphs
      *                     behind them.
      *    2026-10-15  RA   An ordinary run with missed dates is now
      *                     refused (critical alert, return code 8)
      *                     instead of warning and running ahead of
      *                     them; the catch-up must clear them first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rungate.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-ALERT-STATUS.

           SELECT PERIOD-CTL-IN ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-PERCTL-STATUS.

           SELECT CATCH-UP-LOG-OUT ASSIGN TO "CATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-CATCHLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE-IN
           05  CA-PROCESS-DATE         PIC 9(8).

       FD  GATE-PARM-IN
           RECORD CONTAINS 12 CHARACTERS.
       01  GATE-PARM-RECORD.
           05  GP-RUN-TYPE             PIC X(1).
           05  GP-OVERRIDE-DATE        PIC 9(8).
           05  GP-LOOKBACK-DAYS        PIC 9(3).

       FD  RUN-LOG-IO
           RECORD CONTAINS 13 CHARACTERS.
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       FD  PERIOD-CTL-IN
           RECORD CONTAINS 31 CHARACTERS.
           COPY PCTLREC.

       FD  CATCH-UP-LOG-OUT
           RECORD CONTAINS 31 CHARACTERS.
           COPY CATCHREC.

       WORKING-STORAGE SECTION.
       01  RG-GAP-TABLE.
           05  RG-GT-ENTRY OCCURS 100 TIMES.
               10  RG-GT-DATE          PIC 9(8).
               10  RG-GT-STATE         PIC X(1).
                   88  RG-GT-NOT-RUN             VALUE "N".
                   88  RG-GT-NOT-COMPLETED       VALUE "S".
                   88  RG-GT-COMPLETED           VALUE "C".

       77  RG-CALENDAR-STATUS          PIC X(2)  VALUE "00".
       77  RG-PARM-STATUS              PIC X(2)  VALUE "00".
       77  RG-RUNLOG-STATUS            PIC X(2)  VALUE "00".
       77  RG-HIGH-CYCLE               PIC 9(3)  VALUE ZERO.
       77  RG-FULL-DONE-SWITCH         PIC X(1)  VALUE "N".
           88  RG-FULL-DONE                      VALUE "Y".
       77  RG-PERCTL-STATUS            PIC X(2)  VALUE "00".
       77  RG-PERCTL-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  RG-PERCTL-EOF-YES                 VALUE "Y".
       77  RG-BUSINESS-PERIOD          PIC 9(6)  VALUE ZERO.
       77  RG-PERIOD-STATE             PIC X(1)  VALUE SPACE.
           88  RG-PERIOD-CLOSED                  VALUE "C".
       77  RG-CATCHLOG-STATUS          PIC X(2)  VALUE "00".
       77  RG-CATCHUP-SWITCH           PIC X(1)  VALUE "N".
           88  RG-CATCHUP                        VALUE "Y".
       77  RG-GAP-HIT-SWITCH           PIC X(1)  VALUE "N".
           88  RG-GAP-HIT                        VALUE "Y".
       77  RG-GAP-FULL-SWITCH          PIC X(1)  VALUE "N".
           88  RG-GAP-FULL                       VALUE "Y".
       77  RG-LOOKBACK-DAYS            PIC 9(3)  VALUE 31.
       77  RG-WORK-INTEGER             PIC 9(7)  VALUE ZERO.
       77  RG-WINDOW-START             PIC 9(8)  VALUE ZERO.
       77  RG-FIRST-LOGGED-DATE        PIC 9(8)  VALUE 99999999.
       77  RG-TARGET-DATE              PIC 9(8)  VALUE ZERO.
       77  RG-EARLIEST-MISSED          PIC 9(8)  VALUE ZERO.
       77  RG-MISSED-COUNT             PIC 9(3)  VALUE ZERO.
       77  RG-GAP-COUNT                PIC 9(3)  COMP VALUE ZERO.
       77  RG-GAP-SUB                  PIC 9(3)  COMP VALUE ZERO.
       77  RG-CATCHUP-STATE            PIC X(1)  VALUE SPACE.
       77  RG-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  RG-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  RG-MISSED-ALERT-TEXT        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-GET-GATE-PARM
           PERFORM 2000-ESTABLISH-BUSINESS-DATE THRU 2000-EXIT
           IF RG-OVERRIDE-DATE = ZERO OR RG-CATCHUP
               PERFORM 2500-FIND-MISSED-DATES THRU 2500-EXIT
           END-IF
           IF RG-CATCHUP
               PERFORM 2800-TAKE-MISSED-DATE
           ELSE
               IF RG-MISSED-COUNT NOT = ZERO
                   PERFORM 2900-REFUSE-MISSED-DATES
               END-IF
           END-IF
           IF NOT RG-REFUSED
               PERFORM 3000-JUDGE-RUN-LOG
           END-IF
           IF NOT RG-REFUSED
               PERFORM 3500-JUDGE-PERIOD-STATE
           END-IF
           IF NOT RG-REFUSED
               PERFORM 4000-OPEN-THE-GATE THRU 4000-EXIT
           ELSE
               IF RG-CATCHUP
                   MOVE "R" TO RG-CATCHUP-STATE
                   PERFORM 4100-LOG-CATCHUP-DATE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-GET-GATE-PARM - AN OPTIONAL DECLARED RUN TYPE AND         *
      *                      BUSINESS-DATE OVERRIDE; NO GATEPRM MEANS  *
      *                      A FULL RUN ON THE CALENDAR DATE.  "C"     *
      *                      DECLARES A CATCH-UP RUN, A FULL RUN OF    *
      *                      THE EARLIEST MISSED DATE                  *
      ******************************************************************
       1000-GET-GATE-PARM.
           OPEN INPUT GATE-PARM-IN
                       IF GP-RUN-TYPE = "S"
                           MOVE "S" TO RG-RUN-TYPE
                       END-IF
                       IF GP-RUN-TYPE = "C"
                           SET RG-CATCHUP TO TRUE
                       END-IF
                       IF GP-LOOKBACK-DAYS IS NUMERIC
                               AND GP-LOOKBACK-DAYS > ZERO
                           MOVE GP-LOOKBACK-DAYS
                               TO RG-LOOKBACK-DAYS
                       END-IF
                       IF GP-OVERRIDE-DATE IS NUMERIC
                               AND GP-OVERRIDE-DATE NOT = ZERO
                           MOVE GP-OVERRIDE-DATE
       2000-ESTABLISH-BUSINESS-DATE.
           ACCEPT RG-SYSTEM-DATE FROM DATE YYYYMMDD

           IF RG-OVERRIDE-DATE NOT = ZERO AND RG-CATCHUP
               DISPLAY "RUNGATE: GATEPRM OVERRIDE DATE "
                   RG-OVERRIDE-DATE " IGNORED IN A CATCH-UP RUN"
           END-IF
           IF RG-OVERRIDE-DATE NOT = ZERO AND NOT RG-CATCHUP
               MOVE RG-OVERRIDE-DATE TO RG-BUSINESS-DATE
               DISPLAY "RUNGATE: BUSINESS DATE " RG-BUSINESS-DATE
                   " TAKEN FROM GATEPRM OVERRIDE"
           END-IF
           PERFORM 2100-READ-CALENDAR.

      ******************************************************************
      * 2500-FIND-MISSED-DATES - THE RUNCAL DATES IN THE LOOK-BACK     *
      *                          WINDOW BEFORE THE BUSINESS DATE, ON   *
      *                          OR AFTER THE FIRST DATE EVER LOGGED,  *
      *                          THAT CARRY NO COMPLETED FULL RUN ON   *
      *                          RUNLOG                                *
      ******************************************************************
       2500-FIND-MISSED-DATES.
           COMPUTE RG-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(RG-BUSINESS-DATE)
               - RG-LOOKBACK-DAYS
           COMPUTE RG-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(RG-WORK-INTEGER)

           MOVE "N" TO RG-CAL-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE-IN
           IF RG-CALENDAR-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2100-READ-CALENDAR
           PERFORM 2510-COLLECT-GAP-DATE
               UNTIL RG-CAL-EOF-YES
           CLOSE CALENDAR-FILE-IN
           IF RG-GAP-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF

           OPEN INPUT RUN-LOG-IO
           IF RG-RUNLOG-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 3100-READ-RUN-LOG
           PERFORM 2520-MARK-LOGGED-DATE
               UNTIL RG-LOG-EOF-YES
           CLOSE RUN-LOG-IO
           MOVE "N" TO RG-LOG-EOF-SWITCH

           PERFORM 2540-JUDGE-GAP-DATE
               VARYING RG-GAP-SUB FROM 1 BY 1
               UNTIL RG-GAP-SUB > RG-GAP-COUNT
           IF RG-MISSED-COUNT NOT = ZERO
               DISPLAY "RUNGATE: " RG-MISSED-COUNT
                   " MISSED BUSINESS DATE(S) SINCE " RG-WINDOW-START
           END-IF.
       2500-EXIT.
           EXIT.

       2510-COLLECT-GAP-DATE.
           IF CA-PROCESS-DATE IS NUMERIC
                   AND CA-PROCESS-DATE NOT < RG-WINDOW-START
                   AND CA-PROCESS-DATE < RG-BUSINESS-DATE
               IF RG-GAP-COUNT = 100
                   IF NOT RG-GAP-FULL
                       DISPLAY "RUNGATE: MORE THAN 100 CALENDAR "
                           "DATES IN THE LOOK-BACK WINDOW, THE "
                           "LATER ONES ARE NOT CHECKED"
                       SET RG-GAP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO RG-GAP-COUNT
                   MOVE CA-PROCESS-DATE TO RG-GT-DATE(RG-GAP-COUNT)
                   MOVE "N" TO RG-GT-STATE(RG-GAP-COUNT)
               END-IF
           END-IF
           PERFORM 2100-READ-CALENDAR.

       2520-MARK-LOGGED-DATE.
           IF RL-BUSINESS-DATE IS NUMERIC
               IF RL-BUSINESS-DATE < RG-FIRST-LOGGED-DATE
                   MOVE RL-BUSINESS-DATE TO RG-FIRST-LOGGED-DATE
               END-IF
               MOVE "N" TO RG-GAP-HIT-SWITCH
               MOVE ZERO TO RG-GAP-SUB
               PERFORM 2530-MATCH-GAP-DATE
                   UNTIL RG-GAP-HIT
                   OR RG-GAP-SUB = RG-GAP-COUNT
               IF RG-GAP-HIT
                   IF RL-FULL-RUN AND RL-COMPLETED
                       MOVE "C" TO RG-GT-STATE(RG-GAP-SUB)
                   ELSE
                       IF RG-GT-NOT-RUN(RG-GAP-SUB)
                           MOVE "S" TO RG-GT-STATE(RG-GAP-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-RUN-LOG.

       2530-MATCH-GAP-DATE.
           ADD 1 TO RG-GAP-SUB
           IF RG-GT-DATE(RG-GAP-SUB) = RL-BUSINESS-DATE
               SET RG-GAP-HIT TO TRUE
           END-IF.

       2540-JUDGE-GAP-DATE.
           IF NOT RG-GT-COMPLETED(RG-GAP-SUB)
                   AND RG-GT-DATE(RG-GAP-SUB)
                       NOT < RG-FIRST-LOGGED-DATE
               ADD 1 TO RG-MISSED-COUNT
               IF RG-EARLIEST-MISSED = ZERO
                       OR RG-GT-DATE(RG-GAP-SUB) < RG-EARLIEST-MISSED
                   MOVE RG-GT-DATE(RG-GAP-SUB) TO RG-EARLIEST-MISSED
               END-IF
               IF RG-GT-NOT-RUN(RG-GAP-SUB)
                   DISPLAY "RUNGATE: MISSED BUSINESS DATE "
                       RG-GT-DATE(RG-GAP-SUB) " - NEVER RUN"
               ELSE
                   DISPLAY "RUNGATE: MISSED BUSINESS DATE "
                       RG-GT-DATE(RG-GAP-SUB)
                       " - NO COMPLETED FULL RUN"
               END-IF
           END-IF.

      ******************************************************************
      * 2800-TAKE-MISSED-DATE - A CATCH-UP RUN BOOKS UNDER THE         *
      *                         EARLIEST MISSED DATE AS A FULL RUN;    *
      *                         WITH NOTHING MISSED IT IS AN ORDINARY  *
      *                         FULL RUN                               *
      ******************************************************************
       2800-TAKE-MISSED-DATE.
           MOVE "F" TO RG-RUN-TYPE
           IF RG-MISSED-COUNT = ZERO
               DISPLAY "RUNGATE: CATCH-UP DECLARED BUT NO BUSINESS "
                   "DATE IS MISSED, RUNNING " RG-BUSINESS-DATE
                   " AS AN ORDINARY FULL RUN"
               DISPLAY "RUNGATE: RESET GATEPRM TO AN ORDINARY RUN"
               MOVE "N" TO RG-CATCHUP-SWITCH
           ELSE
               MOVE RG-BUSINESS-DATE TO RG-TARGET-DATE
               MOVE RG-EARLIEST-MISSED TO RG-BUSINESS-DATE
               SUBTRACT 1 FROM RG-MISSED-COUNT
               DISPLAY "RUNGATE: CATCH-UP RUN FOR MISSED DATE "
                   RG-BUSINESS-DATE ", " RG-MISSED-COUNT
                   " MORE BEFORE " RG-TARGET-DATE
           END-IF.

      ******************************************************************
      * 2900-REFUSE-MISSED-DATES - AN ORDINARY RUN MAY NOT POST AHEAD  *
      *                            OF A MISSED DATE; IT IS REFUSED     *
      *                            UNTIL THE CATCH-UP HAS CLEARED      *
      *                            EVERY ONE                           *
      ******************************************************************
       2900-REFUSE-MISSED-DATES.
           DISPLAY "RUNGATE: " RG-MISSED-COUNT
               " EARLIER DATE(S) STILL OWED, REFUSING THE RUN"
           DISPLAY "RUNGATE: DECLARE A CATCH-UP RUN (C) ON GATEPRM "
               "AND RESUBMIT"
           MOVE SPACES TO RG-MISSED-ALERT-TEXT
           STRING RG-MISSED-COUNT DELIMITED BY SIZE
               " DATES MISSED SINCE " DELIMITED BY SIZE
               RG-EARLIEST-MISSED DELIMITED BY SIZE
               INTO RG-MISSED-ALERT-TEXT
           END-STRING
           MOVE "C" TO RG-ALERT-SEVERITY
           MOVE RG-MISSED-ALERT-TEXT TO RG-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET RG-REFUSED TO TRUE.

      ******************************************************************
      * 3000-JUDGE-RUN-LOG - A COMPLETED FULL RUN FOR THE BUSINESS     *
      *                      DATE REFUSES A SECOND FULL RUN; THE NEXT  *
           END-IF
           PERFORM 3100-READ-RUN-LOG.

      ******************************************************************
      * 3500-JUDGE-PERIOD-STATE - THE LATEST PERCTL ROW FOR THE        *
      *                           BUSINESS DATE'S MONTH IS ITS STATE;  *
      *                           A CLOSED MONTH TAKES NO MORE RUNS    *
      ******************************************************************
       3500-JUDGE-PERIOD-STATE.
           MOVE RG-BUSINESS-DATE(1:6) TO RG-BUSINESS-PERIOD
           OPEN INPUT PERIOD-CTL-IN
           IF RG-PERCTL-STATUS = "00"
               PERFORM 3600-READ-PERIOD-CTL
               PERFORM 3700-JUDGE-PERIOD-ROW
                   UNTIL RG-PERCTL-EOF-YES
               CLOSE PERIOD-CTL-IN
           END-IF

           IF RG-PERIOD-CLOSED
               DISPLAY "RUNGATE: BUSINESS DATE " RG-BUSINESS-DATE
                   " FALLS IN CLOSED PERIOD " RG-BUSINESS-PERIOD
                   ", REFUSING THE RUN"
               MOVE "C" TO RG-ALERT-SEVERITY
               MOVE "RUN DATE IN CLOSED PERIOD" TO RG-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET RG-REFUSED TO TRUE
           END-IF.

       3600-READ-PERIOD-CTL.
           READ PERIOD-CTL-IN
               AT END
                   SET RG-PERCTL-EOF-YES TO TRUE
           END-READ.

       3700-JUDGE-PERIOD-ROW.
           IF PL-PERIOD = RG-BUSINESS-PERIOD
                   AND (PL-CLOSED OR PL-REOPENED)
               MOVE PL-STATUS-FLAG TO RG-PERIOD-STATE
           END-IF
           PERFORM 3600-READ-PERIOD-CTL.

      ******************************************************************
      * 4000-OPEN-THE-GATE - WRITE THE RUNCTL RECORD THE CHAIN READS   *
      *                      AND LOG THE STARTED ROW                   *
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-IO

           IF RG-CATCHUP
               MOVE "S" TO RG-CATCHUP-STATE
               PERFORM 4100-LOG-CATCHUP-DATE
           END-IF

           DISPLAY "RUNGATE: BUSINESS DATE " RG-BUSINESS-DATE
               " CYCLE " RG-CYCLE-NUMBER
               " TYPE " RG-RUN-TYPE " ADMITTED".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LOG-CATCHUP-DATE - APPEND THE CATCHLOG ROW FOR THE DATE   *
      *                         A CATCH-UP RUN TOOK UP, ADMITTED OR    *
      *                         REFUSED                                *
      ******************************************************************
       4100-LOG-CATCHUP-DATE.
           OPEN EXTEND CATCH-UP-LOG-OUT
           IF RG-CATCHLOG-STATUS NOT = "00"
               DISPLAY "RUNGATE: UNABLE TO EXTEND CATCHLOG STATUS="
                   RG-CATCHLOG-STATUS
               MOVE "W" TO RG-ALERT-SEVERITY
               MOVE "CATCHLOG NOT WRITTEN" TO RG-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE RG-BUSINESS-DATE TO CU-BUSINESS-DATE
               MOVE RG-CYCLE-NUMBER TO CU-CYCLE-NUMBER
               MOVE RG-TARGET-DATE TO CU-TARGET-DATE
               MOVE RG-SYSTEM-DATE TO CU-SYSTEM-DATE
               MOVE RG-MISSED-COUNT TO CU-REMAINING-COUNT
               MOVE RG-CATCHUP-STATE TO CU-STATUS-FLAG
               WRITE CATCH-UP-RECORD
               CLOSE CATCH-UP-LOG-OUT
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
