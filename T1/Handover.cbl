      ******************************************************************
      * PROGRAM-ID : HANDOVER
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Morning handover report, the last step of
      *              NIGHTRUN, run whatever happened before it so a
      *              failed night is reported too.  One page set on
      *              SYSOUT pulls together what the shift lead used
      *              to piece together from half a dozen outputs:
      *                - the business date, cycle and run type, and
      *                  an overall GREEN/AMBER/RED status with the
      *                  reasons for it;
      *                - every timed step in HOVPARM order with its
      *                  result from the STEPTIME markers: ENDED
      *                  (return code 0-4, the chain carried on),
      *                  FAILED (started and never ended: return
      *                  code over 4 or an abend) or NOT RUN, and
      *                  the step's own return code as the markers
      *                  recorded it;
      *                - the RUNSTATS record counts and the night's
      *                  warning and critical alerts by program;
      *                - the BALCHK cross-foot and the BILLRECO
      *                  billing reconciliation outcomes, with the
      *                  BILLEXC exceptions by case, and whether
      *                  RUNCLOSE marked the run complete on RUNLOG;
      *                - the EXPCHK exposure breaches;
      *                - the critical alerts on ALERTMST raised for
      *                  the business date, and those from earlier
      *                  dates still not closed;
      *                - the TRANEDIT rejects by reason, the
      *                  OPERATIONS refusals and the suspense totals
      *                  SUSPCFWD logs to RUNSTATS.
      *              RED: a step failed or did not run, the run was
      *              not completed, a control did not balance, or a
      *              critical alert raised for the date is still
      *              open.  AMBER: warnings, billing exceptions,
      *              exposure breaches or older critical alerts
      *              still open.  GREEN otherwise.  The return code
      *              is 0, 4 or 8 to match.  ALERTOUT alerts are
      *              taken for the business date (every cycle).
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original morning handover report.
      *    2026-10-15  RA   The step list now shows each step's return
      *                     code from its STEPTIME "E" row, or from
      *                     the "F" row of the step that stopped the
      *                     chain (STEPTREC is now 56 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Handover.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-RUNCTL-STATUS.

           SELECT HANDOVER-PARM-IN ASSIGN TO "HOVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-PARM-STATUS.

           SELECT STEP-TIMING-IN ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-TIMING-STATUS.

           SELECT RUN-LOG-IN ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-RUNLOG-STATUS.

           SELECT RUNSTATS-FILE-IN ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-RUNSTATS-STATUS.

           SELECT ALERT-FILE-IN ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-ALERT-STATUS.

           SELECT ALERT-MASTER-IN ASSIGN TO "ALERTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-RECORD-KEY
               FILE STATUS IS HV-MASTER-STATUS.

           SELECT REJECT-FILE-IN ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-REJECT-STATUS.

           SELECT EXCEPTION-FILE-IN ASSIGN TO "BILLEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HV-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  HANDOVER-PARM-IN
           RECORD CONTAINS 50 CHARACTERS.
           COPY HOVPREC.

       FD  STEP-TIMING-IN
           RECORD CONTAINS 56 CHARACTERS.
           COPY STEPTREC.

       FD  RUN-LOG-IN
           RECORD CONTAINS 13 CHARACTERS.
           COPY RUNLREC.

       FD  RUNSTATS-FILE-IN
           RECORD CONTAINS 51 CHARACTERS.
           COPY RUNSTREC.

       FD  ALERT-FILE-IN
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       FD  ALERT-MASTER-IN.
           COPY ALRTMREC.

       FD  REJECT-FILE-IN
           RECORD CONTAINS 66 CHARACTERS.
       01  REJECT-IN-RECORD.
           05  RJ-TRAN-DATA            PIC X(37).
           05  RJ-REASON-CODE          PIC X(1).
           05  RJ-REASON-TEXT          PIC X(20).
           05  RJ-BATCH-ID             PIC X(8).

       FD  EXCEPTION-FILE-IN
           RECORD CONTAINS 82 CHARACTERS.
       01  EXCEPTION-IN-RECORD.
           05  BX-KEY                  PIC X(6).
           05  BX-OP-CODE              PIC X(3).
           05  BX-NUM1                 PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BX-NUM2                 PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BX-RESULT               PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BX-CYCLE                PIC 9(3).
           05  BX-CASE                 PIC X(20).
           05  BX-REASON               PIC X(20).

       WORKING-STORAGE SECTION.
       01  HV-RUN-DATE-GROUP.
           05  HV-RUN-YEAR             PIC 9(4).
           05  HV-RUN-MONTH            PIC 9(2).
           05  HV-RUN-DAY              PIC 9(2).
       01  HV-RUN-DATE REDEFINES HV-RUN-DATE-GROUP
                                       PIC 9(8).

       01  HV-SHOW-DATE.
           05  HV-SHOW-YEAR            PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  HV-SHOW-MONTH           PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  HV-SHOW-DAY             PIC 9(2).

       01  HV-TONIGHT-RUN-ID           PIC X(16) VALUE SPACES.

       01  HV-STEP-TABLE.
           05  HV-STEP-ENTRY OCCURS 60 TIMES.
               10  HV-ST-STEP-NAME     PIC X(8).
               10  HV-ST-PROGRAM       PIC X(12).
               10  HV-ST-DESCRIPTION   PIC X(30).
               10  HV-ST-STATE         PIC X(1).
                   88  HV-ST-NOT-RUN             VALUE " ".
                   88  HV-ST-STARTED             VALUE "S".
                   88  HV-ST-ENDED               VALUE "E".
               10  HV-ST-RETURN-CODE   PIC X(4).

       01  HV-PROGRAM-TABLE.
           05  HV-PROGRAM-ENTRY OCCURS 60 TIMES.
               10  HV-PG-PROGRAM       PIC X(12).
               10  HV-PG-STATS-ROWS    PIC 9(3)  COMP.
               10  HV-PG-READ          PIC 9(9)  COMP-3.
               10  HV-PG-WRITTEN       PIC 9(9)  COMP-3.
               10  HV-PG-REJECTED      PIC 9(9)  COMP-3.
               10  HV-PG-ERRORS        PIC 9(9)  COMP-3.
               10  HV-PG-WARNINGS      PIC 9(5)  COMP.
               10  HV-PG-CRITICALS     PIC 9(5)  COMP.

       01  HV-REASON-CODE-TABLE.
           05  HV-REASON-CODE-ENTRY OCCURS 20 TIMES.
               10  HV-RC-CODE          PIC X(1).
               10  HV-RC-TEXT          PIC X(20).
               10  HV-RC-COUNT         PIC 9(7)  COMP-3.

       01  HV-EXPOSURE-TABLE.
           05  HV-EXPOSURE-ENTRY OCCURS 30 TIMES.
               10  HV-EX-SEVERITY      PIC X(1).
               10  HV-EX-TEXT          PIC X(40).

       01  HV-CRITICAL-TABLE.
           05  HV-CRITICAL-ENTRY OCCURS 40 TIMES.
               10  HV-CR-RAISE-DATE    PIC 9(8).
               10  HV-CR-PROGRAM       PIC X(12).
               10  HV-CR-TEXT          PIC X(40).
               10  HV-CR-STATUS        PIC X(1).
               10  HV-CR-NEW           PIC X(1).

       01  HV-RATING-TABLE.
           05  HV-RATING-ENTRY OCCURS 12 TIMES.
               10  HV-RT-LEVEL         PIC X(5).
               10  HV-RT-TEXT          PIC X(50).

       01  HV-STEP-LINE.
           05  FILLER                  PIC X(10) VALUE "HANDOVER: ".
           05  HV-SL-STEP-NAME         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HV-SL-PROGRAM           PIC X(12).
           05  HV-SL-RESULT            PIC X(10).
           05  HV-SL-RETURN-CODE       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HV-SL-DESCRIPTION       PIC X(30).

       01  HV-PROGRAM-LINE.
           05  FILLER                  PIC X(10) VALUE "HANDOVER: ".
           05  HV-PL-PROGRAM           PIC X(12).
           05  HV-PL-COUNTS.
               10  HV-PL-READ          PIC Z(8)9.
               10  HV-PL-WRITTEN       PIC Z(8)9.
               10  HV-PL-REJECTED      PIC Z(8)9.
               10  HV-PL-ERRORS        PIC Z(8)9.
           05  HV-PL-WARNINGS          PIC Z(5)9.
           05  HV-PL-CRITICALS         PIC Z(5)9.

       01  HV-ALERT-LINE.
           05  FILLER                  PIC X(12) VALUE "HANDOVER:   ".
           05  HV-AL-RAISE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HV-AL-PROGRAM           PIC X(12).
           05  HV-AL-STATUS            PIC X(13).
           05  HV-AL-TEXT              PIC X(40).

       77  HV-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  HV-PARM-STATUS              PIC X(2)  VALUE "00".
       77  HV-TIMING-STATUS            PIC X(2)  VALUE "00".
       77  HV-RUNLOG-STATUS            PIC X(2)  VALUE "00".
       77  HV-RUNSTATS-STATUS          PIC X(2)  VALUE "00".
       77  HV-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  HV-MASTER-STATUS            PIC X(2)  VALUE "00".
       77  HV-REJECT-STATUS            PIC X(2)  VALUE "00".
       77  HV-EXCEPTION-STATUS         PIC X(2)  VALUE "00".
       77  HV-CYCLE-NUMBER             PIC 9(3)  VALUE ZERO.
       77  HV-RUN-TYPE                 PIC X(1)  VALUE "F".
           88  HV-SUPPLEMENTARY-RUN              VALUE "S".
       77  HV-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  HV-EOF-YES                        VALUE "Y".
       77  HV-TIMINGS-SWITCH           PIC X(1)  VALUE "N".
           88  HV-TIMINGS-FOUND                  VALUE "Y".
       77  HV-COMPLETE-SWITCH          PIC X(1)  VALUE "N".
           88  HV-RUN-COMPLETE                   VALUE "Y".
       77  HV-RUNLOG-SWITCH            PIC X(1)  VALUE "N".
           88  HV-RUNLOG-READ                    VALUE "Y".
       77  HV-STATS-SWITCH             PIC X(1)  VALUE "N".
           88  HV-STATS-READ                     VALUE "Y".
       77  HV-ALERTS-SWITCH            PIC X(1)  VALUE "N".
           88  HV-ALERTS-READ                    VALUE "Y".
       77  HV-MASTER-SWITCH            PIC X(1)  VALUE "N".
           88  HV-MASTER-READ                    VALUE "Y".
       77  HV-REJECTS-SWITCH           PIC X(1)  VALUE "N".
           88  HV-REJECTS-READ                   VALUE "Y".
       77  HV-EXCEPTIONS-SWITCH        PIC X(1)  VALUE "N".
           88  HV-EXCEPTIONS-READ                VALUE "Y".
       77  HV-HIT-SWITCH               PIC X(1)  VALUE "N".
           88  HV-HIT                            VALUE "Y".
       77  HV-STEP-FULL-SWITCH         PIC X(1)  VALUE "N".
           88  HV-STEP-FULL                      VALUE "Y".
       77  HV-PROGRAM-FULL-SWITCH      PIC X(1)  VALUE "N".
           88  HV-PROGRAM-FULL                   VALUE "Y".
       77  HV-FIND-STEP-NAME           PIC X(8)  VALUE SPACES.
       77  HV-FIND-PROGRAM             PIC X(12) VALUE SPACES.
       77  HV-FOUND-STATE              PIC X(1)  VALUE SPACE.
       77  HV-STEP-COUNT               PIC 9(3)  COMP VALUE ZERO.
       77  HV-STEP-SUB                 PIC 9(3)  COMP VALUE ZERO.
       77  HV-PROGRAM-COUNT            PIC 9(3)  COMP VALUE ZERO.
       77  HV-PROGRAM-SUB              PIC 9(3)  COMP VALUE ZERO.
       77  HV-REASON-CODE-COUNT        PIC 9(3)  COMP VALUE ZERO.
       77  HV-REASON-CODE-SUB          PIC 9(3)  COMP VALUE ZERO.
       77  HV-EXPOSURE-COUNT           PIC 9(3)  COMP VALUE ZERO.
       77  HV-EXPOSURE-SUB             PIC 9(3)  COMP VALUE ZERO.
       77  HV-CRITICAL-COUNT           PIC 9(3)  COMP VALUE ZERO.
       77  HV-CRITICAL-SUB             PIC 9(3)  COMP VALUE ZERO.
       77  HV-RATING-COUNT             PIC 9(3)  COMP VALUE ZERO.
       77  HV-RATING-SUB               PIC 9(3)  COMP VALUE ZERO.
       77  HV-ENDED-COUNT              PIC 9(3)  VALUE ZERO.
       77  HV-FAILED-COUNT             PIC 9(3)  VALUE ZERO.
       77  HV-NOT-RUN-COUNT            PIC 9(3)  VALUE ZERO.
       77  HV-WARNING-COUNT            PIC 9(5)  VALUE ZERO.
       77  HV-CRITICAL-ALERT-COUNT     PIC 9(5)  VALUE ZERO.
       77  HV-BREACH-COUNT             PIC 9(5)  VALUE ZERO.
       77  HV-BREACH-CRITICAL-COUNT    PIC 9(5)  VALUE ZERO.
       77  HV-NEW-CRITICAL-COUNT       PIC 9(5)  VALUE ZERO.
       77  HV-NEW-OPEN-COUNT           PIC 9(5)  VALUE ZERO.
       77  HV-OLD-OPEN-COUNT           PIC 9(5)  VALUE ZERO.
       77  HV-UNLISTED-COUNT           PIC 9(5)  VALUE ZERO.
       77  HV-REJECT-TOTAL             PIC 9(7)  VALUE ZERO.
       77  HV-BILLING-REJECTED         PIC 9(7)  VALUE ZERO.
       77  HV-BILLING-UNACKED          PIC 9(7)  VALUE ZERO.
       77  HV-BILLING-UNSENT           PIC 9(7)  VALUE ZERO.
       77  HV-BILLING-OTHER            PIC 9(7)  VALUE ZERO.
       77  HV-BILLING-TOTAL            PIC 9(7)  VALUE ZERO.
       77  HV-BALCHK-STATE             PIC X(1)  VALUE SPACE.
       77  HV-BILLRECO-STATE           PIC X(1)  VALUE SPACE.
       77  HV-TRANEDIT-STATE           PIC X(1)  VALUE SPACE.
       77  HV-EXPCHK-STATE             PIC X(1)  VALUE SPACE.
       77  HV-OVERALL-STATUS           PIC X(5)  VALUE "GREEN".
       77  HV-RATING-LEVEL             PIC X(5)  VALUE SPACES.
       77  HV-RATING-TEXT              PIC X(50) VALUE SPACES.
       77  HV-SHOW-COUNT               PIC Z(6)9.
       77  HV-SHOW-SMALL               PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-STEP-TIMES THRU 2000-EXIT
           PERFORM 3000-READ-RUN-LOG
           PERFORM 3500-READ-RUN-STATS
           PERFORM 4000-READ-ALERTS
           PERFORM 4500-READ-ALERT-MASTER
           PERFORM 5000-READ-REJECTS THRU 5000-EXIT
           PERFORM 5500-READ-BILLING-EXCEPTIONS THRU 5500-EXIT
           PERFORM 6000-RATE-NIGHT
           PERFORM 7000-PRINT-HANDOVER
           EVALUATE HV-OVERALL-STATUS
               WHEN "RED"
                   MOVE 8 TO RETURN-CODE
               WHEN "AMBER"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, CYCLE AND RUN TYPE, AND THE   *
      *                   HOVPARM STEP LIST IN JOB ORDER               *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           MOVE HV-RUN-YEAR TO HV-SHOW-YEAR
           MOVE HV-RUN-MONTH TO HV-SHOW-MONTH
           MOVE HV-RUN-DAY TO HV-SHOW-DAY

           OPEN INPUT HANDOVER-PARM-IN
           IF HV-PARM-STATUS = "00"
               MOVE "N" TO HV-EOF-SWITCH
               PERFORM 1110-READ-STEP-LIST
               PERFORM 1120-TAKE-STEP-LIST
                   UNTIL HV-EOF-YES
               CLOSE HANDOVER-PARM-IN
           ELSE
               DISPLAY "HANDOVER: NO HOVPARM STEP LIST (STATUS="
                   HV-PARM-STATUS "), ONLY THE STEPS THAT RAN ARE "
                   "LISTED"
           END-IF.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE, CYCLE AND *
      *                          RUN TYPE COME FROM THE RUNCTL RECORD  *
      *                          RUNGATE WRITES; WITHOUT ONE THE       *
      *                          SYSTEM DATE SERVES                    *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF HV-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO HV-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO HV-CYCLE-NUMBER
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           MOVE "S" TO HV-RUN-TYPE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

       1110-READ-STEP-LIST.
           READ HANDOVER-PARM-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       1120-TAKE-STEP-LIST.
           IF HP-STEP-NAME NOT = SPACES
               MOVE HP-STEP-NAME TO HV-FIND-STEP-NAME
               PERFORM 2350-ADD-STEP-ENTRY
               IF HV-HIT
                   MOVE HP-PROGRAM-NAME
                       TO HV-ST-PROGRAM(HV-STEP-SUB)
                   MOVE HP-DESCRIPTION
                       TO HV-ST-DESCRIPTION(HV-STEP-SUB)
                   MOVE HP-PROGRAM-NAME TO HV-FIND-PROGRAM
                   PERFORM 3650-ADD-PROGRAM-ENTRY
               END-IF
           END-IF
           PERFORM 1110-READ-STEP-LIST.

      ******************************************************************
      * 2000-READ-STEP-TIMES - TONIGHT IS THE LATEST STEPTIME RUN ID   *
      *                        CARRYING THE BUSINESS DATE AND CYCLE    *
      *                        (AS STEPSLA PICKS IT); A STEP WITH A    *
      *                        START ROW AND NO END ROW FAILED, SINCE  *
      *                        THE MARKER AFTER IT WAS FLUSHED         *
      ******************************************************************
       2000-READ-STEP-TIMES.
           OPEN INPUT STEP-TIMING-IN
           IF HV-TIMING-STATUS NOT = "00"
               DISPLAY "HANDOVER: NO STEPTIME HISTORY (STATUS="
                   HV-TIMING-STATUS ")"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO HV-EOF-SWITCH
           PERFORM 2900-READ-TIMING-ROW
           PERFORM 2100-FIND-TONIGHT
               UNTIL HV-EOF-YES
           CLOSE STEP-TIMING-IN
           IF HV-TONIGHT-RUN-ID = SPACES
               GO TO 2000-EXIT
           END-IF
           SET HV-TIMINGS-FOUND TO TRUE

           OPEN INPUT STEP-TIMING-IN
           MOVE "N" TO HV-EOF-SWITCH
           PERFORM 2900-READ-TIMING-ROW
           PERFORM 2200-TAKE-TIMING-ROW
               UNTIL HV-EOF-YES
           CLOSE STEP-TIMING-IN.
       2000-EXIT.
           EXIT.

       2100-FIND-TONIGHT.
           IF ST-BUSINESS-DATE = HV-RUN-DATE
                   AND ST-CYCLE-NUMBER = HV-CYCLE-NUMBER
               MOVE ST-RUN-ID TO HV-TONIGHT-RUN-ID
           END-IF
           PERFORM 2900-READ-TIMING-ROW.

       2200-TAKE-TIMING-ROW.
           IF ST-RUN-ID = HV-TONIGHT-RUN-ID
                   AND NOT ST-ALERT-RAISED
               MOVE ST-STEP-NAME TO HV-FIND-STEP-NAME
               PERFORM 2350-ADD-STEP-ENTRY
               IF HV-HIT
                   EVALUATE TRUE
                       WHEN ST-STEP-STARTED
                           SET HV-ST-STARTED(HV-STEP-SUB) TO TRUE
                       WHEN ST-STEP-ENDED
                           SET HV-ST-ENDED(HV-STEP-SUB) TO TRUE
                           MOVE ST-RETURN-CODE
                               TO HV-ST-RETURN-CODE(HV-STEP-SUB)
                       WHEN ST-STEP-FAILED
                           MOVE ST-RETURN-CODE
                               TO HV-ST-RETURN-CODE(HV-STEP-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2900-READ-TIMING-ROW.

       2300-FIND-STEP-ENTRY.
           MOVE "N" TO HV-HIT-SWITCH
           MOVE ZERO TO HV-STEP-SUB
           PERFORM 2310-MATCH-STEP-ENTRY
               UNTIL HV-HIT
               OR HV-STEP-SUB = HV-STEP-COUNT.

       2310-MATCH-STEP-ENTRY.
           ADD 1 TO HV-STEP-SUB
           IF HV-ST-STEP-NAME(HV-STEP-SUB) = HV-FIND-STEP-NAME
               SET HV-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2350-ADD-STEP-ENTRY - THE STEP'S TABLE ENTRY, ADDED THE FIRST  *
      *                       TIME IT IS SEEN; A STEP THAT RAN BUT IS  *
      *                       NOT ON HOVPARM IS LISTED AFTER THE REST  *
      ******************************************************************
       2350-ADD-STEP-ENTRY.
           PERFORM 2300-FIND-STEP-ENTRY
           IF NOT HV-HIT
               IF HV-STEP-COUNT = 60
                   IF NOT HV-STEP-FULL
                       DISPLAY "HANDOVER: MORE THAN 60 STEPS, THE "
                           "STEP LIST IS INCOMPLETE"
                       SET HV-STEP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO HV-STEP-COUNT
                   MOVE HV-STEP-COUNT TO HV-STEP-SUB
                   MOVE HV-FIND-STEP-NAME
                       TO HV-ST-STEP-NAME(HV-STEP-SUB)
                   MOVE SPACES TO HV-ST-PROGRAM(HV-STEP-SUB)
                   MOVE "(NOT ON HOVPARM)"
                       TO HV-ST-DESCRIPTION(HV-STEP-SUB)
                   MOVE SPACE TO HV-ST-STATE(HV-STEP-SUB)
                   MOVE SPACES TO HV-ST-RETURN-CODE(HV-STEP-SUB)
                   SET HV-HIT TO TRUE
               END-IF
           END-IF.

       2900-READ-TIMING-ROW.
           READ STEP-TIMING-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3000-READ-RUN-LOG - RUNCLOSE WRITES THE COMPLETED ROW ONLY     *
      *                     WHEN THE WHOLE CHAIN ENDED CLEAN           *
      ******************************************************************
       3000-READ-RUN-LOG.
           OPEN INPUT RUN-LOG-IN
           IF HV-RUNLOG-STATUS = "00"
               SET HV-RUNLOG-READ TO TRUE
               MOVE "N" TO HV-EOF-SWITCH
               PERFORM 3010-READ-RUN-LOG-ROW
               PERFORM 3020-TAKE-RUN-LOG-ROW
                   UNTIL HV-EOF-YES
               CLOSE RUN-LOG-IN
           END-IF.

       3010-READ-RUN-LOG-ROW.
           READ RUN-LOG-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       3020-TAKE-RUN-LOG-ROW.
           IF RL-BUSINESS-DATE = HV-RUN-DATE
                   AND RL-CYCLE-NUMBER = HV-CYCLE-NUMBER
                   AND RL-COMPLETED
               SET HV-RUN-COMPLETE TO TRUE
           END-IF
           PERFORM 3010-READ-RUN-LOG-ROW.

      ******************************************************************
      * 3500-READ-RUN-STATS - THE CYCLE'S RUNSTATS ROWS SUMMED BY      *
      *                       PROGRAM (OPERATIONS WRITES ONE PER       *
      *                       PARTITION)                               *
      ******************************************************************
       3500-READ-RUN-STATS.
           OPEN INPUT RUNSTATS-FILE-IN
           IF HV-RUNSTATS-STATUS = "00"
               SET HV-STATS-READ TO TRUE
               MOVE "N" TO HV-EOF-SWITCH
               PERFORM 3510-READ-RUN-STATS-ROW
               PERFORM 3520-TAKE-RUN-STATS-ROW
                   UNTIL HV-EOF-YES
               CLOSE RUNSTATS-FILE-IN
           END-IF.

       3510-READ-RUN-STATS-ROW.
           READ RUNSTATS-FILE-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       3520-TAKE-RUN-STATS-ROW.
           IF RS-RUN-DATE = HV-RUN-DATE
                   AND RS-CYCLE = HV-CYCLE-NUMBER
               MOVE RS-PROGRAM-NAME TO HV-FIND-PROGRAM
               PERFORM 3650-ADD-PROGRAM-ENTRY
               IF HV-HIT
                   ADD 1 TO HV-PG-STATS-ROWS(HV-PROGRAM-SUB)
                   IF RS-READ-COUNT IS NUMERIC
                       ADD RS-READ-COUNT
                           TO HV-PG-READ(HV-PROGRAM-SUB)
                   END-IF
                   IF RS-WRITTEN-COUNT IS NUMERIC
                       ADD RS-WRITTEN-COUNT
                           TO HV-PG-WRITTEN(HV-PROGRAM-SUB)
                   END-IF
                   IF RS-REJECT-COUNT IS NUMERIC
                       ADD RS-REJECT-COUNT
                           TO HV-PG-REJECTED(HV-PROGRAM-SUB)
                   END-IF
                   IF RS-ERROR-COUNT IS NUMERIC
                       ADD RS-ERROR-COUNT
                           TO HV-PG-ERRORS(HV-PROGRAM-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 3510-READ-RUN-STATS-ROW.

       3600-FIND-PROGRAM-ENTRY.
           MOVE "N" TO HV-HIT-SWITCH
           MOVE ZERO TO HV-PROGRAM-SUB
           PERFORM 3610-MATCH-PROGRAM-ENTRY
               UNTIL HV-HIT
               OR HV-PROGRAM-SUB = HV-PROGRAM-COUNT.

       3610-MATCH-PROGRAM-ENTRY.
           ADD 1 TO HV-PROGRAM-SUB
           IF HV-PG-PROGRAM(HV-PROGRAM-SUB) = HV-FIND-PROGRAM
               SET HV-HIT TO TRUE
           END-IF.

       3650-ADD-PROGRAM-ENTRY.
           PERFORM 3600-FIND-PROGRAM-ENTRY
           IF NOT HV-HIT
               IF HV-PROGRAM-COUNT = 60
                   IF NOT HV-PROGRAM-FULL
                       DISPLAY "HANDOVER: MORE THAN 60 PROGRAMS, THE "
                           "PROGRAM COUNTS ARE INCOMPLETE"
                       SET HV-PROGRAM-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO HV-PROGRAM-COUNT
                   MOVE HV-PROGRAM-COUNT TO HV-PROGRAM-SUB
                   MOVE HV-FIND-PROGRAM
                       TO HV-PG-PROGRAM(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-STATS-ROWS(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-READ(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-WRITTEN(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-REJECTED(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-ERRORS(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-WARNINGS(HV-PROGRAM-SUB)
                   MOVE ZERO TO HV-PG-CRITICALS(HV-PROGRAM-SUB)
                   SET HV-HIT TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 4000-READ-ALERTS - THE BUSINESS DATE'S ALERTOUT LINES COUNTED  *
      *                    BY PROGRAM AND SEVERITY; EXPCHK'S LINES ARE *
      *                    THE EXPOSURE BREACHES                       *
      ******************************************************************
       4000-READ-ALERTS.
           OPEN INPUT ALERT-FILE-IN
           IF HV-ALERT-STATUS = "00"
               SET HV-ALERTS-READ TO TRUE
               MOVE "N" TO HV-EOF-SWITCH
               PERFORM 4010-READ-ALERT-LINE
               PERFORM 4020-TAKE-ALERT-LINE
                   UNTIL HV-EOF-YES
               CLOSE ALERT-FILE-IN
           END-IF.

       4010-READ-ALERT-LINE.
           READ ALERT-FILE-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       4020-TAKE-ALERT-LINE.
           IF AL-RUN-DATE = HV-RUN-DATE
                   AND (AL-SEVERITY = "W" OR "C")
               MOVE AL-PROGRAM-NAME TO HV-FIND-PROGRAM
               PERFORM 3650-ADD-PROGRAM-ENTRY
               IF AL-SEVERITY = "W"
                   ADD 1 TO HV-WARNING-COUNT
                   IF HV-HIT
                       ADD 1 TO HV-PG-WARNINGS(HV-PROGRAM-SUB)
                   END-IF
               ELSE
                   ADD 1 TO HV-CRITICAL-ALERT-COUNT
                   IF HV-HIT
                       ADD 1 TO HV-PG-CRITICALS(HV-PROGRAM-SUB)
                   END-IF
               END-IF
               IF AL-PROGRAM-NAME = "EXPCHK"
                   PERFORM 4030-KEEP-BREACH
               END-IF
           END-IF
           PERFORM 4010-READ-ALERT-LINE.

       4030-KEEP-BREACH.
           ADD 1 TO HV-BREACH-COUNT
           IF AL-SEVERITY = "C"
               ADD 1 TO HV-BREACH-CRITICAL-COUNT
           END-IF
           IF HV-EXPOSURE-COUNT < 30
               ADD 1 TO HV-EXPOSURE-COUNT
               MOVE AL-SEVERITY TO HV-EX-SEVERITY(HV-EXPOSURE-COUNT)
               MOVE AL-ALERT-TEXT TO HV-EX-TEXT(HV-EXPOSURE-COUNT)
           END-IF.

      ******************************************************************
      * 4500-READ-ALERT-MASTER - CRITICAL ALERTS RAISED FOR THE        *
      *                          BUSINESS DATE (WHATEVER THEIR STATUS  *
      *                          NOW) AND THOSE FROM EARLIER DATES     *
      *                          STILL NOT CLOSED                      *
      ******************************************************************
       4500-READ-ALERT-MASTER.
           OPEN INPUT ALERT-MASTER-IN
           IF HV-MASTER-STATUS = "00"
               SET HV-MASTER-READ TO TRUE
               MOVE "N" TO HV-EOF-SWITCH
               PERFORM 4510-READ-ALERT-MASTER
               PERFORM 4520-TAKE-ALERT-MASTER
                   UNTIL HV-EOF-YES
               CLOSE ALERT-MASTER-IN
           END-IF.

       4510-READ-ALERT-MASTER.
           READ ALERT-MASTER-IN NEXT RECORD
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       4520-TAKE-ALERT-MASTER.
           IF AM-CRITICAL
               IF AM-RAISE-DATE = HV-RUN-DATE
                   ADD 1 TO HV-NEW-CRITICAL-COUNT
                   IF NOT AM-CLOSED
                       ADD 1 TO HV-NEW-OPEN-COUNT
                   END-IF
                   PERFORM 4530-KEEP-CRITICAL
               ELSE
                   IF NOT AM-CLOSED
                       ADD 1 TO HV-OLD-OPEN-COUNT
                       PERFORM 4530-KEEP-CRITICAL
                   END-IF
               END-IF
           END-IF
           PERFORM 4510-READ-ALERT-MASTER.

       4530-KEEP-CRITICAL.
           IF HV-CRITICAL-COUNT < 40
               ADD 1 TO HV-CRITICAL-COUNT
               MOVE AM-RAISE-DATE
                   TO HV-CR-RAISE-DATE(HV-CRITICAL-COUNT)
               MOVE AM-PROGRAM-NAME TO HV-CR-PROGRAM(HV-CRITICAL-COUNT)
               MOVE AM-ALERT-TEXT TO HV-CR-TEXT(HV-CRITICAL-COUNT)
               MOVE AM-STATUS-FLAG TO HV-CR-STATUS(HV-CRITICAL-COUNT)
               IF AM-RAISE-DATE = HV-RUN-DATE
                   MOVE "Y" TO HV-CR-NEW(HV-CRITICAL-COUNT)
               ELSE
                   MOVE "N" TO HV-CR-NEW(HV-CRITICAL-COUNT)
               END-IF
           ELSE
               ADD 1 TO HV-UNLISTED-COUNT
           END-IF.

      ******************************************************************
      * 5000-READ-REJECTS - TRANREJ IS REWRITTEN BY EVERY TRANEDIT     *
      *                     RUN, SO IT IS TONIGHT'S ONLY WHEN TRANEDIT *
      *                     RAN TONIGHT                                *
      ******************************************************************
       5000-READ-REJECTS.
           MOVE "TRANEDIT" TO HV-FIND-PROGRAM
           PERFORM 6900-FIND-PROGRAM-STATE
           MOVE HV-FOUND-STATE TO HV-TRANEDIT-STATE
           IF HV-TRANEDIT-STATE = SPACE
               GO TO 5000-EXIT
           END-IF

           OPEN INPUT REJECT-FILE-IN
           IF HV-REJECT-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           SET HV-REJECTS-READ TO TRUE
           MOVE "N" TO HV-EOF-SWITCH
           PERFORM 5010-READ-REJECT
           PERFORM 5020-TAKE-REJECT
               UNTIL HV-EOF-YES
           CLOSE REJECT-FILE-IN.
       5000-EXIT.
           EXIT.

       5010-READ-REJECT.
           READ REJECT-FILE-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       5020-TAKE-REJECT.
           ADD 1 TO HV-REJECT-TOTAL
           MOVE "N" TO HV-HIT-SWITCH
           MOVE ZERO TO HV-REASON-CODE-SUB
           PERFORM 5030-MATCH-REASON-CODE
               UNTIL HV-HIT
               OR HV-REASON-CODE-SUB = HV-REASON-CODE-COUNT
           IF NOT HV-HIT AND HV-REASON-CODE-COUNT < 20
               ADD 1 TO HV-REASON-CODE-COUNT
               MOVE HV-REASON-CODE-COUNT TO HV-REASON-CODE-SUB
               MOVE RJ-REASON-CODE TO HV-RC-CODE(HV-REASON-CODE-SUB)
               MOVE RJ-REASON-TEXT TO HV-RC-TEXT(HV-REASON-CODE-SUB)
               MOVE ZERO TO HV-RC-COUNT(HV-REASON-CODE-SUB)
               SET HV-HIT TO TRUE
           END-IF
           IF HV-HIT
               ADD 1 TO HV-RC-COUNT(HV-REASON-CODE-SUB)
           END-IF
           PERFORM 5010-READ-REJECT.

       5030-MATCH-REASON-CODE.
           ADD 1 TO HV-REASON-CODE-SUB
           IF HV-RC-CODE(HV-REASON-CODE-SUB) = RJ-REASON-CODE
               SET HV-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 5500-READ-BILLING-EXCEPTIONS - BILLEXC IS REWRITTEN BY EVERY   *
      *                                BILLRECO RUN; ITS ROWS ARE      *
      *                                COUNTED BY CASE WHEN BILLRECO   *
      *                                RAN TONIGHT                     *
      ******************************************************************
       5500-READ-BILLING-EXCEPTIONS.
           MOVE "BALCHK" TO HV-FIND-PROGRAM
           PERFORM 6900-FIND-PROGRAM-STATE
           MOVE HV-FOUND-STATE TO HV-BALCHK-STATE
           MOVE "EXPCHK" TO HV-FIND-PROGRAM
           PERFORM 6900-FIND-PROGRAM-STATE
           MOVE HV-FOUND-STATE TO HV-EXPCHK-STATE
           MOVE "BILLRECO" TO HV-FIND-PROGRAM
           PERFORM 6900-FIND-PROGRAM-STATE
           MOVE HV-FOUND-STATE TO HV-BILLRECO-STATE
           IF HV-BILLRECO-STATE = SPACE
               GO TO 5500-EXIT
           END-IF

           OPEN INPUT EXCEPTION-FILE-IN
           IF HV-EXCEPTION-STATUS NOT = "00"
               GO TO 5500-EXIT
           END-IF
           SET HV-EXCEPTIONS-READ TO TRUE
           MOVE "N" TO HV-EOF-SWITCH
           PERFORM 5510-READ-EXCEPTION
           PERFORM 5520-TAKE-EXCEPTION
               UNTIL HV-EOF-YES
           CLOSE EXCEPTION-FILE-IN.
       5500-EXIT.
           EXIT.

       5510-READ-EXCEPTION.
           READ EXCEPTION-FILE-IN
               AT END
                   SET HV-EOF-YES TO TRUE
           END-READ.

       5520-TAKE-EXCEPTION.
           ADD 1 TO HV-BILLING-TOTAL
           EVALUATE BX-CASE
               WHEN "REJECTED BY BILLING"
                   ADD 1 TO HV-BILLING-REJECTED
               WHEN "NOT ACKNOWLEDGED"
                   ADD 1 TO HV-BILLING-UNACKED
               WHEN "ACK WITHOUT EXTRACT"
                   ADD 1 TO HV-BILLING-UNSENT
               WHEN OTHER
                   ADD 1 TO HV-BILLING-OTHER
           END-EVALUATE
           PERFORM 5510-READ-EXCEPTION.

      ******************************************************************
      * 6000-RATE-NIGHT - RED WHEN THE NIGHT DID NOT RUN THROUGH OR A  *
      *                   CONTROL DID NOT HOLD; AMBER WHEN IT DID BUT  *
      *                   LEFT SOMETHING FOR THE DAY SHIFT; GREEN      *
      *                   OTHERWISE.  EVERY REASON IS KEPT FOR THE     *
      *                   FRONT PAGE                                   *
      ******************************************************************
       6000-RATE-NIGHT.
           MOVE ZERO TO HV-STEP-SUB
           PERFORM 6010-COUNT-STEP-RESULT
               UNTIL HV-STEP-SUB = HV-STEP-COUNT

           MOVE "RED" TO HV-RATING-LEVEL
           IF NOT HV-TIMINGS-FOUND
               MOVE "NO STEP TIMINGS FOUND FOR THIS DATE AND CYCLE"
                   TO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-FAILED-COUNT NOT = ZERO
               MOVE HV-FAILED-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " STEP(S) FAILED (RC OVER 4 OR "
                       "ABEND)"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-NOT-RUN-COUNT NOT = ZERO
               MOVE HV-NOT-RUN-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " STEP(S) DID NOT RUN"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF NOT HV-RUN-COMPLETE
               MOVE "RUNCLOSE DID NOT MARK THE RUN COMPLETE ON RUNLOG"
                   TO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-BALCHK-STATE NOT = "E"
               MOVE "CROSS-FOOT (BALCHK) NOT PROVEN IN BALANCE"
                   TO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-BILLRECO-STATE NOT = "E"
               MOVE "BILLING RECONCILIATION (BILLRECO) NOT BALANCED"
                   TO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-NEW-OPEN-COUNT NOT = ZERO
               MOVE HV-NEW-OPEN-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " NEW CRITICAL ALERT(S) NOT CLOSED"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF

           MOVE "AMBER" TO HV-RATING-LEVEL
           IF HV-WARNING-COUNT NOT = ZERO
               MOVE HV-WARNING-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " WARNING ALERT(S) RAISED"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-BREACH-COUNT NOT = ZERO
               MOVE HV-BREACH-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " EXPOSURE BREACH(ES)"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-BILLING-TOTAL NOT = ZERO
               MOVE HV-BILLING-TOTAL TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " BILLING EXCEPTION(S) TO WORK"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF
           IF HV-OLD-OPEN-COUNT NOT = ZERO
               MOVE HV-OLD-OPEN-COUNT TO HV-SHOW-SMALL
               MOVE SPACES TO HV-RATING-TEXT
               STRING HV-SHOW-SMALL " CRITICAL ALERT(S) OPEN FROM "
                       "EARLIER DATES"
                   DELIMITED BY SIZE INTO HV-RATING-TEXT
               PERFORM 6100-ADD-RATING
           END-IF.

       6010-COUNT-STEP-RESULT.
           ADD 1 TO HV-STEP-SUB
           EVALUATE TRUE
               WHEN HV-ST-ENDED(HV-STEP-SUB)
                   ADD 1 TO HV-ENDED-COUNT
               WHEN HV-ST-STARTED(HV-STEP-SUB)
                   ADD 1 TO HV-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO HV-NOT-RUN-COUNT
           END-EVALUATE.

       6100-ADD-RATING.
           IF HV-RATING-LEVEL = "RED"
               MOVE "RED" TO HV-OVERALL-STATUS
           ELSE
               IF HV-OVERALL-STATUS = "GREEN"
                   MOVE "AMBER" TO HV-OVERALL-STATUS
               END-IF
           END-IF
           IF HV-RATING-COUNT < 12
               ADD 1 TO HV-RATING-COUNT
               MOVE HV-RATING-LEVEL TO HV-RT-LEVEL(HV-RATING-COUNT)
               MOVE HV-RATING-TEXT TO HV-RT-TEXT(HV-RATING-COUNT)
           END-IF.

      ******************************************************************
      * 6900-FIND-PROGRAM-STATE - THE RESULT OF THE FIRST STEP THAT    *
      *                           RUNS THE PROGRAM (SPACE WHEN NONE    *
      *                           RAN IT)                              *
      ******************************************************************
       6900-FIND-PROGRAM-STATE.
           MOVE SPACE TO HV-FOUND-STATE
           MOVE "N" TO HV-HIT-SWITCH
           MOVE ZERO TO HV-STEP-SUB
           PERFORM 6910-MATCH-PROGRAM-STEP
               UNTIL HV-HIT
               OR HV-STEP-SUB = HV-STEP-COUNT.

       6910-MATCH-PROGRAM-STEP.
           ADD 1 TO HV-STEP-SUB
           IF HV-ST-PROGRAM(HV-STEP-SUB) = HV-FIND-PROGRAM
               MOVE HV-ST-STATE(HV-STEP-SUB) TO HV-FOUND-STATE
               SET HV-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 7000-PRINT-HANDOVER - THE FRONT PAGE (STATUS AND REASONS)      *
      *                       FOLLOWED BY ONE SECTION PER SOURCE       *
      ******************************************************************
       7000-PRINT-HANDOVER.
           DISPLAY "=================================================="
               "=============================="
           DISPLAY "HANDOVER: NIGHTRUN MORNING HANDOVER"
           IF HV-SUPPLEMENTARY-RUN
               DISPLAY "HANDOVER: BUSINESS DATE " HV-SHOW-DATE
                   "  CYCLE " HV-CYCLE-NUMBER "  SUPPLEMENTARY RUN"
           ELSE
               DISPLAY "HANDOVER: BUSINESS DATE " HV-SHOW-DATE
                   "  CYCLE " HV-CYCLE-NUMBER "  FULL RUN"
           END-IF
           DISPLAY "=================================================="
               "=============================="
           DISPLAY "HANDOVER: OVERALL STATUS OF THE NIGHT: "
               HV-OVERALL-STATUS
           IF HV-RATING-COUNT = ZERO
               DISPLAY "HANDOVER:   ALL STEPS ENDED, THE CONTROLS "
                   "BALANCED AND NO ALERTS WERE RAISED"
           ELSE
               MOVE ZERO TO HV-RATING-SUB
               PERFORM 7010-PRINT-RATING
                   UNTIL HV-RATING-SUB = HV-RATING-COUNT
           END-IF

           PERFORM 7100-PRINT-STEPS
           PERFORM 7200-PRINT-PROGRAMS
           PERFORM 7300-PRINT-CONTROLS
           PERFORM 7400-PRINT-EXPOSURE
           PERFORM 7500-PRINT-CRITICALS
           PERFORM 7600-PRINT-REJECTS

           DISPLAY "=================================================="
               "=============================="
           DISPLAY "HANDOVER: END OF HANDOVER, STATUS "
               HV-OVERALL-STATUS.

       7010-PRINT-RATING.
           ADD 1 TO HV-RATING-SUB
           DISPLAY "HANDOVER:   " HV-RT-LEVEL(HV-RATING-SUB) " - "
               HV-RT-TEXT(HV-RATING-SUB).

      ******************************************************************
      * 7100-PRINT-STEPS - ONE LINE PER STEP IN JOB ORDER              *
      ******************************************************************
       7100-PRINT-STEPS.
           DISPLAY " "
           DISPLAY "HANDOVER: 1. STEPS (FROM THE STEPTIME MARKERS)"
           DISPLAY "HANDOVER: ENDED = RETURN CODE 0-4, FAILED = RETURN "
               "CODE OVER 4 OR ABEND, NOT RUN = FLUSHED"
           DISPLAY "HANDOVER: RC = THE STEP'S RETURN CODE, ABND FOR AN "
               "ABEND, ---- WHEN NOT RECORDED"
           DISPLAY "HANDOVER: STEP     PROGRAM     RESULT    RC    "
               "WHAT THE STEP DOES"
           MOVE ZERO TO HV-STEP-SUB
           PERFORM 7110-PRINT-ONE-STEP
               UNTIL HV-STEP-SUB = HV-STEP-COUNT
           MOVE HV-ENDED-COUNT TO HV-SHOW-SMALL
           DISPLAY "HANDOVER: " HV-SHOW-SMALL " ENDED" WITH NO ADVANCING
           MOVE HV-FAILED-COUNT TO HV-SHOW-SMALL
           DISPLAY ", " HV-SHOW-SMALL " FAILED" WITH NO ADVANCING
           MOVE HV-NOT-RUN-COUNT TO HV-SHOW-SMALL
           DISPLAY ", " HV-SHOW-SMALL " NOT RUN".

       7110-PRINT-ONE-STEP.
           ADD 1 TO HV-STEP-SUB
           MOVE HV-ST-STEP-NAME(HV-STEP-SUB) TO HV-SL-STEP-NAME
           MOVE HV-ST-PROGRAM(HV-STEP-SUB) TO HV-SL-PROGRAM
           MOVE HV-ST-DESCRIPTION(HV-STEP-SUB) TO HV-SL-DESCRIPTION
           EVALUATE TRUE
               WHEN HV-ST-ENDED(HV-STEP-SUB)
                   MOVE "ENDED" TO HV-SL-RESULT
               WHEN HV-ST-STARTED(HV-STEP-SUB)
                   MOVE "FAILED" TO HV-SL-RESULT
               WHEN OTHER
                   MOVE "NOT RUN" TO HV-SL-RESULT
           END-EVALUATE
           IF HV-ST-RETURN-CODE(HV-STEP-SUB) = SPACES
               MOVE "----" TO HV-SL-RETURN-CODE
           ELSE
               MOVE HV-ST-RETURN-CODE(HV-STEP-SUB) TO HV-SL-RETURN-CODE
           END-IF
           DISPLAY HV-STEP-LINE.

      ******************************************************************
      * 7200-PRINT-PROGRAMS - RUNSTATS COUNTS AND ALERTS BY PROGRAM;   *
      *                       A PROGRAM THAT WRITES NO RUNSTATS ROW    *
      *                       SHOWS ITS ALERTS ONLY                    *
      ******************************************************************
       7200-PRINT-PROGRAMS.
           DISPLAY " "
           DISPLAY "HANDOVER: 2. RECORD COUNTS (RUNSTATS, THIS CYCLE) "
               "AND ALERTS (ALERTOUT, THIS DATE)"
           IF NOT HV-STATS-READ
               DISPLAY "HANDOVER: RUNSTATS NOT AVAILABLE (STATUS="
                   HV-RUNSTATS-STATUS ")"
           END-IF
           IF NOT HV-ALERTS-READ
               DISPLAY "HANDOVER: ALERTOUT NOT AVAILABLE (STATUS="
                   HV-ALERT-STATUS ")"
           END-IF
           DISPLAY "HANDOVER: PROGRAM          READ  WRITTEN REJECTED"
               "   ERRORS  WARN  CRIT"
           MOVE ZERO TO HV-PROGRAM-SUB
           PERFORM 7210-PRINT-ONE-PROGRAM
               UNTIL HV-PROGRAM-SUB = HV-PROGRAM-COUNT.

       7210-PRINT-ONE-PROGRAM.
           ADD 1 TO HV-PROGRAM-SUB
           IF HV-PG-PROGRAM(HV-PROGRAM-SUB) NOT = SPACES
               MOVE HV-PG-PROGRAM(HV-PROGRAM-SUB) TO HV-PL-PROGRAM
               IF HV-PG-STATS-ROWS(HV-PROGRAM-SUB) = ZERO
                   MOVE SPACES TO HV-PL-COUNTS
               ELSE
                   MOVE HV-PG-READ(HV-PROGRAM-SUB) TO HV-PL-READ
                   MOVE HV-PG-WRITTEN(HV-PROGRAM-SUB) TO HV-PL-WRITTEN
                   MOVE HV-PG-REJECTED(HV-PROGRAM-SUB)
                       TO HV-PL-REJECTED
                   MOVE HV-PG-ERRORS(HV-PROGRAM-SUB) TO HV-PL-ERRORS
               END-IF
               MOVE HV-PG-WARNINGS(HV-PROGRAM-SUB) TO HV-PL-WARNINGS
               MOVE HV-PG-CRITICALS(HV-PROGRAM-SUB)
                   TO HV-PL-CRITICALS
               DISPLAY HV-PROGRAM-LINE
           END-IF.

      ******************************************************************
      * 7300-PRINT-CONTROLS - THE CROSS-FOOT AND BILLING               *
      *                       RECONCILIATION END THE NIGHT WITH RC 8   *
      *                       WHEN THEY DO NOT BALANCE, SO THEIR STEP  *
      *                       RESULT IS THEIR OUTCOME                  *
      ******************************************************************
       7300-PRINT-CONTROLS.
           DISPLAY " "
           DISPLAY "HANDOVER: 3. CONTROLS"
           EVALUATE HV-BALCHK-STATE
               WHEN "E"
                   DISPLAY "HANDOVER: CROSS-FOOT (BALCHK)............: "
                       "IN BALANCE"
               WHEN "S"
                   DISPLAY "HANDOVER: CROSS-FOOT (BALCHK)............: "
                       "OUT OF BALANCE OR FAILED, SEE ITS CONTROL PAGE"
               WHEN OTHER
                   DISPLAY "HANDOVER: CROSS-FOOT (BALCHK)............: "
                       "NOT RUN"
           END-EVALUATE
           EVALUATE HV-BILLRECO-STATE
               WHEN "E"
                   DISPLAY "HANDOVER: BILLING RECON (BILLRECO).......: "
                       "BALANCED"
               WHEN "S"
                   DISPLAY "HANDOVER: BILLING RECON (BILLRECO).......: "
                       "DID NOT BALANCE OR FAILED"
               WHEN OTHER
                   DISPLAY "HANDOVER: BILLING RECON (BILLRECO).......: "
                       "NOT RUN"
           END-EVALUATE
           IF HV-EXCEPTIONS-READ
               MOVE HV-BILLING-REJECTED TO HV-SHOW-COUNT
               DISPLAY "HANDOVER:   REJECTED BY BILLING......: "
                   HV-SHOW-COUNT
               MOVE HV-BILLING-UNACKED TO HV-SHOW-COUNT
               DISPLAY "HANDOVER:   NOT ACKNOWLEDGED.........: "
                   HV-SHOW-COUNT
               MOVE HV-BILLING-UNSENT TO HV-SHOW-COUNT
               DISPLAY "HANDOVER:   ACKNOWLEDGED, NEVER SENT.: "
                   HV-SHOW-COUNT
               IF HV-BILLING-OTHER NOT = ZERO
                   MOVE HV-BILLING-OTHER TO HV-SHOW-COUNT
                   DISPLAY "HANDOVER:   OTHER EXCEPTIONS.........: "
                       HV-SHOW-COUNT
               END-IF
           END-IF
           IF HV-RUN-COMPLETE
               DISPLAY "HANDOVER: RUN COMPLETION (RUNLOG)........: "
                   "COMPLETED"
           ELSE
               IF HV-RUNLOG-READ
                   DISPLAY "HANDOVER: RUN COMPLETION (RUNLOG)........: "
                       "NOT COMPLETED"
               ELSE
                   DISPLAY "HANDOVER: RUN COMPLETION (RUNLOG)........: "
                       "RUNLOG NOT AVAILABLE"
               END-IF
           END-IF.

      ******************************************************************
      * 7400-PRINT-EXPOSURE - THE EXPCHK BREACH LINES OF THE DATE      *
      ******************************************************************
       7400-PRINT-EXPOSURE.
           DISPLAY " "
           DISPLAY "HANDOVER: 4. EXPOSURE BREACHES (EXPCHK, W = OVER "
               "THE LIMIT, C = MORE THAN TWICE OVER)"
           IF HV-EXPCHK-STATE = SPACE
               DISPLAY "HANDOVER:   EXPCHK DID NOT RUN"
           END-IF
           IF HV-BREACH-COUNT = ZERO
               DISPLAY "HANDOVER:   NONE"
           ELSE
               MOVE ZERO TO HV-EXPOSURE-SUB
               PERFORM 7410-PRINT-ONE-BREACH
                   UNTIL HV-EXPOSURE-SUB = HV-EXPOSURE-COUNT
               IF HV-BREACH-COUNT > HV-EXPOSURE-COUNT
                   COMPUTE HV-SHOW-SMALL = HV-BREACH-COUNT
                       - HV-EXPOSURE-COUNT
                   DISPLAY "HANDOVER:   ... AND " HV-SHOW-SMALL
                       " MORE, SEE THE EXPCHK REPORT"
               END-IF
               MOVE HV-BREACH-COUNT TO HV-SHOW-SMALL
               DISPLAY "HANDOVER: " HV-SHOW-SMALL " BREACH(ES), "
                   HV-BREACH-CRITICAL-COUNT " CRITICAL"
           END-IF.

       7410-PRINT-ONE-BREACH.
           ADD 1 TO HV-EXPOSURE-SUB
           DISPLAY "HANDOVER:   " HV-EX-SEVERITY(HV-EXPOSURE-SUB) " "
               HV-EX-TEXT(HV-EXPOSURE-SUB).

      ******************************************************************
      * 7500-PRINT-CRITICALS - NEW CRITICAL ALERTS FIRST, THEN THE     *
      *                        OLDER ONES STILL NOT CLOSED             *
      ******************************************************************
       7500-PRINT-CRITICALS.
           DISPLAY " "
           DISPLAY "HANDOVER: 5. CRITICAL ALERTS (ALERTMST)"
           IF NOT HV-MASTER-READ
               DISPLAY "HANDOVER:   ALERTMST NOT AVAILABLE (STATUS="
                   HV-MASTER-STATUS ")"
           END-IF
           MOVE HV-NEW-CRITICAL-COUNT TO HV-SHOW-SMALL
           DISPLAY "HANDOVER: RAISED FOR THIS DATE: " HV-SHOW-SMALL
           MOVE ZERO TO HV-CRITICAL-SUB
           PERFORM 7510-PRINT-NEW-CRITICAL
               UNTIL HV-CRITICAL-SUB = HV-CRITICAL-COUNT
           MOVE HV-OLD-OPEN-COUNT TO HV-SHOW-SMALL
           DISPLAY "HANDOVER: STILL OPEN FROM EARLIER DATES: "
               HV-SHOW-SMALL
           MOVE ZERO TO HV-CRITICAL-SUB
           PERFORM 7520-PRINT-OLD-CRITICAL
               UNTIL HV-CRITICAL-SUB = HV-CRITICAL-COUNT
           IF HV-UNLISTED-COUNT NOT = ZERO
               MOVE HV-UNLISTED-COUNT TO HV-SHOW-SMALL
               DISPLAY "HANDOVER:   ... AND " HV-SHOW-SMALL
                   " MORE, SEE THE ALERT QUEUE"
           END-IF.

       7510-PRINT-NEW-CRITICAL.
           ADD 1 TO HV-CRITICAL-SUB
           IF HV-CR-NEW(HV-CRITICAL-SUB) = "Y"
               PERFORM 7530-PRINT-ONE-CRITICAL
           END-IF.

       7520-PRINT-OLD-CRITICAL.
           ADD 1 TO HV-CRITICAL-SUB
           IF HV-CR-NEW(HV-CRITICAL-SUB) = "N"
               PERFORM 7530-PRINT-ONE-CRITICAL
           END-IF.

       7530-PRINT-ONE-CRITICAL.
           MOVE HV-CR-RAISE-DATE(HV-CRITICAL-SUB) TO HV-AL-RAISE-DATE
           MOVE HV-CR-PROGRAM(HV-CRITICAL-SUB) TO HV-AL-PROGRAM
           MOVE HV-CR-TEXT(HV-CRITICAL-SUB) TO HV-AL-TEXT
           EVALUATE HV-CR-STATUS(HV-CRITICAL-SUB)
               WHEN "O"
                   MOVE "OPEN" TO HV-AL-STATUS
               WHEN "A"
                   MOVE "ACKNOWLEDGED" TO HV-AL-STATUS
               WHEN "C"
                   MOVE "CLOSED" TO HV-AL-STATUS
               WHEN OTHER
                   MOVE "?" TO HV-AL-STATUS
           END-EVALUATE
           DISPLAY HV-ALERT-LINE.

      ******************************************************************
      * 7600-PRINT-REJECTS - TRANEDIT REJECTS BY REASON, OPERATIONS    *
      *                      REFUSALS AND THE SUSPENSE TOTALS          *
      ******************************************************************
       7600-PRINT-REJECTS.
           DISPLAY " "
           DISPLAY "HANDOVER: 6. REJECTS AND SUSPENSE"
           EVALUATE TRUE
               WHEN HV-TRANEDIT-STATE = SPACE
                   DISPLAY "HANDOVER: TRANEDIT DID NOT RUN, NO REJECT "
                       "COUNT"
               WHEN NOT HV-REJECTS-READ
                   DISPLAY "HANDOVER: TRANREJ NOT AVAILABLE (STATUS="
                       HV-REJECT-STATUS ")"
               WHEN OTHER
                   MOVE HV-REJECT-TOTAL TO HV-SHOW-COUNT
                   DISPLAY "HANDOVER: REJECTED BY TRANEDIT (TRANREJ): "
                       HV-SHOW-COUNT
                   MOVE ZERO TO HV-REASON-CODE-SUB
                   PERFORM 7610-PRINT-ONE-REASON
                       UNTIL HV-REASON-CODE-SUB = HV-REASON-CODE-COUNT
           END-EVALUATE

           MOVE "OPERATIONS" TO HV-FIND-PROGRAM
           PERFORM 3600-FIND-PROGRAM-ENTRY
           IF HV-HIT AND HV-PG-STATS-ROWS(HV-PROGRAM-SUB) NOT = ZERO
               MOVE HV-PG-REJECTED(HV-PROGRAM-SUB) TO HV-SHOW-COUNT
               DISPLAY "HANDOVER: REFUSED BY OPERATIONS..........: "
                   HV-SHOW-COUNT
           ELSE
               DISPLAY "HANDOVER: REFUSED BY OPERATIONS..........: "
                   "NO RUNSTATS ROW"
           END-IF

           MOVE "SUSPCFWD" TO HV-FIND-PROGRAM
           PERFORM 3600-FIND-PROGRAM-ENTRY
           IF HV-HIT AND HV-PG-STATS-ROWS(HV-PROGRAM-SUB) NOT = ZERO
               MOVE HV-PG-WRITTEN(HV-PROGRAM-SUB) TO HV-SHOW-COUNT
               DISPLAY "HANDOVER: HELD IN SUSPENSE...............: "
                   HV-SHOW-COUNT
               MOVE HV-PG-REJECTED(HV-PROGRAM-SUB) TO HV-SHOW-COUNT
               DISPLAY "HANDOVER:   SUSPENDED THIS CYCLE.........: "
                   HV-SHOW-COUNT
               MOVE HV-PG-ERRORS(HV-PROGRAM-SUB) TO HV-SHOW-COUNT
               DISPLAY "HANDOVER:   HELD OVER 30 DAYS............: "
                   HV-SHOW-COUNT
           ELSE
               DISPLAY "HANDOVER: HELD IN SUSPENSE...............: "
                   "NO SUSPCFWD RUNSTATS ROW"
           END-IF.

       7610-PRINT-ONE-REASON.
           ADD 1 TO HV-REASON-CODE-SUB
           MOVE HV-RC-COUNT(HV-REASON-CODE-SUB) TO HV-SHOW-COUNT
           DISPLAY "HANDOVER:   " HV-RC-CODE(HV-REASON-CODE-SUB) " "
               HV-RC-TEXT(HV-REASON-CODE-SUB) " " HV-SHOW-COUNT.
       END PROGRAM Handover.
