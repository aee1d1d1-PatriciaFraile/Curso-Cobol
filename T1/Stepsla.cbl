      ******************************************************************
      * PROGRAM-ID : STEPSLA
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly batch-window SLA report, run at the end
      *              of NIGHTRUN after RUNCLOSE.  Picks tonight's
      *              night off the STEPTIME step-timing history (the
      *              run id of the latest rows carrying the RUNCTL
      *              business date and cycle) and lists every step in
      *              SLAPARM order with its target, its average over
      *              its last 30 completed runs before tonight, its
      *              elapsed time tonight and the difference from
      *              each, flagging a step over target, a step that
      *              started and never ended (it failed or the night
      *              was cut short) and a step that never ran.  A
      *              step tonight that SLAPARM does not list is shown
      *              after them with no target.  The chain's start,
      *              finish and elapsed time follow, with the finish
      *              against the SLAPARM billing cut-off.
      *              Return code 4 with a warning alert when any step
      *              ran over its target, and with a critical alert
      *              when the chain finished past the cut-off; a
      *              night the markers never reached gives 4 alone.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original batch-window SLA report.
      *    2026-10-15  RA   STEPTREC grew the step return code (56
      *                     bytes); only the record length changes
      *                     here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stepsla.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-RUNCTL-STATUS.

           SELECT SLA-PARM-IN ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-SLAPARM-STATUS.

           SELECT STEP-TIMING-IN ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-TIMING-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  SLA-PARM-IN
           RECORD CONTAINS 14 CHARACTERS.
           COPY SLAPREC.

       FD  STEP-TIMING-IN
           RECORD CONTAINS 56 CHARACTERS.
           COPY STEPTREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  SA-TONIGHT-RUN-ID.
           05  SA-RUN-START-DATE       PIC 9(8).
           05  SA-RUN-START-TIME       PIC 9(8).

       01  SA-CONV-TIME-GROUP.
           05  SA-CONV-HH              PIC 9(2).
           05  SA-CONV-MM              PIC 9(2).
           05  SA-CONV-SS              PIC 9(2).
           05  SA-CONV-CC              PIC 9(2).
       01  SA-CONV-TIME REDEFINES SA-CONV-TIME-GROUP
                                       PIC 9(8).

       01  SA-CUTOFF-GROUP.
           05  SA-CUTOFF-HH            PIC 9(2).
           05  SA-CUTOFF-MM            PIC 9(2).
       01  SA-CUTOFF-TIME REDEFINES SA-CUTOFF-GROUP
                                       PIC 9(4).

       01  SA-SHOW-TIME.
           05  SA-SHOW-HH              PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  SA-SHOW-MM              PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  SA-SHOW-SS              PIC 9(2).

       01  SA-STEP-TABLE.
           05  SA-STEP-ENTRY OCCURS 60 TIMES.
               10  SA-ST-STEP-NAME     PIC X(8).
               10  SA-ST-TARGET        PIC 9(5).
               10  SA-ST-ON-PARM       PIC X(1).
               10  SA-ST-START-SECONDS PIC 9(11) COMP-3.
               10  SA-ST-START-RUN-ID  PIC X(16).
               10  SA-ST-TONIGHT-STATE PIC X(1).
                   88  SA-ST-NOT-RUN             VALUE " ".
                   88  SA-ST-STARTED             VALUE "S".
                   88  SA-ST-ENDED               VALUE "E".
               10  SA-ST-TONIGHT       PIC 9(7) COMP-3.
               10  SA-ST-OBS-COUNT     PIC 9(2) COMP.
               10  SA-ST-OBS-NEXT      PIC 9(2) COMP.
               10  SA-ST-OBSERVATION   PIC 9(7) COMP-3
                                       OCCURS 30 TIMES.

       01  SA-STEP-LINE.
           05  FILLER                  PIC X(9)  VALUE "STEPSLA: ".
           05  SA-SL-STEP-NAME         PIC X(8).
           05  SA-SL-TARGET            PIC Z(6)9.
           05  SA-SL-AVERAGE           PIC Z(6)9.
           05  SA-SL-TONIGHT           PIC Z(6)9.
           05  SA-SL-VS-TARGET         PIC -(6)9.
           05  SA-SL-VS-AVERAGE        PIC -(6)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SA-SL-STATE             PIC X(12).

       77  SA-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SA-SLAPARM-STATUS           PIC X(2)  VALUE "00".
       77  SA-TIMING-STATUS            PIC X(2)  VALUE "00".
       77  SA-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SA-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  SA-ABORT                          VALUE "Y".
       77  SA-PARM-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  SA-PARM-EOF-YES                   VALUE "Y".
       77  SA-HIST-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  SA-HIST-EOF-YES                   VALUE "Y".
       77  SA-STEP-HIT-SWITCH          PIC X(1)  VALUE "N".
           88  SA-STEP-HIT                       VALUE "Y".
       77  SA-STEP-FULL-SWITCH         PIC X(1)  VALUE "N".
           88  SA-STEP-FULL                      VALUE "Y".
       77  SA-ALERTED-SWITCH           PIC X(1)  VALUE "N".
           88  SA-ALERTED-TONIGHT                VALUE "Y".
       77  SA-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  SA-CYCLE-NUMBER             PIC 9(3)  VALUE ZERO.
       77  SA-FIND-STEP-NAME           PIC X(8)  VALUE SPACES.
       77  SA-STEP-COUNT               PIC 9(2) COMP VALUE ZERO.
       77  SA-PARM-STEP-COUNT          PIC 9(2) COMP VALUE ZERO.
       77  SA-STEP-SUB                 PIC 9(2) COMP VALUE ZERO.
       77  SA-OBS-SUB                  PIC 9(2) COMP VALUE ZERO.
       77  SA-CONV-DATE                PIC 9(8)  VALUE ZERO.
       77  SA-CONV-SECONDS             PIC 9(11) COMP-3 VALUE ZERO.
       77  SA-DAY-INTEGER              PIC 9(7)  VALUE ZERO.
       77  SA-DAY-SECONDS              PIC 9(5)  VALUE ZERO.
       77  SA-HOUR-SECONDS             PIC 9(4)  VALUE ZERO.
       77  SA-ELAPSED-SECONDS          PIC 9(7)  VALUE ZERO.
       77  SA-OBS-TOTAL                PIC 9(9) COMP-3 VALUE ZERO.
       77  SA-STEP-AVERAGE             PIC 9(7)  VALUE ZERO.
       77  SA-DIFFERENCE               PIC S9(7) VALUE ZERO.
       77  SA-CHAIN-START-SECONDS      PIC 9(11) COMP-3 VALUE ZERO.
       77  SA-CHAIN-END-SECONDS        PIC 9(11) COMP-3 VALUE ZERO.
       77  SA-CUTOFF-SECONDS           PIC 9(11) COMP-3 VALUE ZERO.
       77  SA-CHAIN-ELAPSED            PIC 9(7)  VALUE ZERO.
       77  SA-MARGIN-MINUTES           PIC 9(5)  VALUE ZERO.
       77  SA-OVER-TARGET-COUNT        PIC 9(3)  VALUE ZERO.
       77  SA-NOT-ENDED-COUNT          PIC 9(3)  VALUE ZERO.
       77  SA-NOT-RUN-COUNT            PIC 9(3)  VALUE ZERO.
       77  SA-TONIGHT-ROW-COUNT        PIC 9(5)  VALUE ZERO.
       77  SA-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SA-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  SA-ALERT-COUNT              PIC ZZ9.
       77  SA-ALERT-MINUTES            PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SA-ABORT
               PERFORM 2000-READ-HISTORY
               PERFORM 8000-REPORT-NIGHT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND CYCLE, THE SLAPARM STEP    *
      *                   TABLE, AND TONIGHT'S RUN ID FROM A FIRST     *
      *                   PASS OVER THE STEPTIME HISTORY               *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1100-LOAD-SLA-PARM

           MOVE SPACES TO SA-TONIGHT-RUN-ID
           OPEN INPUT STEP-TIMING-IN
           IF SA-TIMING-STATUS NOT = "00"
               DISPLAY "STEPSLA: NO STEPTIME HISTORY (STATUS="
                   SA-TIMING-STATUS "), NOTHING TO REPORT"
               MOVE 4 TO RETURN-CODE
               SET SA-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 2900-READ-HISTORY-ROW
           PERFORM 1200-FIND-TONIGHT
               UNTIL SA-HIST-EOF-YES
           CLOSE STEP-TIMING-IN

           IF SA-TONIGHT-RUN-ID = SPACES
               DISPLAY "STEPSLA: NO STEP TIMINGS FOR " SA-RUN-DATE
                   " CYCLE " SA-CYCLE-NUMBER
               MOVE 4 TO RETURN-CODE
               SET SA-ABORT TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE THE SYSTEM DATE   *
      *                          SERVES                                *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT SA-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF SA-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO SA-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO SA-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-LOAD-SLA-PARM - THE BILLING CUT-OFF (DEFAULT 0600) AND    *
      *                      THE STEP TARGETS IN JOB ORDER             *
      ******************************************************************
       1100-LOAD-SLA-PARM.
           MOVE 0600 TO SA-CUTOFF-TIME
           OPEN INPUT SLA-PARM-IN
           IF SA-SLAPARM-STATUS = "00"
               PERFORM 1110-READ-SLA-PARM
               PERFORM 1120-TAKE-SLA-PARM
                   UNTIL SA-PARM-EOF-YES
               CLOSE SLA-PARM-IN
           ELSE
               DISPLAY "STEPSLA: NO SLAPARM (STATUS="
                   SA-SLAPARM-STATUS "), STEPS SHOWN WITHOUT TARGETS"
           END-IF
           MOVE SA-STEP-COUNT TO SA-PARM-STEP-COUNT.

       1110-READ-SLA-PARM.
           READ SLA-PARM-IN
               AT END
                   SET SA-PARM-EOF-YES TO TRUE
           END-READ.

       1120-TAKE-SLA-PARM.
           EVALUATE TRUE
               WHEN WN-CUTOFF-RECORD
                   IF WN-CUTOFF-TIME IS NUMERIC
                           AND WN-CUTOFF-TIME(1:2) < "24"
                           AND WN-CUTOFF-TIME(3:2) < "60"
                       MOVE WN-CUTOFF-TIME TO SA-CUTOFF-TIME
                   ELSE
                       DISPLAY "STEPSLA: SLAPARM CUT-OFF "
                           WN-CUTOFF-TIME " INVALID, 0600 USED"
                   END-IF
               WHEN WN-TARGET-RECORD
                   MOVE WN-STEP-NAME TO SA-FIND-STEP-NAME
                   PERFORM 2250-ADD-STEP-ENTRY
                   IF SA-STEP-HIT
                       MOVE "Y" TO SA-ST-ON-PARM(SA-STEP-SUB)
                       IF WN-TARGET-SECONDS IS NUMERIC
                           MOVE WN-TARGET-SECONDS
                               TO SA-ST-TARGET(SA-STEP-SUB)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1110-READ-SLA-PARM.

       1200-FIND-TONIGHT.
           IF ST-BUSINESS-DATE = SA-RUN-DATE
                   AND ST-CYCLE-NUMBER = SA-CYCLE-NUMBER
               MOVE ST-RUN-ID TO SA-TONIGHT-RUN-ID
           END-IF
           PERFORM 2900-READ-HISTORY-ROW.

      ******************************************************************
      * 2000-READ-HISTORY - PAIR EACH STEP'S START AND END ROWS OF THE *
      *                     SAME NIGHT: TONIGHT'S ELAPSED TIMES ARE    *
      *                     KEPT APART, EARLIER NIGHTS FEED THE RING   *
      *                     OF THE LAST 30 PER STEP                    *
      ******************************************************************
       2000-READ-HISTORY.
           MOVE "N" TO SA-HIST-EOF-SWITCH
           OPEN INPUT STEP-TIMING-IN
           PERFORM 2900-READ-HISTORY-ROW
           PERFORM 2100-TALLY-HISTORY-ROW
               UNTIL SA-HIST-EOF-YES
           CLOSE STEP-TIMING-IN.

       2100-TALLY-HISTORY-ROW.
           IF ST-RUN-ID = SA-TONIGHT-RUN-ID
               ADD 1 TO SA-TONIGHT-ROW-COUNT
           END-IF
           IF ST-ALERT-RAISED
               IF ST-RUN-ID = SA-TONIGHT-RUN-ID
                   SET SA-ALERTED-TONIGHT TO TRUE
               END-IF
           ELSE
               MOVE ST-STEP-NAME TO SA-FIND-STEP-NAME
               IF ST-RUN-ID = SA-TONIGHT-RUN-ID
                   PERFORM 2250-ADD-STEP-ENTRY
               ELSE
                   PERFORM 2200-FIND-STEP-ENTRY
               END-IF
               IF SA-STEP-HIT
                   MOVE ST-STAMP-DATE TO SA-CONV-DATE
                   MOVE ST-STAMP-TIME TO SA-CONV-TIME
                   PERFORM 7000-STAMP-TO-SECONDS
                   EVALUATE TRUE
                       WHEN ST-STEP-STARTED
                           PERFORM 2110-TAKE-START-ROW
                       WHEN ST-STEP-ENDED
                           PERFORM 2120-TAKE-END-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2900-READ-HISTORY-ROW.

       2110-TAKE-START-ROW.
           MOVE SA-CONV-SECONDS TO SA-ST-START-SECONDS(SA-STEP-SUB)
           MOVE ST-RUN-ID TO SA-ST-START-RUN-ID(SA-STEP-SUB)
           IF ST-RUN-ID = SA-TONIGHT-RUN-ID
               SET SA-ST-STARTED(SA-STEP-SUB) TO TRUE
           END-IF.

       2120-TAKE-END-ROW.
           IF SA-ST-START-RUN-ID(SA-STEP-SUB) = ST-RUN-ID
                   AND SA-ST-START-SECONDS(SA-STEP-SUB) NOT = ZERO
                   AND SA-CONV-SECONDS NOT <
                   SA-ST-START-SECONDS(SA-STEP-SUB)
               COMPUTE SA-ELAPSED-SECONDS = SA-CONV-SECONDS
                   - SA-ST-START-SECONDS(SA-STEP-SUB)
               MOVE ZERO TO SA-ST-START-SECONDS(SA-STEP-SUB)
               IF ST-RUN-ID = SA-TONIGHT-RUN-ID
                   MOVE SA-ELAPSED-SECONDS
                       TO SA-ST-TONIGHT(SA-STEP-SUB)
                   SET SA-ST-ENDED(SA-STEP-SUB) TO TRUE
                   IF SA-CONV-SECONDS > SA-CHAIN-END-SECONDS
                       MOVE SA-CONV-SECONDS TO SA-CHAIN-END-SECONDS
                   END-IF
               ELSE
                   PERFORM 2300-KEEP-OBSERVATION
               END-IF
           END-IF.

       2200-FIND-STEP-ENTRY.
           MOVE "N" TO SA-STEP-HIT-SWITCH
           MOVE ZERO TO SA-STEP-SUB
           PERFORM 2210-MATCH-STEP-ENTRY
               UNTIL SA-STEP-HIT
               OR SA-STEP-SUB = SA-STEP-COUNT.

       2210-MATCH-STEP-ENTRY.
           ADD 1 TO SA-STEP-SUB
           IF SA-ST-STEP-NAME(SA-STEP-SUB) = SA-FIND-STEP-NAME
               SET SA-STEP-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2250-ADD-STEP-ENTRY - THE STEP'S TABLE ENTRY, ADDED THE FIRST  *
      *                       TIME IT IS SEEN                          *
      ******************************************************************
       2250-ADD-STEP-ENTRY.
           PERFORM 2200-FIND-STEP-ENTRY
           IF NOT SA-STEP-HIT
               IF SA-STEP-COUNT = 60
                   IF NOT SA-STEP-FULL
                       DISPLAY "STEPSLA: MORE THAN 60 STEPS, THE "
                           "REPORT IS INCOMPLETE"
                       SET SA-STEP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO SA-STEP-COUNT
                   MOVE SA-STEP-COUNT TO SA-STEP-SUB
                   MOVE SA-FIND-STEP-NAME
                       TO SA-ST-STEP-NAME(SA-STEP-SUB)
                   MOVE ZERO TO SA-ST-TARGET(SA-STEP-SUB)
                   MOVE "N" TO SA-ST-ON-PARM(SA-STEP-SUB)
                   MOVE ZERO TO SA-ST-START-SECONDS(SA-STEP-SUB)
                   MOVE SPACES TO SA-ST-START-RUN-ID(SA-STEP-SUB)
                   MOVE SPACE TO SA-ST-TONIGHT-STATE(SA-STEP-SUB)
                   MOVE ZERO TO SA-ST-TONIGHT(SA-STEP-SUB)
                   MOVE ZERO TO SA-ST-OBS-COUNT(SA-STEP-SUB)
                   MOVE 1 TO SA-ST-OBS-NEXT(SA-STEP-SUB)
                   SET SA-STEP-HIT TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 2300-KEEP-OBSERVATION - THE ELAPSED TIME INTO THE STEP'S RING  *
      *                         OF THE LAST 30, OLDEST OVERWRITTEN     *
      ******************************************************************
       2300-KEEP-OBSERVATION.
           MOVE SA-ELAPSED-SECONDS TO SA-ST-OBSERVATION(SA-STEP-SUB,
               SA-ST-OBS-NEXT(SA-STEP-SUB))
           IF SA-ST-OBS-COUNT(SA-STEP-SUB) < 30
               ADD 1 TO SA-ST-OBS-COUNT(SA-STEP-SUB)
           END-IF
           IF SA-ST-OBS-NEXT(SA-STEP-SUB) = 30
               MOVE 1 TO SA-ST-OBS-NEXT(SA-STEP-SUB)
           ELSE
               ADD 1 TO SA-ST-OBS-NEXT(SA-STEP-SUB)
           END-IF.

       2900-READ-HISTORY-ROW.
           READ STEP-TIMING-IN
               AT END
                   SET SA-HIST-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 8000-REPORT-NIGHT - ONE LINE PER STEP, THEN THE CHAIN AGAINST  *
      *                     THE BILLING CUT-OFF; ALERTS AND RETURN     *
      *                     CODE                                       *
      ******************************************************************
       8000-REPORT-NIGHT.
           DISPLAY "=================================================="
           DISPLAY "STEPSLA: BATCH-WINDOW REPORT FOR " SA-RUN-DATE
               " CYCLE " SA-CYCLE-NUMBER
           DISPLAY "STEPSLA: " SA-TONIGHT-ROW-COUNT
               " TIMING ROWS TONIGHT, TIMES IN SECONDS"
           DISPLAY "=================================================="
           DISPLAY "STEPSLA: STEP     TARGET  AVG-30 TONIGHT  VS-TGT"
               "  VS-AVG  STATE"

           PERFORM 8100-REPORT-STEP
               VARYING SA-STEP-SUB FROM 1 BY 1
               UNTIL SA-STEP-SUB > SA-STEP-COUNT

           DISPLAY "=================================================="
           PERFORM 8200-REPORT-CHAIN

           DISPLAY "STEPSLA: " SA-OVER-TARGET-COUNT " STEPS OVER "
               "TARGET, " SA-NOT-ENDED-COUNT " NOT ENDED, "
               SA-NOT-RUN-COUNT " NOT RUN"
           IF SA-ALERTED-TONIGHT
               DISPLAY "STEPSLA: THE PROJECTED CUT-OFF ALERT WAS "
                   "RAISED DURING THE NIGHT"
           END-IF
           DISPLAY "=================================================="

           IF SA-OVER-TARGET-COUNT NOT = ZERO
               MOVE SA-OVER-TARGET-COUNT TO SA-ALERT-COUNT
               MOVE "W" TO SA-ALERT-SEVERITY
               MOVE SPACES TO SA-ALERT-TEXT
               STRING SA-ALERT-COUNT " NIGHTRUN STEPS OVER SLA TARGET"
                   DELIMITED BY SIZE INTO SA-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-REPORT-STEP.
           MOVE SPACES TO SA-SL-STATE
           MOVE SA-ST-STEP-NAME(SA-STEP-SUB) TO SA-SL-STEP-NAME
           MOVE SA-ST-TARGET(SA-STEP-SUB) TO SA-SL-TARGET
           IF SA-ST-OBS-COUNT(SA-STEP-SUB) = ZERO
               MOVE ZERO TO SA-STEP-AVERAGE
           ELSE
               MOVE ZERO TO SA-OBS-TOTAL
               PERFORM 8110-ADD-OBSERVATION
                   VARYING SA-OBS-SUB FROM 1 BY 1
                   UNTIL SA-OBS-SUB > SA-ST-OBS-COUNT(SA-STEP-SUB)
               COMPUTE SA-STEP-AVERAGE ROUNDED =
                   SA-OBS-TOTAL / SA-ST-OBS-COUNT(SA-STEP-SUB)
           END-IF
           MOVE SA-STEP-AVERAGE TO SA-SL-AVERAGE
           MOVE SA-ST-TONIGHT(SA-STEP-SUB) TO SA-SL-TONIGHT
           MOVE ZERO TO SA-SL-VS-TARGET
           MOVE ZERO TO SA-SL-VS-AVERAGE

           EVALUATE TRUE
               WHEN SA-ST-NOT-RUN(SA-STEP-SUB)
                   MOVE "NOT RUN" TO SA-SL-STATE
                   ADD 1 TO SA-NOT-RUN-COUNT
               WHEN SA-ST-STARTED(SA-STEP-SUB)
                   MOVE "NOT ENDED" TO SA-SL-STATE
                   ADD 1 TO SA-NOT-ENDED-COUNT
               WHEN OTHER
                   IF SA-ST-TARGET(SA-STEP-SUB) NOT = ZERO
                       COMPUTE SA-DIFFERENCE =
                           SA-ST-TONIGHT(SA-STEP-SUB)
                           - SA-ST-TARGET(SA-STEP-SUB)
                       MOVE SA-DIFFERENCE TO SA-SL-VS-TARGET
                   END-IF
                   IF SA-ST-OBS-COUNT(SA-STEP-SUB) NOT = ZERO
                       COMPUTE SA-DIFFERENCE =
                           SA-ST-TONIGHT(SA-STEP-SUB)
                           - SA-STEP-AVERAGE
                       MOVE SA-DIFFERENCE TO SA-SL-VS-AVERAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN SA-ST-ON-PARM(SA-STEP-SUB) NOT = "Y"
                           MOVE "NOT ON PARM" TO SA-SL-STATE
                       WHEN SA-ST-TARGET(SA-STEP-SUB) = ZERO
                           MOVE "NO TARGET" TO SA-SL-STATE
                       WHEN SA-ST-TONIGHT(SA-STEP-SUB)
                               > SA-ST-TARGET(SA-STEP-SUB)
                           MOVE "OVER TARGET" TO SA-SL-STATE
                           ADD 1 TO SA-OVER-TARGET-COUNT
                       WHEN OTHER
                           MOVE "OK" TO SA-SL-STATE
                   END-EVALUATE
           END-EVALUATE
           DISPLAY SA-STEP-LINE.

       8110-ADD-OBSERVATION.
           ADD SA-ST-OBSERVATION(SA-STEP-SUB, SA-OBS-SUB)
               TO SA-OBS-TOTAL.

      ******************************************************************
      * 8200-REPORT-CHAIN - START, FINISH AND ELAPSED OF THE NIGHT,    *
      *                     THE FINISH AGAINST THE BILLING CUT-OFF     *
      ******************************************************************
       8200-REPORT-CHAIN.
           MOVE SA-RUN-START-DATE TO SA-CONV-DATE
           MOVE SA-RUN-START-TIME TO SA-CONV-TIME
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE SA-CONV-SECONDS TO SA-CHAIN-START-SECONDS
           PERFORM 7200-SHOW-CONV-TIME
           DISPLAY "STEPSLA: CHAIN STARTED   " SA-CONV-DATE " "
               SA-SHOW-TIME

           MOVE SA-RUN-START-DATE TO SA-CONV-DATE
           MOVE SA-CUTOFF-HH TO SA-CONV-HH
           MOVE SA-CUTOFF-MM TO SA-CONV-MM
           MOVE ZERO TO SA-CONV-SS
           MOVE ZERO TO SA-CONV-CC
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE SA-CONV-SECONDS TO SA-CUTOFF-SECONDS
           IF SA-CUTOFF-SECONDS NOT > SA-CHAIN-START-SECONDS
               ADD 86400 TO SA-CUTOFF-SECONDS
           END-IF

           IF SA-CHAIN-END-SECONDS NOT = ZERO
               MOVE SA-CHAIN-END-SECONDS TO SA-CONV-SECONDS
               PERFORM 7100-SECONDS-TO-STAMP
               PERFORM 7200-SHOW-CONV-TIME
               COMPUTE SA-CHAIN-ELAPSED =
                   SA-CHAIN-END-SECONDS - SA-CHAIN-START-SECONDS
               DISPLAY "STEPSLA: LAST STEP ENDED " SA-CONV-DATE " "
                   SA-SHOW-TIME ", " SA-CHAIN-ELAPSED " SECONDS"
           END-IF
           MOVE SA-CUTOFF-SECONDS TO SA-CONV-SECONDS
           PERFORM 7100-SECONDS-TO-STAMP
           PERFORM 7200-SHOW-CONV-TIME
           DISPLAY "STEPSLA: BILLING CUT-OFF " SA-CONV-DATE " "
               SA-SHOW-TIME

           EVALUATE TRUE
               WHEN SA-NOT-ENDED-COUNT NOT = ZERO
                       OR SA-CHAIN-END-SECONDS = ZERO
                   DISPLAY "STEPSLA: CHAIN DID NOT COMPLETE, NO "
                       "CUT-OFF VERDICT"
               WHEN SA-CHAIN-END-SECONDS NOT > SA-CUTOFF-SECONDS
                   COMPUTE SA-MARGIN-MINUTES =
                       (SA-CUTOFF-SECONDS - SA-CHAIN-END-SECONDS) / 60
                   DISPLAY "STEPSLA: CUT-OFF MET WITH "
                       SA-MARGIN-MINUTES " MINUTES TO SPARE"
               WHEN OTHER
                   COMPUTE SA-MARGIN-MINUTES =
                       (SA-CHAIN-END-SECONDS - SA-CUTOFF-SECONDS
                        + 59) / 60
                   DISPLAY "STEPSLA: CUT-OFF MISSED BY "
                       SA-MARGIN-MINUTES " MINUTES"
                   MOVE SA-MARGIN-MINUTES TO SA-ALERT-MINUTES
                   MOVE "C" TO SA-ALERT-SEVERITY
                   MOVE SPACES TO SA-ALERT-TEXT
                   STRING "NIGHTRUN FINISHED " SA-ALERT-MINUTES
                           " MIN PAST CUT-OFF"
                       DELIMITED BY SIZE INTO SA-ALERT-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * 7000-STAMP-TO-SECONDS - DATE AND HHMMSSCC AS SECONDS SINCE THE *
      *                         START OF THE INTEGER-DATE CALENDAR, SO *
      *                         A NIGHT CROSSING MIDNIGHT SUBTRACTS    *
      ******************************************************************
       7000-STAMP-TO-SECONDS.
           COMPUTE SA-CONV-SECONDS =
               FUNCTION INTEGER-OF-DATE(SA-CONV-DATE) * 86400
               + SA-CONV-HH * 3600 + SA-CONV-MM * 60 + SA-CONV-SS.

       7100-SECONDS-TO-STAMP.
           DIVIDE SA-CONV-SECONDS BY 86400
               GIVING SA-DAY-INTEGER REMAINDER SA-DAY-SECONDS
           COMPUTE SA-CONV-DATE =
               FUNCTION DATE-OF-INTEGER(SA-DAY-INTEGER)
           DIVIDE SA-DAY-SECONDS BY 3600
               GIVING SA-CONV-HH REMAINDER SA-HOUR-SECONDS
           DIVIDE SA-HOUR-SECONDS BY 60
               GIVING SA-CONV-MM REMAINDER SA-CONV-SS
           MOVE ZERO TO SA-CONV-CC.

       7200-SHOW-CONV-TIME.
           MOVE SA-CONV-HH TO SA-SHOW-HH
           MOVE SA-CONV-MM TO SA-SHOW-MM
           MOVE SA-CONV-SS TO SA-SHOW-SS.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF SA-ALERT-STATUS = "00"
               MOVE SA-RUN-DATE TO AL-RUN-DATE
               MOVE "STEPSLA" TO AL-PROGRAM-NAME
               MOVE SA-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SA-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "STEPSLA: UNABLE TO OPEN ALERTOUT STATUS="
                   SA-ALERT-STATUS
           END-IF.
       END PROGRAM Stepsla.
