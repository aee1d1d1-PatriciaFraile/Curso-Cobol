      ******************************************************************
      * PROGRAM-ID : STEPTIME
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Step-timing marker.  NIGHTRUN runs it between
      *              every pair of steps with a one-card STEPCTL
      *              naming the step that has just ended (columns
      *              1-8) and the step about to start (columns 10-
      *              17); it appends the matching "E" and "S" rows,
      *              stamped with the wall-clock date and time and
      *              keyed by the business date and cycle on RUNCTL,
      *              to the STEPTIME history.  Columns 19-22 carry
      *              the ended step's return code, set by the JCL
      *              IF around the marker, onto the "E" row.  A card
      *              with no ending step opens a new night: its
      *              stamp becomes the run id every later row of the
      *              night carries.  A card with a return code and
      *              no step names comes from the markers after
      *              TMEND that run only when the chain stopped: the
      *              step started tonight and never ended gets an
      *              "F" row carrying that return code.
      *              At each step start it projects the chain's
      *              finish: now, plus the average of the last 30
      *              completed runs of every step still to run (the
      *              SLAPARM target for a step with no history yet),
      *              against the SLAPARM billing cut-off.  When the
      *              projection passes the cut-off while the cut-off
      *              is still ahead, a critical ALERTOUT line goes
      *              out -- once a night, recorded as an "A" row.
      *              The marker never stops the chain: return code 4
      *              and a warning alert only when it has no card or
      *              cannot record the timing.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original step-timing marker.
      *    2026-10-15  RA   The STEPCTL card now carries the ended
      *                     step's return code (columns 19-22) onto
      *                     its "E" row, and a card with a return
      *                     code alone writes an "F" row for the step
      *                     that stopped the chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Steptime.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-RUNCTL-STATUS.

           SELECT STEP-CTL-IN ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-STEPCTL-STATUS.

           SELECT SLA-PARM-IN ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-SLAPARM-STATUS.

           SELECT STEP-TIMING-FILE ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-TIMING-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TM-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  STEP-CTL-IN
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CTL-RECORD.
           05  TC-ENDING-STEP          PIC X(8).
           05  FILLER                  PIC X(1).
           05  TC-STARTING-STEP        PIC X(8).
           05  FILLER                  PIC X(1).
           05  TC-ENDING-RC            PIC X(4).
           05  FILLER                  PIC X(58).

       FD  SLA-PARM-IN
           RECORD CONTAINS 14 CHARACTERS.
           COPY SLAPREC.

       FD  STEP-TIMING-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY STEPTREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  TM-RUN-ID.
           05  TM-RUN-START-DATE       PIC 9(8).
           05  TM-RUN-START-TIME       PIC 9(8).

       01  TM-CONV-TIME-GROUP.
           05  TM-CONV-HH              PIC 9(2).
           05  TM-CONV-MM              PIC 9(2).
           05  TM-CONV-SS              PIC 9(2).
           05  TM-CONV-CC              PIC 9(2).
       01  TM-CONV-TIME REDEFINES TM-CONV-TIME-GROUP
                                       PIC 9(8).

       01  TM-CUTOFF-GROUP.
           05  TM-CUTOFF-HH            PIC 9(2).
           05  TM-CUTOFF-MM            PIC 9(2).
       01  TM-CUTOFF-TIME REDEFINES TM-CUTOFF-GROUP
                                       PIC 9(4).

       01  TM-SHOW-TIME.
           05  TM-SHOW-HH              PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  TM-SHOW-MM              PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  TM-SHOW-SS              PIC 9(2).

       01  TM-STEP-TABLE.
           05  TM-STEP-ENTRY OCCURS 60 TIMES.
               10  TM-ST-STEP-NAME     PIC X(8).
               10  TM-ST-TARGET        PIC 9(5).
               10  TM-ST-START-SECONDS PIC 9(11) COMP-3.
               10  TM-ST-START-RUN-ID  PIC X(16).
               10  TM-ST-OBS-COUNT     PIC 9(2) COMP.
               10  TM-ST-OBS-NEXT      PIC 9(2) COMP.
               10  TM-ST-OBSERVATION   PIC 9(7) COMP-3
                                       OCCURS 30 TIMES.

       77  TM-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  TM-STEPCTL-STATUS           PIC X(2)  VALUE "00".
       77  TM-SLAPARM-STATUS           PIC X(2)  VALUE "00".
       77  TM-TIMING-STATUS            PIC X(2)  VALUE "00".
       77  TM-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  TM-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  TM-ABORT                          VALUE "Y".
       77  TM-PARM-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  TM-PARM-EOF-YES                   VALUE "Y".
       77  TM-HIST-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  TM-HIST-EOF-YES                   VALUE "Y".
       77  TM-TIMING-OPEN-SWITCH       PIC X(1)  VALUE "N".
           88  TM-TIMING-OPEN                    VALUE "Y".
       77  TM-STEP-HIT-SWITCH          PIC X(1)  VALUE "N".
           88  TM-STEP-HIT                       VALUE "Y".
       77  TM-STEP-FULL-SWITCH         PIC X(1)  VALUE "N".
           88  TM-STEP-FULL                      VALUE "Y".
       77  TM-FAILURE-CARD-SWITCH      PIC X(1)  VALUE "N".
           88  TM-FAILURE-CARD                   VALUE "Y".
       77  TM-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  TM-CYCLE-NUMBER             PIC 9(3)  VALUE ZERO.
       77  TM-NOW-DATE                 PIC 9(8)  VALUE ZERO.
       77  TM-NOW-TIME                 PIC 9(8)  VALUE ZERO.
       77  TM-LAST-RUN-ID              PIC X(16) VALUE SPACES.
       77  TM-ALERT-RUN-ID             PIC X(16) VALUE SPACES.
       77  TM-FIND-STEP-NAME           PIC X(8)  VALUE SPACES.
       77  TM-OPEN-STEP-NAME           PIC X(8)  VALUE SPACES.
       77  TM-STEP-COUNT               PIC 9(2) COMP VALUE ZERO.
       77  TM-STEP-SUB                 PIC 9(2) COMP VALUE ZERO.
       77  TM-OBS-SUB                  PIC 9(2) COMP VALUE ZERO.
       77  TM-START-SUB                PIC 9(2) COMP VALUE ZERO.
       77  TM-CONV-DATE                PIC 9(8)  VALUE ZERO.
       77  TM-CONV-SECONDS             PIC 9(11) COMP-3 VALUE ZERO.
       77  TM-DAY-INTEGER              PIC 9(7)  VALUE ZERO.
       77  TM-DAY-SECONDS              PIC 9(5)  VALUE ZERO.
       77  TM-HOUR-SECONDS             PIC 9(4)  VALUE ZERO.
       77  TM-ELAPSED-SECONDS          PIC 9(7)  VALUE ZERO.
       77  TM-OBS-TOTAL                PIC 9(9) COMP-3 VALUE ZERO.
       77  TM-STEP-ESTIMATE            PIC 9(7)  VALUE ZERO.
       77  TM-REMAINING-SECONDS        PIC 9(9) COMP-3 VALUE ZERO.
       77  TM-NOW-SECONDS              PIC 9(11) COMP-3 VALUE ZERO.
       77  TM-CHAIN-START-SECONDS      PIC 9(11) COMP-3 VALUE ZERO.
       77  TM-CUTOFF-SECONDS           PIC 9(11) COMP-3 VALUE ZERO.
       77  TM-PROJECTED-SECONDS        PIC 9(11) COMP-3 VALUE ZERO.
       77  TM-LATE-MINUTES             PIC 9(5)  VALUE ZERO.
       77  TM-PROJECTED-HHMM           PIC X(5)  VALUE SPACES.
       77  TM-CUTOFF-HHMM              PIC X(5)  VALUE SPACES.
       77  TM-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  TM-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT TM-ABORT
               PERFORM 2000-READ-HISTORY
               PERFORM 3000-WRITE-MARKER-ROWS THRU 3000-EXIT
               IF TC-STARTING-STEP NOT = SPACES
                       AND TM-STEP-COUNT NOT = ZERO
                   PERFORM 4000-PROJECT-FINISH THRU 4000-EXIT
               END-IF
               IF TM-TIMING-OPEN
                   CLOSE STEP-TIMING-FILE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND CYCLE, THE WALL CLOCK, THE *
      *                   STEPCTL CARD AND THE SLAPARM STEP TABLE      *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           ACCEPT TM-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT TM-NOW-TIME FROM TIME

           OPEN INPUT STEP-CTL-IN
           IF TM-STEPCTL-STATUS NOT = "00"
               DISPLAY "STEPTIME: NO STEPCTL CARD (STATUS="
                   TM-STEPCTL-STATUS "), NOTHING RECORDED"
               PERFORM 1900-WARN-NO-CARD
               GO TO 1000-EXIT
           END-IF
           READ STEP-CTL-IN
               AT END
                   MOVE SPACES TO STEP-CTL-RECORD
           END-READ
           CLOSE STEP-CTL-IN
           IF TC-ENDING-STEP = SPACES AND TC-STARTING-STEP = SPACES
               IF TC-ENDING-RC = SPACES
                   DISPLAY "STEPTIME: EMPTY STEPCTL CARD, NOTHING "
                       "RECORDED"
                   PERFORM 1900-WARN-NO-CARD
                   GO TO 1000-EXIT
               END-IF
               SET TM-FAILURE-CARD TO TRUE
           END-IF

           PERFORM 1100-LOAD-SLA-PARM.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE THE SYSTEM DATE   *
      *                          SERVES                                *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT TM-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF TM-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO TM-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO TM-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-LOAD-SLA-PARM - THE BILLING CUT-OFF (DEFAULT 0600) AND    *
      *                      THE STEP TARGETS IN JOB ORDER; WITHOUT    *
      *                      SLAPARM THE TIMES ARE STILL RECORDED      *
      ******************************************************************
       1100-LOAD-SLA-PARM.
           MOVE 0600 TO TM-CUTOFF-TIME
           OPEN INPUT SLA-PARM-IN
           IF TM-SLAPARM-STATUS = "00"
               PERFORM 1110-READ-SLA-PARM
               PERFORM 1120-TAKE-SLA-PARM
                   UNTIL TM-PARM-EOF-YES
               CLOSE SLA-PARM-IN
           ELSE
               DISPLAY "STEPTIME: NO SLAPARM (STATUS="
                   TM-SLAPARM-STATUS "), NO FINISH PROJECTION"
           END-IF.

       1110-READ-SLA-PARM.
           READ SLA-PARM-IN
               AT END
                   SET TM-PARM-EOF-YES TO TRUE
           END-READ.

       1120-TAKE-SLA-PARM.
           EVALUATE TRUE
               WHEN WN-CUTOFF-RECORD
                   IF WN-CUTOFF-TIME IS NUMERIC
                           AND WN-CUTOFF-TIME(1:2) < "24"
                           AND WN-CUTOFF-TIME(3:2) < "60"
                       MOVE WN-CUTOFF-TIME TO TM-CUTOFF-TIME
                   ELSE
                       DISPLAY "STEPTIME: SLAPARM CUT-OFF "
                           WN-CUTOFF-TIME " INVALID, 0600 USED"
                   END-IF
               WHEN WN-TARGET-RECORD
                   IF TM-STEP-COUNT < 60
                       ADD 1 TO TM-STEP-COUNT
                       MOVE WN-STEP-NAME
                           TO TM-ST-STEP-NAME(TM-STEP-COUNT)
                       IF WN-TARGET-SECONDS IS NUMERIC
                           MOVE WN-TARGET-SECONDS
                               TO TM-ST-TARGET(TM-STEP-COUNT)
                       ELSE
                           MOVE ZERO TO TM-ST-TARGET(TM-STEP-COUNT)
                       END-IF
                       MOVE ZERO
                           TO TM-ST-START-SECONDS(TM-STEP-COUNT)
                       MOVE SPACES
                           TO TM-ST-START-RUN-ID(TM-STEP-COUNT)
                       MOVE ZERO TO TM-ST-OBS-COUNT(TM-STEP-COUNT)
                       MOVE 1 TO TM-ST-OBS-NEXT(TM-STEP-COUNT)
                   ELSE
                       IF NOT TM-STEP-FULL
                           DISPLAY "STEPTIME: MORE THAN 60 SLAPARM "
                               "STEPS, THE REST ARE NOT PROJECTED"
                           SET TM-STEP-FULL TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1110-READ-SLA-PARM.

       1900-WARN-NO-CARD.
           MOVE "W" TO TM-ALERT-SEVERITY
           MOVE "STEP TIMING MARKER WITHOUT STEPCTL CARD"
               TO TM-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT
           MOVE 4 TO RETURN-CODE
           SET TM-ABORT TO TRUE.

      ******************************************************************
      * 2000-READ-HISTORY - PAIR EACH STEP'S START AND END ROWS OF THE *
      *                     SAME NIGHT AND KEEP THE LAST 30 ELAPSED    *
      *                     TIMES PER STEP; NOTE THE LATEST RUN ID,    *
      *                     THE LATEST NIGHT ALREADY ALERTED AND THE   *
      *                     STEP LAST STARTED AND NOT YET ENDED        *
      ******************************************************************
       2000-READ-HISTORY.
           OPEN INPUT STEP-TIMING-FILE
           IF TM-TIMING-STATUS = "00"
               PERFORM 2900-READ-HISTORY-ROW
               PERFORM 2100-TALLY-HISTORY-ROW
                   UNTIL TM-HIST-EOF-YES
               CLOSE STEP-TIMING-FILE
           ELSE
               DISPLAY "STEPTIME: NO STEPTIME HISTORY YET (STATUS="
                   TM-TIMING-STATUS ")"
           END-IF.

       2100-TALLY-HISTORY-ROW.
           MOVE ST-RUN-ID TO TM-LAST-RUN-ID
           EVALUATE TRUE
               WHEN ST-STEP-STARTED
                   MOVE ST-STEP-NAME TO TM-OPEN-STEP-NAME
               WHEN ST-STEP-ENDED
               WHEN ST-STEP-FAILED
                   MOVE SPACES TO TM-OPEN-STEP-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ST-ALERT-RAISED
               MOVE ST-RUN-ID TO TM-ALERT-RUN-ID
           ELSE
               MOVE ST-STEP-NAME TO TM-FIND-STEP-NAME
               PERFORM 2200-FIND-STEP-ENTRY
               IF TM-STEP-HIT
                   MOVE ST-STAMP-DATE TO TM-CONV-DATE
                   MOVE ST-STAMP-TIME TO TM-CONV-TIME
                   PERFORM 7000-STAMP-TO-SECONDS
                   EVALUATE TRUE
                       WHEN ST-STEP-STARTED
                           MOVE TM-CONV-SECONDS
                               TO TM-ST-START-SECONDS(TM-STEP-SUB)
                           MOVE ST-RUN-ID
                               TO TM-ST-START-RUN-ID(TM-STEP-SUB)
                       WHEN ST-STEP-ENDED
                           IF TM-ST-START-RUN-ID(TM-STEP-SUB)
                                   = ST-RUN-ID
                                   AND TM-ST-START-SECONDS(TM-STEP-SUB)
                                   NOT = ZERO
                                   AND TM-CONV-SECONDS NOT <
                                   TM-ST-START-SECONDS(TM-STEP-SUB)
                               COMPUTE TM-ELAPSED-SECONDS =
                                   TM-CONV-SECONDS
                                   - TM-ST-START-SECONDS(TM-STEP-SUB)
                               PERFORM 2300-KEEP-OBSERVATION
                               MOVE ZERO
                                   TO TM-ST-START-SECONDS(TM-STEP-SUB)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2900-READ-HISTORY-ROW.

       2200-FIND-STEP-ENTRY.
           MOVE "N" TO TM-STEP-HIT-SWITCH
           MOVE ZERO TO TM-STEP-SUB
           PERFORM 2210-MATCH-STEP-ENTRY
               UNTIL TM-STEP-HIT
               OR TM-STEP-SUB = TM-STEP-COUNT.

       2210-MATCH-STEP-ENTRY.
           ADD 1 TO TM-STEP-SUB
           IF TM-ST-STEP-NAME(TM-STEP-SUB) = TM-FIND-STEP-NAME
               SET TM-STEP-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2300-KEEP-OBSERVATION - THE ELAPSED TIME INTO THE STEP'S RING  *
      *                         OF THE LAST 30, OLDEST OVERWRITTEN     *
      ******************************************************************
       2300-KEEP-OBSERVATION.
           MOVE TM-ELAPSED-SECONDS TO TM-ST-OBSERVATION(TM-STEP-SUB,
               TM-ST-OBS-NEXT(TM-STEP-SUB))
           IF TM-ST-OBS-COUNT(TM-STEP-SUB) < 30
               ADD 1 TO TM-ST-OBS-COUNT(TM-STEP-SUB)
           END-IF
           IF TM-ST-OBS-NEXT(TM-STEP-SUB) = 30
               MOVE 1 TO TM-ST-OBS-NEXT(TM-STEP-SUB)
           ELSE
               ADD 1 TO TM-ST-OBS-NEXT(TM-STEP-SUB)
           END-IF.

       2900-READ-HISTORY-ROW.
           READ STEP-TIMING-FILE
               AT END
                   SET TM-HIST-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3000-WRITE-MARKER-ROWS - THE END ROW OF THE STEP JUST FINISHED *
      *                          AND THE START ROW OF THE NEXT ONE, OR *
      *                          THE FAILED ROW OF THE STEP THAT       *
      *                          STOPPED THE CHAIN                     *
      ******************************************************************
       3000-WRITE-MARKER-ROWS.
           IF TM-FAILURE-CARD
               IF TM-OPEN-STEP-NAME = SPACES
                   DISPLAY "STEPTIME: RETURN CODE " TC-ENDING-RC
                       " BUT NO STEP OPEN TONIGHT, NOTHING RECORDED"
                   GO TO 3000-EXIT
               END-IF
               MOVE TM-LAST-RUN-ID TO TM-RUN-ID
           ELSE
               IF TC-ENDING-STEP = SPACES OR TM-LAST-RUN-ID = SPACES
                   MOVE TM-NOW-DATE TO TM-RUN-START-DATE
                   MOVE TM-NOW-TIME TO TM-RUN-START-TIME
               ELSE
                   MOVE TM-LAST-RUN-ID TO TM-RUN-ID
               END-IF
           END-IF

           OPEN EXTEND STEP-TIMING-FILE
           IF TM-TIMING-STATUS = "35"
               OPEN OUTPUT STEP-TIMING-FILE
           END-IF
           IF TM-TIMING-STATUS NOT = "00"
               DISPLAY "STEPTIME: UNABLE TO EXTEND STEPTIME STATUS="
                   TM-TIMING-STATUS
               MOVE "W" TO TM-ALERT-SEVERITY
               MOVE "STEP TIMING NOT RECORDED, STEPTIME OPEN"
                   TO TM-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET TM-TIMING-OPEN TO TRUE

           MOVE TM-NOW-TIME TO TM-CONV-TIME
           MOVE TM-CONV-HH TO TM-SHOW-HH
           MOVE TM-CONV-MM TO TM-SHOW-MM
           MOVE TM-CONV-SS TO TM-SHOW-SS
           IF TM-FAILURE-CARD
               MOVE "F" TO ST-EVENT
               MOVE TM-OPEN-STEP-NAME TO ST-STEP-NAME
               MOVE TC-ENDING-RC TO ST-RETURN-CODE
               PERFORM 3100-APPEND-TIMING-ROW
               DISPLAY "STEPTIME: " TM-OPEN-STEP-NAME " FAILED  "
                   TM-NOW-DATE " " TM-SHOW-TIME " RC " TC-ENDING-RC
           END-IF
           IF TC-ENDING-STEP NOT = SPACES
               MOVE "E" TO ST-EVENT
               MOVE TC-ENDING-STEP TO ST-STEP-NAME
               MOVE TC-ENDING-RC TO ST-RETURN-CODE
               PERFORM 3100-APPEND-TIMING-ROW
               DISPLAY "STEPTIME: " TC-ENDING-STEP " ENDED   "
                   TM-NOW-DATE " " TM-SHOW-TIME " RC " TC-ENDING-RC
           END-IF
           IF TC-STARTING-STEP NOT = SPACES
               MOVE "S" TO ST-EVENT
               MOVE TC-STARTING-STEP TO ST-STEP-NAME
               MOVE SPACES TO ST-RETURN-CODE
               PERFORM 3100-APPEND-TIMING-ROW
               DISPLAY "STEPTIME: " TC-STARTING-STEP " STARTED "
                   TM-NOW-DATE " " TM-SHOW-TIME
           END-IF.
       3000-EXIT.
           EXIT.

       3100-APPEND-TIMING-ROW.
           MOVE TM-RUN-ID TO ST-RUN-ID
           MOVE TM-RUN-DATE TO ST-BUSINESS-DATE
           MOVE TM-CYCLE-NUMBER TO ST-CYCLE-NUMBER
           MOVE TM-NOW-DATE TO ST-STAMP-DATE
           MOVE TM-NOW-TIME TO ST-STAMP-TIME
           WRITE STEP-TIMING-RECORD.

      ******************************************************************
      * 4000-PROJECT-FINISH - NOW PLUS THE EXPECTED TIME OF EVERY STEP *
      *                       STILL TO RUN, AGAINST THE BILLING        *
      *                       CUT-OFF; ALERT ONCE WHILE THERE IS STILL *
      *                       WINDOW LEFT TO ACT                       *
      ******************************************************************
       4000-PROJECT-FINISH.
           MOVE TC-STARTING-STEP TO TM-FIND-STEP-NAME
           PERFORM 2200-FIND-STEP-ENTRY
           IF NOT TM-STEP-HIT
               DISPLAY "STEPTIME: " TC-STARTING-STEP
                   " NOT ON SLAPARM, NO FINISH PROJECTION"
               GO TO 4000-EXIT
           END-IF
           MOVE TM-STEP-SUB TO TM-START-SUB

           MOVE TM-NOW-DATE TO TM-CONV-DATE
           MOVE TM-NOW-TIME TO TM-CONV-TIME
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE TM-CONV-SECONDS TO TM-NOW-SECONDS

           MOVE TM-RUN-START-DATE TO TM-CONV-DATE
           MOVE TM-RUN-START-TIME TO TM-CONV-TIME
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE TM-CONV-SECONDS TO TM-CHAIN-START-SECONDS

           MOVE TM-RUN-START-DATE TO TM-CONV-DATE
           MOVE TM-CUTOFF-HH TO TM-CONV-HH
           MOVE TM-CUTOFF-MM TO TM-CONV-MM
           MOVE ZERO TO TM-CONV-SS
           MOVE ZERO TO TM-CONV-CC
           PERFORM 7000-STAMP-TO-SECONDS
           MOVE TM-CONV-SECONDS TO TM-CUTOFF-SECONDS
           IF TM-CUTOFF-SECONDS NOT > TM-CHAIN-START-SECONDS
               ADD 86400 TO TM-CUTOFF-SECONDS
           END-IF

           MOVE ZERO TO TM-REMAINING-SECONDS
           PERFORM 4100-ADD-STEP-ESTIMATE
               VARYING TM-STEP-SUB FROM TM-START-SUB BY 1
               UNTIL TM-STEP-SUB > TM-STEP-COUNT
           COMPUTE TM-PROJECTED-SECONDS =
               TM-NOW-SECONDS + TM-REMAINING-SECONDS

           MOVE TM-PROJECTED-SECONDS TO TM-CONV-SECONDS
           PERFORM 7100-SECONDS-TO-STAMP
           MOVE TM-CONV-HH TO TM-SHOW-HH
           MOVE TM-CONV-MM TO TM-SHOW-MM
           MOVE TM-CONV-SS TO TM-SHOW-SS
           MOVE TM-SHOW-TIME(1:5) TO TM-PROJECTED-HHMM
           DISPLAY "STEPTIME: PROJECTED FINISH " TM-CONV-DATE " "
               TM-SHOW-TIME
           MOVE TM-CUTOFF-SECONDS TO TM-CONV-SECONDS
           PERFORM 7100-SECONDS-TO-STAMP
           MOVE TM-CONV-HH TO TM-SHOW-HH
           MOVE TM-CONV-MM TO TM-SHOW-MM
           MOVE TM-CONV-SS TO TM-SHOW-SS
           MOVE TM-SHOW-TIME(1:5) TO TM-CUTOFF-HHMM
           DISPLAY "STEPTIME: BILLING CUT-OFF   " TM-CONV-DATE " "
               TM-SHOW-TIME

           IF TM-PROJECTED-SECONDS NOT > TM-CUTOFF-SECONDS
                   OR TM-NOW-SECONDS NOT < TM-CUTOFF-SECONDS
               GO TO 4000-EXIT
           END-IF

           COMPUTE TM-LATE-MINUTES =
               (TM-PROJECTED-SECONDS - TM-CUTOFF-SECONDS + 59) / 60
           DISPLAY "STEPTIME: NIGHT ON COURSE TO MISS THE CUT-OFF BY "
               TM-LATE-MINUTES " MINUTES"
           IF TM-ALERT-RUN-ID = TM-RUN-ID
               DISPLAY "STEPTIME: CUT-OFF ALERT ALREADY RAISED TONIGHT"
               GO TO 4000-EXIT
           END-IF

           MOVE "C" TO TM-ALERT-SEVERITY
           MOVE SPACES TO TM-ALERT-TEXT
           STRING "PROJ FINISH " TM-PROJECTED-HHMM
                   " MISSES CUT-OFF " TM-CUTOFF-HHMM
               DELIMITED BY SIZE INTO TM-ALERT-TEXT
           END-STRING
           PERFORM 9000-WRITE-ALERT
           IF TM-TIMING-OPEN
               MOVE "A" TO ST-EVENT
               MOVE TC-STARTING-STEP TO ST-STEP-NAME
               MOVE SPACES TO ST-RETURN-CODE
               PERFORM 3100-APPEND-TIMING-ROW
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ADD-STEP-ESTIMATE - THE STEP'S AVERAGE OVER ITS LAST 30   *
      *                          COMPLETED RUNS, ITS TARGET WITHOUT    *
      *                          HISTORY                               *
      ******************************************************************
       4100-ADD-STEP-ESTIMATE.
           IF TM-ST-OBS-COUNT(TM-STEP-SUB) = ZERO
               MOVE TM-ST-TARGET(TM-STEP-SUB) TO TM-STEP-ESTIMATE
           ELSE
               MOVE ZERO TO TM-OBS-TOTAL
               PERFORM 4110-ADD-OBSERVATION
                   VARYING TM-OBS-SUB FROM 1 BY 1
                   UNTIL TM-OBS-SUB > TM-ST-OBS-COUNT(TM-STEP-SUB)
               COMPUTE TM-STEP-ESTIMATE ROUNDED =
                   TM-OBS-TOTAL / TM-ST-OBS-COUNT(TM-STEP-SUB)
           END-IF
           ADD TM-STEP-ESTIMATE TO TM-REMAINING-SECONDS.

       4110-ADD-OBSERVATION.
           ADD TM-ST-OBSERVATION(TM-STEP-SUB, TM-OBS-SUB)
               TO TM-OBS-TOTAL.

      ******************************************************************
      * 7000-STAMP-TO-SECONDS - DATE AND HHMMSSCC AS SECONDS SINCE THE *
      *                         START OF THE INTEGER-DATE CALENDAR, SO *
      *                         A NIGHT CROSSING MIDNIGHT SUBTRACTS    *
      ******************************************************************
       7000-STAMP-TO-SECONDS.
           COMPUTE TM-CONV-SECONDS =
               FUNCTION INTEGER-OF-DATE(TM-CONV-DATE) * 86400
               + TM-CONV-HH * 3600 + TM-CONV-MM * 60 + TM-CONV-SS.

       7100-SECONDS-TO-STAMP.
           DIVIDE TM-CONV-SECONDS BY 86400
               GIVING TM-DAY-INTEGER REMAINDER TM-DAY-SECONDS
           COMPUTE TM-CONV-DATE =
               FUNCTION DATE-OF-INTEGER(TM-DAY-INTEGER)
           DIVIDE TM-DAY-SECONDS BY 3600
               GIVING TM-CONV-HH REMAINDER TM-HOUR-SECONDS
           DIVIDE TM-HOUR-SECONDS BY 60
               GIVING TM-CONV-MM REMAINDER TM-CONV-SS
           MOVE ZERO TO TM-CONV-CC.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF TM-ALERT-STATUS = "00"
               MOVE TM-RUN-DATE TO AL-RUN-DATE
               MOVE "STEPTIME" TO AL-PROGRAM-NAME
               MOVE TM-ALERT-SEVERITY TO AL-SEVERITY
               MOVE TM-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "STEPTIME: UNABLE TO OPEN ALERTOUT STATUS="
                   TM-ALERT-STATUS
           END-IF.
       END PROGRAM Steptime.
