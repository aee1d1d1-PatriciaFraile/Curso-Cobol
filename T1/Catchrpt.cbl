      ******************************************************************
      * PROGRAM-ID : CATCHRPT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Catch-up report at the end of a NIGHTRUN that
      *              GATEPRM declared a catch-up run ("C").  Every
      *              CATCHLOG row for the current gap (the missed
      *              dates within the GATEPRM look-back window before
      *              the business date the gap lies before) is
      *              listed with its outcome from RUNLOG:
      *                RECOVERED - a completed full run for the date
      *                            and cycle;
      *                FAILED    - admitted, never completed;
      *                REFUSED   - RUNGATE would not admit the date.
      *              The latest row decides the step code:
      *                0 - tonight's date recovered and no missed
      *                    date is left, or no catch-up date was
      *                    taken up tonight;
      *                4 - tonight's date recovered and more are
      *                    missed: the job resubmits itself for the
      *                    next one;
      *                8 - the catch-up stopped on a failed or
      *                    refused date (critical alert for a
      *                    failure), to be put right and the job
      *                    resubmitted, which takes up the same date
      *                    again.
      *              Not a catch-up run: nothing is reported.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original catch-up report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Catchrpt.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-PARM-IN ASSIGN TO "GATEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-PARM-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-RUNCTL-STATUS.

           SELECT CATCH-UP-LOG-IN ASSIGN TO "CATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CATCHLOG-STATUS.

           SELECT RUN-LOG-IN ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-RUNLOG-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-PARM-IN
           RECORD CONTAINS 12 CHARACTERS.
       01  GATE-PARM-RECORD.
           05  GP-RUN-TYPE             PIC X(1).
           05  GP-OVERRIDE-DATE        PIC 9(8).
           05  GP-LOOKBACK-DAYS        PIC 9(3).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  CATCH-UP-LOG-IN
           RECORD CONTAINS 31 CHARACTERS.
           COPY CATCHREC.

       FD  RUN-LOG-IN
           RECORD CONTAINS 13 CHARACTERS.
           COPY RUNLREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  CK-LATEST-ROW.
           05  CK-LR-BUSINESS-DATE     PIC 9(8).
           05  CK-LR-CYCLE-NUMBER      PIC 9(3).
           05  CK-LR-TARGET-DATE       PIC 9(8).
           05  CK-LR-SYSTEM-DATE       PIC 9(8).
           05  CK-LR-REMAINING-COUNT   PIC 9(3).
           05  CK-LR-STATUS-FLAG       PIC X(1).
               88  CK-LR-REFUSED                 VALUE "R".

       01  CK-ROW-TABLE.
           05  CK-RT-ENTRY OCCURS 100 TIMES.
               10  CK-RT-BUSINESS-DATE PIC 9(8).
               10  CK-RT-CYCLE-NUMBER  PIC 9(3).
               10  CK-RT-SYSTEM-DATE   PIC 9(8).
               10  CK-RT-OUTCOME       PIC X(9).
                   88  CK-RT-RECOVERED           VALUE "RECOVERED".
                   88  CK-RT-FAILED              VALUE "FAILED".
                   88  CK-RT-REFUSED             VALUE "REFUSED".

       01  CK-ROW-LINE.
           05  FILLER                  PIC X(10) VALUE "CATCHRPT: ".
           05  CK-RL-BUSINESS-DATE     PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE " CYCLE ".
           05  CK-RL-CYCLE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(11) VALUE " ATTEMPTED ".
           05  CK-RL-SYSTEM-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CK-RL-OUTCOME           PIC X(9).

       77  CK-PARM-STATUS              PIC X(2)  VALUE "00".
       77  CK-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  CK-CATCHLOG-STATUS          PIC X(2)  VALUE "00".
       77  CK-RUNLOG-STATUS            PIC X(2)  VALUE "00".
       77  CK-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  CK-CATCHUP-SWITCH           PIC X(1)  VALUE "N".
           88  CK-CATCHUP                        VALUE "Y".
       77  CK-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  CK-EOF-YES                        VALUE "Y".
       77  CK-ROW-HIT-SWITCH           PIC X(1)  VALUE "N".
           88  CK-ROW-HIT                        VALUE "Y".
       77  CK-TABLE-FULL-SWITCH        PIC X(1)  VALUE "N".
           88  CK-TABLE-FULL                     VALUE "Y".
       77  CK-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  CK-CYCLE                    PIC 9(3)  VALUE ZERO.
       77  CK-LOOKBACK-DAYS            PIC 9(3)  VALUE 31.
       77  CK-WORK-INTEGER             PIC 9(7)  VALUE ZERO.
       77  CK-WINDOW-START             PIC 9(8)  VALUE ZERO.
       77  CK-LOG-ROW-COUNT            PIC 9(5)  VALUE ZERO.
       77  CK-ROW-COUNT                PIC 9(3)  COMP VALUE ZERO.
       77  CK-ROW-SUB                  PIC 9(3)  COMP VALUE ZERO.
       77  CK-RECOVERED-COUNT          PIC 9(3)  VALUE ZERO.
       77  CK-FAILED-COUNT             PIC 9(3)  VALUE ZERO.
       77  CK-REFUSED-COUNT            PIC 9(3)  VALUE ZERO.
       77  CK-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  CK-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CK-CATCHUP
               PERFORM 2000-LOAD-CATCHUP-ROWS THRU 2000-EXIT
           END-IF
           IF CK-CATCHUP
               PERFORM 3000-JUDGE-RUN-LOG
               PERFORM 4000-REPORT-ROWS
               PERFORM 5000-SET-STEP-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - ONLY A CATCH-UP RUN IS REPORTED; GET THE     *
      *                   LOOK-BACK AND TONIGHT'S DATE AND CYCLE       *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GATE-PARM-IN
           IF CK-PARM-STATUS = "00"
               READ GATE-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-RUN-TYPE = "C"
                           SET CK-CATCHUP TO TRUE
                       END-IF
                       IF GP-LOOKBACK-DAYS IS NUMERIC
                               AND GP-LOOKBACK-DAYS > ZERO
                           MOVE GP-LOOKBACK-DAYS
                               TO CK-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE GATE-PARM-IN
           END-IF
           IF NOT CK-CATCHUP
               DISPLAY "CATCHRPT: NOT A CATCH-UP RUN, NOTHING TO "
                   "REPORT"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT RUN-CTL-IN
           IF CK-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO CK-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO CK-CYCLE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-CATCHUP-ROWS - THE LATEST CATCHLOG ROW GIVES THE GAP *
      *                          BEING CAUGHT UP; A SECOND PASS LOADS  *
      *                          EVERY ROW FOR A DATE IN ITS WINDOW    *
      ******************************************************************
       2000-LOAD-CATCHUP-ROWS.
           OPEN INPUT CATCH-UP-LOG-IN
           IF CK-CATCHLOG-STATUS NOT = "00"
               DISPLAY "CATCHRPT: NO CATCHLOG HISTORY STATUS="
                   CK-CATCHLOG-STATUS
               MOVE "N" TO CK-CATCHUP-SWITCH
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-CATCHLOG
           PERFORM 2200-KEEP-LATEST-ROW
               UNTIL CK-EOF-YES
           CLOSE CATCH-UP-LOG-IN
           IF CK-LOG-ROW-COUNT = ZERO
               DISPLAY "CATCHRPT: NO CATCH-UP DATE HAS BEEN TAKEN UP"
               MOVE "N" TO CK-CATCHUP-SWITCH
               GO TO 2000-EXIT
           END-IF

           COMPUTE CK-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CK-LR-TARGET-DATE)
               - CK-LOOKBACK-DAYS
           COMPUTE CK-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(CK-WORK-INTEGER)

           MOVE "N" TO CK-EOF-SWITCH
           OPEN INPUT CATCH-UP-LOG-IN
           PERFORM 2100-READ-CATCHLOG
           PERFORM 2300-LOAD-WINDOW-ROW
               UNTIL CK-EOF-YES
           CLOSE CATCH-UP-LOG-IN.
       2000-EXIT.
           EXIT.

       2100-READ-CATCHLOG.
           READ CATCH-UP-LOG-IN
               AT END
                   SET CK-EOF-YES TO TRUE
           END-READ.

       2200-KEEP-LATEST-ROW.
           ADD 1 TO CK-LOG-ROW-COUNT
           MOVE CATCH-UP-RECORD TO CK-LATEST-ROW
           PERFORM 2100-READ-CATCHLOG.

       2300-LOAD-WINDOW-ROW.
           IF CU-BUSINESS-DATE NOT < CK-WINDOW-START
                   AND CU-BUSINESS-DATE < CK-LR-TARGET-DATE
               IF CK-ROW-COUNT = 100
                   IF NOT CK-TABLE-FULL
                       DISPLAY "CATCHRPT: MORE THAN 100 CATCH-UP "
                           "ROWS, THE LATER ONES ARE NOT LISTED"
                       SET CK-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO CK-ROW-COUNT
                   MOVE CU-BUSINESS-DATE
                       TO CK-RT-BUSINESS-DATE(CK-ROW-COUNT)
                   MOVE CU-CYCLE-NUMBER
                       TO CK-RT-CYCLE-NUMBER(CK-ROW-COUNT)
                   MOVE CU-SYSTEM-DATE
                       TO CK-RT-SYSTEM-DATE(CK-ROW-COUNT)
                   IF CU-REFUSED
                       MOVE "REFUSED" TO CK-RT-OUTCOME(CK-ROW-COUNT)
                   ELSE
                       MOVE "FAILED" TO CK-RT-OUTCOME(CK-ROW-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-CATCHLOG.

      ******************************************************************
      * 3000-JUDGE-RUN-LOG - A COMPLETED FULL RUN FOR THE DATE AND     *
      *                      CYCLE MARKS THE ATTEMPT RECOVERED         *
      ******************************************************************
       3000-JUDGE-RUN-LOG.
           MOVE "N" TO CK-EOF-SWITCH
           OPEN INPUT RUN-LOG-IN
           IF CK-RUNLOG-STATUS = "00"
               PERFORM 3100-READ-RUN-LOG
               PERFORM 3200-MARK-COMPLETED-ROW
                   UNTIL CK-EOF-YES
               CLOSE RUN-LOG-IN
           ELSE
               DISPLAY "CATCHRPT: UNABLE TO OPEN RUNLOG STATUS="
                   CK-RUNLOG-STATUS ", NO DATE SHOWS RECOVERED"
           END-IF.

       3100-READ-RUN-LOG.
           READ RUN-LOG-IN
               AT END
                   SET CK-EOF-YES TO TRUE
           END-READ.

       3200-MARK-COMPLETED-ROW.
           IF RL-FULL-RUN AND RL-COMPLETED
               MOVE "N" TO CK-ROW-HIT-SWITCH
               MOVE ZERO TO CK-ROW-SUB
               PERFORM 3300-MATCH-ROW
                   UNTIL CK-ROW-HIT
                   OR CK-ROW-SUB = CK-ROW-COUNT
           END-IF
           PERFORM 3100-READ-RUN-LOG.

       3300-MATCH-ROW.
           ADD 1 TO CK-ROW-SUB
           IF CK-RT-BUSINESS-DATE(CK-ROW-SUB) = RL-BUSINESS-DATE
                   AND CK-RT-CYCLE-NUMBER(CK-ROW-SUB)
                       = RL-CYCLE-NUMBER
                   AND NOT CK-RT-REFUSED(CK-ROW-SUB)
               MOVE "RECOVERED" TO CK-RT-OUTCOME(CK-ROW-SUB)
               SET CK-ROW-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 4000-REPORT-ROWS - ONE LINE PER DATE TAKEN UP, IN THE ORDER    *
      *                    THE CATCH-UP TOOK THEM                      *
      ******************************************************************
       4000-REPORT-ROWS.
           DISPLAY "=========================================="
           DISPLAY "CATCHRPT: CATCH-UP OF DATES MISSED BEFORE "
               CK-LR-TARGET-DATE
           DISPLAY "=========================================="
           PERFORM 4100-SHOW-ROW
               VARYING CK-ROW-SUB FROM 1 BY 1
               UNTIL CK-ROW-SUB > CK-ROW-COUNT
           DISPLAY "CATCHRPT: " CK-RECOVERED-COUNT " RECOVERED, "
               CK-FAILED-COUNT " FAILED, "
               CK-REFUSED-COUNT " REFUSED".

       4100-SHOW-ROW.
           EVALUATE TRUE
               WHEN CK-RT-RECOVERED(CK-ROW-SUB)
                   ADD 1 TO CK-RECOVERED-COUNT
               WHEN CK-RT-REFUSED(CK-ROW-SUB)
                   ADD 1 TO CK-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO CK-FAILED-COUNT
           END-EVALUATE
           MOVE CK-RT-BUSINESS-DATE(CK-ROW-SUB) TO CK-RL-BUSINESS-DATE
           MOVE CK-RT-CYCLE-NUMBER(CK-ROW-SUB) TO CK-RL-CYCLE-NUMBER
           MOVE CK-RT-SYSTEM-DATE(CK-ROW-SUB) TO CK-RL-SYSTEM-DATE
           MOVE CK-RT-OUTCOME(CK-ROW-SUB) TO CK-RL-OUTCOME
           DISPLAY CK-ROW-LINE.

      ******************************************************************
      * 5000-SET-STEP-CODE - THE LATEST ROW: TONIGHT'S DATE RECOVERED  *
      *                      WITH MORE TO GO RETURNS 4 SO THE JOB IS   *
      *                      RESUBMITTED; A FAILURE OR REFUSAL STOPS   *
      *                      THE CATCH-UP WITH 8                       *
      ******************************************************************
       5000-SET-STEP-CODE.
           MOVE "N" TO CK-ROW-HIT-SWITCH
           MOVE ZERO TO CK-ROW-SUB
           PERFORM 5100-MATCH-LATEST-ROW
               UNTIL CK-ROW-HIT
               OR CK-ROW-SUB = CK-ROW-COUNT

           EVALUATE TRUE
               WHEN CK-LR-REFUSED
                   DISPLAY "CATCHRPT: CATCH-UP STOPPED, RUNGATE "
                       "REFUSED " CK-LR-BUSINESS-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN CK-LR-BUSINESS-DATE NOT = CK-RUN-DATE
                       OR CK-LR-CYCLE-NUMBER NOT = CK-CYCLE
                   DISPLAY "CATCHRPT: NO MISSED DATE WAS TAKEN UP "
                       "TONIGHT"
               WHEN NOT CK-ROW-HIT
                   DISPLAY "CATCHRPT: TONIGHT'S DATE IS NOT IN THE "
                       "LIST, THE CATCH-UP IS NOT RESUBMITTED"
               WHEN NOT CK-RT-RECOVERED(CK-ROW-SUB)
                   DISPLAY "CATCHRPT: CATCH-UP STOPPED, "
                       CK-LR-BUSINESS-DATE " CYCLE "
                       CK-LR-CYCLE-NUMBER " DID NOT COMPLETE"
                   MOVE "C" TO CK-ALERT-SEVERITY
                   MOVE SPACES TO CK-ALERT-TEXT
                   STRING "CATCH-UP STOPPED AT " DELIMITED BY SIZE
                       CK-LR-BUSINESS-DATE DELIMITED BY SIZE
                       INTO CK-ALERT-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
               WHEN CK-LR-REMAINING-COUNT = ZERO
                   DISPLAY "CATCHRPT: ALL MISSED DATES RECOVERED, "
                       "RESET GATEPRM TO AN ORDINARY RUN"
               WHEN OTHER
                   DISPLAY "CATCHRPT: " CK-LR-REMAINING-COUNT
                       " MISSED DATE(S) LEFT, THE CATCH-UP "
                       "CONTINUES, RETURNING 4"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       5100-MATCH-LATEST-ROW.
           ADD 1 TO CK-ROW-SUB
           IF CK-RT-BUSINESS-DATE(CK-ROW-SUB) = CK-LR-BUSINESS-DATE
                   AND CK-RT-CYCLE-NUMBER(CK-ROW-SUB)
                       = CK-LR-CYCLE-NUMBER
               SET CK-ROW-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF CK-ALERT-STATUS = "00"
               MOVE CK-RUN-DATE TO AL-RUN-DATE
               MOVE "CATCHRPT" TO AL-PROGRAM-NAME
               MOVE CK-ALERT-SEVERITY TO AL-SEVERITY
               MOVE CK-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "CATCHRPT: UNABLE TO OPEN ALERTOUT STATUS="
                   CK-ALERT-STATUS
           END-IF.
       END PROGRAM Catchrpt.
