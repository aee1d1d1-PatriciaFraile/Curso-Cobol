      ******************************************************************
      * PROGRAM-ID : TIERMIG
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly tier-migration run over the CLASSOUT
      *              classified rows CONDITIONALS writes.  The rows
      *              are SORTed by key and each key's tier for the
      *              business date is the highest tier among its
      *              rows.  That tier is posted to the TIERMST tier
      *              master against the key's previous classification
      *              and appended to the TIERHST tier history, one
      *              row per key per business date.  The migration
      *              report on SYSOUT gives:
      *                - every key whose tier rose or fell since its
      *                  previous classification, LOW to HIGH jumps
      *                  marked;
      *                - every key HIGH tonight that has now been
      *                  HIGH for the TIERPARM number of consecutive
      *                  classifications [3] or more;
      *                - the tier-transition matrix per group, from
      *                  the previous tier (NEW for a key met for the
      *                  first time) to tonight's.
      *              A key jumping straight from LOW to HIGH raises
      *              a "W" ALERTOUT line and the step returns 4.  A
      *              rerun, or a later cycle of the same date, is
      *              measured against the same previous
      *              classification: the date's tier only ever
      *              rises, the history gains a row only when it
      *              does, and a jump already alerted for the date
      *              is not alerted again.  A key whose master
      *              already shows a later date is left alone.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original tier-migration run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tiermig.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSIFIED-FILE-IN ASSIGN TO "CLASSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-CLASS-STATUS.

           SELECT TIER-MASTER-IO ASSIGN TO "TIERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TY-KEY
               FILE STATUS IS TG-MASTER-STATUS.

           SELECT TIER-HISTORY-OUT ASSIGN TO "TIERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-HISTORY-STATUS.

           SELECT TIER-PARM-IN ASSIGN TO "TIERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-PARM-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-RUNCTL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-ALERT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CLASSIFIED-FILE-IN
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLASSREC.

       FD  TIER-MASTER-IO.
           COPY TIERMREC.

       FD  TIER-HISTORY-OUT
           RECORD CONTAINS 38 CHARACTERS.
           COPY TIERHREC.

       FD  TIER-PARM-IN
           RECORD CONTAINS 3 CHARACTERS.
       01  TIER-PARM-RECORD.
           05  TP-HIGH-NIGHTS          PIC 9(3).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-KEY                  PIC X(6).
           05  SR-TIER-RANK            PIC 9(1).
           05  SR-GROUP-CODE           PIC X(4).

       WORKING-STORAGE SECTION.
      *    TIER RANKS: 1 LOW, 2 MEDIUM, 3 HIGH (0 = NO TIER)
       01  TG-TIER-NAME-VALUES.
           05  FILLER                  PIC X(6)  VALUE "LOW".
           05  FILLER                  PIC X(6)  VALUE "MEDIUM".
           05  FILLER                  PIC X(6)  VALUE "HIGH".
       01  TG-TIER-NAME-TABLE REDEFINES TG-TIER-NAME-VALUES.
           05  TG-TIER-NAME            PIC X(6)  OCCURS 3 TIMES.

      *    MATRIX ROWS: 1 NEW, 2 LOW, 3 MEDIUM, 4 HIGH (PREVIOUS TIER)
       01  TG-FROM-NAME-VALUES.
           05  FILLER                  PIC X(6)  VALUE "NEW".
           05  FILLER                  PIC X(6)  VALUE "LOW".
           05  FILLER                  PIC X(6)  VALUE "MEDIUM".
           05  FILLER                  PIC X(6)  VALUE "HIGH".
       01  TG-FROM-NAME-TABLE REDEFINES TG-FROM-NAME-VALUES.
           05  TG-FROM-NAME            PIC X(6)  OCCURS 4 TIMES.

       01  TG-GROUP-TABLE.
           05  TG-GT-ENTRY OCCURS 200 TIMES.
               10  TG-GT-GROUP-CODE    PIC X(4).
               10  TG-GT-FROM OCCURS 4 TIMES.
                   15  TG-GT-TO-COUNT  PIC 9(7)  COMP-3
                                       OCCURS 3 TIMES.

       01  TG-TOTAL-MATRIX.
           05  TG-TM-FROM OCCURS 4 TIMES.
               10  TG-TM-TO-COUNT      PIC 9(7)  COMP-3
                                       OCCURS 3 TIMES.

       01  TG-STREAK-TABLE.
           05  TG-ST-ENTRY OCCURS 1000 TIMES.
               10  TG-ST-KEY           PIC X(6).
               10  TG-ST-GROUP-CODE    PIC X(4).
               10  TG-ST-STREAK        PIC 9(5).
               10  TG-ST-SINCE         PIC 9(8).

       01  TG-MOVE-LINE.
           05  FILLER                  PIC X(9)  VALUE "TIERMIG: ".
           05  TG-ML-DIRECTION         PIC X(4).
           05  FILLER                  PIC X(5)  VALUE " KEY ".
           05  TG-ML-KEY               PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " GROUP ".
           05  TG-ML-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TG-ML-FROM-TIER         PIC X(6).
           05  FILLER                  PIC X(4)  VALUE " -> ".
           05  TG-ML-TO-TIER           PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " PRIOR ".
           05  TG-ML-PRIOR-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TG-ML-FLAG              PIC X(11).

       01  TG-STREAK-LINE.
           05  FILLER                  PIC X(9)  VALUE "TIERMIG: ".
           05  FILLER                  PIC X(9)  VALUE "HIGH KEY ".
           05  TG-SL-KEY               PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " GROUP ".
           05  TG-SL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TG-SL-STREAK            PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE
                                       " CONSECUTIVE SINCE ".
           05  TG-SL-SINCE             PIC 9(8).

       01  TG-MATRIX-HEADING.
           05  FILLER                  PIC X(9)  VALUE "TIERMIG: ".
           05  FILLER                  PIC X(33) VALUE
               "GROUP FROM      LOW MEDIUM   HIGH".

       01  TG-MATRIX-LINE.
           05  FILLER                  PIC X(9)  VALUE "TIERMIG: ".
           05  TG-XL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TG-XL-FROM-TIER         PIC X(6).
           05  TG-XL-TO-COUNT          PIC ZZZZZZ9 OCCURS 3 TIMES.
           05  FILLER                  PIC X(1)  VALUE SPACE.

       01  TG-ALERT-WORK-TEXT.
           05  FILLER                  PIC X(4)  VALUE "KEY ".
           05  TG-AT-KEY               PIC X(6).
           05  FILLER                  PIC X(24) VALUE
                                       " TIER LOW TO HIGH GROUP ".
           05  TG-AT-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       77  TG-CLASS-STATUS             PIC X(2)  VALUE "00".
       77  TG-MASTER-STATUS            PIC X(2)  VALUE "00".
       77  TG-HISTORY-STATUS           PIC X(2)  VALUE "00".
       77  TG-PARM-STATUS              PIC X(2)  VALUE "00".
       77  TG-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  TG-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  TG-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  TG-ABORT                          VALUE "Y".
       77  TG-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  TG-EOF-YES                        VALUE "Y".
       77  TG-SORT-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  TG-SORT-EOF-YES                   VALUE "Y".
       77  TG-MASTER-HIT-SWITCH        PIC X(1)  VALUE "N".
           88  TG-MASTER-HIT                     VALUE "Y".
       77  TG-GROUP-HIT-SWITCH         PIC X(1)  VALUE "N".
           88  TG-GROUP-HIT                      VALUE "Y".
       77  TG-GROUP-FULL-SWITCH        PIC X(1)  VALUE "N".
           88  TG-GROUP-FULL                     VALUE "Y".
       77  TG-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  TG-CYCLE                    PIC 9(3)  VALUE ZERO.
       77  TG-HIGH-NIGHTS              PIC 9(3)  VALUE 3.
       77  TG-CURRENT-KEY              PIC X(6)  VALUE SPACES.
       77  TG-KEY-GROUP-CODE           PIC X(4)  VALUE SPACES.
       77  TG-KEY-ROW-COUNT            PIC 9(5)  VALUE ZERO.
       77  TG-NIGHT-RANK               PIC 9(1)  VALUE ZERO.
       77  TG-DATE-RANK                PIC 9(1)  VALUE ZERO.
       77  TG-PRIOR-RANK               PIC 9(1)  VALUE ZERO.
       77  TG-TIER-TEXT                PIC X(6)  VALUE SPACES.
       77  TG-TIER-RANK                PIC 9(1)  VALUE ZERO.
       77  TG-FROM-SUB                 PIC 9(1)  COMP VALUE ZERO.
       77  TG-TO-SUB                   PIC 9(1)  COMP VALUE ZERO.
       77  TG-GROUP-SUB                PIC 9(3)  COMP VALUE ZERO.
       77  TG-GROUP-COUNT              PIC 9(3)  COMP VALUE ZERO.
       77  TG-STREAK-SUB               PIC 9(4)  COMP VALUE ZERO.
       77  TG-STREAK-COUNT             PIC 9(4)  COMP VALUE ZERO.
       77  TG-ROW-TOTAL                PIC 9(7)  COMP-3 VALUE ZERO.
       77  TG-READ-COUNT               PIC 9(7)  VALUE ZERO.
       77  TG-NO-TIER-COUNT            PIC 9(7)  VALUE ZERO.
       77  TG-KEY-COUNT                PIC 9(7)  VALUE ZERO.
       77  TG-NEW-COUNT                PIC 9(7)  VALUE ZERO.
       77  TG-ROSE-COUNT               PIC 9(7)  VALUE ZERO.
       77  TG-FELL-COUNT               PIC 9(7)  VALUE ZERO.
       77  TG-SAME-COUNT               PIC 9(7)  VALUE ZERO.
       77  TG-JUMP-COUNT               PIC 9(7)  VALUE ZERO.
       77  TG-ALERTED-COUNT            PIC 9(7)  VALUE ZERO.
       77  TG-HISTORY-COUNT            PIC 9(7)  VALUE ZERO.
       77  TG-LATER-COUNT              PIC 9(7)  VALUE ZERO.
       77  TG-ERROR-COUNT              PIC 9(7)  VALUE ZERO.
       77  TG-STREAK-OVER-COUNT        PIC 9(7)  VALUE ZERO.
       77  TG-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  TG-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT TG-ABORT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-KEY
                   INPUT PROCEDURE IS 3000-RELEASE-CLASSIFIED
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-POST-KEY-TIERS
                       THRU 4000-EXIT
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE STREAK LENGTH, AND OPEN   *
      *                   THE TIER MASTER AND THE TIER HISTORY         *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1200-GET-HIGH-NIGHTS
           INITIALIZE TG-GROUP-TABLE
           INITIALIZE TG-TOTAL-MATRIX

           OPEN I-O TIER-MASTER-IO
           IF TG-MASTER-STATUS NOT = "00"
               DISPLAY "TIERMIG: UNABLE TO OPEN TIERMST STATUS="
                   TG-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET TG-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND TIER-HISTORY-OUT
           IF TG-HISTORY-STATUS NOT = "00"
               DISPLAY "TIERMIG: UNABLE TO OPEN TIERHST STATUS="
                   TG-HISTORY-STATUS
               CLOSE TIER-MASTER-IO
               MOVE 8 TO RETURN-CODE
               SET TG-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT TG-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF TG-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO TG-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO TG-CYCLE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1200-GET-HIGH-NIGHTS - THE OPTIONAL TIERPARM RECORD GIVES THE  *
      *                        NUMBER OF CONSECUTIVE HIGH              *
      *                        CLASSIFICATIONS THAT LISTS A KEY        *
      ******************************************************************
       1200-GET-HIGH-NIGHTS.
           OPEN INPUT TIER-PARM-IN
           IF TG-PARM-STATUS = "00"
               READ TIER-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-HIGH-NIGHTS IS NUMERIC
                               AND TP-HIGH-NIGHTS > ZERO
                           MOVE TP-HIGH-NIGHTS TO TG-HIGH-NIGHTS
                       ELSE
                           DISPLAY "TIERMIG: TIERPARM STREAK '"
                               TIER-PARM-RECORD
                               "' NOT USABLE, DEFAULT KEPT"
                       END-IF
               END-READ
               CLOSE TIER-PARM-IN
           END-IF.

      ******************************************************************
      * 3000-RELEASE-CLASSIFIED - RELEASE EVERY CLASSIFIED ROW WITH    *
      *                           ITS TIER RANK TO THE SORT            *
      ******************************************************************
       3000-RELEASE-CLASSIFIED.
           OPEN INPUT CLASSIFIED-FILE-IN
           IF TG-CLASS-STATUS NOT = "00"
               DISPLAY "TIERMIG: UNABLE TO OPEN CLASSOUT STATUS="
                   TG-CLASS-STATUS
               MOVE 8 TO RETURN-CODE
               SET TG-EOF-YES TO TRUE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-READ-AND-RELEASE
           PERFORM 3100-READ-AND-RELEASE
               UNTIL TG-EOF-YES
           CLOSE CLASSIFIED-FILE-IN
           GO TO 3000-EXIT.

       3100-READ-AND-RELEASE.
           READ CLASSIFIED-FILE-IN
               AT END
                   SET TG-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO TG-READ-COUNT
                   MOVE CL-TIER TO TG-TIER-TEXT
                   PERFORM 4700-RANK-TIER
                   IF TG-TIER-RANK = ZERO
                       ADD 1 TO TG-NO-TIER-COUNT
                   ELSE
                       MOVE CL-KEY TO SR-KEY
                       MOVE TG-TIER-RANK TO SR-TIER-RANK
                       MOVE CL-GROUP-CODE TO SR-GROUP-CODE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POST-KEY-TIERS - TAKE EACH KEY'S HIGHEST TIER OF THE      *
      *                       NIGHT AND POST IT TO THE TIER MASTER     *
      ******************************************************************
       4000-POST-KEY-TIERS.
           DISPLAY "=========================================="
           DISPLAY "TIERMIG: TIER MIGRATION FOR " TG-RUN-DATE
               " CYCLE " TG-CYCLE
           DISPLAY "=========================================="
           DISPLAY "TIERMIG: KEYS WHOSE TIER MOVED"

           PERFORM 4100-RETURN-CLASSIFIED
           PERFORM 4200-COLLECT-ONE-KEY
               UNTIL TG-SORT-EOF-YES
           GO TO 4000-EXIT.

       4100-RETURN-CLASSIFIED.
           RETURN SORT-WORK-FILE
               AT END
                   SET TG-SORT-EOF-YES TO TRUE
           END-RETURN.

      ******************************************************************
      * 4200-COLLECT-ONE-KEY - ALL THE SORTED ROWS OF ONE KEY GIVE ITS *
      *                        TIER FOR THE NIGHT                      *
      ******************************************************************
       4200-COLLECT-ONE-KEY.
           MOVE SR-KEY TO TG-CURRENT-KEY
           MOVE ZERO TO TG-NIGHT-RANK
           MOVE ZERO TO TG-KEY-ROW-COUNT
           PERFORM 4210-TAKE-KEY-ROW
               UNTIL TG-SORT-EOF-YES
               OR SR-KEY NOT = TG-CURRENT-KEY
           ADD 1 TO TG-KEY-COUNT
           PERFORM 4300-POST-KEY-TIER THRU 4300-EXIT.

       4210-TAKE-KEY-ROW.
           ADD 1 TO TG-KEY-ROW-COUNT
           IF SR-TIER-RANK > TG-NIGHT-RANK
               MOVE SR-TIER-RANK TO TG-NIGHT-RANK
           END-IF
           MOVE SR-GROUP-CODE TO TG-KEY-GROUP-CODE
           PERFORM 4100-RETURN-CLASSIFIED.

      ******************************************************************
      * 4300-POST-KEY-TIER - A NEW KEY IS WRITTEN; A KEY LAST SEEN ON  *
      *                      AN EARLIER DATE MOVES ITS LAST TIER TO    *
      *                      PRIOR; A KEY ALREADY POSTED FOR THE DATE  *
      *                      KEEPS ITS PRIOR AND THE HIGHER TIER       *
      ******************************************************************
       4300-POST-KEY-TIER.
           MOVE ZERO TO TG-DATE-RANK
           MOVE "N" TO TG-MASTER-HIT-SWITCH
           MOVE TG-CURRENT-KEY TO TY-KEY
           READ TIER-MASTER-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TG-MASTER-HIT TO TRUE
           END-READ

           IF NOT TG-MASTER-HIT
               MOVE TG-RUN-DATE TO TY-FIRST-DATE
               MOVE ZERO TO TY-HIGH-STREAK
               MOVE ZERO TO TY-HIGH-SINCE
               MOVE ZERO TO TY-PRIOR-DATE
               MOVE SPACES TO TY-PRIOR-TIER
               MOVE ZERO TO TY-PRIOR-STREAK
               MOVE ZERO TO TY-PRIOR-SINCE
           ELSE
               IF TY-LAST-DATE > TG-RUN-DATE
                   DISPLAY "TIERMIG: KEY " TG-CURRENT-KEY
                       " ALREADY CLASSIFIED FOR " TY-LAST-DATE
                       ", NOT POSTED"
                   ADD 1 TO TG-LATER-COUNT
                   GO TO 4300-EXIT
               END-IF
               IF TY-LAST-DATE = TG-RUN-DATE
                   MOVE TY-LAST-TIER TO TG-TIER-TEXT
                   PERFORM 4700-RANK-TIER
                   MOVE TG-TIER-RANK TO TG-DATE-RANK
                   IF TG-DATE-RANK > TG-NIGHT-RANK
                       MOVE TG-DATE-RANK TO TG-NIGHT-RANK
                   END-IF
               ELSE
                   MOVE TY-LAST-DATE TO TY-PRIOR-DATE
                   MOVE TY-LAST-TIER TO TY-PRIOR-TIER
                   MOVE TY-HIGH-STREAK TO TY-PRIOR-STREAK
                   MOVE TY-HIGH-SINCE TO TY-PRIOR-SINCE
               END-IF
           END-IF

           MOVE TY-PRIOR-TIER TO TG-TIER-TEXT
           PERFORM 4700-RANK-TIER
           MOVE TG-TIER-RANK TO TG-PRIOR-RANK

           MOVE TG-KEY-GROUP-CODE TO TY-GROUP-CODE
           MOVE TG-RUN-DATE TO TY-LAST-DATE
           MOVE TG-CYCLE TO TY-LAST-CYCLE
           MOVE TG-TIER-NAME(TG-NIGHT-RANK) TO TY-LAST-TIER
           IF TG-NIGHT-RANK = 3
               COMPUTE TY-HIGH-STREAK = TY-PRIOR-STREAK + 1
               IF TY-PRIOR-STREAK = ZERO
                   MOVE TG-RUN-DATE TO TY-HIGH-SINCE
               ELSE
                   MOVE TY-PRIOR-SINCE TO TY-HIGH-SINCE
               END-IF
           ELSE
               MOVE ZERO TO TY-HIGH-STREAK
               MOVE ZERO TO TY-HIGH-SINCE
           END-IF

           IF TG-MASTER-HIT
               REWRITE TIER-MASTER-RECORD
                   INVALID KEY
                       PERFORM 4390-MASTER-NOT-POSTED
               END-REWRITE
           ELSE
               WRITE TIER-MASTER-RECORD
                   INVALID KEY
                       PERFORM 4390-MASTER-NOT-POSTED
               END-WRITE
           END-IF
           IF TG-MASTER-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF

           IF TG-NIGHT-RANK NOT = TG-DATE-RANK
               PERFORM 4400-APPEND-HISTORY
           END-IF
           PERFORM 4500-REPORT-MIGRATION
           IF TG-NIGHT-RANK = 3
                   AND TY-HIGH-STREAK NOT < TG-HIGH-NIGHTS
               PERFORM 4600-KEEP-STREAK
           END-IF.
       4300-EXIT.
           EXIT.

       4390-MASTER-NOT-POSTED.
           DISPLAY "TIERMIG: KEY " TG-CURRENT-KEY
               " NOT POSTED TO TIERMST STATUS=" TG-MASTER-STATUS
           ADD 1 TO TG-ERROR-COUNT.

      ******************************************************************
      * 4400-APPEND-HISTORY - ONE TIERHST ROW FOR THE KEY AND DATE, OR *
      *                       A FURTHER ONE WHEN A LATER CYCLE RAISED  *
      *                       THE DATE'S TIER                          *
      ******************************************************************
       4400-APPEND-HISTORY.
           MOVE TY-KEY TO TH-KEY
           MOVE TG-RUN-DATE TO TH-BUSINESS-DATE
           MOVE TG-CYCLE TO TH-CYCLE
           MOVE TY-GROUP-CODE TO TH-GROUP-CODE
           MOVE TY-LAST-TIER TO TH-TIER
           MOVE TY-PRIOR-TIER TO TH-PRIOR-TIER
           MOVE TG-KEY-ROW-COUNT TO TH-ROW-COUNT
           WRITE TIER-HISTORY-RECORD
           IF TG-HISTORY-STATUS = "00"
               ADD 1 TO TG-HISTORY-COUNT
           ELSE
               DISPLAY "TIERMIG: TIERHST WRITE FAILED STATUS="
                   TG-HISTORY-STATUS " FOR KEY " TY-KEY
               ADD 1 TO TG-ERROR-COUNT
           END-IF.

      ******************************************************************
      * 4500-REPORT-MIGRATION - COUNT THE KEY IN ITS GROUP'S MATRIX,   *
      *                         LIST A RISE OR FALL AND RAISE THE      *
      *                         ALERT FOR A NEW LOW TO HIGH JUMP       *
      ******************************************************************
       4500-REPORT-MIGRATION.
           COMPUTE TG-FROM-SUB = TG-PRIOR-RANK + 1
           MOVE TG-NIGHT-RANK TO TG-TO-SUB
           ADD 1 TO TG-TM-TO-COUNT(TG-FROM-SUB TG-TO-SUB)
           PERFORM 4510-FIND-GROUP-ENTRY
           IF TG-GROUP-HIT
               ADD 1 TO TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB
                                       TG-TO-SUB)
           END-IF

           EVALUATE TRUE
               WHEN TG-PRIOR-RANK = ZERO
                   ADD 1 TO TG-NEW-COUNT
               WHEN TG-NIGHT-RANK = TG-PRIOR-RANK
                   ADD 1 TO TG-SAME-COUNT
               WHEN TG-NIGHT-RANK > TG-PRIOR-RANK
                   ADD 1 TO TG-ROSE-COUNT
                   MOVE "ROSE" TO TG-ML-DIRECTION
                   MOVE SPACES TO TG-ML-FLAG
                   IF TG-PRIOR-RANK = 1 AND TG-NIGHT-RANK = 3
                       ADD 1 TO TG-JUMP-COUNT
                       MOVE "LOW TO HIGH" TO TG-ML-FLAG
                       IF TG-DATE-RANK NOT = 3
                           PERFORM 4550-ALERT-JUMP
                       END-IF
                   END-IF
                   PERFORM 4520-SHOW-MOVE
               WHEN OTHER
                   ADD 1 TO TG-FELL-COUNT
                   MOVE "FELL" TO TG-ML-DIRECTION
                   MOVE SPACES TO TG-ML-FLAG
                   PERFORM 4520-SHOW-MOVE
           END-EVALUATE.

       4510-FIND-GROUP-ENTRY.
           MOVE "N" TO TG-GROUP-HIT-SWITCH
           MOVE ZERO TO TG-GROUP-SUB
           PERFORM 4515-MATCH-GROUP-ENTRY
               UNTIL TG-GROUP-HIT
               OR TG-GROUP-SUB = TG-GROUP-COUNT

           IF NOT TG-GROUP-HIT
               IF TG-GROUP-COUNT = 200
                   IF NOT TG-GROUP-FULL
                       DISPLAY "TIERMIG: MORE THAN 200 GROUPS, THE "
                           "GROUP MATRIX IS INCOMPLETE (THE TOTAL "
                           "IS NOT)"
                       SET TG-GROUP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO TG-GROUP-COUNT
                   MOVE TG-GROUP-COUNT TO TG-GROUP-SUB
                   MOVE TY-GROUP-CODE
                       TO TG-GT-GROUP-CODE(TG-GROUP-SUB)
                   SET TG-GROUP-HIT TO TRUE
               END-IF
           END-IF.

       4515-MATCH-GROUP-ENTRY.
           ADD 1 TO TG-GROUP-SUB
           IF TG-GT-GROUP-CODE(TG-GROUP-SUB) = TY-GROUP-CODE
               SET TG-GROUP-HIT TO TRUE
           END-IF.

       4520-SHOW-MOVE.
           MOVE TY-KEY TO TG-ML-KEY
           MOVE TY-GROUP-CODE TO TG-ML-GROUP-CODE
           MOVE TY-PRIOR-TIER TO TG-ML-FROM-TIER
           MOVE TY-LAST-TIER TO TG-ML-TO-TIER
           MOVE TY-PRIOR-DATE TO TG-ML-PRIOR-DATE
           DISPLAY TG-MOVE-LINE.

       4550-ALERT-JUMP.
           ADD 1 TO TG-ALERTED-COUNT
           MOVE TY-KEY TO TG-AT-KEY
           MOVE TY-GROUP-CODE TO TG-AT-GROUP-CODE
           MOVE "W" TO TG-ALERT-SEVERITY
           MOVE TG-ALERT-WORK-TEXT TO TG-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT.

      ******************************************************************
      * 4600-KEEP-STREAK - HOLD A LONG-HIGH KEY FOR THE STREAK LIST    *
      ******************************************************************
       4600-KEEP-STREAK.
           IF TG-STREAK-COUNT = 1000
               ADD 1 TO TG-STREAK-OVER-COUNT
           ELSE
               ADD 1 TO TG-STREAK-COUNT
               MOVE TY-KEY TO TG-ST-KEY(TG-STREAK-COUNT)
               MOVE TY-GROUP-CODE TO TG-ST-GROUP-CODE(TG-STREAK-COUNT)
               MOVE TY-HIGH-STREAK TO TG-ST-STREAK(TG-STREAK-COUNT)
               MOVE TY-HIGH-SINCE TO TG-ST-SINCE(TG-STREAK-COUNT)
           END-IF.

      ******************************************************************
      * 4700-RANK-TIER - TIER NAME TO RANK: 1 LOW, 2 MEDIUM, 3 HIGH,   *
      *                  ZERO FOR ANYTHING ELSE                        *
      ******************************************************************
       4700-RANK-TIER.
           EVALUATE TG-TIER-TEXT
               WHEN "LOW"
                   MOVE 1 TO TG-TIER-RANK
               WHEN "MEDIUM"
                   MOVE 2 TO TG-TIER-RANK
               WHEN "HIGH"
                   MOVE 3 TO TG-TIER-RANK
               WHEN OTHER
                   MOVE ZERO TO TG-TIER-RANK
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE FILES, PRINT THE STREAK LIST AND    *
      *                  THE TRANSITION MATRIX, AND SET THE STEP CODE  *
      ******************************************************************
       8000-TERMINATE.
           CLOSE TIER-MASTER-IO
           CLOSE TIER-HISTORY-OUT

           DISPLAY "TIERMIG: " TG-ROSE-COUNT " ROSE, "
               TG-FELL-COUNT " FELL, " TG-SAME-COUNT " UNCHANGED, "
               TG-NEW-COUNT " NEW"
           DISPLAY "=========================================="
           DISPLAY "TIERMIG: KEYS HIGH FOR " TG-HIGH-NIGHTS
               " OR MORE CONSECUTIVE CLASSIFICATIONS"
           PERFORM 8100-SHOW-STREAK
               VARYING TG-STREAK-SUB FROM 1 BY 1
               UNTIL TG-STREAK-SUB > TG-STREAK-COUNT
           IF TG-STREAK-OVER-COUNT NOT = ZERO
               DISPLAY "TIERMIG: " TG-STREAK-OVER-COUNT
                   " FURTHER KEYS NOT LISTED"
           END-IF
           DISPLAY "TIERMIG: " TG-STREAK-COUNT " KEYS LISTED"

           DISPLAY "=========================================="
           DISPLAY "TIERMIG: TIER TRANSITIONS BY GROUP"
           DISPLAY TG-MATRIX-HEADING
           PERFORM 8200-SHOW-GROUP-MATRIX
               VARYING TG-GROUP-SUB FROM 1 BY 1
               UNTIL TG-GROUP-SUB > TG-GROUP-COUNT
           MOVE "ALL" TO TG-XL-GROUP-CODE
           PERFORM 8300-SHOW-TOTAL-ROW
               VARYING TG-FROM-SUB FROM 1 BY 1
               UNTIL TG-FROM-SUB > 4

           DISPLAY "=========================================="
           DISPLAY "TIERMIG: " TG-READ-COUNT " CLASSIFIED ROWS READ"
           DISPLAY "TIERMIG: " TG-NO-TIER-COUNT
               " ROWS WITHOUT A TIER IGNORED"
           DISPLAY "TIERMIG: " TG-KEY-COUNT " KEYS CLASSIFIED"
           DISPLAY "TIERMIG: " TG-HISTORY-COUNT
               " TIER HISTORY ROWS ADDED"
           DISPLAY "TIERMIG: " TG-LATER-COUNT
               " KEYS ALREADY CLASSIFIED FOR A LATER DATE"
           DISPLAY "TIERMIG: " TG-JUMP-COUNT " LOW TO HIGH JUMPS, "
               TG-ALERTED-COUNT " ALERTED"

           IF TG-ERROR-COUNT NOT = ZERO
               DISPLAY "TIERMIG: " TG-ERROR-COUNT
                   " KEYS NOT POSTED, RETURNING 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TG-ALERTED-COUNT NOT = ZERO
                   DISPLAY "TIERMIG: LOW TO HIGH JUMPS, RETURNING 4"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-SHOW-STREAK.
           MOVE TG-ST-KEY(TG-STREAK-SUB) TO TG-SL-KEY
           MOVE TG-ST-GROUP-CODE(TG-STREAK-SUB) TO TG-SL-GROUP-CODE
           MOVE TG-ST-STREAK(TG-STREAK-SUB) TO TG-SL-STREAK
           MOVE TG-ST-SINCE(TG-STREAK-SUB) TO TG-SL-SINCE
           DISPLAY TG-STREAK-LINE.

      ******************************************************************
      * 8200-SHOW-GROUP-MATRIX - ONE LINE PER PREVIOUS TIER THE GROUP  *
      *                          HAD KEYS MOVE FROM                    *
      ******************************************************************
       8200-SHOW-GROUP-MATRIX.
           MOVE TG-GT-GROUP-CODE(TG-GROUP-SUB) TO TG-XL-GROUP-CODE
           PERFORM 8210-SHOW-GROUP-ROW
               VARYING TG-FROM-SUB FROM 1 BY 1
               UNTIL TG-FROM-SUB > 4.

       8210-SHOW-GROUP-ROW.
           COMPUTE TG-ROW-TOTAL =
                 TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 1)
               + TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 2)
               + TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 3)
           IF TG-ROW-TOTAL NOT = ZERO
               MOVE TG-FROM-NAME(TG-FROM-SUB) TO TG-XL-FROM-TIER
               MOVE TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 1)
                   TO TG-XL-TO-COUNT(1)
               MOVE TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 2)
                   TO TG-XL-TO-COUNT(2)
               MOVE TG-GT-TO-COUNT(TG-GROUP-SUB TG-FROM-SUB 3)
                   TO TG-XL-TO-COUNT(3)
               DISPLAY TG-MATRIX-LINE
           END-IF.

       8300-SHOW-TOTAL-ROW.
           MOVE TG-FROM-NAME(TG-FROM-SUB) TO TG-XL-FROM-TIER
           MOVE TG-TM-TO-COUNT(TG-FROM-SUB 1) TO TG-XL-TO-COUNT(1)
           MOVE TG-TM-TO-COUNT(TG-FROM-SUB 2) TO TG-XL-TO-COUNT(2)
           MOVE TG-TM-TO-COUNT(TG-FROM-SUB 3) TO TG-XL-TO-COUNT(3)
           DISPLAY TG-MATRIX-LINE.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF TG-ALERT-STATUS = "00"
               MOVE TG-RUN-DATE TO AL-RUN-DATE
               MOVE "TIERMIG" TO AL-PROGRAM-NAME
               MOVE TG-ALERT-SEVERITY TO AL-SEVERITY
               MOVE TG-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "TIERMIG: UNABLE TO OPEN ALERTOUT STATUS="
                   TG-ALERT-STATUS
           END-IF.
       END PROGRAM Tiermig.
