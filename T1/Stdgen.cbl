      ******************************************************************
      * PROGRAM-ID : STDGEN
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Standing-instruction generator, run in NIGHTRUN
      *              ahead of TRANEDIT.  Reads the STDINST master
      *              (maintained by STDMAINT under maker/checker)
      *              and builds the transaction of every instruction
      *              due on the business date onto STDGOUT, wrapped
      *              in its own BATHDR/BATTRL batch with the record
      *              count and TR-NUM1 hash total, so TRANEDIT
      *              controls and edits it like any provider batch
      *              (NIGHTRUN concatenates STDGOUT behind TRANIN).
      *              The batch id is "S", the business date as
      *              YYMMDD and the last digit of the cycle.
      *              An instruction is due when its latest scheduled
      *              date on or before the business date -- the date
      *              itself for a daily one, the last run weekday for
      *              a weekly one, the last run day for a monthly one
      *              -- is on or after its start date, on or before
      *              its end date, and later than the date it was
      *              last generated; an occurrence that fell on a
      *              date with no run is picked up by the next run,
      *              once.  A rerun of the same date and cycle
      *              generates again what that cycle generated, since
      *              STDGOUT is rebuilt from scratch; a supplementary
      *              cycle does not.  A due instruction whose key is
      *              missing from KEYMST, frozen or closed, or whose
      *              terms no longer hold together, is skipped and
      *              stays due.  The report on SYSOUT lists every
      *              instruction generated and every one skipped,
      *              with counts of those not yet started, ended or
      *              not due.  Return code 4 and a warning alert when
      *              anything was skipped, 8 and a critical alert
      *              when the master cannot be read or updated.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original standing-instruction generator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stdgen.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SG-RUNCTL-STATUS.

           SELECT STANDING-FILE-IO ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-KEY
               FILE STATUS IS SG-STANDING-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS SG-KEYMST-STATUS.

           SELECT GENERATED-FILE-OUT ASSIGN TO "STDGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SG-GENERATED-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SG-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  STANDING-FILE-IO.
           COPY STDIREC.

       FD  KEY-FILE-IN.
           COPY KEYREC.

       FD  GENERATED-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  SG-RUN-DATE-GROUP.
           05  SG-RUN-YEAR             PIC 9(4).
           05  SG-RUN-MONTH            PIC 9(2).
           05  SG-RUN-DAY              PIC 9(2).
       01  SG-RUN-DATE REDEFINES SG-RUN-DATE-GROUP
                                       PIC 9(8).

       01  SG-DUE-DATE-GROUP.
           05  SG-DUE-YEAR             PIC 9(4).
           05  SG-DUE-MONTH            PIC 9(2).
           05  SG-DUE-DAY              PIC 9(2).
       01  SG-DUE-DATE REDEFINES SG-DUE-DATE-GROUP
                                       PIC 9(8).

       01  SG-CYCLE-GROUP.
           05  FILLER                  PIC 9(2).
           05  SG-CYCLE-DIGIT          PIC 9(1).
       01  SG-CYCLE-NUMBER REDEFINES SG-CYCLE-GROUP
                                       PIC 9(3).

       01  SG-BATCH-ID.
           05  FILLER                  PIC X(1)  VALUE "S".
           05  SG-BATCH-DATE           PIC 9(6).
           05  SG-BATCH-CYCLE          PIC 9(1).

       01  SG-REPORT-LINE.
           05  FILLER                  PIC X(8)  VALUE "STDGEN: ".
           05  SG-RL-ACTION            PIC X(10).
           05  FILLER                  PIC X(4)  VALUE "KEY ".
           05  SG-RL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SG-RL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SG-RL-OP-CODE           PIC X(4).
           05  SG-RL-NUM1              PIC -(7)9.99.
           05  SG-RL-NUM2              PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SG-RL-FREQUENCY         PIC X(1).
           05  SG-RL-RUN-DAY           PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE " DUE ".
           05  SG-RL-DUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SG-RL-REASON            PIC X(20).

       77  SG-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SG-STANDING-STATUS          PIC X(2)  VALUE "00".
       77  SG-KEYMST-STATUS            PIC X(2)  VALUE "00".
       77  SG-GENERATED-STATUS         PIC X(2)  VALUE "00".
       77  SG-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SG-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  SG-EOF-YES                        VALUE "Y".
       77  SG-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  SG-ABORT                          VALUE "Y".
       77  SG-KEYMST-OPEN-SWITCH       PIC X(1)  VALUE "N".
           88  SG-KEYMST-OPEN                    VALUE "Y".
       77  SG-HEADER-SWITCH            PIC X(1)  VALUE "N".
           88  SG-HEADER-WRITTEN                 VALUE "Y".
       77  SG-SKIP-REASON              PIC X(20) VALUE SPACES.
       77  SG-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  SG-WORK-INTEGER             PIC 9(7)  VALUE ZERO.
       77  SG-QUOTIENT                 PIC 9(7)  VALUE ZERO.
       77  SG-REMAINDER                PIC 9(3)  VALUE ZERO.
       77  SG-RUN-WEEKDAY              PIC 9(1)  VALUE ZERO.
       77  SG-DAYS-BACK                PIC 9(1)  VALUE ZERO.
       77  SG-MONTH-LAST-DAY           PIC 9(2)  VALUE ZERO.
       77  SG-READ-COUNT               PIC 9(7)  VALUE ZERO.
       77  SG-GENERATED-COUNT          PIC 9(7)  VALUE ZERO.
       77  SG-REGENERATED-COUNT        PIC 9(7)  VALUE ZERO.
       77  SG-SKIPPED-COUNT            PIC 9(7)  VALUE ZERO.
       77  SG-NOT-STARTED-COUNT        PIC 9(7)  VALUE ZERO.
       77  SG-ENDED-COUNT              PIC 9(7)  VALUE ZERO.
       77  SG-NOT-DUE-COUNT            PIC 9(7)  VALUE ZERO.
       77  SG-UPDATE-ERROR-COUNT       PIC 9(7)  VALUE ZERO.
       77  SG-HASH-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  SG-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SG-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  SG-ALERT-COUNT              PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SG-ABORT
               PERFORM 2000-JUDGE-INSTRUCTION THRU 2000-NEXT
                   UNTIL SG-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND CYCLE, THE RUN WEEKDAY AND *
      *                   THE FILES; STDGOUT IS ALWAYS REBUILT, EMPTY  *
      *                   WHEN NOTHING IS DUE                          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           MOVE SG-RUN-DATE(3:6) TO SG-BATCH-DATE
           MOVE SG-CYCLE-DIGIT TO SG-BATCH-CYCLE

           COMPUTE SG-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(SG-RUN-DATE)
           COMPUTE SG-WORK-INTEGER = SG-RUN-INTEGER - 1
           DIVIDE SG-WORK-INTEGER BY 7
               GIVING SG-QUOTIENT REMAINDER SG-REMAINDER
           COMPUTE SG-RUN-WEEKDAY = SG-REMAINDER + 1

           OPEN OUTPUT GENERATED-FILE-OUT
           IF SG-GENERATED-STATUS NOT = "00"
               DISPLAY "STDGEN: UNABLE TO OPEN STDGOUT STATUS="
                   SG-GENERATED-STATUS
               MOVE "STANDING GENERATION FAILED, STDGOUT"
                   TO SG-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN I-O STANDING-FILE-IO
           IF SG-STANDING-STATUS = "35"
               DISPLAY "STDGEN: NO STDINST MASTER, NOTHING TO "
                   "GENERATE"
               CLOSE GENERATED-FILE-OUT
               SET SG-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF SG-STANDING-STATUS NOT = "00"
               DISPLAY "STDGEN: UNABLE TO OPEN STDINST STATUS="
                   SG-STANDING-STATUS
               CLOSE GENERATED-FILE-OUT
               MOVE "STANDING GENERATION FAILED, STDINST"
                   TO SG-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT KEY-FILE-IN
           IF SG-KEYMST-STATUS = "00"
               SET SG-KEYMST-OPEN TO TRUE
           ELSE
               DISPLAY "STDGEN: KEYMST NOT AVAILABLE (STATUS="
                   SG-KEYMST-STATUS "), KEYS LEFT TO TRANEDIT"
           END-IF

           DISPLAY "=================================================="
           DISPLAY "STDGEN: STANDING INSTRUCTIONS FOR " SG-RUN-DATE
               " CYCLE " SG-CYCLE-NUMBER ", BATCH " SG-BATCH-ID
           DISPLAY "=================================================="
           PERFORM 2900-READ-INSTRUCTION.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT SG-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO SG-CYCLE-NUMBER
           OPEN INPUT RUN-CTL-IN
           IF SG-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO SG-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO SG-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

       1900-ABANDON-RUN.
           MOVE "C" TO SG-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET SG-ABORT TO TRUE.

      ******************************************************************
      * 2000-JUDGE-INSTRUCTION - IS THE INSTRUCTION DUE TONIGHT, AND   *
      *                          MAY IT BE GENERATED                   *
      ******************************************************************
       2000-JUDGE-INSTRUCTION.
           ADD 1 TO SG-READ-COUNT
           MOVE ZERO TO SG-DUE-DATE

           IF SI-START-DATE > SG-RUN-DATE
               ADD 1 TO SG-NOT-STARTED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF NOT SI-DAILY AND NOT SI-WEEKLY AND NOT SI-MONTHLY
                   OR (SI-WEEKLY
                       AND (SI-RUN-DAY < 1 OR SI-RUN-DAY > 7))
                   OR (SI-MONTHLY
                       AND (SI-RUN-DAY < 1 OR SI-RUN-DAY > 31))
                   OR SI-NUM1 IS NOT NUMERIC
                   OR SI-NUM2 IS NOT NUMERIC
               MOVE "TERMS INVALID" TO SG-SKIP-REASON
               PERFORM 2600-SKIP-INSTRUCTION
               GO TO 2000-NEXT
           END-IF

           PERFORM 2100-FIND-DUE-DATE
           IF SG-DUE-DATE < SI-START-DATE
               ADD 1 TO SG-NOT-DUE-COUNT
               GO TO 2000-NEXT
           END-IF
           IF SI-END-DATE NOT = ZERO
                   AND SG-DUE-DATE > SI-END-DATE
               ADD 1 TO SG-ENDED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF SI-LAST-GENERATED = SG-RUN-DATE
                   AND SI-LAST-CYCLE = SG-CYCLE-NUMBER
               ADD 1 TO SG-REGENERATED-COUNT
           ELSE
               IF SI-LAST-GENERATED NOT < SG-DUE-DATE
                   ADD 1 TO SG-NOT-DUE-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF

           IF SG-KEYMST-OPEN
               PERFORM 2200-CHECK-KEY-MASTER
               IF SG-SKIP-REASON NOT = SPACES
                   PERFORM 2600-SKIP-INSTRUCTION
                   GO TO 2000-NEXT
               END-IF
           END-IF

           PERFORM 2500-GENERATE-TRANSACTION.

       2000-NEXT.
           PERFORM 2900-READ-INSTRUCTION.

      ******************************************************************
      * 2100-FIND-DUE-DATE - THE INSTRUCTION'S LATEST SCHEDULED DATE   *
      *                      ON OR BEFORE THE BUSINESS DATE            *
      ******************************************************************
       2100-FIND-DUE-DATE.
           EVALUATE TRUE
               WHEN SI-DAILY
                   MOVE SG-RUN-DATE TO SG-DUE-DATE
               WHEN SI-WEEKLY
                   PERFORM 2110-WEEKLY-DUE-DATE
               WHEN OTHER
                   PERFORM 2120-MONTHLY-DUE-DATE
           END-EVALUATE.

       2110-WEEKLY-DUE-DATE.
           IF SG-RUN-WEEKDAY NOT < SI-RUN-DAY
               COMPUTE SG-DAYS-BACK = SG-RUN-WEEKDAY - SI-RUN-DAY
           ELSE
               COMPUTE SG-DAYS-BACK = SG-RUN-WEEKDAY - SI-RUN-DAY + 7
           END-IF
           COMPUTE SG-WORK-INTEGER = SG-RUN-INTEGER - SG-DAYS-BACK
           COMPUTE SG-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(SG-WORK-INTEGER).

      ******************************************************************
      * 2120-MONTHLY-DUE-DATE - THIS MONTH'S RUN DAY IF IT HAS COME,   *
      *                         OTHERWISE LAST MONTH'S; A RUN DAY PAST *
      *                         A MONTH'S END MEANS ITS LAST DAY       *
      ******************************************************************
       2120-MONTHLY-DUE-DATE.
           MOVE SG-RUN-YEAR TO SG-DUE-YEAR
           MOVE SG-RUN-MONTH TO SG-DUE-MONTH
           PERFORM 2130-SET-DUE-DAY
           IF SG-DUE-DAY > SG-RUN-DAY
               IF SG-DUE-MONTH = 1
                   MOVE 12 TO SG-DUE-MONTH
                   SUBTRACT 1 FROM SG-DUE-YEAR
               ELSE
                   SUBTRACT 1 FROM SG-DUE-MONTH
               END-IF
               PERFORM 2130-SET-DUE-DAY
           END-IF.

       2130-SET-DUE-DAY.
           EVALUATE SG-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO SG-MONTH-LAST-DAY
               WHEN 2
                   MOVE 28 TO SG-MONTH-LAST-DAY
                   DIVIDE SG-DUE-YEAR BY 4
                       GIVING SG-QUOTIENT REMAINDER SG-REMAINDER
                   IF SG-REMAINDER = ZERO
                       MOVE 29 TO SG-MONTH-LAST-DAY
                       DIVIDE SG-DUE-YEAR BY 100
                           GIVING SG-QUOTIENT REMAINDER SG-REMAINDER
                       IF SG-REMAINDER = ZERO
                           MOVE 28 TO SG-MONTH-LAST-DAY
                           DIVIDE SG-DUE-YEAR BY 400
                               GIVING SG-QUOTIENT
                               REMAINDER SG-REMAINDER
                           IF SG-REMAINDER = ZERO
                               MOVE 29 TO SG-MONTH-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO SG-MONTH-LAST-DAY
           END-EVALUATE
           IF SI-RUN-DAY > SG-MONTH-LAST-DAY
               MOVE SG-MONTH-LAST-DAY TO SG-DUE-DAY
           ELSE
               MOVE SI-RUN-DAY TO SG-DUE-DAY
           END-IF.

      ******************************************************************
      * 2200-CHECK-KEY-MASTER - THE KEY MUST BE ON KEYMST AND OPEN,    *
      *                         THE SAME RULE TRANEDIT APPLIES         *
      ******************************************************************
       2200-CHECK-KEY-MASTER.
           MOVE SPACES TO SG-SKIP-REASON
           MOVE SI-KEY TO KF-KEY
           READ KEY-FILE-IN
               INVALID KEY
                   MOVE "KEY NOT ON KEYMST" TO SG-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KF-FROZEN
                           MOVE "KEY FROZEN" TO SG-SKIP-REASON
                       WHEN KF-CLOSED
                           MOVE "KEY CLOSED" TO SG-SKIP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * 2500-GENERATE-TRANSACTION - THE INSTRUCTION'S TRANSACTION ONTO *
      *                             THE BATCH (HEADER FIRST TIME) AND  *
      *                             THE INSTRUCTION STAMPED GENERATED  *
      ******************************************************************
       2500-GENERATE-TRANSACTION.
           IF NOT SG-HEADER-WRITTEN
               MOVE SPACES TO TRAN-BATCH-HEADER
               MOVE "BATHDR" TO BH-RECORD-TYPE
               MOVE SG-BATCH-ID TO BH-BATCH-ID
               MOVE SG-RUN-DATE TO BH-CREATE-DATE
               WRITE TRAN-BATCH-HEADER
               SET SG-HEADER-WRITTEN TO TRUE
           END-IF

           MOVE SPACES TO TRAN-RECORD
           MOVE SI-KEY TO TR-KEY
           MOVE SI-GROUP-CODE TO TR-GROUP-CODE
           MOVE SI-OP-CODE TO TR-OP-CODE
           MOVE SI-NUM1 TO TR-NUM1
           MOVE SI-NUM2 TO TR-NUM2
           MOVE SI-CURRENCY-CODE TO TR-CURRENCY-CODE
           WRITE TRAN-RECORD
           ADD 1 TO SG-GENERATED-COUNT
           ADD SI-NUM1 TO SG-HASH-TOTAL

           MOVE "GENERATED" TO SG-RL-ACTION
           MOVE SPACES TO SG-RL-REASON
           PERFORM 2700-DISPLAY-REPORT-LINE

           MOVE SG-RUN-DATE TO SI-LAST-GENERATED
           MOVE SG-CYCLE-NUMBER TO SI-LAST-CYCLE
           REWRITE STANDING-INSTRUCTION-RECORD
               INVALID KEY
                   DISPLAY "STDGEN: STDINST REWRITE FAILED ON KEY "
                       SI-KEY
                   ADD 1 TO SG-UPDATE-ERROR-COUNT
           END-REWRITE.

       2600-SKIP-INSTRUCTION.
           ADD 1 TO SG-SKIPPED-COUNT
           MOVE "SKIPPED" TO SG-RL-ACTION
           MOVE SG-SKIP-REASON TO SG-RL-REASON
           PERFORM 2700-DISPLAY-REPORT-LINE.

       2700-DISPLAY-REPORT-LINE.
           MOVE SI-KEY TO SG-RL-KEY
           MOVE SI-GROUP-CODE TO SG-RL-GROUP-CODE
           MOVE SI-OP-CODE TO SG-RL-OP-CODE
           IF SI-NUM1 IS NUMERIC
               MOVE SI-NUM1 TO SG-RL-NUM1
           ELSE
               MOVE ZERO TO SG-RL-NUM1
           END-IF
           IF SI-NUM2 IS NUMERIC
               MOVE SI-NUM2 TO SG-RL-NUM2
           ELSE
               MOVE ZERO TO SG-RL-NUM2
           END-IF
           MOVE SI-FREQUENCY TO SG-RL-FREQUENCY
           MOVE SI-RUN-DAY TO SG-RL-RUN-DAY
           MOVE SG-DUE-DATE TO SG-RL-DUE-DATE
           DISPLAY SG-REPORT-LINE.

       2900-READ-INSTRUCTION.
           READ STANDING-FILE-IO NEXT RECORD
               AT END
                   SET SG-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE BATCH WITH ITS TRAILER, REPORT THE  *
      *                  COUNTS AND SET THE RETURN CODE                *
      ******************************************************************
       8000-TERMINATE.
           IF SG-HEADER-WRITTEN
               MOVE SPACES TO TRAN-BATCH-TRAILER
               MOVE "BATTRL" TO BT-RECORD-TYPE
               MOVE SG-GENERATED-COUNT TO BT-RECORD-COUNT
               MOVE SG-HASH-TOTAL TO BT-HASH-TOTAL
               WRITE TRAN-BATCH-TRAILER
           END-IF
           CLOSE GENERATED-FILE-OUT
           CLOSE STANDING-FILE-IO
           IF SG-KEYMST-OPEN
               CLOSE KEY-FILE-IN
           END-IF

           DISPLAY "=================================================="
           DISPLAY "STDGEN: " SG-READ-COUNT " INSTRUCTIONS READ"
           DISPLAY "STDGEN: " SG-GENERATED-COUNT
               " TRANSACTIONS GENERATED, HASH " SG-HASH-TOTAL
           IF SG-REGENERATED-COUNT NOT = ZERO
               DISPLAY "STDGEN: " SG-REGENERATED-COUNT
                   " OF THEM REGENERATED FOR A RERUN OF THIS CYCLE"
           END-IF
           DISPLAY "STDGEN: " SG-SKIPPED-COUNT
               " DUE BUT SKIPPED (LISTED ABOVE)"
           DISPLAY "STDGEN: " SG-NOT-DUE-COUNT " NOT DUE, "
               SG-NOT-STARTED-COUNT " NOT YET STARTED, "
               SG-ENDED-COUNT " ENDED"

           IF SG-UPDATE-ERROR-COUNT NOT = ZERO
               DISPLAY "STDGEN: " SG-UPDATE-ERROR-COUNT
                   " STDINST UPDATE ERRORS"
               MOVE "C" TO SG-ALERT-SEVERITY
               MOVE "STDINST UPDATE ERRORS IN GENERATION"
                   TO SG-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SG-SKIPPED-COUNT NOT = ZERO
                   MOVE SG-SKIPPED-COUNT TO SG-ALERT-COUNT
                   MOVE "W" TO SG-ALERT-SEVERITY
                   MOVE SPACES TO SG-ALERT-TEXT
                   STRING SG-ALERT-COUNT
                           " STANDING INSTRUCTIONS SKIPPED"
                       DELIMITED BY SIZE INTO SG-ALERT-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF SG-ALERT-STATUS = "00"
               MOVE SG-RUN-DATE TO AL-RUN-DATE
               MOVE "STDGEN" TO AL-PROGRAM-NAME
               MOVE SG-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SG-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "STDGEN: UNABLE TO OPEN ALERTOUT STATUS="
                   SG-ALERT-STATUS
           END-IF.
       END PROGRAM Stdgen.
