      ******************************************************************
      * PROGRAM-ID : SUSPINJ
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Suspense re-injection, run in NIGHTRUN ahead of
      *              TRANEDIT beside STDGEN.  In a supplementary run
      *              every item SUSPREL has released on the SUSPENSE
      *              file is rebuilt, exactly as the provider sent
      *              it, onto SUSPBAT inside proper BATHDR/BATTRL
      *              batches with record count and TR-NUM1 hash, so
      *              TRANEDIT controls and edits it like any provider
      *              batch (NIGHTRUN concatenates SUSPBAT behind
      *              TRANIN) and nothing has to be keyed again.  The
      *              items go out in key order, since TRANEDIT
      *              refuses a batch's keys out of sequence; a key
      *              held more than once goes into a further batch
      *              for each repeat.  Batch ids are "Q", the
      *              business date as YYDDD, the last digit of the
      *              cycle and the batch number 1 to 9.  In a full
      *              run SUSPBAT is left empty and the released items
      *              wait for the next supplementary run.  SUSPENSE
      *              itself is not updated here: SUSPCFWD reads
      *              SUSPBAT after OPERATIONS and clears the items
      *              that went through, so a rerun of the same date
      *              and cycle builds the same batches again.  Items
      *              past the ninth repeat of a key or the 2000-item
      *              table stay released for the next supplementary
      *              run, with return code 4 and a warning alert.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original suspense re-injection step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Suspinj.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-RUNCTL-STATUS.

           SELECT SUSPENSE-IN ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-SUSPENSE-STATUS.

           SELECT INJECTED-FILE-OUT ASSIGN TO "SUSPBAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-SUSPBAT-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-ALERT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  SUSPENSE-IN
           RECORD CONTAINS 83 CHARACTERS.
           COPY SUSPREC.

       FD  INJECTED-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-TRAN-DATA.
               10  SW-KEY              PIC X(6).
               10  FILLER              PIC X(31).
           05  SW-FIRST-SUSPENDED      PIC 9(8).
           05  SW-REASON-CODE          PIC X(4).

       WORKING-STORAGE SECTION.
       01  SJ-RUN-DATE-GROUP.
           05  SJ-RUN-DATE-CC          PIC 9(2).
           05  SJ-RUN-DATE-YY          PIC 9(2).
           05  SJ-RUN-DATE-MMDD        PIC 9(4).
       01  SJ-RUN-DATE REDEFINES SJ-RUN-DATE-GROUP
                                       PIC 9(8).

       01  SJ-CYCLE-GROUP.
           05  FILLER                  PIC 9(2).
           05  SJ-CYCLE-DIGIT          PIC 9(1).
       01  SJ-CYCLE-NUMBER REDEFINES SJ-CYCLE-GROUP
                                       PIC 9(3).

       01  SJ-BATCH-ID.
           05  FILLER                  PIC X(1)  VALUE "Q".
           05  SJ-BATCH-YY             PIC 9(2).
           05  SJ-BATCH-DDD            PIC 9(3).
           05  SJ-BATCH-CYCLE          PIC 9(1).
           05  SJ-BATCH-NUMBER         PIC 9(1).

       01  SJ-ITEM-TABLE.
           05  SJ-ITEM-ENTRY OCCURS 2000 TIMES.
               10  SJ-IT-TRAN-DATA     PIC X(37).
               10  SJ-IT-OCCURRENCE    PIC 9(1).

       01  SJ-WORK-TRAN.
           05  SJ-WT-KEY               PIC X(6).
           05  SJ-WT-GROUP-CODE        PIC X(4).
           05  SJ-WT-OP-CODE           PIC X(4).
           05  SJ-WT-NUM1              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SJ-WT-NUM2              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SJ-WT-CURRENCY-CODE     PIC X(3).

       01  SJ-REPORT-LINE.
           05  FILLER                  PIC X(9)  VALUE "SUSPINJ: ".
           05  SJ-RL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " KEY ".
           05  SJ-RL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SJ-RL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SJ-RL-OP-CODE           PIC X(4).
           05  SJ-RL-NUM1              PIC -(7)9.99.
           05  SJ-RL-NUM2              PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SJ-RL-CURRENCY-CODE     PIC X(3).

       77  SJ-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SJ-SUSPENSE-STATUS          PIC X(2)  VALUE "00".
       77  SJ-SUSPBAT-STATUS           PIC X(2)  VALUE "00".
       77  SJ-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SJ-SUSPENSE-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  SJ-SUSPENSE-EOF-YES               VALUE "Y".
       77  SJ-SORT-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  SJ-SORT-EOF-YES                   VALUE "Y".
       77  SJ-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  SJ-ABORT                          VALUE "Y".
       77  SJ-SUPPLEMENTARY-SWITCH     PIC X(1)  VALUE "N".
           88  SJ-SUPPLEMENTARY                  VALUE "Y".
       77  SJ-PREV-KEY                 PIC X(6)  VALUE SPACES.
       77  SJ-OCCURRENCE               PIC 9(3)  VALUE ZERO.
       77  SJ-MAX-OCCURRENCE           PIC 9(1)  VALUE ZERO.
       77  SJ-ITEM-COUNT               PIC 9(4)  COMP VALUE ZERO.
       77  SJ-ITEM-SUB                 PIC 9(4)  COMP VALUE ZERO.
       77  SJ-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  SJ-RUN-YEAR                 PIC 9(4)  VALUE ZERO.
       77  SJ-JAN1-DATE                PIC 9(8)  VALUE ZERO.
       77  SJ-READ-COUNT               PIC 9(7)  VALUE ZERO.
       77  SJ-RELEASED-COUNT           PIC 9(7)  VALUE ZERO.
       77  SJ-INJECTED-COUNT           PIC 9(7)  VALUE ZERO.
       77  SJ-BATCH-COUNT              PIC 9(1)  VALUE ZERO.
       77  SJ-HELD-BACK-COUNT          PIC 9(7)  VALUE ZERO.
       77  SJ-BATCH-RECORD-COUNT       PIC 9(7)  VALUE ZERO.
       77  SJ-BATCH-HASH               PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  SJ-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SJ-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  SJ-ALERT-COUNT              PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SJ-ABORT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-KEY SW-FIRST-SUSPENDED
                   INPUT PROCEDURE IS 3000-RELEASE-ITEMS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-NUMBER-ITEMS
                       THRU 4000-EXIT
               MOVE ZERO TO SJ-BATCH-NUMBER
               PERFORM 5000-WRITE-ONE-BATCH
                   UNTIL SJ-BATCH-NUMBER = SJ-MAX-OCCURRENCE
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, CYCLE AND RUN TYPE, THE BATCH *
      *                   ID AND THE FILES; SUSPBAT IS ALWAYS REBUILT, *
      *                   EMPTY WHEN NOTHING GOES IN                   *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           COMPUTE SJ-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(SJ-RUN-DATE)
           DIVIDE SJ-RUN-DATE BY 10000 GIVING SJ-RUN-YEAR
           COMPUTE SJ-JAN1-DATE = SJ-RUN-YEAR * 10000 + 101
           MOVE SJ-RUN-DATE-YY TO SJ-BATCH-YY
           COMPUTE SJ-BATCH-DDD = SJ-RUN-INTEGER
               - FUNCTION INTEGER-OF-DATE(SJ-JAN1-DATE) + 1
           MOVE SJ-CYCLE-DIGIT TO SJ-BATCH-CYCLE

           OPEN OUTPUT INJECTED-FILE-OUT
           IF SJ-SUSPBAT-STATUS NOT = "00"
               DISPLAY "SUSPINJ: UNABLE TO OPEN SUSPBAT STATUS="
                   SJ-SUSPBAT-STATUS
               MOVE "C" TO SJ-ALERT-SEVERITY
               MOVE "SUSPENSE RE-INJECTION FAILED, SUSPBAT"
                   TO SJ-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET SJ-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "SUSPINJ: SUSPENSE RE-INJECTION FOR " SJ-RUN-DATE
               " CYCLE " SJ-CYCLE-NUMBER
           DISPLAY "=================================================="

           OPEN INPUT SUSPENSE-IN
           IF SJ-SUSPENSE-STATUS = "00"
               PERFORM 3100-READ-SUSPENSE
           ELSE
               DISPLAY "SUSPINJ: NO SUSPENSE FILE (STATUS="
                   SJ-SUSPENSE-STATUS "), NOTHING TO RE-INJECT"
               SET SJ-SUSPENSE-EOF-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE, CYCLE AND *
      *                          RUN TYPE COME FROM THE RUNCTL RECORD  *
      *                          RUNGATE WRITES; WITHOUT ONE (AN       *
      *                          ON-DEMAND RUN) THE SYSTEM DATE SERVES *
      *                          AS A MAIN CYCLE                       *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT SJ-RUN-DATE FROM DATE YYYYMMDD
           MOVE 1 TO SJ-CYCLE-NUMBER
           OPEN INPUT RUN-CTL-IN
           IF SJ-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO SJ-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO SJ-CYCLE-NUMBER
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           SET SJ-SUPPLEMENTARY TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 3000-RELEASE-ITEMS - EVERY RELEASED SUSPENSE ITEM IS COUNTED;  *
      *                      IN A SUPPLEMENTARY RUN IT GOES TO THE     *
      *                      SORT, IN A FULL RUN IT WAITS              *
      ******************************************************************
       3000-RELEASE-ITEMS.
           PERFORM 3200-RELEASE-ONE-ITEM
               UNTIL SJ-SUSPENSE-EOF-YES
           IF SJ-SUSPENSE-STATUS = "00" OR "10"
               CLOSE SUSPENSE-IN
           END-IF
           GO TO 3000-EXIT.

       3100-READ-SUSPENSE.
           READ SUSPENSE-IN
               AT END
                   SET SJ-SUSPENSE-EOF-YES TO TRUE
           END-READ.

       3200-RELEASE-ONE-ITEM.
           ADD 1 TO SJ-READ-COUNT
           IF SU-RELEASED
               ADD 1 TO SJ-RELEASED-COUNT
               IF SJ-SUPPLEMENTARY
                   MOVE SU-TRAN-DATA TO SW-TRAN-DATA
                   MOVE SU-FIRST-SUSPENDED TO SW-FIRST-SUSPENDED
                   MOVE SU-REASON-CODE TO SW-REASON-CODE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF
           PERFORM 3100-READ-SUSPENSE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-NUMBER-ITEMS - RETURN THE ITEMS IN KEY ORDER, NUMBER EACH *
      *                     REPEAT OF A KEY INTO ITS OWN BATCH AND     *
      *                     HOLD THEM FOR WRITING                      *
      ******************************************************************
       4000-NUMBER-ITEMS.
           PERFORM 4100-RETURN-ITEM
           PERFORM 4200-NUMBER-ONE-ITEM
               UNTIL SJ-SORT-EOF-YES
           GO TO 4000-EXIT.

       4100-RETURN-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET SJ-SORT-EOF-YES TO TRUE
           END-RETURN.

       4200-NUMBER-ONE-ITEM.
           IF SW-KEY = SJ-PREV-KEY
               ADD 1 TO SJ-OCCURRENCE
           ELSE
               MOVE 1 TO SJ-OCCURRENCE
               MOVE SW-KEY TO SJ-PREV-KEY
           END-IF

           EVALUATE TRUE
               WHEN SJ-OCCURRENCE > 9
                   DISPLAY "SUSPINJ: KEY " SW-KEY " HELD MORE THAN "
                       "NINE TIMES, REPEAT LEFT FOR THE NEXT RUN"
                   ADD 1 TO SJ-HELD-BACK-COUNT
               WHEN SJ-ITEM-COUNT = 2000
                   DISPLAY "SUSPINJ: ITEM TABLE FULL, KEY " SW-KEY
                       " LEFT FOR THE NEXT RUN"
                   ADD 1 TO SJ-HELD-BACK-COUNT
               WHEN OTHER
                   ADD 1 TO SJ-ITEM-COUNT
                   MOVE SW-TRAN-DATA TO SJ-IT-TRAN-DATA(SJ-ITEM-COUNT)
                   MOVE SJ-OCCURRENCE
                       TO SJ-IT-OCCURRENCE(SJ-ITEM-COUNT)
                   IF SJ-OCCURRENCE > SJ-MAX-OCCURRENCE
                       MOVE SJ-OCCURRENCE TO SJ-MAX-OCCURRENCE
                   END-IF
           END-EVALUATE

           PERFORM 4100-RETURN-ITEM.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-ONE-BATCH - ONE BATHDR/BATTRL BATCH HOLDING EVERY   *
      *                        ITEM OF THE NEXT REPEAT NUMBER, STILL   *
      *                        IN KEY ORDER                            *
      ******************************************************************
       5000-WRITE-ONE-BATCH.
           ADD 1 TO SJ-BATCH-NUMBER
           ADD 1 TO SJ-BATCH-COUNT
           MOVE ZERO TO SJ-BATCH-RECORD-COUNT
           MOVE ZERO TO SJ-BATCH-HASH

           MOVE SPACES TO TRAN-BATCH-HEADER
           MOVE "BATHDR" TO BH-RECORD-TYPE
           MOVE SJ-BATCH-ID TO BH-BATCH-ID
           MOVE SJ-RUN-DATE TO BH-CREATE-DATE
           WRITE TRAN-BATCH-HEADER

           MOVE ZERO TO SJ-ITEM-SUB
           PERFORM 5100-WRITE-ONE-ITEM
               UNTIL SJ-ITEM-SUB = SJ-ITEM-COUNT

           MOVE SPACES TO TRAN-BATCH-TRAILER
           MOVE "BATTRL" TO BT-RECORD-TYPE
           MOVE SJ-BATCH-RECORD-COUNT TO BT-RECORD-COUNT
           MOVE SJ-BATCH-HASH TO BT-HASH-TOTAL
           WRITE TRAN-BATCH-TRAILER
           DISPLAY "SUSPINJ: BATCH " SJ-BATCH-ID " "
               SJ-BATCH-RECORD-COUNT " TRANSACTIONS, HASH "
               SJ-BATCH-HASH.

       5100-WRITE-ONE-ITEM.
           ADD 1 TO SJ-ITEM-SUB
           IF SJ-IT-OCCURRENCE(SJ-ITEM-SUB) = SJ-BATCH-NUMBER
               MOVE SJ-IT-TRAN-DATA(SJ-ITEM-SUB) TO TRAN-RECORD
               WRITE TRAN-RECORD
               ADD 1 TO SJ-BATCH-RECORD-COUNT
               ADD 1 TO SJ-INJECTED-COUNT
               IF TR-NUM1 IS NUMERIC
                   ADD TR-NUM1 TO SJ-BATCH-HASH
               END-IF
               MOVE SJ-IT-TRAN-DATA(SJ-ITEM-SUB) TO SJ-WORK-TRAN
               MOVE SJ-BATCH-ID TO SJ-RL-BATCH-ID
               MOVE SJ-WT-KEY TO SJ-RL-KEY
               MOVE SJ-WT-GROUP-CODE TO SJ-RL-GROUP-CODE
               MOVE SJ-WT-OP-CODE TO SJ-RL-OP-CODE
               MOVE ZERO TO SJ-RL-NUM1
               MOVE ZERO TO SJ-RL-NUM2
               IF SJ-WT-NUM1 IS NUMERIC
                   MOVE SJ-WT-NUM1 TO SJ-RL-NUM1
               END-IF
               IF SJ-WT-NUM2 IS NUMERIC
                   MOVE SJ-WT-NUM2 TO SJ-RL-NUM2
               END-IF
               MOVE SJ-WT-CURRENCY-CODE TO SJ-RL-CURRENCY-CODE
               DISPLAY SJ-REPORT-LINE
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - CLOSE SUSPBAT, REPORT THE COUNTS AND SET THE  *
      *                  RETURN CODE                                   *
      ******************************************************************
       8000-TERMINATE.
           CLOSE INJECTED-FILE-OUT

           DISPLAY "=================================================="
           DISPLAY "SUSPINJ: " SJ-READ-COUNT " SUSPENSE ITEMS READ, "
               SJ-RELEASED-COUNT " RELEASED"
           IF SJ-SUPPLEMENTARY
               DISPLAY "SUSPINJ: " SJ-INJECTED-COUNT
                   " TRANSACTIONS RE-INJECTED IN " SJ-BATCH-COUNT
                   " BATCHES"
           ELSE
               DISPLAY "SUSPINJ: FULL RUN, " SJ-RELEASED-COUNT
                   " RELEASED ITEMS HELD FOR THE NEXT SUPPLEMENTARY "
                   "RUN"
           END-IF

           IF SJ-HELD-BACK-COUNT NOT = ZERO
               DISPLAY "SUSPINJ: " SJ-HELD-BACK-COUNT
                   " RELEASED ITEMS LEFT FOR THE NEXT SUPPLEMENTARY "
                   "RUN, RETURNING 4"
               MOVE SJ-HELD-BACK-COUNT TO SJ-ALERT-COUNT
               MOVE "W" TO SJ-ALERT-SEVERITY
               MOVE SPACES TO SJ-ALERT-TEXT
               STRING SJ-ALERT-COUNT " RELEASED ITEMS NOT RE-INJECTED"
                   DELIMITED BY SIZE INTO SJ-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF SJ-ALERT-STATUS = "00"
               MOVE SJ-RUN-DATE TO AL-RUN-DATE
               MOVE "SUSPINJ" TO AL-PROGRAM-NAME
               MOVE SJ-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SJ-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "SUSPINJ: UNABLE TO OPEN ALERTOUT STATUS="
                   SJ-ALERT-STATUS
           END-IF.
       END PROGRAM Suspinj.
