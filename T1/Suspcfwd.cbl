      ******************************************************************
      * PROGRAM-ID : SUSPCFWD
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Carry-forward of the transactions OPERATIONS
      *              refused into suspense, run right after OPMERGE.
      *              The prior SUSPENSE generation is loaded, the
      *              cycle's SUSPNEW rows (written by every
      *              OPERATIONS partition) are merged in, and the
      *              merged picture is written to the new generation
      *              (SUSPOUT), the BILLCFWD pattern.  A SUSPNEW row
      *              matches a held item when the transaction image
      *              is the same and either
      *                - it came back in one of tonight's re-
      *                  injection batches (ids "Q", the business
      *                  date as YYDDD, the cycle digit and a batch
      *                  digit, built by SUSPINJ) while the item
      *                  stood released: the item is refused again,
      *                  goes back to open and keeps its first-
      *                  suspended date; or
      *                - it has the same batch, date and cycle: the
      *                  same refusal written twice by a restarted
      *                  or rerun partition, and is ignored.
      *              Any other row opens a new item.  Each released
      *              item SUSPINJ fed into tonight's run (its
      *              SUSPBAT batches, empty except in a supplementary
      *              run) is then dropped as cleared, unless refused
      *              again; a released item not fed in stays
      *              released for the next supplementary run.
      *              SUSPNEW is left empty for the next cycle.
      *              The aging report lists every held item and
      *              summarises them by reason and group, with the
      *              days held since first suspended counted into
      *              0-1, 2-7, 8-30 and over-30 buckets.  Items held
      *              over 30 days raise a warning alert.  Should the
      *              2000-entry table fill, further items are
      *              carried forward unmerged rather than lost, with
      *              return code 4; an unwritable new generation is
      *              return code 8 and SUSPNEW is then kept.  The
      *              cycle's totals go to RUNSTATS for the morning
      *              handover: refusals read, items suspended (new or
      *              refused again), items held and items held over
      *              30 days.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original suspense carry-forward step.
      *    2026-10-15  RA   Cycle totals logged to RUNSTATS for the
      *                     morning handover report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Suspcfwd.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RUNCTL-STATUS.

           SELECT SUSPENSE-IN ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SUSP-IN-STATUS.

           SELECT SUSPNEW-FILE-IO ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SUSPNEW-STATUS.

           SELECT INJECTED-FILE-IN ASSIGN TO "SUSPBAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SUSPBAT-STATUS.

           SELECT SUSPENSE-OUT ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SUSP-OUT-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-ALERT-STATUS.

           SELECT RUNSTATS-FILE-OUT ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  SUSPENSE-IN
           RECORD CONTAINS 83 CHARACTERS.
           COPY SUSPREC.

       FD  SUSPNEW-FILE-IO
           RECORD CONTAINS 83 CHARACTERS.
       01  SUSPNEW-RECORD.
           05  SN-TRAN-DATA            PIC X(37).
           05  SN-REASON-CODE          PIC X(4).
           05  SN-BATCH-ID             PIC X(8).
           05  SN-FIRST-SUSPENDED      PIC 9(8).
           05  SN-LAST-SUSPENDED       PIC 9(8).
           05  SN-LAST-CYCLE           PIC 9(3).
           05  SN-TIMES-SUSPENDED      PIC 9(3).
           05  SN-STATUS               PIC X(1).
           05  SN-RELEASE-DATE         PIC 9(8).
           05  SN-RELEASE-COUNT        PIC 9(3).

       FD  INJECTED-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  SUSPENSE-OUT
           RECORD CONTAINS 83 CHARACTERS.
       01  SUSPENSE-OUT-RECORD         PIC X(83).

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       FD  RUNSTATS-FILE-OUT
           RECORD CONTAINS 51 CHARACTERS.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  SC-RUN-DATE-GROUP.
           05  SC-RUN-DATE-CC          PIC 9(2).
           05  SC-RUN-DATE-YY          PIC 9(2).
           05  SC-RUN-DATE-MMDD        PIC 9(4).
       01  SC-RUN-DATE REDEFINES SC-RUN-DATE-GROUP
                                       PIC 9(8).

       01  SC-CYCLE-GROUP.
           05  FILLER                  PIC 9(2).
           05  SC-CYCLE-DIGIT          PIC 9(1).
       01  SC-CYCLE-NUMBER REDEFINES SC-CYCLE-GROUP
                                       PIC 9(3).

       01  SC-INJECT-PREFIX.
           05  FILLER                  PIC X(1)  VALUE "Q".
           05  SC-IP-YY                PIC 9(2).
           05  SC-IP-DDD               PIC 9(3).
           05  SC-IP-CYCLE             PIC 9(1).

       01  SC-ITEM-TABLE.
           05  SC-ITEM-ENTRY OCCURS 2000 TIMES.
               10  SC-IT-TRAN-DATA     PIC X(37).
               10  SC-IT-REASON-CODE   PIC X(4).
               10  SC-IT-BATCH-ID      PIC X(8).
               10  SC-IT-FIRST         PIC 9(8).
               10  SC-IT-LAST          PIC 9(8).
               10  SC-IT-CYCLE         PIC 9(3).
               10  SC-IT-TIMES         PIC 9(3).
               10  SC-IT-STATUS        PIC X(1).
                   88  SC-IT-RELEASED            VALUE "R".
               10  SC-IT-RELEASE-DATE  PIC 9(8).
               10  SC-IT-RELEASE-COUNT PIC 9(3).
               10  SC-IT-DROP-SW       PIC X(1).
                   88  SC-IT-DROPPED             VALUE "Y".

       01  SC-WORK-RECORD.
           05  SC-WK-TRAN-DATA.
               10  SC-WK-KEY           PIC X(6).
               10  SC-WK-GROUP-CODE    PIC X(4).
               10  SC-WK-OP-CODE       PIC X(4).
               10  SC-WK-NUM1          PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
               10  SC-WK-NUM2          PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
               10  SC-WK-CURRENCY-CODE PIC X(3).
           05  SC-WK-REASON-CODE       PIC X(4).
           05  SC-WK-BATCH-ID          PIC X(8).
           05  SC-WK-FIRST             PIC 9(8).
           05  SC-WK-LAST              PIC 9(8).
           05  SC-WK-CYCLE             PIC 9(3).
           05  SC-WK-TIMES             PIC 9(3).
           05  SC-WK-STATUS            PIC X(1).
               88  SC-WK-RELEASED                VALUE "R".
           05  SC-WK-RELEASE-DATE      PIC 9(8).
           05  SC-WK-RELEASE-COUNT     PIC 9(3).

       01  SC-SUMMARY-TABLE.
           05  SC-SUMMARY-ENTRY OCCURS 200 TIMES.
               10  SC-SM-SORT-KEY.
                   15  SC-SM-REASON-CODE PIC X(4).
                   15  SC-SM-GROUP-CODE  PIC X(4).
               10  SC-SM-ITEMS         PIC 9(5).
               10  SC-SM-RELEASED      PIC 9(5).
               10  SC-SM-BUCKET-1      PIC 9(5).
               10  SC-SM-BUCKET-2      PIC 9(5).
               10  SC-SM-BUCKET-3      PIC 9(5).
               10  SC-SM-BUCKET-4      PIC 9(5).
               10  SC-SM-OLDEST        PIC 9(8).
               10  SC-SM-AMOUNT        PIC S9(11)V99 COMP-3.

       01  SC-NEW-SORT-KEY.
           05  SC-NK-REASON-CODE       PIC X(4).
           05  SC-NK-GROUP-CODE        PIC X(4).

       01  SC-ITEM-LINE.
           05  FILLER                  PIC X(10) VALUE "SUSPCFWD: ".
           05  SC-IL-REASON-CODE       PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-IL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(5)  VALUE " KEY ".
           05  SC-IL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-IL-OP-CODE           PIC X(4).
           05  SC-IL-NUM1              PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-IL-CURRENCY-CODE     PIC X(3).
           05  FILLER                  PIC X(7)  VALUE " SINCE ".
           05  SC-IL-FIRST             PIC 9(8).
           05  SC-IL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(6)  VALUE " DAYS ".
           05  SC-IL-TIMES             PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE "X  ".
           05  SC-IL-STATUS-TEXT       PIC X(8).

       01  SC-SUMMARY-HEADING.
           05  FILLER                  PIC X(10) VALUE "SUSPCFWD: ".
           05  FILLER                  PIC X(40) VALUE
               "RSN  GRP   ITEMS RELSD   0-1   2-7  8-30".
           05  FILLER                  PIC X(30) VALUE
               "   31+ OLDEST       NUM1 TOTAL".

       01  SC-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE "SUSPCFWD: ".
           05  SC-SL-REASON-CODE       PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-SL-GROUP-CODE        PIC X(4).
           05  SC-SL-ITEMS             PIC ZZZZZZ9.
           05  SC-SL-RELEASED          PIC ZZZZZ9.
           05  SC-SL-BUCKET-1          PIC ZZZZZ9.
           05  SC-SL-BUCKET-2          PIC ZZZZZ9.
           05  SC-SL-BUCKET-3          PIC ZZZZZ9.
           05  SC-SL-BUCKET-4          PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-SL-OLDEST            PIC 9(8).
           05  SC-SL-AMOUNT            PIC -(11)9.99.

       77  SC-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SC-SUSP-IN-STATUS           PIC X(2)  VALUE "00".
       77  SC-SUSPNEW-STATUS           PIC X(2)  VALUE "00".
       77  SC-SUSP-OUT-STATUS          PIC X(2)  VALUE "00".
       77  SC-SUSPBAT-STATUS           PIC X(2)  VALUE "00".
       77  SC-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SC-RUNSTATS-STATUS          PIC X(2)  VALUE "00".
       77  SC-SUSP-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  SC-SUSP-EOF-YES                   VALUE "Y".
       77  SC-NEW-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  SC-NEW-EOF-YES                    VALUE "Y".
       77  SC-BAT-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  SC-BAT-EOF-YES                    VALUE "Y".
       77  SC-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  SC-ABORT                          VALUE "Y".
       77  SC-SUPPLEMENTARY-SWITCH     PIC X(1)  VALUE "N".
           88  SC-SUPPLEMENTARY                  VALUE "Y".
       77  SC-FOUND-SWITCH             PIC X(1)  VALUE "N".
           88  SC-FOUND                          VALUE "Y".
       77  SC-ITEM-COUNT               PIC 9(4)  COMP VALUE ZERO.
       77  SC-ITEM-SUB                 PIC 9(4)  COMP VALUE ZERO.
       77  SC-SUMMARY-COUNT            PIC 9(4)  COMP VALUE ZERO.
       77  SC-SUMMARY-SUB              PIC 9(4)  COMP VALUE ZERO.
       77  SC-SHIFT-SUB                PIC 9(4)  COMP VALUE ZERO.
       77  SC-PRIOR-COUNT              PIC 9(5)  VALUE ZERO.
       77  SC-SUSPNEW-COUNT            PIC 9(5)  VALUE ZERO.
       77  SC-NEW-COUNT                PIC 9(5)  VALUE ZERO.
       77  SC-RESUSPENDED-COUNT        PIC 9(5)  VALUE ZERO.
       77  SC-DUPLICATE-COUNT          PIC 9(5)  VALUE ZERO.
       77  SC-CLEARED-COUNT            PIC 9(5)  VALUE ZERO.
       77  SC-CARRIED-COUNT            PIC 9(5)  VALUE ZERO.
       77  SC-AWAITING-COUNT           PIC 9(5)  VALUE ZERO.
       77  SC-OVERFLOW-COUNT           PIC 9(5)  VALUE ZERO.
       77  SC-SUMMARY-LOST-COUNT       PIC 9(5)  VALUE ZERO.
       77  SC-BUCKET-1                 PIC 9(5)  VALUE ZERO.
       77  SC-BUCKET-2                 PIC 9(5)  VALUE ZERO.
       77  SC-BUCKET-3                 PIC 9(5)  VALUE ZERO.
       77  SC-BUCKET-4                 PIC 9(5)  VALUE ZERO.
       77  SC-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  SC-RUN-YEAR                 PIC 9(4)  VALUE ZERO.
       77  SC-JAN1-DATE                PIC 9(8)  VALUE ZERO.
       77  SC-INJECTED-COUNT           PIC 9(5)  VALUE ZERO.
       77  SC-NOT-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  SC-FIRST-INTEGER            PIC 9(7)  VALUE ZERO.
       77  SC-DAYS-HELD                PIC 9(5)  VALUE ZERO.
       77  SC-PREV-REASON-CODE         PIC X(4)  VALUE SPACES.
       77  SC-REASON-ITEMS             PIC 9(5)  VALUE ZERO.
       77  SC-TOTAL-AMOUNT             PIC S9(11)V99 COMP-3 VALUE
                                                              ZERO.
       77  SC-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SC-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  SC-ALERT-COUNT              PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SC-ABORT
               PERFORM 2000-LOAD-PRIOR-ITEM
                   UNTIL SC-SUSP-EOF-YES
               PERFORM 3000-MERGE-SUSPNEW-ROW
                   UNTIL SC-NEW-EOF-YES
               PERFORM 4000-CLEAR-INJECTED-ITEM
                   UNTIL SC-BAT-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, CYCLE AND RUN TYPE, TONIGHT'S *
      *                   RE-INJECTION BATCH ID PREFIX, AND THE FILES  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           COMPUTE SC-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(SC-RUN-DATE)
           DIVIDE SC-RUN-DATE BY 10000 GIVING SC-RUN-YEAR
           COMPUTE SC-JAN1-DATE = SC-RUN-YEAR * 10000 + 101
           MOVE SC-RUN-DATE-YY TO SC-IP-YY
           COMPUTE SC-IP-DDD = SC-RUN-INTEGER
               - FUNCTION INTEGER-OF-DATE(SC-JAN1-DATE) + 1
           MOVE SC-CYCLE-DIGIT TO SC-IP-CYCLE

           OPEN OUTPUT SUSPENSE-OUT
           IF SC-SUSP-OUT-STATUS NOT = "00"
               DISPLAY "SUSPCFWD: UNABLE TO OPEN SUSPOUT STATUS="
                   SC-SUSP-OUT-STATUS
               MOVE "C" TO SC-ALERT-SEVERITY
               MOVE "SUSPENSE CARRY-FORWARD FAILED, SUSPOUT"
                   TO SC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET SC-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "SUSPCFWD: SUSPENSE AS AT " SC-RUN-DATE
               " CYCLE " SC-CYCLE-NUMBER
           IF SC-SUPPLEMENTARY
               DISPLAY "SUSPCFWD: SUPPLEMENTARY RUN, RE-INJECTION "
                   "BATCHES " SC-INJECT-PREFIX "N"
           END-IF
           DISPLAY "=================================================="

           OPEN INPUT SUSPENSE-IN
           IF SC-SUSP-IN-STATUS = "00"
               PERFORM 2100-READ-PRIOR-ITEM
           ELSE
               DISPLAY "SUSPCFWD: NO PRIOR SUSPENSE (STATUS="
                   SC-SUSP-IN-STATUS "), STARTING FRESH"
               SET SC-SUSP-EOF-YES TO TRUE
           END-IF

           OPEN INPUT SUSPNEW-FILE-IO
           IF SC-SUSPNEW-STATUS = "00"
               PERFORM 3100-READ-SUSPNEW
           ELSE
               DISPLAY "SUSPCFWD: NO SUSPNEW (STATUS="
                   SC-SUSPNEW-STATUS "), CARRYING FORWARD ONLY"
               SET SC-NEW-EOF-YES TO TRUE
           END-IF

           OPEN INPUT INJECTED-FILE-IN
           IF SC-SUSPBAT-STATUS = "00"
               PERFORM 4100-READ-INJECTED
           ELSE
               SET SC-BAT-EOF-YES TO TRUE
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
           ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
           MOVE 1 TO SC-CYCLE-NUMBER
           OPEN INPUT RUN-CTL-IN
           IF SC-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO SC-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO SC-CYCLE-NUMBER
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           SET SC-SUPPLEMENTARY TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 2000-LOAD-PRIOR-ITEM - A HELD ITEM FROM THE PRIOR GENERATION   *
      *                        ENTERS THE TABLE; PAST THE TABLE LIMIT  *
      *                        IT IS CARRIED STRAIGHT THROUGH          *
      ******************************************************************
       2000-LOAD-PRIOR-ITEM.
           ADD 1 TO SC-PRIOR-COUNT
           IF SC-ITEM-COUNT = 2000
               MOVE SUSPENSE-RECORD TO SC-WORK-RECORD
               PERFORM 2500-CARRY-UNMERGED
           ELSE
               ADD 1 TO SC-ITEM-COUNT
               MOVE SU-TRAN-DATA TO SC-IT-TRAN-DATA(SC-ITEM-COUNT)
               MOVE SU-REASON-CODE
                   TO SC-IT-REASON-CODE(SC-ITEM-COUNT)
               MOVE SU-BATCH-ID TO SC-IT-BATCH-ID(SC-ITEM-COUNT)
               MOVE SU-FIRST-SUSPENDED TO SC-IT-FIRST(SC-ITEM-COUNT)
               MOVE SU-LAST-SUSPENDED TO SC-IT-LAST(SC-ITEM-COUNT)
               MOVE SU-LAST-CYCLE TO SC-IT-CYCLE(SC-ITEM-COUNT)
               MOVE SU-TIMES-SUSPENDED TO SC-IT-TIMES(SC-ITEM-COUNT)
               MOVE SU-STATUS TO SC-IT-STATUS(SC-ITEM-COUNT)
               MOVE SU-RELEASE-DATE
                   TO SC-IT-RELEASE-DATE(SC-ITEM-COUNT)
               MOVE SU-RELEASE-COUNT
                   TO SC-IT-RELEASE-COUNT(SC-ITEM-COUNT)
               MOVE "N" TO SC-IT-DROP-SW(SC-ITEM-COUNT)
           END-IF

           PERFORM 2100-READ-PRIOR-ITEM.

       2100-READ-PRIOR-ITEM.
           READ SUSPENSE-IN
               AT END
                   SET SC-SUSP-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2500-CARRY-UNMERGED - THE TABLE IS FULL: THE ITEM IN THE WORK  *
      *                       RECORD GOES TO THE NEW GENERATION AS IT  *
      *                       STANDS, SO NOTHING HELD IS EVER LOST     *
      ******************************************************************
       2500-CARRY-UNMERGED.
           ADD 1 TO SC-OVERFLOW-COUNT
           DISPLAY "SUSPCFWD: ITEM TABLE FULL, KEY " SC-WK-KEY
               " CARRIED FORWARD UNMERGED"
           PERFORM 8200-WRITE-AND-AGE-ITEM.

      ******************************************************************
      * 3000-MERGE-SUSPNEW-ROW - A REFUSAL WRITTEN BY OPERATIONS THIS  *
      *                          CYCLE: AN ITEM REFUSED AGAIN AFTER    *
      *                          RELEASE REOPENS, A REPEATED WRITE IS  *
      *                          IGNORED, ANYTHING ELSE IS NEW         *
      ******************************************************************
       3000-MERGE-SUSPNEW-ROW.
           ADD 1 TO SC-SUSPNEW-COUNT
           PERFORM 3400-FIND-ITEM
           EVALUATE TRUE
               WHEN NOT SC-FOUND
                   PERFORM 3200-OPEN-NEW-ITEM
               WHEN SC-IT-RELEASED(SC-ITEM-SUB)
                   PERFORM 3300-REOPEN-ITEM
               WHEN OTHER
                   ADD 1 TO SC-DUPLICATE-COUNT
           END-EVALUATE

           PERFORM 3100-READ-SUSPNEW.

       3100-READ-SUSPNEW.
           READ SUSPNEW-FILE-IO
               AT END
                   SET SC-NEW-EOF-YES TO TRUE
           END-READ.

       3200-OPEN-NEW-ITEM.
           ADD 1 TO SC-NEW-COUNT
           IF SC-ITEM-COUNT = 2000
               MOVE SUSPNEW-RECORD TO SC-WORK-RECORD
               MOVE "O" TO SC-WK-STATUS
               MOVE 1 TO SC-WK-TIMES
               MOVE ZERO TO SC-WK-RELEASE-DATE
               MOVE ZERO TO SC-WK-RELEASE-COUNT
               PERFORM 2500-CARRY-UNMERGED
           ELSE
               ADD 1 TO SC-ITEM-COUNT
               MOVE SN-TRAN-DATA TO SC-IT-TRAN-DATA(SC-ITEM-COUNT)
               MOVE SN-REASON-CODE
                   TO SC-IT-REASON-CODE(SC-ITEM-COUNT)
               MOVE SN-BATCH-ID TO SC-IT-BATCH-ID(SC-ITEM-COUNT)
               MOVE SN-FIRST-SUSPENDED TO SC-IT-FIRST(SC-ITEM-COUNT)
               MOVE SN-LAST-SUSPENDED TO SC-IT-LAST(SC-ITEM-COUNT)
               MOVE SN-LAST-CYCLE TO SC-IT-CYCLE(SC-ITEM-COUNT)
               MOVE 1 TO SC-IT-TIMES(SC-ITEM-COUNT)
               MOVE "O" TO SC-IT-STATUS(SC-ITEM-COUNT)
               MOVE ZERO TO SC-IT-RELEASE-DATE(SC-ITEM-COUNT)
               MOVE ZERO TO SC-IT-RELEASE-COUNT(SC-ITEM-COUNT)
               MOVE "N" TO SC-IT-DROP-SW(SC-ITEM-COUNT)
           END-IF.

       3300-REOPEN-ITEM.
           ADD 1 TO SC-RESUSPENDED-COUNT
           MOVE SN-REASON-CODE TO SC-IT-REASON-CODE(SC-ITEM-SUB)
           MOVE SN-BATCH-ID TO SC-IT-BATCH-ID(SC-ITEM-SUB)
           MOVE SN-LAST-SUSPENDED TO SC-IT-LAST(SC-ITEM-SUB)
           MOVE SN-LAST-CYCLE TO SC-IT-CYCLE(SC-ITEM-SUB)
           ADD 1 TO SC-IT-TIMES(SC-ITEM-SUB)
           MOVE "O" TO SC-IT-STATUS(SC-ITEM-SUB)
           MOVE SN-TRAN-DATA TO SC-WK-TRAN-DATA
           DISPLAY "SUSPCFWD: KEY " SC-WK-KEY " REFUSED AGAIN ("
               SN-REASON-CODE ") AFTER RELEASE, BACK IN SUSPENSE "
               "SINCE " SC-IT-FIRST(SC-ITEM-SUB).

      ******************************************************************
      * 3400-FIND-ITEM - THE HELD ITEM THIS SUSPNEW ROW BELONGS TO:    *
      *                  THE SAME TRANSACTION, EITHER RELEASED AND     *
      *                  BACK IN TONIGHT'S RE-INJECTION BATCH, OR      *
      *                  ALREADY RECORDED FROM THE SAME BATCH, DATE    *
      *                  AND CYCLE                                     *
      ******************************************************************
       3400-FIND-ITEM.
           MOVE "N" TO SC-FOUND-SWITCH
           MOVE ZERO TO SC-ITEM-SUB
           PERFORM 3450-MATCH-ONE-ITEM
               UNTIL SC-FOUND OR SC-ITEM-SUB = SC-ITEM-COUNT.

       3450-MATCH-ONE-ITEM.
           ADD 1 TO SC-ITEM-SUB
           IF SC-IT-TRAN-DATA(SC-ITEM-SUB) = SN-TRAN-DATA
               IF SC-IT-RELEASED(SC-ITEM-SUB)
                   IF SN-BATCH-ID(1:7) = SC-INJECT-PREFIX
                       SET SC-FOUND TO TRUE
                   END-IF
               ELSE
                   IF SC-IT-BATCH-ID(SC-ITEM-SUB) = SN-BATCH-ID
                           AND SC-IT-LAST(SC-ITEM-SUB)
                               = SN-LAST-SUSPENDED
                           AND SC-IT-CYCLE(SC-ITEM-SUB)
                               = SN-LAST-CYCLE
                       SET SC-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 4000-CLEAR-INJECTED-ITEM - A TRANSACTION SUSPINJ FED INTO      *
      *                            TONIGHT'S RUN: THE RELEASED ITEM IT *
      *                            CAME FROM WAS NOT REFUSED AGAIN, SO *
      *                            IT LEAVES SUSPENSE                  *
      ******************************************************************
       4000-CLEAR-INJECTED-ITEM.
           IF NOT BH-HEADER-RECORD AND NOT BT-TRAILER-RECORD
               ADD 1 TO SC-INJECTED-COUNT
               MOVE "N" TO SC-FOUND-SWITCH
               MOVE ZERO TO SC-ITEM-SUB
               PERFORM 4200-MATCH-RELEASED-ITEM
                   UNTIL SC-FOUND OR SC-ITEM-SUB = SC-ITEM-COUNT
               IF SC-FOUND
                   MOVE "Y" TO SC-IT-DROP-SW(SC-ITEM-SUB)
                   ADD 1 TO SC-CLEARED-COUNT
                   DISPLAY "SUSPCFWD: KEY " TR-KEY " "
                       SC-IT-REASON-CODE(SC-ITEM-SUB)
                       " CLEARED THROUGH RE-INJECTION, HELD SINCE "
                       SC-IT-FIRST(SC-ITEM-SUB)
               ELSE
                   ADD 1 TO SC-NOT-HELD-COUNT
               END-IF
           END-IF

           PERFORM 4100-READ-INJECTED.

       4100-READ-INJECTED.
           READ INJECTED-FILE-IN
               AT END
                   SET SC-BAT-EOF-YES TO TRUE
           END-READ.

       4200-MATCH-RELEASED-ITEM.
           ADD 1 TO SC-ITEM-SUB
           IF SC-IT-TRAN-DATA(SC-ITEM-SUB) = TRAN-RECORD
                   AND SC-IT-RELEASED(SC-ITEM-SUB)
                   AND NOT SC-IT-DROPPED(SC-ITEM-SUB)
               SET SC-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE NEW GENERATION WITH THE ITEM        *
      *                  LISTING, THE SUMMARY BY REASON AND GROUP,     *
      *                  AND EMPTY SUSPNEW FOR THE NEXT CYCLE          *
      ******************************************************************
       8000-TERMINATE.
           MOVE ZERO TO SC-ITEM-SUB
           PERFORM 8100-CARRY-ONE-ITEM THRU 8100-EXIT
               UNTIL SC-ITEM-SUB = SC-ITEM-COUNT

           CLOSE SUSPENSE-OUT
           IF SC-SUSP-IN-STATUS = "00" OR "10"
               CLOSE SUSPENSE-IN
           END-IF
           IF SC-SUSPBAT-STATUS = "00" OR "10"
               CLOSE INJECTED-FILE-IN
           END-IF
           IF SC-SUSPNEW-STATUS = "00" OR "10"
               CLOSE SUSPNEW-FILE-IO
               OPEN OUTPUT SUSPNEW-FILE-IO
               IF SC-SUSPNEW-STATUS = "00"
                   CLOSE SUSPNEW-FILE-IO
               ELSE
                   DISPLAY "SUSPCFWD: UNABLE TO EMPTY SUSPNEW STATUS="
                       SC-SUSPNEW-STATUS
               END-IF
           END-IF

           PERFORM 8500-PRINT-SUMMARY

           DISPLAY "SUSPCFWD: " SC-PRIOR-COUNT
               " ITEMS BROUGHT FORWARD"
           DISPLAY "SUSPCFWD: " SC-SUSPNEW-COUNT
               " REFUSALS ON SUSPNEW, " SC-NEW-COUNT " NEW ITEMS, "
               SC-RESUSPENDED-COUNT " REFUSED AGAIN AFTER RELEASE, "
               SC-DUPLICATE-COUNT " ALREADY HELD"
           DISPLAY "SUSPCFWD: " SC-INJECTED-COUNT
               " TRANSACTIONS RE-INJECTED, " SC-CLEARED-COUNT
               " RELEASED ITEMS CLEARED"
           IF SC-NOT-HELD-COUNT NOT = ZERO
               DISPLAY "SUSPCFWD: " SC-NOT-HELD-COUNT
                   " RE-INJECTED TRANSACTIONS MATCHED NO RELEASED "
                   "ITEM"
           END-IF
           DISPLAY "SUSPCFWD: " SC-CARRIED-COUNT " CARRIED FORWARD, "
               SC-AWAITING-COUNT " OF THEM RELEASED AND AWAITING "
               "A SUPPLEMENTARY RUN"
           DISPLAY "SUSPCFWD: HELD 0-1 DAYS..: " SC-BUCKET-1
           DISPLAY "SUSPCFWD: HELD 2-7 DAYS..: " SC-BUCKET-2
           DISPLAY "SUSPCFWD: HELD 8-30 DAYS.: " SC-BUCKET-3
           DISPLAY "SUSPCFWD: HELD 31+ DAYS..: " SC-BUCKET-4
           MOVE SC-TOTAL-AMOUNT TO SC-SL-AMOUNT
           DISPLAY "SUSPCFWD: NUM1 HELD......: " SC-SL-AMOUNT

           IF SC-BUCKET-4 NOT = ZERO
               MOVE SC-BUCKET-4 TO SC-ALERT-COUNT
               MOVE "W" TO SC-ALERT-SEVERITY
               MOVE SPACES TO SC-ALERT-TEXT
               STRING SC-ALERT-COUNT " SUSPENSE ITEMS HELD OVER 30 DAYS"
                   DELIMITED BY SIZE INTO SC-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF

           IF SC-OVERFLOW-COUNT NOT = ZERO
               DISPLAY "SUSPCFWD: " SC-OVERFLOW-COUNT " ITEMS CARRIED "
                   "UNMERGED PAST THE 2000-ENTRY TABLE LIMIT, "
                   "RETURNING 4"
               MOVE "W" TO SC-ALERT-SEVERITY
               MOVE "SUSPENSE TABLE FULL, ITEMS UNMERGED"
                   TO SC-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 8900-WRITE-RUN-STATS.

       8100-CARRY-ONE-ITEM.
           ADD 1 TO SC-ITEM-SUB
           IF SC-IT-DROPPED(SC-ITEM-SUB)
               GO TO 8100-EXIT
           END-IF

           MOVE SC-IT-TRAN-DATA(SC-ITEM-SUB) TO SC-WK-TRAN-DATA
           MOVE SC-IT-REASON-CODE(SC-ITEM-SUB) TO SC-WK-REASON-CODE
           MOVE SC-IT-BATCH-ID(SC-ITEM-SUB) TO SC-WK-BATCH-ID
           MOVE SC-IT-FIRST(SC-ITEM-SUB) TO SC-WK-FIRST
           MOVE SC-IT-LAST(SC-ITEM-SUB) TO SC-WK-LAST
           MOVE SC-IT-CYCLE(SC-ITEM-SUB) TO SC-WK-CYCLE
           MOVE SC-IT-TIMES(SC-ITEM-SUB) TO SC-WK-TIMES
           MOVE SC-IT-STATUS(SC-ITEM-SUB) TO SC-WK-STATUS
           MOVE SC-IT-RELEASE-DATE(SC-ITEM-SUB)
               TO SC-WK-RELEASE-DATE
           MOVE SC-IT-RELEASE-COUNT(SC-ITEM-SUB)
               TO SC-WK-RELEASE-COUNT
           PERFORM 8200-WRITE-AND-AGE-ITEM.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-WRITE-AND-AGE-ITEM - THE WORK RECORD ONTO THE NEW         *
      *                           GENERATION, ITS DAYS HELD INTO THE   *
      *                           AGE BUCKETS AND THE SUMMARY, AND     *
      *                           ITS LINE ON THE LISTING              *
      ******************************************************************
       8200-WRITE-AND-AGE-ITEM.
           MOVE SC-WORK-RECORD TO SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO SC-CARRIED-COUNT

           MOVE ZERO TO SC-DAYS-HELD
           IF SC-WK-FIRST IS NUMERIC
                   AND SC-WK-FIRST NOT < 16010101
                   AND SC-WK-FIRST < SC-RUN-DATE
               COMPUTE SC-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-WK-FIRST)
               COMPUTE SC-DAYS-HELD =
                   SC-RUN-INTEGER - SC-FIRST-INTEGER
           END-IF

           PERFORM 8300-ADD-TO-SUMMARY
           EVALUATE TRUE
               WHEN SC-DAYS-HELD < 2
                   ADD 1 TO SC-BUCKET-1
                   IF SC-SUMMARY-SUB NOT = ZERO
                       ADD 1 TO SC-SM-BUCKET-1(SC-SUMMARY-SUB)
                   END-IF
               WHEN SC-DAYS-HELD < 8
                   ADD 1 TO SC-BUCKET-2
                   IF SC-SUMMARY-SUB NOT = ZERO
                       ADD 1 TO SC-SM-BUCKET-2(SC-SUMMARY-SUB)
                   END-IF
               WHEN SC-DAYS-HELD < 31
                   ADD 1 TO SC-BUCKET-3
                   IF SC-SUMMARY-SUB NOT = ZERO
                       ADD 1 TO SC-SM-BUCKET-3(SC-SUMMARY-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO SC-BUCKET-4
                   IF SC-SUMMARY-SUB NOT = ZERO
                       ADD 1 TO SC-SM-BUCKET-4(SC-SUMMARY-SUB)
                   END-IF
           END-EVALUATE

           MOVE SC-WK-REASON-CODE TO SC-IL-REASON-CODE
           MOVE SC-WK-GROUP-CODE TO SC-IL-GROUP-CODE
           MOVE SC-WK-KEY TO SC-IL-KEY
           MOVE SC-WK-OP-CODE TO SC-IL-OP-CODE
           IF SC-WK-NUM1 IS NUMERIC
               MOVE SC-WK-NUM1 TO SC-IL-NUM1
           ELSE
               MOVE ZERO TO SC-IL-NUM1
           END-IF
           MOVE SC-WK-CURRENCY-CODE TO SC-IL-CURRENCY-CODE
           MOVE SC-WK-FIRST TO SC-IL-FIRST
           MOVE SC-DAYS-HELD TO SC-IL-DAYS
           MOVE SC-WK-TIMES TO SC-IL-TIMES
           IF SC-WK-RELEASED
               MOVE "RELEASED" TO SC-IL-STATUS-TEXT
               ADD 1 TO SC-AWAITING-COUNT
           ELSE
               MOVE "HELD" TO SC-IL-STATUS-TEXT
           END-IF
           DISPLAY SC-ITEM-LINE.

      ******************************************************************
      * 8300-ADD-TO-SUMMARY - FIND OR OPEN THE ITEM'S REASON/GROUP     *
      *                       LINE, KEPT IN REASON THEN GROUP ORDER;   *
      *                       SC-SUMMARY-SUB IS ZERO WHEN THE TABLE    *
      *                       HAS NO ROOM                              *
      ******************************************************************
       8300-ADD-TO-SUMMARY.
           MOVE SC-WK-REASON-CODE TO SC-NK-REASON-CODE
           MOVE SC-WK-GROUP-CODE TO SC-NK-GROUP-CODE
           MOVE "N" TO SC-FOUND-SWITCH
           MOVE ZERO TO SC-SUMMARY-SUB
           PERFORM 8350-MATCH-ONE-SUMMARY
               UNTIL SC-FOUND OR SC-SUMMARY-SUB = SC-SUMMARY-COUNT

           IF SC-FOUND
               IF SC-SM-SORT-KEY(SC-SUMMARY-SUB) NOT = SC-NEW-SORT-KEY
                   PERFORM 8400-INSERT-SUMMARY
               END-IF
           ELSE
               ADD 1 TO SC-SUMMARY-SUB
               PERFORM 8400-INSERT-SUMMARY
           END-IF

           IF SC-SUMMARY-SUB NOT = ZERO
               ADD 1 TO SC-SM-ITEMS(SC-SUMMARY-SUB)
               IF SC-WK-RELEASED
                   ADD 1 TO SC-SM-RELEASED(SC-SUMMARY-SUB)
               END-IF
               IF SC-WK-FIRST < SC-SM-OLDEST(SC-SUMMARY-SUB)
                   MOVE SC-WK-FIRST TO SC-SM-OLDEST(SC-SUMMARY-SUB)
               END-IF
               IF SC-WK-NUM1 IS NUMERIC
                   ADD SC-WK-NUM1 TO SC-SM-AMOUNT(SC-SUMMARY-SUB)
               END-IF
           END-IF.

       8350-MATCH-ONE-SUMMARY.
           ADD 1 TO SC-SUMMARY-SUB
           IF SC-SM-SORT-KEY(SC-SUMMARY-SUB) NOT < SC-NEW-SORT-KEY
               SET SC-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 8400-INSERT-SUMMARY - OPEN A NEW LINE AT SC-SUMMARY-SUB,       *
      *                       MOVING THE LINES BELOW IT DOWN ONE       *
      ******************************************************************
       8400-INSERT-SUMMARY.
           IF SC-SUMMARY-COUNT = 200
               ADD 1 TO SC-SUMMARY-LOST-COUNT
               MOVE ZERO TO SC-SUMMARY-SUB
           ELSE
               MOVE SC-SUMMARY-COUNT TO SC-SHIFT-SUB
               PERFORM 8450-SHIFT-ONE-SUMMARY
                   UNTIL SC-SHIFT-SUB < SC-SUMMARY-SUB
               ADD 1 TO SC-SUMMARY-COUNT
               MOVE SC-NEW-SORT-KEY TO SC-SM-SORT-KEY(SC-SUMMARY-SUB)
               MOVE ZERO TO SC-SM-ITEMS(SC-SUMMARY-SUB)
                            SC-SM-RELEASED(SC-SUMMARY-SUB)
                            SC-SM-BUCKET-1(SC-SUMMARY-SUB)
                            SC-SM-BUCKET-2(SC-SUMMARY-SUB)
                            SC-SM-BUCKET-3(SC-SUMMARY-SUB)
                            SC-SM-BUCKET-4(SC-SUMMARY-SUB)
                            SC-SM-AMOUNT(SC-SUMMARY-SUB)
               MOVE 99999999 TO SC-SM-OLDEST(SC-SUMMARY-SUB)
           END-IF.

       8450-SHIFT-ONE-SUMMARY.
           MOVE SC-SUMMARY-ENTRY(SC-SHIFT-SUB)
               TO SC-SUMMARY-ENTRY(SC-SHIFT-SUB + 1)
           SUBTRACT 1 FROM SC-SHIFT-SUB.

      ******************************************************************
      * 8500-PRINT-SUMMARY - THE AGING SUMMARY BY REASON AND GROUP,    *
      *                      WITH A TOTAL LINE AFTER EACH REASON       *
      ******************************************************************
       8500-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "SUSPCFWD: SUSPENSE AGING BY REASON AND GROUP "
               "(DAYS HELD SINCE FIRST SUSPENDED)"
           DISPLAY "SUSPCFWD: GRPM GROUP NOT ON GROUPMST, GRPI GROUP "
               "INACTIVE, RATE NO RATE IN EFFECT"
           DISPLAY SC-SUMMARY-HEADING
           MOVE SPACES TO SC-PREV-REASON-CODE
           MOVE ZERO TO SC-REASON-ITEMS
           MOVE ZERO TO SC-SUMMARY-SUB
           PERFORM 8550-PRINT-ONE-SUMMARY
               UNTIL SC-SUMMARY-SUB = SC-SUMMARY-COUNT
           IF SC-SUMMARY-COUNT NOT = ZERO
               DISPLAY "SUSPCFWD: " SC-PREV-REASON-CODE " TOTAL "
                   SC-REASON-ITEMS " ITEMS"
           END-IF
           IF SC-SUMMARY-LOST-COUNT NOT = ZERO
               DISPLAY "SUSPCFWD: " SC-SUMMARY-LOST-COUNT
                   " ITEMS IN REASON/GROUP LINES PAST THE 200-LINE "
                   "LIMIT, NOT SUMMARISED"
           END-IF
           DISPLAY "==================================================".

       8550-PRINT-ONE-SUMMARY.
           ADD 1 TO SC-SUMMARY-SUB
           IF SC-SM-REASON-CODE(SC-SUMMARY-SUB)
                   NOT = SC-PREV-REASON-CODE
               IF SC-PREV-REASON-CODE NOT = SPACES
                   DISPLAY "SUSPCFWD: " SC-PREV-REASON-CODE " TOTAL "
                       SC-REASON-ITEMS " ITEMS"
               END-IF
               MOVE SC-SM-REASON-CODE(SC-SUMMARY-SUB)
                   TO SC-PREV-REASON-CODE
               MOVE ZERO TO SC-REASON-ITEMS
           END-IF
           ADD SC-SM-ITEMS(SC-SUMMARY-SUB) TO SC-REASON-ITEMS

           MOVE SC-SM-REASON-CODE(SC-SUMMARY-SUB) TO SC-SL-REASON-CODE
           MOVE SC-SM-GROUP-CODE(SC-SUMMARY-SUB) TO SC-SL-GROUP-CODE
           MOVE SC-SM-ITEMS(SC-SUMMARY-SUB) TO SC-SL-ITEMS
           MOVE SC-SM-RELEASED(SC-SUMMARY-SUB) TO SC-SL-RELEASED
           MOVE SC-SM-BUCKET-1(SC-SUMMARY-SUB) TO SC-SL-BUCKET-1
           MOVE SC-SM-BUCKET-2(SC-SUMMARY-SUB) TO SC-SL-BUCKET-2
           MOVE SC-SM-BUCKET-3(SC-SUMMARY-SUB) TO SC-SL-BUCKET-3
           MOVE SC-SM-BUCKET-4(SC-SUMMARY-SUB) TO SC-SL-BUCKET-4
           MOVE SC-SM-OLDEST(SC-SUMMARY-SUB) TO SC-SL-OLDEST
           MOVE SC-SM-AMOUNT(SC-SUMMARY-SUB) TO SC-SL-AMOUNT
           ADD SC-SM-AMOUNT(SC-SUMMARY-SUB) TO SC-TOTAL-AMOUNT
           DISPLAY SC-SUMMARY-LINE.

      ******************************************************************
      * 8900-WRITE-RUN-STATS - LOG THE CYCLE'S SUSPENSE TOTALS TO THE  *
      *                        COMMON RUNSTATS FILE: REFUSALS READ,    *
      *                        ITEMS SUSPENDED, ITEMS HELD AND ITEMS   *
      *                        HELD OVER 30 DAYS                       *
      ******************************************************************
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS-FILE-OUT
           IF SC-RUNSTATS-STATUS NOT = "00"
               DISPLAY "SUSPCFWD: UNABLE TO OPEN RUNSTATS STATUS="
                   SC-RUNSTATS-STATUS
           ELSE
               MOVE "SUSPCFWD" TO RS-PROGRAM-NAME
               MOVE SC-RUN-DATE TO RS-RUN-DATE
               MOVE SC-SUSPNEW-COUNT TO RS-READ-COUNT
               MOVE SC-CARRIED-COUNT TO RS-WRITTEN-COUNT
               COMPUTE RS-REJECT-COUNT = SC-NEW-COUNT
                   + SC-RESUSPENDED-COUNT
               MOVE SC-BUCKET-4 TO RS-ERROR-COUNT
               MOVE SC-CYCLE-NUMBER TO RS-CYCLE
               WRITE RUN-STATS-RECORD
               CLOSE RUNSTATS-FILE-OUT
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF SC-ALERT-STATUS = "00"
               MOVE SC-RUN-DATE TO AL-RUN-DATE
               MOVE "SUSPCFWD" TO AL-PROGRAM-NAME
               MOVE SC-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SC-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "SUSPCFWD: UNABLE TO OPEN ALERTOUT STATUS="
                   SC-ALERT-STATUS
           END-IF.
       END PROGRAM Suspcfwd.
