      ******************************************************************
      * PROGRAM-ID : PRIAGE
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly aging report for the risk desk, run
      *              after BILLWRAP has diverted and released held
      *              billing.  Two parts:
      *                - every PRIMST priority item not yet worked,
      *                  and every escalated item still waiting for
      *                  a final disposition, with its age in days
      *                  since the review date, and an age summary
      *                  (0-1, 2-7, 8-30, 31+ days, the SUSPCFWD
      *                  buckets) for each;
      *                - every key on billing hold on KEYHOLD, with
      *                  the days held, who placed the hold and why,
      *                  and the rows and amount now sitting on the
      *                  new HELDBILL generation for it.
      *              Held rows of a key no longer on hold (cleared
      *              since the wrap) are counted as awaiting release.
      *              An item not worked for more than 7 days, or a
      *              hold older than 30 days, raises a W alert and
      *              returns 4.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original priority review aging report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Priage.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIORITY-MASTER-IN ASSIGN TO "PRIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-RECORD-KEY
               FILE STATUS IS PG-MASTER-STATUS.

           SELECT KEY-HOLD-IN ASSIGN TO "KEYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KH-KEY
               FILE STATUS IS PG-HOLD-STATUS.

           SELECT HELD-BILLING-IN ASSIGN TO "HELDBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-HELDBILL-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-RUNCTL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIORITY-MASTER-IN.
           COPY PRVMREC.

       FD  KEY-HOLD-IN.
           COPY KHLDREC.

       FD  HELD-BILLING-IN
           RECORD CONTAINS 50 CHARACTERS.
           COPY HBILREC.

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  PG-HELD-TABLE.
           05  PG-HELD-ENTRY OCCURS 500 TIMES.
               10  PG-HT-KEY           PIC X(6).
               10  PG-HT-ROWS          PIC 9(5).
               10  PG-HT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  PG-HT-ON-HOLD-SWITCH PIC X(1).
                   88  PG-HT-ON-HOLD             VALUE "Y".

       01  PG-BUCKET-TABLE.
           05  PG-BUCKET-ROW OCCURS 2 TIMES.
               10  PG-BK-BUCKET        PIC 9(5) OCCURS 4 TIMES.
               10  PG-BK-ITEMS         PIC 9(5).
               10  PG-BK-OLDEST        PIC 9(8).

       01  PG-ITEM-LINE.
           05  FILLER                  PIC X(8)  VALUE "PRIAGE: ".
           05  PG-IL-REVIEW-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  PG-IL-SEQUENCE          PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PG-IL-STATUS-TEXT       PIC X(10).
           05  PG-IL-KEY               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PG-IL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PG-IL-OP-CODE           PIC X(4).
           05  PG-IL-RESULT            PIC -(7)9.99.
           05  PG-IL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(6)  VALUE " DAYS ".
           05  PG-IL-ACTION-USER       PIC X(8).

       01  PG-SUMMARY-HEADING.
           05  FILLER                  PIC X(8)  VALUE "PRIAGE: ".
           05  FILLER                  PIC X(48) VALUE
               "STATUS      ITEMS   0-1   2-7  8-30   31+ OLDEST".

       01  PG-SUMMARY-LINE.
           05  FILLER                  PIC X(8)  VALUE "PRIAGE: ".
           05  PG-SL-STATUS-TEXT       PIC X(10).
           05  PG-SL-ITEMS             PIC ZZZZZZ9.
           05  PG-SL-BUCKET-1          PIC ZZZZZ9.
           05  PG-SL-BUCKET-2          PIC ZZZZZ9.
           05  PG-SL-BUCKET-3          PIC ZZZZZ9.
           05  PG-SL-BUCKET-4          PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PG-SL-OLDEST            PIC 9(8).

       01  PG-HOLD-LINE.
           05  FILLER                  PIC X(12) VALUE "PRIAGE: KEY ".
           05  PG-HL-KEY               PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " SINCE ".
           05  PG-HL-HOLD-DATE         PIC 9(8).
           05  PG-HL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE " DAYS BY ".
           05  PG-HL-HOLD-USER         PIC X(8).
           05  PG-HL-ROWS              PIC ZZZZ9.
           05  FILLER                  PIC X(6)  VALUE " ROWS ".
           05  PG-HL-AMOUNT            PIC -(11)9.99.

       01  PG-NOTE-LINE.
           05  FILLER                  PIC X(14) VALUE
               "PRIAGE:     ".
           05  FILLER                  PIC X(5)  VALUE "ITEM ".
           05  PG-NL-ITEM-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  PG-NL-ITEM-SEQUENCE     PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PG-NL-NOTE              PIC X(40).

       77  PG-MASTER-STATUS            PIC X(2)  VALUE "00".
       77  PG-HOLD-STATUS              PIC X(2)  VALUE "00".
       77  PG-HELDBILL-STATUS          PIC X(2)  VALUE "00".
       77  PG-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  PG-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  PG-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  PG-EOF-YES                        VALUE "Y".
       77  PG-STOP-SWITCH              PIC X(1)  VALUE "N".
           88  PG-STOP-YES                       VALUE "Y".
       77  PG-FOUND-SWITCH             PIC X(1)  VALUE "N".
           88  PG-FOUND                          VALUE "Y".
       77  PG-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  PG-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  PG-FROM-INTEGER             PIC 9(7)  VALUE ZERO.
       77  PG-AGE-FROM                 PIC 9(8)  VALUE ZERO.
       77  PG-DAYS                     PIC 9(5)  VALUE ZERO.
       77  PG-BUCKET-SUB               PIC 9(1)  VALUE ZERO.
       77  PG-ROW-SUB                  PIC 9(1)  VALUE ZERO.
       77  PG-HELD-COUNT               PIC 9(5)  VALUE ZERO.
       77  PG-HELD-SUB                 PIC 9(5)  VALUE ZERO.
       77  PG-FIND-KEY                 PIC X(6)  VALUE SPACES.
       77  PG-HELDBILL-ROWS            PIC 9(7)  VALUE ZERO.
       77  PG-OVERFLOW-ROWS            PIC 9(7)  VALUE ZERO.
       77  PG-AWAITING-ROWS            PIC 9(7)  VALUE ZERO.
       77  PG-AWAITING-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PG-HOLD-COUNT               PIC 9(5)  VALUE ZERO.
       77  PG-HOLD-ROWS                PIC 9(7)  VALUE ZERO.
       77  PG-HOLD-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PG-OLD-ITEM-COUNT           PIC 9(5)  VALUE ZERO.
       77  PG-OLD-HOLD-COUNT           PIC 9(5)  VALUE ZERO.
       77  PG-AMOUNT-EDIT              PIC -(11)9.99.
       77  PG-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  PG-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  PG-ALERT-COUNT              PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PG-STOP-YES
               PERFORM 2000-LOAD-HELD-BILLING
               PERFORM 3000-AGE-OPEN-ITEMS
               PERFORM 4000-LIST-ACTIVE-HOLDS
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND THE TWO MASTERS            *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           COMPUTE PG-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(PG-RUN-DATE)
           INITIALIZE PG-BUCKET-TABLE

           OPEN INPUT PRIORITY-MASTER-IN
           IF PG-MASTER-STATUS NOT = "00"
               DISPLAY "PRIAGE: UNABLE TO OPEN PRIMST STATUS="
                   PG-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET PG-STOP-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT KEY-HOLD-IN
           IF PG-HOLD-STATUS NOT = "00"
               DISPLAY "PRIAGE: UNABLE TO OPEN KEYHOLD STATUS="
                   PG-HOLD-STATUS
               CLOSE PRIORITY-MASTER-IN
               MOVE 8 TO RETURN-CODE
               SET PG-STOP-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           DISPLAY "PRIAGE: RISK DESK PRIORITY REVIEW AGING AT "
               PG-RUN-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE COMES      *
      *                          FROM THE RUNCTL RECORD RUNGATE        *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF PG-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO PG-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 2000-LOAD-HELD-BILLING - TOTAL THE HELDBILL ROWS BY KEY        *
      ******************************************************************
       2000-LOAD-HELD-BILLING.
           OPEN INPUT HELD-BILLING-IN
           IF PG-HELDBILL-STATUS NOT = "00"
               DISPLAY "PRIAGE: UNABLE TO OPEN HELDBILL STATUS="
                   PG-HELDBILL-STATUS ", HELD AMOUNTS NOT SHOWN"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO PG-EOF-SWITCH
               PERFORM 2100-TAKE-HELD-ROW
                   UNTIL PG-EOF-YES
               CLOSE HELD-BILLING-IN
           END-IF.

       2100-TAKE-HELD-ROW.
           READ HELD-BILLING-IN
               AT END
                   SET PG-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PG-HELDBILL-ROWS
                   MOVE HB-KEY TO PG-FIND-KEY
                   PERFORM 2200-FIND-HELD-KEY
                   IF NOT PG-FOUND
                       PERFORM 2300-ADD-HELD-KEY
                   END-IF
                   IF PG-FOUND
                       ADD 1 TO PG-HT-ROWS(PG-HELD-SUB)
                       IF HB-RESULT IS NUMERIC
                           ADD HB-RESULT
                               TO PG-HT-AMOUNT(PG-HELD-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO PG-OVERFLOW-ROWS
                   END-IF
           END-READ.

       2200-FIND-HELD-KEY.
           MOVE "N" TO PG-FOUND-SWITCH
           MOVE ZERO TO PG-HELD-SUB
           PERFORM 2210-MATCH-HELD-KEY
               UNTIL PG-FOUND OR PG-HELD-SUB = PG-HELD-COUNT.

       2210-MATCH-HELD-KEY.
           ADD 1 TO PG-HELD-SUB
           IF PG-HT-KEY(PG-HELD-SUB) = PG-FIND-KEY
               SET PG-FOUND TO TRUE
           END-IF.

       2300-ADD-HELD-KEY.
           IF PG-HELD-COUNT < 500
               ADD 1 TO PG-HELD-COUNT
               MOVE PG-HELD-COUNT TO PG-HELD-SUB
               MOVE PG-FIND-KEY TO PG-HT-KEY(PG-HELD-SUB)
               MOVE ZERO TO PG-HT-ROWS(PG-HELD-SUB)
               MOVE ZERO TO PG-HT-AMOUNT(PG-HELD-SUB)
               MOVE "N" TO PG-HT-ON-HOLD-SWITCH(PG-HELD-SUB)
               SET PG-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 3000-AGE-OPEN-ITEMS - LIST AND AGE EVERY ITEM NOT YET WORKED   *
      *                       OR ESCALATED, THEN THE AGE SUMMARY       *
      ******************************************************************
       3000-AGE-OPEN-ITEMS.
           DISPLAY "PRIAGE: ----- ITEMS NOT YET WORKED OR ESCALATED "
               "-----"
           MOVE "N" TO PG-EOF-SWITCH
           PERFORM 3100-TAKE-ITEM
               UNTIL PG-EOF-YES

           DISPLAY PG-SUMMARY-HEADING
           MOVE 1 TO PG-ROW-SUB
           MOVE "NOT WORKED" TO PG-SL-STATUS-TEXT
           PERFORM 3300-PRINT-SUMMARY-ROW
           MOVE 2 TO PG-ROW-SUB
           MOVE "ESCALATED " TO PG-SL-STATUS-TEXT
           PERFORM 3300-PRINT-SUMMARY-ROW.

       3100-TAKE-ITEM.
           READ PRIORITY-MASTER-IN NEXT RECORD
               AT END
                   SET PG-EOF-YES TO TRUE
               NOT AT END
                   IF PV-NOT-WORKED OR PV-ESCALATED
                       PERFORM 3200-AGE-ONE-ITEM
                   END-IF
           END-READ.

       3200-AGE-ONE-ITEM.
           IF PV-NOT-WORKED
               MOVE 1 TO PG-ROW-SUB
               MOVE "NOT WORKED" TO PG-IL-STATUS-TEXT
               MOVE SPACES TO PG-IL-ACTION-USER
           ELSE
               MOVE 2 TO PG-ROW-SUB
               MOVE "ESCALATED " TO PG-IL-STATUS-TEXT
               MOVE PV-ACTION-USER TO PG-IL-ACTION-USER
           END-IF

           MOVE PV-REVIEW-DATE TO PG-AGE-FROM
           PERFORM 7000-DAYS-SINCE
           PERFORM 7100-PICK-BUCKET
           ADD 1 TO PG-BK-BUCKET(PG-ROW-SUB, PG-BUCKET-SUB)
           ADD 1 TO PG-BK-ITEMS(PG-ROW-SUB)
           IF PG-BK-OLDEST(PG-ROW-SUB) = ZERO
                   OR PV-REVIEW-DATE < PG-BK-OLDEST(PG-ROW-SUB)
               MOVE PV-REVIEW-DATE TO PG-BK-OLDEST(PG-ROW-SUB)
           END-IF
           IF PV-NOT-WORKED AND PG-DAYS > 7
               ADD 1 TO PG-OLD-ITEM-COUNT
           END-IF

           MOVE PV-REVIEW-DATE TO PG-IL-REVIEW-DATE
           MOVE PV-SEQUENCE TO PG-IL-SEQUENCE
           MOVE PV-KEY TO PG-IL-KEY
           MOVE PV-GROUP-CODE TO PG-IL-GROUP-CODE
           MOVE PV-OP-CODE TO PG-IL-OP-CODE
           MOVE PV-RESULT TO PG-IL-RESULT
           MOVE PG-DAYS TO PG-IL-DAYS
           DISPLAY PG-ITEM-LINE.

       3300-PRINT-SUMMARY-ROW.
           MOVE PG-BK-ITEMS(PG-ROW-SUB) TO PG-SL-ITEMS
           MOVE PG-BK-BUCKET(PG-ROW-SUB, 1) TO PG-SL-BUCKET-1
           MOVE PG-BK-BUCKET(PG-ROW-SUB, 2) TO PG-SL-BUCKET-2
           MOVE PG-BK-BUCKET(PG-ROW-SUB, 3) TO PG-SL-BUCKET-3
           MOVE PG-BK-BUCKET(PG-ROW-SUB, 4) TO PG-SL-BUCKET-4
           MOVE PG-BK-OLDEST(PG-ROW-SUB) TO PG-SL-OLDEST
           DISPLAY PG-SUMMARY-LINE.

      ******************************************************************
      * 4000-LIST-ACTIVE-HOLDS - EVERY KEY ON HOLD WITH ITS AGE AND    *
      *                          THE BILLING HELD BACK FOR IT          *
      ******************************************************************
       4000-LIST-ACTIVE-HOLDS.
           DISPLAY "PRIAGE: ----- KEYS ON BILLING HOLD -----"
           MOVE "N" TO PG-EOF-SWITCH
           PERFORM 4100-TAKE-HOLD
               UNTIL PG-EOF-YES

           MOVE ZERO TO PG-HELD-SUB
           PERFORM 4300-COUNT-AWAITING-ROWS
               UNTIL PG-HELD-SUB = PG-HELD-COUNT.

       4100-TAKE-HOLD.
           READ KEY-HOLD-IN NEXT RECORD
               AT END
                   SET PG-EOF-YES TO TRUE
               NOT AT END
                   IF KH-ON-HOLD
                       PERFORM 4200-PRINT-ONE-HOLD
                   END-IF
           END-READ.

       4200-PRINT-ONE-HOLD.
           ADD 1 TO PG-HOLD-COUNT
           MOVE KH-HOLD-DATE TO PG-AGE-FROM
           PERFORM 7000-DAYS-SINCE
           IF PG-DAYS > 30
               ADD 1 TO PG-OLD-HOLD-COUNT
           END-IF

           MOVE KH-KEY TO PG-HL-KEY
           MOVE KH-HOLD-DATE TO PG-HL-HOLD-DATE
           MOVE PG-DAYS TO PG-HL-DAYS
           MOVE KH-HOLD-USER TO PG-HL-HOLD-USER
           MOVE ZERO TO PG-HL-ROWS
           MOVE ZERO TO PG-HL-AMOUNT
           MOVE KH-KEY TO PG-FIND-KEY
           PERFORM 2200-FIND-HELD-KEY
           IF PG-FOUND
               SET PG-HT-ON-HOLD(PG-HELD-SUB) TO TRUE
               MOVE PG-HT-ROWS(PG-HELD-SUB) TO PG-HL-ROWS
               MOVE PG-HT-AMOUNT(PG-HELD-SUB) TO PG-HL-AMOUNT
               ADD PG-HT-ROWS(PG-HELD-SUB) TO PG-HOLD-ROWS
               ADD PG-HT-AMOUNT(PG-HELD-SUB) TO PG-HOLD-AMOUNT
           END-IF
           DISPLAY PG-HOLD-LINE

           MOVE KH-ITEM-DATE TO PG-NL-ITEM-DATE
           MOVE KH-ITEM-SEQUENCE TO PG-NL-ITEM-SEQUENCE
           MOVE KH-NOTE TO PG-NL-NOTE
           DISPLAY PG-NOTE-LINE.

       4300-COUNT-AWAITING-ROWS.
           ADD 1 TO PG-HELD-SUB
           IF NOT PG-HT-ON-HOLD(PG-HELD-SUB)
               ADD PG-HT-ROWS(PG-HELD-SUB) TO PG-AWAITING-ROWS
               ADD PG-HT-AMOUNT(PG-HELD-SUB) TO PG-AWAITING-AMOUNT
           END-IF.

      ******************************************************************
      * 7000-DAYS-SINCE - WHOLE DAYS FROM PG-AGE-FROM TO THE BUSINESS  *
      *                   DATE; A MISSING OR FUTURE DATE AGES AS ZERO  *
      ******************************************************************
       7000-DAYS-SINCE.
           MOVE ZERO TO PG-DAYS
           IF PG-AGE-FROM IS NUMERIC
                   AND PG-AGE-FROM NOT < 16010101
                   AND PG-AGE-FROM < PG-RUN-DATE
               COMPUTE PG-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(PG-AGE-FROM)
               COMPUTE PG-DAYS = PG-RUN-INTEGER - PG-FROM-INTEGER
           END-IF.

       7100-PICK-BUCKET.
           EVALUATE TRUE
               WHEN PG-DAYS < 2
                   MOVE 1 TO PG-BUCKET-SUB
               WHEN PG-DAYS < 8
                   MOVE 2 TO PG-BUCKET-SUB
               WHEN PG-DAYS < 31
                   MOVE 3 TO PG-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO PG-BUCKET-SUB
           END-EVALUATE.

      ******************************************************************
      * 8000-TERMINATE - TOTALS, ALERTS AND CLOSE                      *
      ******************************************************************
       8000-TERMINATE.
           CLOSE PRIORITY-MASTER-IN
           CLOSE KEY-HOLD-IN

           DISPLAY "PRIAGE: " PG-HOLD-COUNT " KEYS ON HOLD, "
               PG-HOLD-ROWS " BILLING ROWS HELD"
           MOVE PG-HOLD-AMOUNT TO PG-AMOUNT-EDIT
           DISPLAY "PRIAGE: AMOUNT HELD..........: " PG-AMOUNT-EDIT
           DISPLAY "PRIAGE: " PG-HELDBILL-ROWS " ROWS ON HELDBILL, "
               PG-AWAITING-ROWS " OF KEYS SINCE CLEARED AWAITING "
               "RELEASE"
           MOVE PG-AWAITING-AMOUNT TO PG-AMOUNT-EDIT
           DISPLAY "PRIAGE: AMOUNT AWAITING RELEASE: " PG-AMOUNT-EDIT
           IF PG-OVERFLOW-ROWS NOT = ZERO
               DISPLAY "PRIAGE: " PG-OVERFLOW-ROWS " HELD ROWS NOT "
                   "TOTALLED PAST THE 500-KEY TABLE LIMIT"
           END-IF

           IF PG-OLD-ITEM-COUNT NOT = ZERO
               MOVE PG-OLD-ITEM-COUNT TO PG-ALERT-COUNT
               MOVE "W" TO PG-ALERT-SEVERITY
               MOVE SPACES TO PG-ALERT-TEXT
               STRING PG-ALERT-COUNT " PRIORITY ITEMS UNWORKED > 7 DAYS"
                   DELIMITED BY SIZE INTO PG-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF PG-OLD-HOLD-COUNT NOT = ZERO
               MOVE PG-OLD-HOLD-COUNT TO PG-ALERT-COUNT
               MOVE "W" TO PG-ALERT-SEVERITY
               MOVE SPACES TO PG-ALERT-TEXT
               STRING PG-ALERT-COUNT
                   " KEYS ON BILLING HOLD OVER 30 DAYS"
                   DELIMITED BY SIZE INTO PG-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF PG-ALERT-STATUS = "00"
               MOVE PG-RUN-DATE TO AL-RUN-DATE
               MOVE "PRIAGE" TO AL-PROGRAM-NAME
               MOVE PG-ALERT-SEVERITY TO AL-SEVERITY
               MOVE PG-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "PRIAGE: UNABLE TO OPEN ALERTOUT STATUS="
                   PG-ALERT-STATUS
           END-IF.
       END PROGRAM Priage.
