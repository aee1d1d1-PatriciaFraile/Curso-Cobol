      *
      * REMARKS    : Bank-statement-style activity listing for one
      *              transaction key, run on demand with the key and
      *              a date range on KSTPARM.  The key's OPERATIONS,
      *              INTACCR and ADJPOST rows are read from the
      *              AUDHIST history and from
      *              the current AUDITOUT (today, not yet archived),
      *              and the KEYRPT listing shows the opening
      *              position, one line per operation (date, cycle,
      *              moves the running balance; the rest print as
      *              memo lines.  A key that appears twice in one
      *              file (regional batches) posts twice, exactly
      *              as it did on BALFIL.  Every INTACCR interest
      *              and ADJPOST adjustment row for the key posted
      *              on its own and moves the balance too, the way
      *              BALRBLD replays them.  The opening
      *              position is derived from BL-BALANCE less
      *              everything posted from the from-date onward,
      *              so the closing always reconciles to the master
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original per-key activity statement.
      *    2026-10-15  RA   The statement heading carries the key's
      *                     owner name, owning group and status
      *                     from the KEYMST transaction-key master.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      *    2026-10-15  RA   INTACCR and ADJPOST rows are listed and
      *                     posted, one posting each, as BALRBLD
      *                     replays them; the opening position no
      *                     longer leaves interest and adjustments
      *                     out of the range's postings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Keystmt.
               RECORD KEY IS BL-KEY
               FILE STATUS IS KS-BALANCE-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS KS-KEYMST-STATUS.

           SELECT REPORT-FILE-OUT ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KS-REPORT-STATUS.
           05  KP-TO-DATE              PIC 9(8).

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-IN-RECORD           PIC X(95).

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BALANCE-FILE-IN.
           COPY BALREC.

       FD  KEY-FILE-IN.
           COPY KEYREC.

       FD  REPORT-FILE-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE           PIC X(132).
           05  KS-HL-TO-DATE           PIC 9(8).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  KS-OWNER-LINE.
           05  FILLER                  PIC X(8)  VALUE "  OWNER ".
           05  KS-OL-OWNER-NAME        PIC X(30).
           05  FILLER                  PIC X(9)  VALUE "  GROUP ".
           05  KS-OL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  STATUS ".
           05  KS-OL-STATUS-TEXT       PIC X(8).
           05  FILLER                  PIC X(8)  VALUE " CLOSED ".
           05  KS-OL-CLOSE-DATE        PIC X(8).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  KS-OPENING-LINE.
           05  FILLER                  PIC X(21) VALUE
                    "  OPENING POSITION   ".
       77  KS-AUDIT-STATUS             PIC X(2)  VALUE "00".
       77  KS-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  KS-REPORT-STATUS            PIC X(2)  VALUE "00".
       77  KS-KEYMST-STATUS            PIC X(2)  VALUE "00".
       77  KS-PARM-OK-SWITCH           PIC X(1)  VALUE "N".
           88  KS-PARM-OK                        VALUE "Y".
       77  KS-HISTORY-EOF-SWITCH       PIC X(1)  VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF KS-PARM-OK
               PERFORM 2000-PASS-COLLECT-TOTALS
               PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.
           ELSE
               DISPLAY "KEYSTMT: BALFIL NOT AVAILABLE (STATUS="
                   KS-BALANCE-STATUS "), POSITIONS FROM ZERO"
           END-IF

           PERFORM 1100-FETCH-KEY-OWNER.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-FETCH-KEY-OWNER - OWNER, GROUP AND STATUS FROM KEYMST FOR *
      *                        THE STATEMENT HEADING                   *
      ******************************************************************
       1100-FETCH-KEY-OWNER.
           MOVE "(NOT ON KEYMST)" TO KS-OL-OWNER-NAME
           MOVE SPACES TO KS-OL-GROUP-CODE
           MOVE SPACES TO KS-OL-STATUS-TEXT
           MOVE SPACES TO KS-OL-CLOSE-DATE
           OPEN INPUT KEY-FILE-IN
           IF KS-KEYMST-STATUS = "00"
               MOVE KS-KEY TO KF-KEY
               READ KEY-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KF-OWNER-NAME TO KS-OL-OWNER-NAME
                       MOVE KF-GROUP-CODE TO KS-OL-GROUP-CODE
                       EVALUATE TRUE
                           WHEN KF-OPEN
                               MOVE "OPEN" TO KS-OL-STATUS-TEXT
                           WHEN KF-FROZEN
                               MOVE "FROZEN" TO KS-OL-STATUS-TEXT
                           WHEN KF-CLOSED
                               MOVE "CLOSED" TO KS-OL-STATUS-TEXT
                               MOVE KF-CLOSE-DATE
                                   TO KS-OL-CLOSE-DATE
                           WHEN OTHER
                               MOVE "UNKNOWN" TO KS-OL-STATUS-TEXT
                       END-EVALUATE
               END-READ
               CLOSE KEY-FILE-IN
           ELSE
               MOVE "(KEYMST NOT AVAILABLE)" TO KS-OL-OWNER-NAME
           END-IF.

      ******************************************************************
      * 2000-PASS-COLLECT-TOTALS - FIRST PASS OVER HISTORY AND TODAY:  *
      *                            SUM WHAT POSTED IN THE RANGE AND    *
      *                        POSTS TWICE HERE AS IT DID ON BALFIL.   *
      *                        SETS KS-ROW-POSTS FOR THE POSTING ROW   *
      *                        AND KS-ROW-SELECTED FOR ROWS ON OR      *
      *                        AFTER THE FROM DATE.  AN INTACCR OR     *
      *                        ADJPOST ROW FOR THE KEY IS ONE POSTING  *
      *                        OF ITS OWN, AS IN BALRBLD, AND LEAVES   *
      *                        THE OPERATIONS GROUPING ALONE           *
      ******************************************************************
       2500-JUDGE-AUDIT-ROW.
           MOVE "N" TO KS-ROW-SELECTED-SWITCH
           MOVE "N" TO KS-ROW-POSTS-SWITCH

           IF AR-RUN-DATE IS NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           EVALUATE AR-PROGRAM-NAME
               WHEN "OPERATIONS"
                   CONTINUE
               WHEN "INTACCR"
               WHEN "ADJPOST"
                   IF AR-KEY = KS-KEY
                       SET KS-ROW-POSTS TO TRUE
                       IF AR-RUN-DATE NOT < KS-FROM-DATE
                           SET KS-ROW-SELECTED TO TRUE
                       END-IF
                   END-IF
                   GO TO 2500-EXIT
               WHEN OTHER
                   GO TO 2500-EXIT
           END-EVALUATE
           IF AR-KEY NOT = KS-KEY
               MOVE "N" TO KS-GROUP-OPEN-SWITCH
               GO TO 2500-EXIT
      *                           RANGE SUM                            *
      ******************************************************************
       2600-BOOK-POSTED-AMOUNT.
           PERFORM 2500-JUDGE-AUDIT-ROW THRU 2500-EXIT
           IF KS-ROW-SELECTED AND KS-ROW-POSTS
               IF AR-RUN-DATE > KS-TO-DATE
                   ADD AR-RESULT TO KS-AFTER-POSTED
           MOVE KS-TO-DATE TO KS-HL-TO-DATE
           MOVE KS-HEADER-LINE TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE KS-OWNER-LINE TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE


       3200-PRINT-HISTORY-ROW.
           MOVE HISTORY-IN-RECORD TO AUDIT-RECORD
           PERFORM 3500-PRINT-AUDIT-ROW THRU 3500-EXIT
           PERFORM 2100-READ-HISTORY.

       3300-PRINT-TODAY-ROW.
           PERFORM 3500-PRINT-AUDIT-ROW THRU 3500-EXIT
           PERFORM 2150-READ-AUDIT.

      ******************************************************************
      *                        REST OF ITS GROUP ARE MEMO LINES       *
      ******************************************************************
       3500-PRINT-AUDIT-ROW.
           PERFORM 2500-JUDGE-AUDIT-ROW THRU 2500-EXIT
           IF NOT KS-ROW-SELECTED
                   OR AR-RUN-DATE > KS-TO-DATE
               GO TO 3500-EXIT
