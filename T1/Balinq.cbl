      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original balance inquiry.
      *    2026-10-15  RA   The key inquiry shows the owner name and
      *                     status (open, frozen, closed, with the
      *                     close date) from the KEYMST transaction-
      *                     key master.
      *    2026-10-15  RA   The key inquiry also shows the month-to-
      *                     date and year-to-date movement and the
      *                     last period PERCLOSE closed on the key.
      *    2026-10-15  RA   The key inquiry also shows the interest
      *                     INTACCR has accrued and the date it was
      *                     accrued through.
      *    2026-10-15  RA   The key inquiry shows the date DORMANT
      *                     flagged the key dormant, if it is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Balinq.
               RECORD KEY IS BL-KEY
               FILE STATUS IS BQ-BALANCE-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS BQ-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE-IN.
           COPY BALREC.

       FD  KEY-FILE-IN.
           COPY KEYREC.

       WORKING-STORAGE SECTION.
       77  BQ-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  BQ-KEY-STATUS               PIC X(2)  VALUE "00".
       77  BQ-STATUS-TEXT              PIC X(8)  VALUE SPACES.
       77  BQ-QUIT-SWITCH              PIC X(1)  VALUE "N".
           88  BQ-QUIT-YES                       VALUE "Y".
       77  BQ-BROWSE-EOF-SWITCH        PIC X(1)  VALUE "N".
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE BALANCE MASTER AND THE KEY MASTER   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT BALANCE-FILE-IN
               DISPLAY "BALINQ: UNABLE TO OPEN BALFIL STATUS="
                   BQ-BALANCE-STATUS
               SET BQ-QUIT-YES TO TRUE
           END-IF

           OPEN INPUT KEY-FILE-IN
           IF BQ-KEY-STATUS NOT = "00"
               DISPLAY "BALINQ: KEYMST NOT AVAILABLE (STATUS="
                   BQ-KEY-STATUS "), OWNER AND STATUS NOT SHOWN"
           END-IF.

      ******************************************************************
                       OR BQ-SEARCH-KEY = SPACES
                   SET BQ-QUIT-YES TO TRUE
               WHEN BQ-SEARCH-KEY = "G" OR BQ-SEARCH-KEY = "g"
                   PERFORM 3000-GROUP-INQUIRY THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 2100-KEY-INQUIRY
           END-EVALUATE.
                       BL-DAY-AMOUNT
                   DISPLAY "BALINQ:   LAST POSTED...: "
                       BL-LAST-POSTED
                   DISPLAY "BALINQ:   MONTH TO DATE.: "
                       BL-MTD-AMOUNT
                   DISPLAY "BALINQ:   YEAR TO DATE..: "
                       BL-YTD-AMOUNT
                   DISPLAY "BALINQ:   LAST CLOSED...: "
                       BL-LAST-CLOSED
                   DISPLAY "BALINQ:   ACCRUED INT...: "
                       BL-ACCRUED-INTEREST
                   DISPLAY "BALINQ:   ACCRUED TO....: "
                       BL-LAST-ACCRUED
                   IF BL-DORMANT
                       DISPLAY "BALINQ:   DORMANT SINCE.: "
                           BL-DORMANT-DATE
                   END-IF
           END-READ
           PERFORM 2200-SHOW-KEY-OWNER THRU 2200-EXIT.

      ******************************************************************
      * 2200-SHOW-KEY-OWNER - OWNER NAME AND STATUS FROM KEYMST, SHOWN *
      *                       EVEN WHEN THE KEY HAS NEVER POSTED       *
      ******************************************************************
       2200-SHOW-KEY-OWNER.
           IF BQ-KEY-STATUS NOT = "00" AND "23"
               GO TO 2200-EXIT
           END-IF

           MOVE BQ-SEARCH-KEY TO KF-KEY
           READ KEY-FILE-IN
               INVALID KEY
                   DISPLAY "BALINQ:   KEY IS NOT ON KEYMST"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KF-OPEN
                           MOVE "OPEN" TO BQ-STATUS-TEXT
                       WHEN KF-FROZEN
                           MOVE "FROZEN" TO BQ-STATUS-TEXT
                       WHEN KF-CLOSED
                           MOVE "CLOSED" TO BQ-STATUS-TEXT
                       WHEN OTHER
                           MOVE "UNKNOWN" TO BQ-STATUS-TEXT
                   END-EVALUATE
                   DISPLAY "BALINQ:   OWNER.........: "
                       KF-OWNER-NAME
                   DISPLAY "BALINQ:   STATUS........: "
                       BQ-STATUS-TEXT " OPENED " KF-OPEN-DATE
                   IF KF-CLOSED
                       DISPLAY "BALINQ:   CLOSED ON.....: "
                           KF-CLOSE-DATE
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GROUP-INQUIRY - SWEEP THE MASTER (IT IS KEYED BY TR-KEY,  *
           END-READ.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE BALANCE AND KEY MASTERS             *
      ******************************************************************
       8000-TERMINATE.
           IF BQ-BALANCE-STATUS = "00" OR "10" OR "23"
               CLOSE BALANCE-FILE-IN
           END-IF
           IF BQ-KEY-STATUS = "00" OR "23"
               CLOSE KEY-FILE-IN
           END-IF.
       8000-EXIT.
           EXIT.
