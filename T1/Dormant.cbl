      ******************************************************************
      * PROGRAM-ID : DORMANT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Monthly dormancy run over the BALFIL balance
      *              master, for compliance's dormant-account review.
      *              Runs in NIGHTRUN every night but acts only in the
      *              full run on the last RUNCAL processing date of
      *              the month (the PERCLOSE rule).  Each key is aged
      *              on the days since BL-LAST-POSTED against the
      *              DORMPARM thresholds (defaults in brackets):
      *                inactive days  [180] - reported as inactive;
      *                dormant days   [365] - reported and flagged
      *                                       dormant on BALFIL, so
      *                                       OPERATIONS raises a
      *                                       warning alert when it
      *                                       next posts to the key;
      *                closure days   [730] - a dormant key with a
      *                                       zero balance and no
      *                                       accrued interest is
      *                                       removed from BALFIL to
      *                                       the DORMARC closed-keys
      *                                       archive.
      *              The aged report on SYSOUT gives counts and
      *              balances per group for each band, followed by
      *              the register of keys newly flagged and the
      *              archive register of every key removed.  KEYMST
      *              is not touched: closing the key itself stays a
      *              KEYMAINT decision.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original dormancy run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dormant.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-RUNCTL-STATUS.

           SELECT CALENDAR-FILE-IN ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-CALENDAR-STATUS.

           SELECT DORMANT-PARM-IN ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-PARM-STATUS.

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS DM-BALANCE-STATUS.

           SELECT ARCHIVE-FILE-OUT ASSIGN TO "DORMARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-ARCHIVE-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  CALENDAR-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-PROCESS-DATE         PIC 9(8).

       FD  DORMANT-PARM-IN
           RECORD CONTAINS 15 CHARACTERS.
       01  DORMANT-PARM-RECORD.
           05  DP-INACTIVE-DAYS        PIC 9(5).
           05  DP-DORMANT-DAYS         PIC 9(5).
           05  DP-CLOSE-DAYS           PIC 9(5).

       FD  BALANCE-FILE-IO.
           COPY BALREC.

       FD  ARCHIVE-FILE-OUT
           RECORD CONTAINS 50 CHARACTERS.
           COPY DARCREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  DM-RUN-DATE-GROUP.
           05  DM-RUN-PERIOD           PIC 9(6).
           05  DM-RUN-DAY              PIC 9(2).
       01  DM-RUN-DATE REDEFINES DM-RUN-DATE-GROUP
                                       PIC 9(8).

       01  DM-CAL-DATE-GROUP.
           05  DM-CAL-PERIOD           PIC 9(6).
           05  DM-CAL-DAY              PIC 9(2).

       01  DM-GROUP-TABLE.
           05  DM-GT-ENTRY OCCURS 300 TIMES.
               10  DM-GT-GROUP-CODE    PIC X(4).
               10  DM-GT-ACTIVE-COUNT  PIC 9(7)  COMP-3.
               10  DM-GT-ACTIVE-BALANCE
                                       PIC S9(11)V99 COMP-3.
               10  DM-GT-INACTIVE-COUNT
                                       PIC 9(7)  COMP-3.
               10  DM-GT-INACTIVE-BALANCE
                                       PIC S9(11)V99 COMP-3.
               10  DM-GT-DORMANT-COUNT PIC 9(7)  COMP-3.
               10  DM-GT-DORMANT-BALANCE
                                       PIC S9(11)V99 COMP-3.
               10  DM-GT-ARCHIVED-COUNT
                                       PIC 9(7)  COMP-3.

       01  DM-KEY-LINE.
           05  FILLER                  PIC X(9)  VALUE "DORMANT: ".
           05  DM-KL-ACTION            PIC X(9).
           05  FILLER                  PIC X(5)  VALUE " KEY ".
           05  DM-KL-KEY               PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " GROUP ".
           05  DM-KL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(13) VALUE " LAST POSTED ".
           05  DM-KL-LAST-POSTED       PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " DAYS ".
           05  DM-KL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE " BALANCE ".
           05  DM-KL-BALANCE           PIC -(9)9.99.

       77  DM-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  DM-CALENDAR-STATUS          PIC X(2)  VALUE "00".
       77  DM-PARM-STATUS              PIC X(2)  VALUE "00".
       77  DM-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  DM-ARCHIVE-STATUS           PIC X(2)  VALUE "00".
       77  DM-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  DM-RUN-TYPE                 PIC X(1)  VALUE "F".
       77  DM-INACTIVE-DAYS            PIC 9(5)  VALUE 180.
       77  DM-DORMANT-DAYS             PIC 9(5)  VALUE 365.
       77  DM-CLOSE-DAYS               PIC 9(5)  VALUE 730.
       77  DM-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  DM-DAYS-INACTIVE            PIC 9(5)  VALUE ZERO.
       77  DM-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  DM-ABORT                          VALUE "Y".
       77  DM-CAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  DM-CAL-EOF-YES                    VALUE "Y".
       77  DM-BAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  DM-BAL-EOF-YES                    VALUE "Y".
       77  DM-CAL-DATE-COUNT           PIC 9(5)  VALUE ZERO.
       77  DM-LATER-DATE-COUNT         PIC 9(5)  VALUE ZERO.
       77  DM-GROUP-COUNT              PIC 9(3)  VALUE ZERO.
       77  DM-GROUP-SUB                PIC 9(3)  VALUE ZERO.
       77  DM-GROUP-HIT-SWITCH         PIC X(1)  VALUE "N".
           88  DM-GROUP-HIT                      VALUE "Y".
       77  DM-GROUP-FULL-SWITCH        PIC X(1)  VALUE "N".
           88  DM-GROUP-FULL                     VALUE "Y".
       77  DM-KEYS-READ-COUNT          PIC 9(7)  VALUE ZERO.
       77  DM-ACTIVE-COUNT             PIC 9(7)  VALUE ZERO.
       77  DM-INACTIVE-COUNT           PIC 9(7)  VALUE ZERO.
       77  DM-DORMANT-COUNT            PIC 9(7)  VALUE ZERO.
       77  DM-NEWLY-FLAGGED-COUNT      PIC 9(7)  VALUE ZERO.
       77  DM-UNFLAGGED-COUNT          PIC 9(7)  VALUE ZERO.
       77  DM-ARCHIVED-COUNT           PIC 9(7)  VALUE ZERO.
       77  DM-UPDATE-ERROR-COUNT       PIC 9(7)  VALUE ZERO.
       77  DM-ACTIVE-BALANCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DM-INACTIVE-BALANCE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DM-DORMANT-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DM-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  DM-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DM-ABORT
               PERFORM 2000-AGE-ONE-KEY
                   UNTIL DM-BAL-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, MONTH-END JUDGEMENT, THE      *
      *                   THRESHOLDS AND THE FILES                     *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           IF DM-RUN-TYPE = "S"
               DISPLAY "DORMANT: SUPPLEMENTARY RUN, NO DORMANCY RUN"
               SET DM-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-JUDGE-MONTH-END
           IF DM-CAL-DATE-COUNT = ZERO
               DISPLAY "DORMANT: NO USABLE RUNCAL CALENDAR, MONTH "
                   "END CANNOT BE JUDGED, NO DORMANCY RUN"
               MOVE "W" TO DM-ALERT-SEVERITY
               MOVE "NO RUNCAL, DORMANCY RUN SKIPPED"
                   TO DM-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
               SET DM-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF DM-LATER-DATE-COUNT NOT = ZERO
               DISPLAY "DORMANT: NOT THE LAST PROCESSING DATE OF "
                   DM-RUN-PERIOD ", NO DORMANCY RUN TONIGHT"
               SET DM-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-GET-THRESHOLDS
           COMPUTE DM-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(DM-RUN-DATE)

           OPEN I-O BALANCE-FILE-IO
           IF DM-BALANCE-STATUS NOT = "00"
               DISPLAY "DORMANT: UNABLE TO OPEN BALFIL STATUS="
                   DM-BALANCE-STATUS
               MOVE "DORMANCY RUN FAILED, BALFIL OPEN"
                   TO DM-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND ARCHIVE-FILE-OUT
           IF DM-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE-OUT
           END-IF
           IF DM-ARCHIVE-STATUS NOT = "00"
               DISPLAY "DORMANT: UNABLE TO OPEN DORMARC STATUS="
                   DM-ARCHIVE-STATUS
               CLOSE BALANCE-FILE-IO
               MOVE "DORMANCY RUN FAILED, DORMARC OPEN"
                   TO DM-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "DORMANT: DORMANCY RUN FOR " DM-RUN-DATE
           DISPLAY "DORMANT: INACTIVE AT " DM-INACTIVE-DAYS
               " DAYS, DORMANT AT " DM-DORMANT-DAYS
               " DAYS, CLOSURE AT " DM-CLOSE-DAYS " DAYS"
           DISPLAY "=================================================="
           PERFORM 2100-READ-BALANCE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND RUN    *
      *                          TYPE COME FROM THE RUNCTL RECORD      *
      *                          RUNGATE WRITES; WITHOUT ONE (AN       *
      *                          ON-DEMAND RUN) THE SYSTEM DATE SERVES *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF DM-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO DM-RUN-DATE
                       END-IF
                       IF BD-SUPPLEMENTARY-RUN
                           MOVE "S" TO DM-RUN-TYPE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-JUDGE-MONTH-END - COUNT THE RUNCAL DATES STILL TO COME IN *
      *                        THE BUSINESS DATE'S MONTH               *
      ******************************************************************
       1100-JUDGE-MONTH-END.
           OPEN INPUT CALENDAR-FILE-IN
           IF DM-CALENDAR-STATUS = "00"
               PERFORM 1110-READ-CALENDAR
               PERFORM 1120-JUDGE-CALENDAR-DATE
                   UNTIL DM-CAL-EOF-YES
               CLOSE CALENDAR-FILE-IN
           END-IF.

       1110-READ-CALENDAR.
           READ CALENDAR-FILE-IN
               AT END
                   SET DM-CAL-EOF-YES TO TRUE
           END-READ.

       1120-JUDGE-CALENDAR-DATE.
           IF CA-PROCESS-DATE IS NUMERIC
                   AND CA-PROCESS-DATE NOT = ZERO
               ADD 1 TO DM-CAL-DATE-COUNT
               MOVE CA-PROCESS-DATE TO DM-CAL-DATE-GROUP
               IF DM-CAL-PERIOD = DM-RUN-PERIOD
                       AND CA-PROCESS-DATE > DM-RUN-DATE
                   ADD 1 TO DM-LATER-DATE-COUNT
               END-IF
           END-IF
           PERFORM 1110-READ-CALENDAR.

      ******************************************************************
      * 1200-GET-THRESHOLDS - THE OPTIONAL DORMPARM RECORD; THE THREE  *
      *                       THRESHOLDS MUST RISE IN ORDER OR THE     *
      *                       DEFAULTS ARE KEPT                        *
      ******************************************************************
       1200-GET-THRESHOLDS.
           OPEN INPUT DORMANT-PARM-IN
           IF DM-PARM-STATUS = "00"
               READ DORMANT-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-INACTIVE-DAYS IS NUMERIC
                               AND DP-DORMANT-DAYS IS NUMERIC
                               AND DP-CLOSE-DAYS IS NUMERIC
                               AND DP-INACTIVE-DAYS > ZERO
                               AND DP-DORMANT-DAYS > DP-INACTIVE-DAYS
                               AND DP-CLOSE-DAYS > DP-DORMANT-DAYS
                           MOVE DP-INACTIVE-DAYS TO DM-INACTIVE-DAYS
                           MOVE DP-DORMANT-DAYS TO DM-DORMANT-DAYS
                           MOVE DP-CLOSE-DAYS TO DM-CLOSE-DAYS
                       ELSE
                           DISPLAY "DORMANT: DORMPARM THRESHOLDS '"
                               DORMANT-PARM-RECORD
                               "' NOT USABLE, DEFAULTS KEPT"
                       END-IF
               END-READ
               CLOSE DORMANT-PARM-IN
           END-IF.

       1900-ABANDON-RUN.
           MOVE "C" TO DM-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET DM-ABORT TO TRUE.

      ******************************************************************
      * 2000-AGE-ONE-KEY - BAND THE KEY ON ITS DAYS SINCE LAST POSTED, *
      *                    FLAG IT DORMANT OR ARCHIVE IT               *
      ******************************************************************
       2000-AGE-ONE-KEY.
           ADD 1 TO DM-KEYS-READ-COUNT
           IF BL-LAST-POSTED IS NUMERIC
                   AND BL-LAST-POSTED NOT = ZERO
                   AND BL-LAST-POSTED NOT > DM-RUN-DATE
               COMPUTE DM-DAYS-INACTIVE = DM-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(BL-LAST-POSTED)
           ELSE
               MOVE 99999 TO DM-DAYS-INACTIVE
           END-IF
           IF BL-ACCRUED-INTEREST IS NOT NUMERIC
               MOVE ZERO TO BL-ACCRUED-INTEREST
           END-IF

           PERFORM 2200-FIND-GROUP-ENTRY

           EVALUATE TRUE
               WHEN DM-DAYS-INACTIVE < DM-INACTIVE-DAYS
                   PERFORM 2300-COUNT-ACTIVE
               WHEN DM-DAYS-INACTIVE < DM-DORMANT-DAYS
                   PERFORM 2400-COUNT-INACTIVE
               WHEN DM-DAYS-INACTIVE NOT < DM-CLOSE-DAYS
                       AND BL-BALANCE = ZERO
                       AND BL-ACCRUED-INTEREST = ZERO
                   PERFORM 2600-ARCHIVE-KEY
               WHEN OTHER
                   PERFORM 2500-FLAG-DORMANT
           END-EVALUATE
           PERFORM 2100-READ-BALANCE.

       2100-READ-BALANCE.
           READ BALANCE-FILE-IO NEXT RECORD
               AT END
                   SET DM-BAL-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2200-FIND-GROUP-ENTRY - THE KEY'S GROUP IN THE REPORT TABLE,   *
      *                         ADDED THE FIRST TIME IT IS SEEN        *
      ******************************************************************
       2200-FIND-GROUP-ENTRY.
           MOVE "N" TO DM-GROUP-HIT-SWITCH
           MOVE ZERO TO DM-GROUP-SUB
           PERFORM 2210-MATCH-GROUP-ENTRY
               UNTIL DM-GROUP-HIT
               OR DM-GROUP-SUB = DM-GROUP-COUNT

           IF NOT DM-GROUP-HIT
               IF DM-GROUP-COUNT = 300
                   IF NOT DM-GROUP-FULL
                       DISPLAY "DORMANT: MORE THAN 300 GROUPS, THE "
                           "GROUP REPORT IS INCOMPLETE (THE TOTALS "
                           "ARE NOT)"
                       SET DM-GROUP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO DM-GROUP-COUNT
                   MOVE DM-GROUP-COUNT TO DM-GROUP-SUB
                   MOVE BL-GROUP-CODE
                       TO DM-GT-GROUP-CODE(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-ACTIVE-COUNT(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-ACTIVE-BALANCE(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-INACTIVE-COUNT(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-INACTIVE-BALANCE(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-DORMANT-COUNT(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-DORMANT-BALANCE(DM-GROUP-SUB)
                   MOVE ZERO TO DM-GT-ARCHIVED-COUNT(DM-GROUP-SUB)
                   SET DM-GROUP-HIT TO TRUE
               END-IF
           END-IF.

       2210-MATCH-GROUP-ENTRY.
           ADD 1 TO DM-GROUP-SUB
           IF DM-GT-GROUP-CODE(DM-GROUP-SUB) = BL-GROUP-CODE
               SET DM-GROUP-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2300-COUNT-ACTIVE / 2400-COUNT-INACTIVE - A KEY BELOW THE      *
      *                     DORMANT THRESHOLD IS COUNTED IN ITS BAND;  *
      *                     A STALE DORMANT FLAG ON IT IS CLEARED      *
      ******************************************************************
       2300-COUNT-ACTIVE.
           ADD 1 TO DM-ACTIVE-COUNT
           ADD BL-BALANCE TO DM-ACTIVE-BALANCE
           IF DM-GROUP-HIT
               ADD 1 TO DM-GT-ACTIVE-COUNT(DM-GROUP-SUB)
               ADD BL-BALANCE TO DM-GT-ACTIVE-BALANCE(DM-GROUP-SUB)
           END-IF
           PERFORM 2450-CLEAR-STALE-FLAG.

       2400-COUNT-INACTIVE.
           ADD 1 TO DM-INACTIVE-COUNT
           ADD BL-BALANCE TO DM-INACTIVE-BALANCE
           IF DM-GROUP-HIT
               ADD 1 TO DM-GT-INACTIVE-COUNT(DM-GROUP-SUB)
               ADD BL-BALANCE TO DM-GT-INACTIVE-BALANCE(DM-GROUP-SUB)
           END-IF
           PERFORM 2450-CLEAR-STALE-FLAG.

       2450-CLEAR-STALE-FLAG.
           IF BL-DORMANT
               MOVE SPACE TO BL-DORMANT-FLAG
               MOVE ZERO TO BL-DORMANT-DATE
               PERFORM 2800-REWRITE-KEY
               ADD 1 TO DM-UNFLAGGED-COUNT
           END-IF.

      ******************************************************************
      * 2500-FLAG-DORMANT - COUNT THE KEY AS DORMANT AND FLAG IT THE   *
      *                     FIRST MONTH IT CROSSES THE THRESHOLD       *
      ******************************************************************
       2500-FLAG-DORMANT.
           ADD 1 TO DM-DORMANT-COUNT
           ADD BL-BALANCE TO DM-DORMANT-BALANCE
           IF DM-GROUP-HIT
               ADD 1 TO DM-GT-DORMANT-COUNT(DM-GROUP-SUB)
               ADD BL-BALANCE TO DM-GT-DORMANT-BALANCE(DM-GROUP-SUB)
           END-IF
           IF NOT BL-DORMANT
               SET BL-DORMANT TO TRUE
               MOVE DM-RUN-DATE TO BL-DORMANT-DATE
               PERFORM 2800-REWRITE-KEY
               ADD 1 TO DM-NEWLY-FLAGGED-COUNT
               MOVE "FLAGGED" TO DM-KL-ACTION
               PERFORM 2900-DISPLAY-KEY-LINE
           END-IF.

      ******************************************************************
      * 2600-ARCHIVE-KEY - A ZERO-BALANCE KEY PAST THE CLOSURE         *
      *                    THRESHOLD LEAVES BALFIL FOR DORMARC; THE    *
      *                    ARCHIVE ROW IS WRITTEN ONLY ONCE THE DELETE *
      *                    HAS TAKEN                                   *
      ******************************************************************
       2600-ARCHIVE-KEY.
           DELETE BALANCE-FILE-IO RECORD
               INVALID KEY
                   DISPLAY "DORMANT: BALFIL DELETE FAILED ON KEY "
                       BL-KEY
                   ADD 1 TO DM-UPDATE-ERROR-COUNT
               NOT INVALID KEY
                   MOVE BL-KEY TO DA-KEY
                   MOVE BL-GROUP-CODE TO DA-GROUP-CODE
                   MOVE BL-POSTING-COUNT TO DA-POSTING-COUNT
                   MOVE BL-BALANCE TO DA-BALANCE
                   MOVE BL-LAST-POSTED TO DA-LAST-POSTED
                   MOVE DM-DAYS-INACTIVE TO DA-DAYS-INACTIVE
                   MOVE DM-RUN-DATE TO DA-ARCHIVE-DATE
                   WRITE DORMANT-ARCHIVE-RECORD
                   ADD 1 TO DM-ARCHIVED-COUNT
                   IF DM-GROUP-HIT
                       ADD 1 TO DM-GT-ARCHIVED-COUNT(DM-GROUP-SUB)
                   END-IF
                   MOVE "ARCHIVED" TO DM-KL-ACTION
                   PERFORM 2900-DISPLAY-KEY-LINE
           END-DELETE.

       2800-REWRITE-KEY.
           REWRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "DORMANT: BALFIL REWRITE FAILED ON KEY "
                       BL-KEY
                   ADD 1 TO DM-UPDATE-ERROR-COUNT
           END-REWRITE.

       2900-DISPLAY-KEY-LINE.
           MOVE BL-KEY TO DM-KL-KEY
           MOVE BL-GROUP-CODE TO DM-KL-GROUP-CODE
           MOVE BL-LAST-POSTED TO DM-KL-LAST-POSTED
           MOVE DM-DAYS-INACTIVE TO DM-KL-DAYS
           MOVE BL-BALANCE TO DM-KL-BALANCE
           DISPLAY DM-KEY-LINE.

      ******************************************************************
      * 8000-TERMINATE - THE AGED REPORT BY GROUP, THE TOTALS AND THE  *
      *                  RETURN CODE                                   *
      ******************************************************************
       8000-TERMINATE.
           CLOSE BALANCE-FILE-IO
           CLOSE ARCHIVE-FILE-OUT

           DISPLAY "=================================================="
           DISPLAY "DORMANT: AGED DORMANCY REPORT BY GROUP"
           DISPLAY "=================================================="
           MOVE ZERO TO DM-GROUP-SUB
           PERFORM 8100-DISPLAY-GROUP-LINES
               UNTIL DM-GROUP-SUB = DM-GROUP-COUNT
           DISPLAY "=================================================="
           DISPLAY "DORMANT: " DM-KEYS-READ-COUNT " KEYS READ"
           DISPLAY "DORMANT: ACTIVE.....: " DM-ACTIVE-COUNT
               " KEYS, BALANCE " DM-ACTIVE-BALANCE
           DISPLAY "DORMANT: INACTIVE...: " DM-INACTIVE-COUNT
               " KEYS, BALANCE " DM-INACTIVE-BALANCE
           DISPLAY "DORMANT: DORMANT....: " DM-DORMANT-COUNT
               " KEYS, BALANCE " DM-DORMANT-BALANCE
           DISPLAY "DORMANT: " DM-NEWLY-FLAGGED-COUNT
               " KEYS NEWLY FLAGGED DORMANT, " DM-UNFLAGGED-COUNT
               " STALE FLAGS CLEARED"
           DISPLAY "DORMANT: " DM-ARCHIVED-COUNT
               " ZERO-BALANCE KEYS ARCHIVED TO DORMARC"

           IF DM-UPDATE-ERROR-COUNT NOT = ZERO
               DISPLAY "DORMANT: " DM-UPDATE-ERROR-COUNT
                   " BALFIL UPDATE ERRORS"
               MOVE "C" TO DM-ALERT-SEVERITY
               MOVE "DORMANCY RUN BALFIL UPDATE ERRORS"
                   TO DM-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DM-GROUP-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8100-DISPLAY-GROUP-LINES.
           ADD 1 TO DM-GROUP-SUB
           DISPLAY "DORMANT: GROUP " DM-GT-GROUP-CODE(DM-GROUP-SUB)
               " ACTIVE " DM-GT-ACTIVE-COUNT(DM-GROUP-SUB)
               " BALANCE " DM-GT-ACTIVE-BALANCE(DM-GROUP-SUB)
           DISPLAY "DORMANT:            " DM-INACTIVE-DAYS "+ "
               DM-GT-INACTIVE-COUNT(DM-GROUP-SUB)
               " BALANCE " DM-GT-INACTIVE-BALANCE(DM-GROUP-SUB)
           DISPLAY "DORMANT:            " DM-DORMANT-DAYS "+ "
               DM-GT-DORMANT-COUNT(DM-GROUP-SUB)
               " BALANCE " DM-GT-DORMANT-BALANCE(DM-GROUP-SUB)
               " ARCHIVED " DM-GT-ARCHIVED-COUNT(DM-GROUP-SUB).

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF DM-ALERT-STATUS = "00"
               MOVE DM-RUN-DATE TO AL-RUN-DATE
               MOVE "DORMANT" TO AL-PROGRAM-NAME
               MOVE DM-ALERT-SEVERITY TO AL-SEVERITY
               MOVE DM-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "DORMANT: UNABLE TO OPEN ALERTOUT STATUS="
                   DM-ALERT-STATUS
           END-IF.
       END PROGRAM Dormant.
