      *                     the velocity table counts).  A blank
      *                     TR-OP-CODE is not judged against the
      *                     permitted list.
      *    2026-10-15  RA   Every TR-KEY is now proved against the
      *                     KEYMST transaction-key master once the
      *                     structural edits pass, so a provider
      *                     typo no longer opens a new BALFIL key
      *                     the first time OPERATIONS posts it.  New
      *                     reason codes: "U" key not on KEYMST, "F"
      *                     key frozen, "C" key closed.  No KEYMST
      *                     at all leaves the key-master edits off,
      *                     the way a missing EDITRUL does.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE, so the
      *                     TRANREJ image grows to 37 bytes and the
      *                     reject row to 66; only the record
      *                     lengths change here.
      *    2026-10-15  RA   Every accepted batch is now recorded on the
      *                     BATCHREG registry (batch id, create date,
      *                     trailer count and hash, business date and
      *                     cycle from RUNCTL).  A sound batch whose id,
      *                     or whose count and hash pair, is already on
      *                     the registry from another run, or earlier
      *                     in the same file, is bounced whole with the
      *                     new reason code "R" and a critical alert.
      *                     A registry row of the same business date
      *                     and cycle is the same batch met again by a
      *                     rerun and is not a resend; the STDGEN and
      *                     SUSPINJ batches, whose totals can repeat
      *                     night after night, are judged on the id
      *                     alone.  No registry at all (the first run)
      *                     leaves the check to the batches in the
      *                     file.
      *    2026-10-15  RA   A KEYMST read ending in any status but 00 or
      *                     23 is now a file error: the run is
      *                     abandoned with return code 8 and a
      *                     critical alert, the record in hand is not
      *                     written and no batch is registered.
      *    2026-10-15  RA   KEYMST is a control master: a KEYMST that
      *                     will not open now abandons the run the
      *                     same way (return code 8, critical alert,
      *                     nothing edited or registered) instead of
      *                     turning the key-master edits off.  A
      *                     TR-GROUP-CODE other than the key's owning
      *                     group on KEYMST is rejected with the new
      *                     reason code "G", so a key's first posting
      *                     can no longer open it on BALFIL under the
      *                     wrong group.
      *    2026-10-15  RA   1500-VERIFY-BATCH-CONTROLS is now PERFORMed
      *                     THRU its exit, so a failed open or an
      *                     abandoned run no longer falls through from
      *                     its GO TO into the registry and edit
      *                     paragraphs behind it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tranedit.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-RULE-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS TE-KEYMST-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-RUNCTL-STATUS.

           SELECT BATCH-REGISTRY-IO ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-REGISTRY-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  CLEAN-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  CLEAN-OUT-RECORD            PIC X(37).

       FD  REJECT-FILE-OUT
           RECORD CONTAINS 66 CHARACTERS.
       01  REJECT-OUT-RECORD.
           05  RJ-TRAN-DATA            PIC X(37).
           05  RJ-REASON-CODE          PIC X(1).
           05  RJ-REASON-TEXT          PIC X(20).
           05  RJ-BATCH-ID             PIC X(8).
           05  ER-ALLOWED-OPS          PIC X(24).
           05  ER-VELOCITY-LIMIT       PIC 9(3).

       FD  KEY-FILE-IN.
           COPY KEYREC.

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  BATCH-REGISTRY-IO
           RECORD CONTAINS 56 CHARACTERS.
           COPY BREGREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  TE-RULE-TABLE.
           05  TE-RULE-ENTRY OCCURS 50 TIMES.
               10  TE-BT-ACCEPT-COUNT  PIC 9(7).
               10  TE-BT-ACCEPT-HASH   PIC S9(11)V99 COMP-3.
               10  TE-BT-FAIL-SWITCH   PIC X(1).
                   88  TE-BT-FAILED              VALUE "Y" "D".
                   88  TE-BT-DUPLICATE           VALUE "D".
               10  TE-BT-CREATE-DATE   PIC 9(8).
               10  TE-BT-SOURCE        PIC X(1).
                   88  TE-BT-PROVIDER            VALUE "P".
               10  TE-BT-DUP-REASON    PIC X(1).
                   88  TE-BT-SAME-ID             VALUE "I".
                   88  TE-BT-SAME-TOTALS         VALUE "T".
               10  TE-BT-DUP-DATE      PIC 9(8).
               10  TE-BT-REGISTERED-SWITCH
                                       PIC X(1).
                   88  TE-BT-REGISTERED          VALUE "Y".

       01  TE-CLASSIFY-ID.
           05  TE-CLASSIFY-PREFIX      PIC X(1).
           05  TE-CLASSIFY-DIGITS      PIC X(7).

       77  TE-TRANS-STATUS             PIC X(2)  VALUE "00".
       77  TE-CLEAN-STATUS             PIC X(2)  VALUE "00".
           88  TE-BATCH-OPEN                     VALUE "Y".
       77  TE-CONTROL-FAIL-SWITCH      PIC X(1)  VALUE "N".
           88  TE-CONTROL-FAIL                   VALUE "Y".
       77  TE-ABANDON-SWITCH           PIC X(1)  VALUE "N".
           88  TE-RUN-ABANDONED                  VALUE "Y".
       77  TE-FAILED-BATCH-COUNT       PIC 9(2)  VALUE ZERO.
       77  TE-CURR-BATCH-ID            PIC X(8)  VALUE SPACES.
       77  TE-BATCH-RAW-COUNT          PIC 9(7)  VALUE ZERO.
       77  TE-MAX-AMT-COUNT            PIC 9(7)  VALUE ZERO.
       77  TE-OP-PERM-COUNT            PIC 9(7)  VALUE ZERO.
       77  TE-VELOCITY-COUNT           PIC 9(7)  VALUE ZERO.
       77  TE-KEYMST-STATUS            PIC X(2)  VALUE "00".
       77  TE-KEYMST-OPEN-SWITCH       PIC X(1)  VALUE "N".
           88  TE-KEYMST-OPEN                    VALUE "Y".
       77  TE-UNKNOWN-KEY-COUNT        PIC 9(7)  VALUE ZERO.
       77  TE-FROZEN-KEY-COUNT         PIC 9(7)  VALUE ZERO.
       77  TE-CLOSED-KEY-COUNT         PIC 9(7)  VALUE ZERO.
       77  TE-WRONG-GROUP-COUNT        PIC 9(7)  VALUE ZERO.
       77  TE-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  TE-REGISTRY-STATUS          PIC X(2)  VALUE "00".
       77  TE-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  TE-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  TE-CYCLE-NUMBER             PIC 9(3)  VALUE ZERO.
       77  TE-REGISTRY-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  TE-REGISTRY-EOF-YES               VALUE "Y".
       77  TE-OTHER-SUB                PIC 9(2)  VALUE ZERO.
       77  TE-OTHER-LIMIT              PIC 9(2)  VALUE ZERO.
       77  TE-CLASSIFY-SOURCE          PIC X(1)  VALUE SPACE.
       77  TE-RESENT-BATCH-COUNT       PIC 9(2)  VALUE ZERO.
       77  TE-RESENT-REJ-COUNT         PIC 9(7)  VALUE ZERO.
       77  TE-REGISTERED-COUNT         PIC 9(2)  VALUE ZERO.
       77  TE-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  TE-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-VERIFY-BATCH-CONTROLS THRU 1500-EXIT
           PERFORM 1600-CHECK-BATCH-REGISTRY THRU 1600-EXIT
           PERFORM 2000-EDIT-TRANSACTION
               UNTIL TE-EOF-YES
           PERFORM 8000-TERMINATE
      *                   CONTROL PASS AND REOPENED FOR THE EDIT PASS  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN INPUT TRANS-FILE-IN
           IF TE-TRANS-STATUS NOT = "00"
               DISPLAY "TRANEDIT: UNABLE TO OPEN TRANIN STATUS="
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-LOAD-EDIT-RULES THRU 1200-EXIT
           PERFORM 1300-OPEN-KEY-MASTER.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE BUSINESS DATE AND CYCLE THE       *
      *                          BATCHES ARE REGISTERED UNDER COME     *
      *                          FROM THE RUNCTL RECORD RUNGATE        *
      *                          WRITES; WITHOUT ONE THE SYSTEM DATE   *
      *                          SERVES                                *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT TE-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO TE-CYCLE-NUMBER
           OPEN INPUT RUN-CTL-IN
           IF TE-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO TE-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO TE-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1200-LOAD-EDIT-RULES - THE DESK-MAINTAINED EDITRUL TABLE: PER  *
      *                        GROUP, AMOUNT LIMITS, THE OP CODES THE  *
           END-IF
           PERFORM 1210-READ-EDIT-RULE.

      ******************************************************************
      * 1300-OPEN-KEY-MASTER - KEYMST IS READ BY KEY FOR EVERY RECORD  *
      *                        THAT PASSES THE STRUCTURAL EDITS.  IT   *
      *                        IS A CONTROL MASTER, NOT A RULE TABLE   *
      *                        LIKE EDITRUL: WITHOUT IT THE RUN IS     *
      *                        ABANDONED BEFORE ANYTHING IS EDITED     *
      ******************************************************************
       1300-OPEN-KEY-MASTER.
           OPEN INPUT KEY-FILE-IN
           IF TE-KEYMST-STATUS = "00"
               SET TE-KEYMST-OPEN TO TRUE
           ELSE
               DISPLAY "TRANEDIT: UNABLE TO OPEN KEYMST STATUS="
                   TE-KEYMST-STATUS ", RUN ABANDONED"
               MOVE SPACES TO TE-ALERT-TEXT
               STRING "KEYMST OPEN FAILED STATUS " TE-KEYMST-STATUS
                       ", RUN ABANDONED"
                   DELIMITED BY SIZE INTO TE-ALERT-TEXT
               END-STRING
               MOVE "C" TO TE-ALERT-SEVERITY
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET TE-RUN-ABANDONED TO TRUE
               SET TE-CONTROL-FAIL TO TRUE
               SET TE-EOF-YES TO TRUE
           END-IF.

      ******************************************************************
      * 1500-VERIFY-BATCH-CONTROLS - CONTROL PASS OVER TRANIN: TALLY   *
      *                              EACH BATCH'S OWN RECORD COUNT AND *
               WHEN BH-HEADER-RECORD
                   PERFORM 1530-OPEN-CONTROL-BATCH
               WHEN BT-TRAILER-RECORD
                   PERFORM 1540-CLOSE-CONTROL-BATCH THRU 1540-EXIT
               WHEN OTHER
                   IF TE-BATCH-OPEN
                       ADD 1 TO TE-BT-RAW-COUNT(TE-BATCH-SUB)
               MOVE ZERO TO TE-BT-ACCEPT-COUNT(TE-BATCH-SUB)
               MOVE ZERO TO TE-BT-ACCEPT-HASH(TE-BATCH-SUB)
               MOVE "N" TO TE-BT-FAIL-SWITCH(TE-BATCH-SUB)
               IF BH-CREATE-DATE IS NUMERIC
                   MOVE BH-CREATE-DATE
                       TO TE-BT-CREATE-DATE(TE-BATCH-SUB)
               ELSE
                   MOVE ZERO TO TE-BT-CREATE-DATE(TE-BATCH-SUB)
               END-IF
               MOVE BH-BATCH-ID TO TE-CLASSIFY-ID
               PERFORM 1690-CLASSIFY-SOURCE
               MOVE TE-CLASSIFY-SOURCE TO TE-BT-SOURCE(TE-BATCH-SUB)
               MOVE SPACE TO TE-BT-DUP-REASON(TE-BATCH-SUB)
               MOVE ZERO TO TE-BT-DUP-DATE(TE-BATCH-SUB)
               MOVE "N" TO TE-BT-REGISTERED-SWITCH(TE-BATCH-SUB)
           END-IF.

       1540-CLOSE-CONTROL-BATCH.
           END-IF
           MOVE "N" TO TE-BATCH-OPEN-SWITCH.

      ******************************************************************
      * 1600-CHECK-BATCH-REGISTRY - EVERY BATCH THAT PASSED ITS        *
      *                             CONTROLS IS JUDGED AGAINST THE     *
      *                             BATCHREG REGISTRY AND AGAINST THE  *
      *                             BATCHES AHEAD OF IT IN THE FILE;   *
      *                             A RESENT BATCH IS MARKED SO THE    *
      *                             EDIT PASS BOUNCES IT WHOLE         *
      ******************************************************************
       1600-CHECK-BATCH-REGISTRY.
           IF TE-EOF-YES OR TE-CONTROL-FAIL
                   OR TE-BATCH-COUNT = ZERO
               GO TO 1600-EXIT
           END-IF

           OPEN INPUT BATCH-REGISTRY-IO
           IF TE-REGISTRY-STATUS = "00"
               PERFORM 1610-READ-REGISTRY
               PERFORM 1620-JUDGE-REGISTRY-ROW
                   UNTIL TE-REGISTRY-EOF-YES
               CLOSE BATCH-REGISTRY-IO
           ELSE
               DISPLAY "TRANEDIT: NO BATCHREG REGISTRY (STATUS="
                   TE-REGISTRY-STATUS "), BATCHES ARE CHECKED "
                   "AGAINST THIS FILE ONLY"
           END-IF

           MOVE ZERO TO TE-BATCH-SUB
           PERFORM 1650-JUDGE-ONE-BATCH
               UNTIL TE-BATCH-SUB = TE-BATCH-COUNT.
       1600-EXIT.
           EXIT.

       1610-READ-REGISTRY.
           READ BATCH-REGISTRY-IO
               AT END
                   SET TE-REGISTRY-EOF-YES TO TRUE
           END-READ.

       1620-JUDGE-REGISTRY-ROW.
           MOVE ZERO TO TE-BATCH-SUB
           PERFORM 1630-MATCH-REGISTRY-ROW
               UNTIL TE-BATCH-SUB = TE-BATCH-COUNT
           PERFORM 1610-READ-REGISTRY.

      ******************************************************************
      * 1630-MATCH-REGISTRY-ROW - THE SAME ID FROM THE SAME BUSINESS   *
      *                           DATE AND CYCLE IS THIS RUN'S OWN ROW *
      *                           (A RERUN); THE SAME ID FROM ANY      *
      *                           OTHER RUN, OR A PROVIDER BATCH WITH  *
      *                           THE SAME COUNT AND HASH, IS A RESEND *
      ******************************************************************
       1630-MATCH-REGISTRY-ROW.
           ADD 1 TO TE-BATCH-SUB
           IF NOT TE-BT-FAILED(TE-BATCH-SUB)
               IF BG-BATCH-ID = TE-BT-BATCH-ID(TE-BATCH-SUB)
                   IF BG-BUSINESS-DATE = TE-RUN-DATE
                           AND BG-CYCLE = TE-CYCLE-NUMBER
                       SET TE-BT-REGISTERED(TE-BATCH-SUB) TO TRUE
                   ELSE
                       IF TE-BT-DUP-REASON(TE-BATCH-SUB) = SPACE
                           SET TE-BT-SAME-ID(TE-BATCH-SUB) TO TRUE
                           MOVE BG-BUSINESS-DATE
                               TO TE-BT-DUP-DATE(TE-BATCH-SUB)
                       END-IF
                   END-IF
               ELSE
                   IF TE-BT-PROVIDER(TE-BATCH-SUB)
                           AND BG-PROVIDER-BATCH
                           AND TE-BT-RAW-COUNT(TE-BATCH-SUB)
                               NOT = ZERO
                           AND BG-RECORD-COUNT
                               = TE-BT-RAW-COUNT(TE-BATCH-SUB)
                           AND BG-HASH-TOTAL
                               = TE-BT-RAW-HASH(TE-BATCH-SUB)
                           AND TE-BT-DUP-REASON(TE-BATCH-SUB) = SPACE
                       SET TE-BT-SAME-TOTALS(TE-BATCH-SUB) TO TRUE
                       MOVE BG-BUSINESS-DATE
                           TO TE-BT-DUP-DATE(TE-BATCH-SUB)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 1650-JUDGE-ONE-BATCH - A BATCH ALREADY REGISTERED BY THIS RUN  *
      *                        IS NOT A RESEND OF ANOTHER; IT IS THEN  *
      *                        HELD AGAINST THE SOUND BATCHES AHEAD OF *
      *                        IT IN THE FILE                          *
      ******************************************************************
       1650-JUDGE-ONE-BATCH.
           ADD 1 TO TE-BATCH-SUB
           IF NOT TE-BT-FAILED(TE-BATCH-SUB)
               IF TE-BT-REGISTERED(TE-BATCH-SUB)
                   MOVE SPACE TO TE-BT-DUP-REASON(TE-BATCH-SUB)
               END-IF
               IF TE-BT-DUP-REASON(TE-BATCH-SUB) = SPACE
                   COMPUTE TE-OTHER-LIMIT = TE-BATCH-SUB - 1
                   MOVE ZERO TO TE-OTHER-SUB
                   PERFORM 1660-MATCH-EARLIER-BATCH
                       UNTIL TE-OTHER-SUB = TE-OTHER-LIMIT
                       OR TE-BT-DUP-REASON(TE-BATCH-SUB) NOT = SPACE
               END-IF
               IF TE-BT-DUP-REASON(TE-BATCH-SUB) NOT = SPACE
                   PERFORM 1670-BOUNCE-RESENT-BATCH
               END-IF
           END-IF.

       1660-MATCH-EARLIER-BATCH.
           ADD 1 TO TE-OTHER-SUB
           IF NOT TE-BT-FAILED(TE-OTHER-SUB)
               EVALUATE TRUE
                   WHEN TE-BT-BATCH-ID(TE-OTHER-SUB)
                           = TE-BT-BATCH-ID(TE-BATCH-SUB)
                       SET TE-BT-SAME-ID(TE-BATCH-SUB) TO TRUE
                       MOVE TE-RUN-DATE TO TE-BT-DUP-DATE(TE-BATCH-SUB)
                   WHEN TE-BT-PROVIDER(TE-BATCH-SUB)
                           AND TE-BT-PROVIDER(TE-OTHER-SUB)
                           AND TE-BT-RAW-COUNT(TE-BATCH-SUB)
                               NOT = ZERO
                           AND TE-BT-RAW-COUNT(TE-OTHER-SUB)
                               = TE-BT-RAW-COUNT(TE-BATCH-SUB)
                           AND TE-BT-RAW-HASH(TE-OTHER-SUB)
                               = TE-BT-RAW-HASH(TE-BATCH-SUB)
                       SET TE-BT-SAME-TOTALS(TE-BATCH-SUB) TO TRUE
                       MOVE TE-RUN-DATE TO TE-BT-DUP-DATE(TE-BATCH-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1670-BOUNCE-RESENT-BATCH.
           MOVE "D" TO TE-BT-FAIL-SWITCH(TE-BATCH-SUB)
           ADD 1 TO TE-FAILED-BATCH-COUNT
           ADD 1 TO TE-RESENT-BATCH-COUNT
           MOVE SPACES TO TE-ALERT-TEXT
           IF TE-BT-SAME-ID(TE-BATCH-SUB)
               DISPLAY "TRANEDIT: BATCH " TE-BT-BATCH-ID(TE-BATCH-SUB)
                   " ALREADY PROCESSED ON "
                   TE-BT-DUP-DATE(TE-BATCH-SUB)
                   " UNDER THE SAME ID, BOUNCED"
               STRING "BATCH " TE-BT-BATCH-ID(TE-BATCH-SUB)
                       " RESENT, SAME ID"
                   DELIMITED BY SIZE INTO TE-ALERT-TEXT
               END-STRING
           ELSE
               DISPLAY "TRANEDIT: BATCH " TE-BT-BATCH-ID(TE-BATCH-SUB)
                   " COUNT AND HASH ALREADY PROCESSED ON "
                   TE-BT-DUP-DATE(TE-BATCH-SUB) ", BOUNCED"
               STRING "BATCH " TE-BT-BATCH-ID(TE-BATCH-SUB)
                       " RESENT, SAME COUNT/HASH"
                   DELIMITED BY SIZE INTO TE-ALERT-TEXT
               END-STRING
           END-IF
           MOVE "C" TO TE-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT.

      ******************************************************************
      * 1690-CLASSIFY-SOURCE - THE NIGHT'S OWN BATCH IDS ARE "S"       *
      *                        (STDGEN STANDING INSTRUCTIONS) OR "Q"   *
      *                        (SUSPINJ SUSPENSE RE-INJECTION) AND     *
      *                        SEVEN DIGITS; ANY OTHER IS PROVIDER'S   *
      ******************************************************************
       1690-CLASSIFY-SOURCE.
           EVALUATE TRUE
               WHEN TE-CLASSIFY-PREFIX = "S"
                       AND TE-CLASSIFY-DIGITS IS NUMERIC
                   MOVE "S" TO TE-CLASSIFY-SOURCE
               WHEN TE-CLASSIFY-PREFIX = "Q"
                       AND TE-CLASSIFY-DIGITS IS NUMERIC
                   MOVE "Q" TO TE-CLASSIFY-SOURCE
               WHEN OTHER
                   MOVE "P" TO TE-CLASSIFY-SOURCE
           END-EVALUATE.

      ******************************************************************
      * 2000-EDIT-TRANSACTION - EDIT PASS: VALIDATE THE RECORD AND     *
      *                         WRITE IT TO TRANOK OR TRANREJ; EVERY   *
               IF TE-BATCH-OPEN
                       AND TE-BT-FAILED(TE-BATCH-SUB)
                   MOVE TRAN-RECORD TO RJ-TRAN-DATA
                   IF TE-BT-DUPLICATE(TE-BATCH-SUB)
                       MOVE "R" TO RJ-REASON-CODE
                       MOVE "BATCH ALREADY SENT" TO RJ-REASON-TEXT
                       ADD 1 TO TE-RESENT-REJ-COUNT
                   ELSE
                       MOVE "B" TO RJ-REASON-CODE
                       MOVE "BATCH CONTROL FAILED" TO RJ-REASON-TEXT
                       ADD 1 TO TE-BATCH-REJ-COUNT
                   END-IF
                   MOVE TE-CURR-BATCH-ID TO RJ-BATCH-ID
                   WRITE REJECT-OUT-RECORD
                   ADD 1 TO TE-REJECT-COUNT
               ELSE
                   PERFORM 2050-VALIDATE-TRANSACTION
                   EVALUATE TRUE
                       WHEN TE-RUN-ABANDONED
                           CONTINUE
                       WHEN TE-VALID-DATA
                           ADD 1 TO TE-CLEAN-COUNT
                           IF TE-BATCH-OPEN
                               ADD 1 TO
                                   TE-BT-ACCEPT-COUNT(TE-BATCH-SUB)
                               ADD TR-NUM1
                                   TO TE-BT-ACCEPT-HASH(TE-BATCH-SUB)
                           END-IF
                           MOVE TRAN-RECORD TO CLEAN-OUT-RECORD
                           WRITE CLEAN-OUT-RECORD
                       WHEN OTHER
                           MOVE TRAN-RECORD TO RJ-TRAN-DATA
                           MOVE TE-REASON-CODE TO RJ-REASON-CODE
                           MOVE TE-REASON-TEXT TO RJ-REASON-TEXT
                           MOVE TE-CURR-BATCH-ID TO RJ-BATCH-ID
                           WRITE REJECT-OUT-RECORD
                           ADD 1 TO TE-REJECT-COUNT
                   END-EVALUATE
               END-IF
           END-IF

               END-EVALUATE
           END-IF

           IF TE-REASON-CODE = SPACE AND TE-KEYMST-OPEN
               PERFORM 2055-CHECK-KEY-MASTER
           END-IF

           IF TE-REASON-CODE = SPACE AND TE-RULE-COUNT NOT = ZERO
                   AND NOT TE-RUN-ABANDONED
               PERFORM 2060-APPLY-BUSINESS-EDITS
           END-IF

               MOVE "N" TO TE-VALID-SWITCH
           END-IF.

      ******************************************************************
      * 2055-CHECK-KEY-MASTER - THE KEY MUST BE ON KEYMST AND OPEN; A  *
      *                         MISSING, FROZEN OR CLOSED KEY EACH     *
      *                         HAVE THEIR OWN REASON CODE, AS DOES A  *
      *                         GROUP CODE OTHER THAN THE KEY'S OWN.   *
      *                         ANY OTHER READ FAILURE ABANDONS THE    *
      *                         RUN                                    *
      ******************************************************************
       2055-CHECK-KEY-MASTER.
           MOVE TR-KEY TO KF-KEY
           READ KEY-FILE-IN
               INVALID KEY
                   ADD 1 TO TE-UNKNOWN-KEY-COUNT
                   MOVE "U" TO TE-REASON-CODE
                   MOVE "KEY NOT ON KEYMST" TO TE-REASON-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KF-FROZEN
                           ADD 1 TO TE-FROZEN-KEY-COUNT
                           MOVE "F" TO TE-REASON-CODE
                           MOVE "KEY FROZEN" TO TE-REASON-TEXT
                       WHEN KF-CLOSED
                           ADD 1 TO TE-CLOSED-KEY-COUNT
                           MOVE "C" TO TE-REASON-CODE
                           MOVE "KEY CLOSED" TO TE-REASON-TEXT
                       WHEN TR-GROUP-CODE NOT = KF-GROUP-CODE
                           ADD 1 TO TE-WRONG-GROUP-COUNT
                           MOVE "G" TO TE-REASON-CODE
                           MOVE "NOT THE KEY'S GROUP" TO TE-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF TE-KEYMST-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "TRANEDIT: KEYMST READ FAILED ON KEY " TR-KEY
                   " STATUS=" TE-KEYMST-STATUS ", RUN ABANDONED"
               MOVE SPACES TO TE-ALERT-TEXT
               STRING "KEYMST READ FAILED STATUS " TE-KEYMST-STATUS
                       ", RUN ABANDONED"
                   DELIMITED BY SIZE INTO TE-ALERT-TEXT
               END-STRING
               MOVE "C" TO TE-ALERT-SEVERITY
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET TE-RUN-ABANDONED TO TRUE
               SET TE-CONTROL-FAIL TO TRUE
               SET TE-EOF-YES TO TRUE
           END-IF.

      ******************************************************************
      * 2060-APPLY-BUSINESS-EDITS - THE DESK'S EDITRUL RULES, APPLIED  *
      *                             AFTER THE STRUCTURAL EDITS PASS:   *
           IF TE-RULE-FOUND
               PERFORM 2080-CHECK-AMOUNT-RANGE
               IF TE-REASON-CODE = SPACE
                   PERFORM 2085-CHECK-OP-PERMITTED THRU 2085-EXIT
               END-IF
               IF TE-REASON-CODE = SPACE
                   PERFORM 2090-CHECK-VELOCITY THRU 2090-EXIT
               END-IF
           END-IF.

           CLOSE TRANS-FILE-IN
           CLOSE CLEAN-FILE-OUT
           CLOSE REJECT-FILE-OUT
           IF TE-KEYMST-OPEN
               CLOSE KEY-FILE-IN
           END-IF
           DISPLAY "TRANEDIT: " TE-READ-COUNT " RECORDS READ"
           DISPLAY "TRANEDIT: " TE-CLEAN-COUNT " RECORDS ACCEPTED"
           DISPLAY "TRANEDIT: " TE-REJECT-COUNT " RECORDS REJECTED"
           DISPLAY "TRANEDIT:   INVALID OP CODE.: " TE-OP-CODE-COUNT
           DISPLAY "TRANEDIT:   NON-NUMERIC.....: "
               TE-NON-NUMERIC-COUNT
           DISPLAY "TRANEDIT:   KEY NOT ON MST..: "
               TE-UNKNOWN-KEY-COUNT
           DISPLAY "TRANEDIT:   KEY FROZEN......: "
               TE-FROZEN-KEY-COUNT
           DISPLAY "TRANEDIT:   KEY CLOSED......: "
               TE-CLOSED-KEY-COUNT
           DISPLAY "TRANEDIT:   NOT KEY'S GROUP.: "
               TE-WRONG-GROUP-COUNT
           DISPLAY "TRANEDIT:   BATCH CONTROL...: "
               TE-BATCH-REJ-COUNT
           DISPLAY "TRANEDIT:   BATCH RESENT....: "
               TE-RESENT-REJ-COUNT
           DISPLAY "TRANEDIT:   UNDER MINIMUM...: " TE-MIN-AMT-COUNT
           DISPLAY "TRANEDIT:   OVER MAXIMUM....: " TE-MAX-AMT-COUNT
           DISPLAY "TRANEDIT:   OP NOT PERMITTED: " TE-OP-PERM-COUNT

           IF TE-BATCH-COUNT NOT = ZERO
               PERFORM 8100-REPORT-BATCH-CONTROLS
               IF NOT TE-CONTROL-FAIL
                   PERFORM 8200-REGISTER-BATCHES THRU 8200-EXIT
               END-IF
           END-IF

           EVALUATE TRUE

       8110-REPORT-ONE-BATCH.
           ADD 1 TO TE-BATCH-SUB
           EVALUATE TRUE
               WHEN TE-BT-DUPLICATE(TE-BATCH-SUB)
                   DISPLAY "TRANEDIT: BATCH "
                       TE-BT-BATCH-ID(TE-BATCH-SUB)
                       " *** RESENT *** RAW COUNT "
                       TE-BT-RAW-COUNT(TE-BATCH-SUB)
                       " FIRST PROCESSED "
                       TE-BT-DUP-DATE(TE-BATCH-SUB)
               WHEN TE-BT-FAILED(TE-BATCH-SUB)
                   DISPLAY "TRANEDIT: BATCH "
                       TE-BT-BATCH-ID(TE-BATCH-SUB)
                       " *** BOUNCED *** RAW COUNT "
                       TE-BT-RAW-COUNT(TE-BATCH-SUB)
                       " RAW HASH " TE-BT-RAW-HASH(TE-BATCH-SUB)
               WHEN OTHER
                   DISPLAY "TRANEDIT: BATCH "
                       TE-BT-BATCH-ID(TE-BATCH-SUB)
                       " ACCEPTED " TE-BT-ACCEPT-COUNT(TE-BATCH-SUB)
                       " HASH " TE-BT-ACCEPT-HASH(TE-BATCH-SUB)
           END-EVALUATE.

      ******************************************************************
      * 8200-REGISTER-BATCHES - APPEND EVERY BATCH PASSED TONIGHT TO   *
      *                         THE BATCHREG REGISTRY WITH THE COUNT   *
      *                         AND HASH ITS TRAILER CARRIED; A BATCH  *
      *                         A RERUN FINDS ALREADY REGISTERED FOR   *
      *                         THIS DATE AND CYCLE IS NOT ADDED TWICE *
      ******************************************************************
       8200-REGISTER-BATCHES.
           OPEN EXTEND BATCH-REGISTRY-IO
           IF TE-REGISTRY-STATUS NOT = "00"
               DISPLAY "TRANEDIT: UNABLE TO OPEN BATCHREG STATUS="
                   TE-REGISTRY-STATUS ", TONIGHT'S BATCHES NOT "
                   "REGISTERED, RETURNING 4"
               MOVE "W" TO TE-ALERT-SEVERITY
               MOVE "BATCH REGISTRY NOT UPDATED" TO TE-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 8200-EXIT
           END-IF

           MOVE ZERO TO TE-BATCH-SUB
           PERFORM 8210-REGISTER-ONE-BATCH
               UNTIL TE-BATCH-SUB = TE-BATCH-COUNT
           CLOSE BATCH-REGISTRY-IO
           DISPLAY "TRANEDIT: " TE-REGISTERED-COUNT
               " BATCH(ES) ADDED TO THE BATCHREG REGISTRY".
       8200-EXIT.
           EXIT.

       8210-REGISTER-ONE-BATCH.
           ADD 1 TO TE-BATCH-SUB
           IF NOT TE-BT-FAILED(TE-BATCH-SUB)
                   AND NOT TE-BT-REGISTERED(TE-BATCH-SUB)
               MOVE TE-BT-BATCH-ID(TE-BATCH-SUB) TO BG-BATCH-ID
               MOVE TE-BT-SOURCE(TE-BATCH-SUB) TO BG-SOURCE
               MOVE TE-BT-CREATE-DATE(TE-BATCH-SUB) TO BG-CREATE-DATE
               MOVE TE-BT-RAW-COUNT(TE-BATCH-SUB) TO BG-RECORD-COUNT
               MOVE TE-BT-RAW-HASH(TE-BATCH-SUB) TO BG-HASH-TOTAL
               MOVE TE-BT-ACCEPT-COUNT(TE-BATCH-SUB)
                   TO BG-ACCEPT-COUNT
               MOVE TE-RUN-DATE TO BG-BUSINESS-DATE
               MOVE TE-CYCLE-NUMBER TO BG-CYCLE
               WRITE BATCH-REGISTRY-RECORD
               ADD 1 TO TE-REGISTERED-COUNT
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF TE-ALERT-STATUS = "00"
               MOVE TE-RUN-DATE TO AL-RUN-DATE
               MOVE "TRANEDIT" TO AL-PROGRAM-NAME
               MOVE TE-ALERT-SEVERITY TO AL-SEVERITY
               MOVE TE-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "TRANEDIT: UNABLE TO OPEN ALERTOUT STATUS="
                   TE-ALERT-STATUS
           END-IF.
       END PROGRAM Tranedit.
