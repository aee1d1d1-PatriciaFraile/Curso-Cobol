      ******************************************************************
      * PROGRAM-ID : BALRBLD
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : On-demand rebuild of the BALFIL balance master
      *              from the audit trail, and the proof of the live
      *              master against it.  Every audit row on AUDHIST
      *              (the archived history) and then AUDITOUT (the
      *              rows since the last archive) is read in file
      *              order and turned into postings the way the
      *              programs that wrote them posted BALFIL:
      *                OPERATIONS - a run of adjacent rows for one
      *                             key, date and cycle is one
      *                             transaction and its first row
      *                             posted (a blank op code writes
      *                             its ADD row first), the rule
      *                             BACKOUT and KEYSTMT group by;
      *                ADJPOST    - each ADJ row posted as
      *                             OPERATIONS posts;
      *                INTACCR    - each INT row capitalised into
      *                             the balance only;
      *                BACKOUT    - every run logged on BKOUTLOG is
      *                             replayed against the rows it
      *                             selected, grouped by key and
      *                             reversed as BACKOUT reversed
      *                             them.
      *              The postings are SORTed by key in file order
      *              and replayed onto a fresh record for each key.
      *              What the trail cannot carry (group code,
      *              accrued interest, dormancy and the last close)
      *              comes from the live record, or from KEYMST for
      *              a key BALFIL has lost.  The rebuilt master is
      *              written to BALRBLD and the integrity report on
      *              SYSOUT lists, key by key, every difference in
      *              balance, posting count or last-posted date,
      *              every live key with no audit history (carried
      *              across unchanged) and every rebuilt key BALFIL
      *              no longer has.  A rebuilt key at zero that is
      *              not on BALFIL is taken as closed by DORMANT and
      *              is listed but not written.  The step returns 4
      *              when anything disagreed.
      *              With "P" in RBLDPARM column 1 the rebuilt master
      *              is also promoted as the recovery copy, BALRCVY.
      *              Promotion needs the SIGNON user to carry the
      *              recover flag on USERPROF (logged to SECLOG; an
      *              unauthorized id is refused with return code 8
      *              before anything is read), and is withdrawn with
      *              return code 8 when either audit source or
      *              BKOUTLOG could not be read in full.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original balance rebuild and proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Balrbld.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBUILD-PARM-IN ASSIGN TO "RBLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-PARM-STATUS.

           SELECT HISTORY-FILE-IN ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-HISTORY-STATUS.

           SELECT AUDIT-FILE-IN ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-AUDIT-STATUS.

           SELECT BACKOUT-LOG-IN ASSIGN TO "BKOUTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-BKLOG-STATUS.

           SELECT LIVE-BALANCE-IN ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-KEY
               FILE STATUS IS RB-LIVE-STATUS.

           SELECT KEY-FILE-IN ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KF-KEY
               FILE STATUS IS RB-KEYMST-STATUS.

           SELECT REBUILT-BALANCE-OUT ASSIGN TO "BALRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS RB-REBUILT-STATUS.

           SELECT RECOVERY-BALANCE-OUT ASSIGN TO "BALRCVY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS RB-RECOVERY-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS RB-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-SECLOG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  REBUILD-PARM-IN
           RECORD CONTAINS 1 CHARACTERS.
       01  REBUILD-PARM-RECORD.
           05  RP-PROMOTE-FLAG         PIC X(1).

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-IN-RECORD           PIC X(95).

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BACKOUT-LOG-IN
           RECORD CONTAINS 40 CHARACTERS.
           COPY BKLGREC.

       FD  LIVE-BALANCE-IN.
       01  LIVE-BALANCE-RECORD.
           05  LV-KEY                  PIC X(6).
           05  FILLER                  PIC X(102).

       FD  KEY-FILE-IN.
           COPY KEYREC.

       FD  REBUILT-BALANCE-OUT.
           COPY BALREC.

       FD  RECOVERY-BALANCE-OUT.
       01  RECOVERY-BALANCE-RECORD.
           05  RV-KEY                  PIC X(6).
           05  FILLER                  PIC X(102).

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
           05  SO-USER-ID              PIC X(8).

       FD  USER-PROFILE-IN.
           COPY USRPREC.

       FD  SECURITY-LOG-OUT
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-KEY                  PIC X(6).
           05  SR-SEQUENCE             PIC 9(9).
           05  SR-EVENT-ORDER          PIC 9(1).
           05  SR-EVENT-KIND           PIC X(1).
               88  SR-POSTING                    VALUE "P".
               88  SR-ADJUSTMENT                 VALUE "A".
               88  SR-INTEREST                   VALUE "I".
               88  SR-REVERSAL                   VALUE "R".
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-AMOUNT               PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * ONE ENTRY PER BKOUTLOG ROW: THE BACKOUT RUN'S SELECTION, HOW   *
      * MANY OF ITS ROWS HAVE BEEN MET SO FAR, AND THE KEY GROUP       *
      * BACKOUT WOULD HAVE BEEN COLLECTING AT THIS POINT               *
      *----------------------------------------------------------------*
       01  RB-BACKOUT-TABLE.
           05  RB-BT-ENTRY OCCURS 500 TIMES.
               10  RB-BT-DATE          PIC 9(8).
               10  RB-BT-CYCLE         PIC 9(3).
               10  RB-BT-ROWS          PIC 9(7).
               10  RB-BT-MATCHED       PIC 9(7).
               10  RB-BT-GROUP-KEY     PIC X(6).
               10  RB-BT-GROUP-ROWS    PIC 9(3).
               10  RB-BT-FIRST-RESULT  PIC S9(7)V99 COMP-3.
               10  RB-BT-ADD-RESULT    PIC S9(7)V99 COMP-3.
               10  RB-BT-LAST-SEQUENCE PIC 9(9).

       01  RB-DIFFERENCE-LINE.
           05  FILLER                  PIC X(4)  VALUE "KEY ".
           05  RB-DL-KEY               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RB-DL-FIELD             PIC X(14).
           05  FILLER                  PIC X(8)  VALUE " BALFIL ".
           05  RB-DL-LIVE              PIC X(14).
           05  FILLER                  PIC X(9)  VALUE " REBUILT ".
           05  RB-DL-REBUILT           PIC X(14).

       01  RB-EXCEPTION-LINE.
           05  FILLER                  PIC X(4)  VALUE "KEY ".
           05  RB-XL-KEY               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RB-XL-TEXT              PIC X(34).
           05  FILLER                  PIC X(9)  VALUE " BALANCE ".
           05  RB-XL-BALANCE           PIC -ZZZZZZZZ9.99.

       77  RB-PARM-STATUS              PIC X(2)  VALUE "00".
       77  RB-HISTORY-STATUS           PIC X(2)  VALUE "00".
       77  RB-AUDIT-STATUS             PIC X(2)  VALUE "00".
       77  RB-BKLOG-STATUS             PIC X(2)  VALUE "00".
       77  RB-LIVE-STATUS              PIC X(2)  VALUE "00".
       77  RB-KEYMST-STATUS            PIC X(2)  VALUE "00".
       77  RB-REBUILT-STATUS           PIC X(2)  VALUE "00".
       77  RB-RECOVERY-STATUS          PIC X(2)  VALUE "00".
       77  RB-HISTORY-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  RB-HISTORY-EOF-YES                VALUE "Y".
       77  RB-AUDIT-EOF-SWITCH         PIC X(1)  VALUE "N".
           88  RB-AUDIT-EOF-YES                  VALUE "Y".
       77  RB-BKLOG-EOF-SWITCH         PIC X(1)  VALUE "N".
           88  RB-BKLOG-EOF-YES                  VALUE "Y".
       77  RB-LIVE-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  RB-LIVE-EOF-YES                   VALUE "Y".
       77  RB-SORT-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  RB-SORT-EOF-YES                   VALUE "Y".
       77  RB-PROMOTE-SWITCH           PIC X(1)  VALUE "N".
           88  RB-PROMOTE                        VALUE "Y".
       77  RB-RUN-SWITCH               PIC X(1)  VALUE "Y".
           88  RB-RUN-OK                         VALUE "Y".
       77  RB-INCOMPLETE-SWITCH        PIC X(1)  VALUE "N".
           88  RB-INCOMPLETE                     VALUE "Y".
       77  RB-GROUP-OPEN-SWITCH        PIC X(1)  VALUE "N".
           88  RB-GROUP-OPEN                     VALUE "Y".
       77  RB-LIVE-HIT-SWITCH          PIC X(1)  VALUE "N".
           88  RB-LIVE-HIT                       VALUE "Y".
       77  RB-KEY-DIFFERS-SWITCH       PIC X(1)  VALUE "N".
           88  RB-KEY-DIFFERS                    VALUE "Y".
       77  RB-BT-FULL-SWITCH           PIC X(1)  VALUE "N".
           88  RB-BT-FULL                        VALUE "Y".

       77  RB-BT-COUNT                 PIC 9(3)  VALUE ZERO.
       77  RB-BT-SUB                   PIC 9(3)  VALUE ZERO.
       77  RB-SEQUENCE                 PIC 9(9)  VALUE ZERO.
       77  RB-CURR-KEY                 PIC X(6)  VALUE SPACES.
       77  RB-CURR-RUN-DATE            PIC 9(8)  VALUE ZERO.
       77  RB-CURR-CYCLE               PIC 9(3)  VALUE ZERO.
       77  RB-EVENT-PERIOD             PIC 9(6)  VALUE ZERO.
       77  RB-PERIOD-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  RB-REVERSE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  RB-LIVE-BALANCE             PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  RB-LIVE-POSTING-COUNT       PIC 9(7)  VALUE ZERO.
       77  RB-LIVE-LAST-POSTED         PIC 9(8)  VALUE ZERO.
       77  RB-LIVE-TOTAL               PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  RB-REBUILT-TOTAL            PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  RB-EDIT-AMOUNT              PIC -ZZZZZZZZ9.99.
       77  RB-EDIT-NUMBER              PIC Z(7)9.
       77  RB-EDIT-TOTAL               PIC -ZZZZZZZZZZ9.99.

       77  RB-ROWS-READ-COUNT          PIC 9(9)  VALUE ZERO.
       77  RB-EVENT-COUNT              PIC 9(9)  VALUE ZERO.
       77  RB-REVERSAL-COUNT           PIC 9(7)  VALUE ZERO.
       77  RB-KEY-COUNT                PIC 9(7)  VALUE ZERO.
       77  RB-AGREED-COUNT             PIC 9(7)  VALUE ZERO.
       77  RB-DIFFER-COUNT             PIC 9(7)  VALUE ZERO.
       77  RB-NO-HISTORY-COUNT         PIC 9(7)  VALUE ZERO.
       77  RB-NOT-LIVE-COUNT           PIC 9(7)  VALUE ZERO.
       77  RB-CLOSED-COUNT             PIC 9(7)  VALUE ZERO.
       77  RB-WRITTEN-COUNT            PIC 9(7)  VALUE ZERO.
       77  RB-WRITE-ERROR-COUNT        PIC 9(7)  VALUE ZERO.

       77  RB-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  RB-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  RB-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  RB-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  RB-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  RB-AUTHORIZED                     VALUE "Y".
       77  RB-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  RB-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  RB-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  RB-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF RB-RUN-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-KEY SR-SEQUENCE SR-EVENT-ORDER
                   INPUT PROCEDURE IS 3000-RELEASE-POSTINGS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-REBUILD-MASTER
                       THRU 4000-EXIT
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - READ THE PROMOTION OPTION; PROMOTION MUST BE *
      *                   AUTHORISED BEFORE ANYTHING IS READ           *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT REBUILD-PARM-IN
           IF RB-PARM-STATUS = "00"
               READ REBUILD-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-PROMOTE-FLAG = "P"
                           SET RB-PROMOTE TO TRUE
                       END-IF
               END-READ
               CLOSE REBUILD-PARM-IN
           END-IF

           IF RB-PROMOTE
               DISPLAY "BALRBLD: REBUILD WITH PROMOTION TO BALRCVY "
                   "REQUESTED"
               PERFORM 0100-CHECK-AUTHORITY
               IF NOT RB-AUTHORIZED
                   MOVE "N" TO RB-RUN-SWITCH
               END-IF
           ELSE
               DISPLAY "BALRBLD: REBUILD AND PROOF ONLY, NOTHING "
                   "PROMOTED"
           END-IF.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE RECOVER FLAG ON USERPROF;     *
      *                        ANYTHING ELSE REFUSES THE RUN AND IS    *
      *                        LOGGED TO SECLOG                        *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO RB-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF RB-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO RB-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF RB-PROFILE-STATUS NOT = "00"
               DISPLAY "BALRBLD: UNABLE TO OPEN USERPROF STATUS="
                   RB-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE RB-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-RECOVER
                           SET RB-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF RB-AUTHORIZED
               MOVE "INVOKE" TO RB-LOG-ACTION
               MOVE "PROMOTE RECOVERY" TO RB-LOG-DETAIL
           ELSE
               DISPLAY "BALRBLD: USER '" RB-OPERATOR-ID
                   "' IS NOT AUTHORIZED TO PROMOTE, RUN REFUSED"
               MOVE "REFUSED" TO RB-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO RB-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF RB-SECLOG-STATUS = "00"
               ACCEPT RB-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT RB-LOG-TIME FROM TIME
               MOVE RB-LOG-DATE TO SL-LOG-DATE
               MOVE RB-LOG-TIME TO SL-LOG-TIME
               MOVE RB-OPERATOR-ID TO SL-USER-ID
               MOVE "BALRBLD" TO SL-PROGRAM-NAME
               MOVE RB-LOG-ACTION TO SL-ACTION
               MOVE RB-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "BALRBLD: UNABLE TO OPEN SECLOG STATUS="
                   RB-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 3000-RELEASE-POSTINGS - LOAD THE BACKOUT LOG, THEN READ        *
      *                         AUDHIST AND AUDITOUT IN FILE ORDER AND *
      *                         RELEASE ONE SORT RECORD PER POSTING    *
      *                         THE ROWS STAND FOR                     *
      ******************************************************************
       3000-RELEASE-POSTINGS.
           PERFORM 3050-LOAD-BACKOUT-LOG

           OPEN INPUT HISTORY-FILE-IN
           IF RB-HISTORY-STATUS = "00"
               PERFORM 3110-READ-HISTORY
           ELSE
               DISPLAY "BALRBLD: AUDHIST NOT AVAILABLE (STATUS="
                   RB-HISTORY-STATUS "), REBUILDING FROM AUDITOUT "
                   "ONLY"
               SET RB-HISTORY-EOF-YES TO TRUE
               SET RB-INCOMPLETE TO TRUE
           END-IF
           PERFORM 3100-PROCESS-HISTORY
               UNTIL RB-HISTORY-EOF-YES

           OPEN INPUT AUDIT-FILE-IN
           IF RB-AUDIT-STATUS = "00"
               PERFORM 3130-READ-AUDIT
           ELSE
               DISPLAY "BALRBLD: AUDITOUT NOT AVAILABLE (STATUS="
                   RB-AUDIT-STATUS "), REBUILDING FROM AUDHIST ONLY"
               SET RB-AUDIT-EOF-YES TO TRUE
               SET RB-INCOMPLETE TO TRUE
           END-IF
           PERFORM 3120-PROCESS-AUDITOUT
               UNTIL RB-AUDIT-EOF-YES
           PERFORM 3600-FLUSH-REVERSAL
               VARYING RB-BT-SUB FROM 1 BY 1
               UNTIL RB-BT-SUB > RB-BT-COUNT

           IF RB-HISTORY-STATUS = "00" OR "10"
               CLOSE HISTORY-FILE-IN
           END-IF
           IF RB-AUDIT-STATUS = "00" OR "10"
               CLOSE AUDIT-FILE-IN
           END-IF
           GO TO 3000-EXIT.

      ******************************************************************
      * 3050-LOAD-BACKOUT-LOG - EVERY BACKOUT RUN ON BKOUTLOG INTO THE *
      *                         TABLE; NO LOG MEANS NOTHING WAS EVER   *
      *                         BACKED OUT                             *
      ******************************************************************
       3050-LOAD-BACKOUT-LOG.
           OPEN INPUT BACKOUT-LOG-IN
           IF RB-BKLOG-STATUS NOT = "00"
               DISPLAY "BALRBLD: NO BKOUTLOG (STATUS="
                   RB-BKLOG-STATUS "), NO BACKOUT RUNS REPLAYED"
           ELSE
               PERFORM 3060-READ-BACKOUT-LOG
               PERFORM 3070-STORE-BACKOUT-RUN
                   UNTIL RB-BKLOG-EOF-YES
               CLOSE BACKOUT-LOG-IN
           END-IF
           DISPLAY "BALRBLD: " RB-BT-COUNT " BACKOUT RUNS ON BKOUTLOG".

       3060-READ-BACKOUT-LOG.
           READ BACKOUT-LOG-IN
               AT END
                   SET RB-BKLOG-EOF-YES TO TRUE
           END-READ.

       3070-STORE-BACKOUT-RUN.
           IF BJ-BACKOUT-DATE IS NUMERIC
                   AND BJ-BACKOUT-CYCLE IS NUMERIC
                   AND BJ-ROWS-SELECTED IS NUMERIC
               IF RB-BT-COUNT = 500
                   IF NOT RB-BT-FULL
                       DISPLAY "BALRBLD: MORE THAN 500 BACKOUT RUNS "
                           "ON BKOUTLOG, THE REST ARE NOT REPLAYED"
                       SET RB-BT-FULL TO TRUE
                       SET RB-INCOMPLETE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO RB-BT-COUNT
                   MOVE BJ-BACKOUT-DATE TO RB-BT-DATE(RB-BT-COUNT)
                   MOVE BJ-BACKOUT-CYCLE TO RB-BT-CYCLE(RB-BT-COUNT)
                   MOVE BJ-ROWS-SELECTED TO RB-BT-ROWS(RB-BT-COUNT)
                   MOVE ZERO TO RB-BT-MATCHED(RB-BT-COUNT)
                   MOVE LOW-VALUES TO RB-BT-GROUP-KEY(RB-BT-COUNT)
                   MOVE ZERO TO RB-BT-GROUP-ROWS(RB-BT-COUNT)
                   MOVE ZERO TO RB-BT-FIRST-RESULT(RB-BT-COUNT)
                   MOVE ZERO TO RB-BT-ADD-RESULT(RB-BT-COUNT)
                   MOVE ZERO TO RB-BT-LAST-SEQUENCE(RB-BT-COUNT)
               END-IF
           END-IF
           PERFORM 3060-READ-BACKOUT-LOG.

       3100-PROCESS-HISTORY.
           MOVE HISTORY-IN-RECORD TO AUDIT-RECORD
           PERFORM 3200-JUDGE-AUDIT-ROW THRU 3200-EXIT
           PERFORM 3110-READ-HISTORY.

       3110-READ-HISTORY.
           READ HISTORY-FILE-IN
               AT END
                   SET RB-HISTORY-EOF-YES TO TRUE
           END-READ.

       3120-PROCESS-AUDITOUT.
           PERFORM 3200-JUDGE-AUDIT-ROW THRU 3200-EXIT
           PERFORM 3130-READ-AUDIT.

       3130-READ-AUDIT.
           READ AUDIT-FILE-IN
               AT END
                   SET RB-AUDIT-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 3200-JUDGE-AUDIT-ROW - EACH ROW GETS THE NEXT FILE-ORDER       *
      *                        SEQUENCE; ONLY THE PROGRAMS THAT POST   *
      *                        BALFIL RELEASE ANYTHING                 *
      ******************************************************************
       3200-JUDGE-AUDIT-ROW.
           ADD 1 TO RB-SEQUENCE
           ADD 1 TO RB-ROWS-READ-COUNT
           IF AR-RUN-DATE IS NOT NUMERIC
                   OR AR-RESULT IS NOT NUMERIC
               GO TO 3200-EXIT
           END-IF

           EVALUATE AR-PROGRAM-NAME
               WHEN "OPERATIONS"
                   PERFORM 3300-OPERATIONS-ROW
               WHEN "ADJPOST"
                   MOVE "A" TO SR-EVENT-KIND
                   PERFORM 3500-RELEASE-ROW
               WHEN "INTACCR"
                   MOVE "I" TO SR-EVENT-KIND
                   PERFORM 3500-RELEASE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-OPERATIONS-ROW - A RUN OF ADJACENT OPERATIONS ROWS FOR    *
      *                       ONE KEY, DATE AND CYCLE IS ONE           *
      *                       TRANSACTION AND ONLY ITS FIRST ROW       *
      *                       POSTED.  EVERY ROW IS THEN OFFERED TO    *
      *                       EACH BACKOUT RUN THAT MAY HAVE SELECTED  *
      *                       IT                                       *
      ******************************************************************
       3300-OPERATIONS-ROW.
           IF NOT RB-GROUP-OPEN
                   OR AR-KEY NOT = RB-CURR-KEY
                   OR AR-RUN-DATE NOT = RB-CURR-RUN-DATE
                   OR AR-CYCLE NOT = RB-CURR-CYCLE
               SET RB-GROUP-OPEN TO TRUE
               MOVE AR-KEY TO RB-CURR-KEY
               MOVE AR-RUN-DATE TO RB-CURR-RUN-DATE
               MOVE AR-CYCLE TO RB-CURR-CYCLE
               MOVE "P" TO SR-EVENT-KIND
               PERFORM 3500-RELEASE-ROW
           END-IF

           PERFORM 3400-OFFER-TO-BACKOUT
               VARYING RB-BT-SUB FROM 1 BY 1
               UNTIL RB-BT-SUB > RB-BT-COUNT.

      ******************************************************************
      * 3400-OFFER-TO-BACKOUT - THE BACKOUT RUN TOOK THE FIRST ROWS    *
      *                         OF ITS DATE (AND CYCLE) IN FILE ORDER, *
      *                         UP TO THE COUNT IT LOGGED, AND         *
      *                         GROUPED THEM BY KEY AS THEY CAME       *
      ******************************************************************
       3400-OFFER-TO-BACKOUT.
           IF AR-RUN-DATE = RB-BT-DATE(RB-BT-SUB)
                   AND (RB-BT-CYCLE(RB-BT-SUB) = ZERO
                       OR AR-CYCLE = RB-BT-CYCLE(RB-BT-SUB))
                   AND RB-BT-MATCHED(RB-BT-SUB) < RB-BT-ROWS(RB-BT-SUB)
               ADD 1 TO RB-BT-MATCHED(RB-BT-SUB)
               IF AR-KEY NOT = RB-BT-GROUP-KEY(RB-BT-SUB)
                   PERFORM 3600-FLUSH-REVERSAL
                   MOVE AR-KEY TO RB-BT-GROUP-KEY(RB-BT-SUB)
               END-IF
               ADD 1 TO RB-BT-GROUP-ROWS(RB-BT-SUB)
               IF RB-BT-GROUP-ROWS(RB-BT-SUB) = 1
                   MOVE AR-RESULT TO RB-BT-FIRST-RESULT(RB-BT-SUB)
               END-IF
               IF AR-OP-CODE = "ADD"
                   MOVE AR-RESULT TO RB-BT-ADD-RESULT(RB-BT-SUB)
               END-IF
               MOVE RB-SEQUENCE TO RB-BT-LAST-SEQUENCE(RB-BT-SUB)
           END-IF.

      ******************************************************************
      * 3500-RELEASE-ROW - ONE POSTING OF THE CURRENT AUDIT ROW        *
      ******************************************************************
       3500-RELEASE-ROW.
           MOVE AR-KEY TO SR-KEY
           MOVE RB-SEQUENCE TO SR-SEQUENCE
           MOVE 1 TO SR-EVENT-ORDER
           MOVE AR-RUN-DATE TO SR-RUN-DATE
           MOVE AR-RESULT TO SR-AMOUNT
           RELEASE SORT-WORK-RECORD
           ADD 1 TO RB-EVENT-COUNT.

      ******************************************************************
      * 3600-FLUSH-REVERSAL - RELEASE THE REVERSAL BACKOUT MADE FOR    *
      *                       THE KEY GROUP IT WAS COLLECTING: THE ADD *
      *                       RESULT FOR A MULTI-ROW GROUP, ELSE THE   *
      *                       ONE ROW'S RESULT.  IT SORTS JUST AFTER   *
      *                       THE GROUP'S LAST ROW, AHEAD OF ANY RERUN *
      ******************************************************************
       3600-FLUSH-REVERSAL.
           IF RB-BT-GROUP-ROWS(RB-BT-SUB) NOT = ZERO
               IF RB-BT-GROUP-ROWS(RB-BT-SUB) > 1
                   MOVE RB-BT-ADD-RESULT(RB-BT-SUB)
                       TO RB-REVERSE-AMOUNT
               ELSE
                   MOVE RB-BT-FIRST-RESULT(RB-BT-SUB)
                       TO RB-REVERSE-AMOUNT
               END-IF
               MOVE RB-BT-GROUP-KEY(RB-BT-SUB) TO SR-KEY
               MOVE RB-BT-LAST-SEQUENCE(RB-BT-SUB) TO SR-SEQUENCE
               MOVE 2 TO SR-EVENT-ORDER
               MOVE "R" TO SR-EVENT-KIND
               MOVE RB-BT-DATE(RB-BT-SUB) TO SR-RUN-DATE
               MOVE RB-REVERSE-AMOUNT TO SR-AMOUNT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO RB-EVENT-COUNT
               ADD 1 TO RB-REVERSAL-COUNT

               MOVE ZERO TO RB-BT-GROUP-ROWS(RB-BT-SUB)
               MOVE ZERO TO RB-BT-ADD-RESULT(RB-BT-SUB)
               MOVE ZERO TO RB-BT-FIRST-RESULT(RB-BT-SUB)
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REBUILD-MASTER - MATCH THE SORTED POSTINGS AGAINST THE    *
      *                       LIVE BALFIL IN KEY ORDER, REBUILD AND    *
      *                       PROVE EACH KEY, AND WRITE THE REBUILT    *
      *                       MASTER                                   *
      ******************************************************************
       4000-REBUILD-MASTER.
           IF RB-PROMOTE AND RB-INCOMPLETE
               DISPLAY "BALRBLD: THE AUDIT TRAIL WAS NOT READ IN "
                   "FULL, PROMOTION WITHDRAWN"
               MOVE "N" TO RB-PROMOTE-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT LIVE-BALANCE-IN
           IF RB-LIVE-STATUS NOT = "00"
               DISPLAY "BALRBLD: UNABLE TO OPEN BALFIL STATUS="
                   RB-LIVE-STATUS ", NOTHING PROVED"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           OPEN OUTPUT REBUILT-BALANCE-OUT
           IF RB-REBUILT-STATUS NOT = "00"
               DISPLAY "BALRBLD: UNABLE TO OPEN BALRBLD STATUS="
                   RB-REBUILT-STATUS ", NOTHING REBUILT"
               CLOSE LIVE-BALANCE-IN
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           IF RB-PROMOTE
               OPEN OUTPUT RECOVERY-BALANCE-OUT
               IF RB-RECOVERY-STATUS NOT = "00"
                   DISPLAY "BALRBLD: UNABLE TO OPEN BALRCVY STATUS="
                       RB-RECOVERY-STATUS ", PROMOTION WITHDRAWN"
                   MOVE "N" TO RB-PROMOTE-SWITCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT KEY-FILE-IN
           IF RB-KEYMST-STATUS NOT = "00"
               DISPLAY "BALRBLD: KEYMST NOT AVAILABLE (STATUS="
                   RB-KEYMST-STATUS "), KEYS MISSING FROM BALFIL "
                   "ARE REBUILT WITHOUT A GROUP"
           END-IF

           DISPLAY "=========================================="
           DISPLAY "BALRBLD: BALANCE MASTER INTEGRITY PROOF"
           DISPLAY "=========================================="

           PERFORM 4100-RETURN-POSTING
           PERFORM 4150-READ-LIVE
           PERFORM 4200-REBUILD-ONE-KEY
               UNTIL RB-SORT-EOF-YES
           PERFORM 4700-CARRY-LIVE-ONLY-KEY
               UNTIL RB-LIVE-EOF-YES

           CLOSE LIVE-BALANCE-IN
           CLOSE REBUILT-BALANCE-OUT
           IF RB-PROMOTE
               CLOSE RECOVERY-BALANCE-OUT
           END-IF
           IF RB-KEYMST-STATUS = "00" OR "23"
               CLOSE KEY-FILE-IN
           END-IF
           GO TO 4000-EXIT.

       4100-RETURN-POSTING.
           RETURN SORT-WORK-FILE
               AT END
                   SET RB-SORT-EOF-YES TO TRUE
           END-RETURN.

       4150-READ-LIVE.
           READ LIVE-BALANCE-IN NEXT RECORD
               AT END
                   SET RB-LIVE-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 4200-REBUILD-ONE-KEY - LIVE KEYS BELOW THIS ONE HAVE NO AUDIT  *
      *                        HISTORY; THEN THIS KEY STARTS FROM ITS  *
      *                        LIVE RECORD (OR FRESH) AND EVERY        *
      *                        POSTING IS REPLAYED ONTO IT             *
      ******************************************************************
       4200-REBUILD-ONE-KEY.
           MOVE SR-KEY TO RB-CURR-KEY
           PERFORM 4700-CARRY-LIVE-ONLY-KEY
               UNTIL RB-LIVE-EOF-YES
               OR LV-KEY NOT < RB-CURR-KEY

           MOVE "N" TO RB-LIVE-HIT-SWITCH
           IF NOT RB-LIVE-EOF-YES
               IF LV-KEY = RB-CURR-KEY
                   SET RB-LIVE-HIT TO TRUE
               END-IF
           END-IF
           IF RB-LIVE-HIT
               PERFORM 4300-START-FROM-LIVE
           ELSE
               PERFORM 4350-START-NEW-KEY
           END-IF

           PERFORM 4400-APPLY-POSTING
               UNTIL RB-SORT-EOF-YES
               OR SR-KEY NOT = RB-CURR-KEY

           ADD 1 TO RB-KEY-COUNT
           PERFORM 4500-PROVE-KEY
           IF RB-LIVE-HIT
               PERFORM 4150-READ-LIVE
           END-IF.

      ******************************************************************
      * 4300-START-FROM-LIVE - KEEP WHAT THE TRAIL CANNOT CARRY, NOTE  *
      *                        WHAT IS TO BE PROVED, AND CLEAR WHAT    *
      *                        THE REPLAY REBUILDS                     *
      ******************************************************************
       4300-START-FROM-LIVE.
           MOVE LIVE-BALANCE-RECORD TO BALANCE-RECORD
           MOVE BL-BALANCE TO RB-LIVE-BALANCE
           MOVE BL-POSTING-COUNT TO RB-LIVE-POSTING-COUNT
           MOVE BL-LAST-POSTED TO RB-LIVE-LAST-POSTED
           ADD BL-BALANCE TO RB-LIVE-TOTAL
           IF BL-LAST-CLOSED IS NOT NUMERIC
               MOVE ZERO TO BL-LAST-CLOSED
           END-IF

           MOVE ZERO TO BL-POSTING-COUNT
           MOVE ZERO TO BL-BALANCE
           MOVE ZERO TO BL-DAY-AMOUNT
           MOVE ZERO TO BL-LAST-POSTED
           MOVE ZERO TO BL-MTD-AMOUNT
           MOVE ZERO TO BL-YTD-AMOUNT.

      ******************************************************************
      * 4350-START-NEW-KEY - A KEY BALFIL DOES NOT HAVE STARTS AS      *
      *                      OPERATIONS WOULD CREATE IT, ITS GROUP     *
      *                      TAKEN FROM KEYMST                         *
      ******************************************************************
       4350-START-NEW-KEY.
           MOVE SPACES TO BALANCE-RECORD
           MOVE RB-CURR-KEY TO BL-KEY
           MOVE ZERO TO BL-POSTING-COUNT
           MOVE ZERO TO BL-BALANCE
           MOVE ZERO TO BL-DAY-AMOUNT
           MOVE ZERO TO BL-LAST-POSTED
           MOVE ZERO TO BL-MTD-AMOUNT
           MOVE ZERO TO BL-YTD-AMOUNT
           MOVE ZERO TO BL-LAST-CLOSED
           MOVE ZERO TO BL-ACCRUED-INTEREST
           MOVE ZERO TO BL-LAST-ACCRUED
           MOVE SPACE TO BL-DORMANT-FLAG
           MOVE ZERO TO BL-DORMANT-DATE
           MOVE ZERO TO RB-LIVE-BALANCE
           MOVE ZERO TO RB-LIVE-POSTING-COUNT
           MOVE ZERO TO RB-LIVE-LAST-POSTED

           IF RB-KEYMST-STATUS = "00" OR "23"
               MOVE RB-CURR-KEY TO KF-KEY
               READ KEY-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KF-GROUP-CODE TO BL-GROUP-CODE
               END-READ
           END-IF.

      ******************************************************************
      * 4400-APPLY-POSTING - THE POSTING RULES OF THE PROGRAM THAT     *
      *                      WROTE THE ROW                             *
      ******************************************************************
       4400-APPLY-POSTING.
           EVALUATE TRUE
               WHEN SR-POSTING
               WHEN SR-ADJUSTMENT
                   PERFORM 4410-POST-AMOUNT
               WHEN SR-INTEREST
                   PERFORM 4420-CAPITALISE-INTEREST
               WHEN SR-REVERSAL
                   PERFORM 4430-REVERSE-POSTING
           END-EVALUATE
           PERFORM 4100-RETURN-POSTING.

      ******************************************************************
      * 4410-POST-AMOUNT - AS OPERATIONS AND ADJPOST POST: THE DAY     *
      *                    AMOUNT RESTARTS ON A NEW DATE               *
      ******************************************************************
       4410-POST-AMOUNT.
           IF BL-LAST-POSTED NOT = SR-RUN-DATE
               MOVE ZERO TO BL-DAY-AMOUNT
           END-IF
           ADD 1 TO BL-POSTING-COUNT
           ADD SR-AMOUNT TO BL-BALANCE
           ADD SR-AMOUNT TO BL-DAY-AMOUNT
           MOVE SR-AMOUNT TO RB-PERIOD-AMOUNT
           PERFORM 4450-BOOK-PERIOD-AMOUNT
           MOVE SR-RUN-DATE TO BL-LAST-POSTED.

      ******************************************************************
      * 4420-CAPITALISE-INTEREST - AS INTACCR CAPITALISES: BALANCE AND *
      *                            PERIOD MOVEMENT ONLY                *
      ******************************************************************
       4420-CAPITALISE-INTEREST.
           ADD SR-AMOUNT TO BL-BALANCE
           MOVE SR-AMOUNT TO RB-PERIOD-AMOUNT
           PERFORM 4450-BOOK-PERIOD-AMOUNT.

      ******************************************************************
      * 4430-REVERSE-POSTING - AS BACKOUT REVERSES: ONE POSTING OFF    *
      *                        THE COUNT, THE DAY AMOUNT ONLY WHEN THE *
      *                        KEY WAS LAST POSTED THAT DAY, AND THE   *
      *                        LAST-POSTED DATE LEFT AS IT STANDS      *
      ******************************************************************
       4430-REVERSE-POSTING.
           SUBTRACT SR-AMOUNT FROM BL-BALANCE
           IF BL-POSTING-COUNT > ZERO
               SUBTRACT 1 FROM BL-POSTING-COUNT
           END-IF
           IF BL-LAST-POSTED = SR-RUN-DATE
               SUBTRACT SR-AMOUNT FROM BL-DAY-AMOUNT
           END-IF
           COMPUTE RB-PERIOD-AMOUNT = ZERO - SR-AMOUNT
           PERFORM 4450-BOOK-PERIOD-AMOUNT.

      ******************************************************************
      * 4450-BOOK-PERIOD-AMOUNT - MOVEMENT AFTER THE KEY'S LAST CLOSE  *
      *                           IS MONTH-TO-DATE; MOVEMENT IN A      *
      *                           CLOSED MONTH OF THE YEAR PERCLOSE    *
      *                           HAS NOT YET ENDED IS YEAR-TO-DATE;   *
      *                           OLDER MOVEMENT HAS ROLLED OFF BOTH   *
      ******************************************************************
       4450-BOOK-PERIOD-AMOUNT.
           MOVE SR-RUN-DATE(1:6) TO RB-EVENT-PERIOD
           IF BL-LAST-CLOSED = ZERO
                   OR RB-EVENT-PERIOD > BL-LAST-CLOSED
               ADD RB-PERIOD-AMOUNT TO BL-MTD-AMOUNT
           ELSE
               IF BL-LAST-CLOSED(5:2) NOT = "12"
                       AND RB-EVENT-PERIOD(1:4) = BL-LAST-CLOSED(1:4)
                   ADD RB-PERIOD-AMOUNT TO BL-YTD-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * 4500-PROVE-KEY - THE REBUILT KEY AGAINST THE LIVE ONE: EVERY   *
      *                  DIFFERENCE IN BALANCE, POSTING COUNT OR LAST- *
      *                  POSTED DATE IS LISTED                         *
      ******************************************************************
       4500-PROVE-KEY.
           MOVE "N" TO RB-KEY-DIFFERS-SWITCH
           IF NOT RB-LIVE-HIT
               PERFORM 4600-REPORT-NOT-LIVE
           ELSE
               IF BL-BALANCE NOT = RB-LIVE-BALANCE
                   MOVE "BALANCE" TO RB-DL-FIELD
                   MOVE RB-LIVE-BALANCE TO RB-EDIT-AMOUNT
                   MOVE RB-EDIT-AMOUNT TO RB-DL-LIVE
                   MOVE BL-BALANCE TO RB-EDIT-AMOUNT
                   MOVE RB-EDIT-AMOUNT TO RB-DL-REBUILT
                   PERFORM 4550-DISPLAY-DIFFERENCE
               END-IF
               IF BL-POSTING-COUNT NOT = RB-LIVE-POSTING-COUNT
                   MOVE "POSTING COUNT" TO RB-DL-FIELD
                   MOVE RB-LIVE-POSTING-COUNT TO RB-EDIT-NUMBER
                   MOVE RB-EDIT-NUMBER TO RB-DL-LIVE
                   MOVE BL-POSTING-COUNT TO RB-EDIT-NUMBER
                   MOVE RB-EDIT-NUMBER TO RB-DL-REBUILT
                   PERFORM 4550-DISPLAY-DIFFERENCE
               END-IF
               IF BL-LAST-POSTED NOT = RB-LIVE-LAST-POSTED
                   MOVE "LAST POSTED" TO RB-DL-FIELD
                   MOVE RB-LIVE-LAST-POSTED TO RB-DL-LIVE
                   MOVE BL-LAST-POSTED TO RB-DL-REBUILT
                   PERFORM 4550-DISPLAY-DIFFERENCE
               END-IF
               IF RB-KEY-DIFFERS
                   ADD 1 TO RB-DIFFER-COUNT
               ELSE
                   ADD 1 TO RB-AGREED-COUNT
               END-IF
               PERFORM 4800-WRITE-REBUILT-KEY
           END-IF.

       4550-DISPLAY-DIFFERENCE.
           SET RB-KEY-DIFFERS TO TRUE
           MOVE RB-CURR-KEY TO RB-DL-KEY
           DISPLAY RB-DIFFERENCE-LINE.

      ******************************************************************
      * 4600-REPORT-NOT-LIVE - A REBUILT KEY BALFIL DOES NOT HAVE.  AT *
      *                        ZERO IT WAS CLOSED OUT TO DORMARC AND   *
      *                        STAYS OUT; OTHERWISE BALFIL HAS LOST IT *
      ******************************************************************
       4600-REPORT-NOT-LIVE.
           MOVE RB-CURR-KEY TO RB-XL-KEY
           MOVE BL-BALANCE TO RB-XL-BALANCE
           IF BL-BALANCE = ZERO
               MOVE "NOT ON BALFIL, ZERO (CLOSED KEY)" TO RB-XL-TEXT
               DISPLAY RB-EXCEPTION-LINE
               ADD 1 TO RB-CLOSED-COUNT
           ELSE
               MOVE "NOT ON BALFIL, REBUILT" TO RB-XL-TEXT
               DISPLAY RB-EXCEPTION-LINE
               ADD 1 TO RB-NOT-LIVE-COUNT
               PERFORM 4800-WRITE-REBUILT-KEY
           END-IF.

      ******************************************************************
      * 4700-CARRY-LIVE-ONLY-KEY - A LIVE KEY WITH NO AUDIT HISTORY    *
      *                            (PURGED BY RETENTION, OR NEVER      *
      *                            POSTED) CANNOT BE REBUILT; IT IS    *
      *                            LISTED AND CARRIED ACROSS AS IT     *
      *                            STANDS                              *
      ******************************************************************
       4700-CARRY-LIVE-ONLY-KEY.
           MOVE LIVE-BALANCE-RECORD TO BALANCE-RECORD
           ADD BL-BALANCE TO RB-LIVE-TOTAL
           MOVE BL-KEY TO RB-XL-KEY
           MOVE BL-BALANCE TO RB-XL-BALANCE
           MOVE "NO AUDIT HISTORY, CARRIED ACROSS" TO RB-XL-TEXT
           DISPLAY RB-EXCEPTION-LINE
           ADD 1 TO RB-NO-HISTORY-COUNT
           PERFORM 4800-WRITE-REBUILT-KEY
           PERFORM 4150-READ-LIVE.

      ******************************************************************
      * 4800-WRITE-REBUILT-KEY - TO BALRBLD, AND TO BALRCVY WHEN THE   *
      *                          REBUILD IS BEING PROMOTED             *
      ******************************************************************
       4800-WRITE-REBUILT-KEY.
           WRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "BALRBLD: BALRBLD WRITE FAILED ON KEY "
                       BL-KEY
                   ADD 1 TO RB-WRITE-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO RB-WRITTEN-COUNT
                   ADD BL-BALANCE TO RB-REBUILT-TOTAL
           END-WRITE
           IF RB-PROMOTE
               MOVE BALANCE-RECORD TO RECOVERY-BALANCE-RECORD
               WRITE RECOVERY-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "BALRBLD: BALRCVY WRITE FAILED ON KEY "
                           RV-KEY
                       ADD 1 TO RB-WRITE-ERROR-COUNT
               END-WRITE
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - THE PROOF'S TOTALS AND THE RETURN CODE        *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "=========================================="
           DISPLAY "BALRBLD: " RB-ROWS-READ-COUNT " AUDIT ROWS READ"
           DISPLAY "BALRBLD: " RB-EVENT-COUNT
               " POSTINGS REPLAYED, " RB-REVERSAL-COUNT
               " OF THEM BACKOUT REVERSALS"
           DISPLAY "BALRBLD: " RB-KEY-COUNT " KEYS REBUILT"
           DISPLAY "BALRBLD: " RB-AGREED-COUNT " KEYS AGREE WITH BALFIL"
           DISPLAY "BALRBLD: " RB-DIFFER-COUNT
               " KEYS DIFFER FROM BALFIL"
           DISPLAY "BALRBLD: " RB-NO-HISTORY-COUNT
               " BALFIL KEYS WITH NO AUDIT HISTORY"
           DISPLAY "BALRBLD: " RB-NOT-LIVE-COUNT
               " REBUILT KEYS NOT ON BALFIL"
           DISPLAY "BALRBLD: " RB-CLOSED-COUNT
               " CLOSED KEYS LEFT OUT"
           MOVE RB-LIVE-TOTAL TO RB-EDIT-TOTAL
           DISPLAY "BALRBLD: BALFIL TOTAL  " RB-EDIT-TOTAL
           MOVE RB-REBUILT-TOTAL TO RB-EDIT-TOTAL
           DISPLAY "BALRBLD: REBUILT TOTAL " RB-EDIT-TOTAL
           DISPLAY "BALRBLD: " RB-WRITTEN-COUNT
               " KEYS WRITTEN TO BALRBLD"
           IF RB-PROMOTE
               DISPLAY "BALRBLD: REBUILT MASTER PROMOTED TO BALRCVY "
                   "BY " RB-OPERATOR-ID
           END-IF
           DISPLAY "=========================================="

           IF RB-WRITE-ERROR-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 4
               IF RB-DIFFER-COUNT NOT = ZERO
                       OR RB-NO-HISTORY-COUNT NOT = ZERO
                       OR RB-NOT-LIVE-COUNT NOT = ZERO
                       OR RB-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       END PROGRAM Balrbld.
