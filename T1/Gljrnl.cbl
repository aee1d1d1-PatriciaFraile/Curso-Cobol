      ******************************************************************
      * PROGRAM-ID : GLJRNL
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : General-ledger interface, run after RUNCLOSE has
      *              closed the night so the night's postings are
      *              final and a refused journal stops nothing else.
      *              By then AUDARCH has emptied AUDITOUT, so in
      *              NIGHTRUN the AUDITOUT DD names the audit history
      *              generation AUDARCH has just written, which holds
      *              the same rows.  Every AUDITOUT row of the
      *              business date and current cycle that moved a
      *              BALFIL balance -- OPERATIONS postings, INTACCR
      *              month-end interest (op INT) and ADJPOST manual
      *              adjustments (op ADJ) -- is summarised by
      *              division, group and op code: the group is the
      *              key's BL-GROUP-CODE on BALFIL, the division the
      *              group's GF-DIVISION-CODE on GROUPMST ("????"
      *              when either is missing, as in TRIALBAL).  Each
      *              summary is turned into one debit and one credit
      *              line through the desk-maintained GLMAP account-
      *              mapping table (GLMREC), and the lines go to the
      *              GLJRNL journal file (GLJREC) between a GLHDR
      *              header and a GLTRL trailer in the manner of
      *              BILLWRAP.  An empty night still produces the
      *              header/trailer pair.
      *              The journal is refused -- GLJRNL is left empty,
      *              the step ends with return code 8 and a critical
      *              alert -- when any group/op combination has no
      *              mapping, when the debits built do not equal the
      *              credits, or when the night's postings cannot
      *              all be summarised.  The unmapped combinations
      *              are listed on SYSOUT so GLMAP can be corrected;
      *              the journal for the refused night is then
      *              produced by the on-demand GLJRNL job, which names
      *              the night's date (and cycle) on the optional
      *              GLJPARM card.  A GLJPARM date overrides RUNCTL,
      *              since by then a later night may have rewritten
      *              it; NIGHTRUN has no GLJPARM and uses RUNCTL.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original GL journal interface step.
      *    2026-10-15  RA   Now runs after RUNCLOSE and reads the
      *                     night's audit history generation; no code
      *                     change.
      *    2026-10-15  RA   New optional GLJPARM card (business date,
      *                     cycle) overrides RUNCTL, for the on-demand
      *                     GLJRNL job that re-journals a refused
      *                     night once GLMAP has been corrected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gljrnl.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-RUNCTL-STATUS.

           SELECT GL-PARM-IN ASSIGN TO "GLJPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-PARM-STATUS.

           SELECT GL-MAPPING-IN ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-MAPPING-STATUS.

           SELECT AUDIT-FILE-IN ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-AUDIT-STATUS.

           SELECT BALANCE-FILE-IN ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS GJ-BALANCE-STATUS.

           SELECT GROUP-FILE-IN ASSIGN TO "GROUPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GF-GROUP-CODE
               FILE STATUS IS GJ-GROUP-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-JOURNAL-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-ALERT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  GL-PARM-IN
           RECORD CONTAINS 11 CHARACTERS.
       01  GL-PARM-RECORD.
           05  GP-BUSINESS-DATE        PIC 9(8).
           05  GP-CYCLE-NUMBER         PIC 9(3).

       FD  GL-MAPPING-IN
           RECORD CONTAINS 57 CHARACTERS.
           COPY GLMREC.

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BALANCE-FILE-IN.
           COPY BALREC.

       FD  GROUP-FILE-IN.
           COPY GRPREC.

       FD  GL-JOURNAL-OUT
           RECORD CONTAINS 100 CHARACTERS.
       01  GL-JOURNAL-OUT-RECORD       PIC X(100).

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-DIVISION-CODE        PIC X(4).
           05  SR-GROUP-CODE           PIC X(4).
           05  SR-OP-CODE              PIC X(3).
           05  SR-AMOUNT               PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
           COPY GLJREC.

       01  GJ-RUN-DATE-GROUP.
           05  GJ-RUN-DATE-CC          PIC 9(2).
           05  GJ-RUN-DATE-YYMMDD      PIC 9(6).

       01  GJ-BATCH-ID.
           05  FILLER                  PIC X(2)  VALUE "GL".
           05  GJ-BI-YYMMDD            PIC 9(6).

       01  GJ-MAPPING-TABLE.
           05  GJ-MT-ENTRY OCCURS 200 TIMES.
               10  GJ-MT-GROUP-CODE    PIC X(4).
               10  GJ-MT-OP-CODE       PIC X(3).
               10  GJ-MT-DEBIT-ACCOUNT PIC X(10).
               10  GJ-MT-CREDIT-ACCOUNT
                                       PIC X(10).
               10  GJ-MT-DESCRIPTION   PIC X(30).

       01  GJ-SUMMARY-TABLE.
           05  GJ-ST-ENTRY OCCURS 500 TIMES.
               10  GJ-ST-DIVISION-CODE PIC X(4).
               10  GJ-ST-GROUP-CODE    PIC X(4).
               10  GJ-ST-OP-CODE       PIC X(3).
               10  GJ-ST-COUNT         PIC 9(7)  COMP-3.
               10  GJ-ST-AMOUNT        PIC S9(11)V99 COMP-3.
               10  GJ-ST-MAP-SUB       PIC 9(3).

       01  GJ-SUMMARY-LINE.
           05  FILLER                  PIC X(8)  VALUE "GLJRNL: ".
           05  GJ-SL-DIVISION-CODE     PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-OP-CODE           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-COUNT             PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-AMOUNT            PIC -(11)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-DEBIT-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GJ-SL-CREDIT-ACCOUNT    PIC X(10).

       77  GJ-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  GJ-PARM-STATUS              PIC X(2)  VALUE "00".
       77  GJ-MAPPING-STATUS           PIC X(2)  VALUE "00".
       77  GJ-AUDIT-STATUS             PIC X(2)  VALUE "00".
       77  GJ-BALANCE-STATUS           PIC X(2)  VALUE "00".
       77  GJ-GROUP-STATUS             PIC X(2)  VALUE "00".
       77  GJ-JOURNAL-STATUS           PIC X(2)  VALUE "00".
       77  GJ-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  GJ-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  GJ-CYCLE-NUMBER             PIC 9(3)  VALUE 1.
       77  GJ-WORK-CYCLE               PIC 9(3)  VALUE ZERO.
       77  GJ-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  GJ-ABORT                          VALUE "Y".
       77  GJ-MAPPING-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  GJ-MAPPING-EOF-YES                VALUE "Y".
       77  GJ-AUDIT-EOF-SWITCH         PIC X(1)  VALUE "N".
           88  GJ-AUDIT-EOF-YES                  VALUE "Y".
       77  GJ-SORT-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  GJ-SORT-EOF-YES                   VALUE "Y".
       77  GJ-MAPPING-HIT-SWITCH       PIC X(1)  VALUE "N".
           88  GJ-MAPPING-HIT                    VALUE "Y".
       77  GJ-MAPPING-COUNT            PIC 9(3)  VALUE ZERO.
       77  GJ-MAPPING-SUB              PIC 9(3)  VALUE ZERO.
       77  GJ-SUMMARY-COUNT            PIC 9(3)  VALUE ZERO.
       77  GJ-SUMMARY-SUB              PIC 9(3)  VALUE ZERO.
       77  GJ-SUMMARY-FULL-SWITCH      PIC X(1)  VALUE "N".
           88  GJ-SUMMARY-FULL                   VALUE "Y".
       77  GJ-SUMMARY-OVERFLOW         PIC 9(5)  VALUE ZERO.
       77  GJ-LOOKUP-KEY               PIC X(6)  VALUE SPACES.
       77  GJ-LOOKUP-GROUP-CODE        PIC X(4)  VALUE SPACES.
       77  GJ-DIVISION-GROUP-CODE      PIC X(4)  VALUE HIGH-VALUES.
       77  GJ-LOOKUP-DIVISION-CODE     PIC X(4)  VALUE SPACES.
       77  GJ-AUDIT-READ-COUNT         PIC 9(7)  VALUE ZERO.
       77  GJ-OPERATIONS-COUNT         PIC 9(7)  VALUE ZERO.
       77  GJ-INTEREST-COUNT           PIC 9(7)  VALUE ZERO.
       77  GJ-ADJUSTMENT-COUNT         PIC 9(7)  VALUE ZERO.
       77  GJ-BAD-ROW-COUNT            PIC 9(7)  VALUE ZERO.
       77  GJ-POSTED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-UNMAPPED-COUNT           PIC 9(3)  VALUE ZERO.
       77  GJ-LINE-COUNT               PIC 9(7)  VALUE ZERO.
       77  GJ-LINE-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-DEBIT-ACCOUNT            PIC X(10) VALUE SPACES.
       77  GJ-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
       77  GJ-DEBIT-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-CREDIT-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-WRITTEN-DEBIT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-WRITTEN-CREDIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  GJ-WRITTEN-COUNT            PIC 9(7)  VALUE ZERO.
       77  GJ-TOTAL-EDIT               PIC -(11)9.99.
       77  GJ-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  GJ-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GJ-ABORT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-DIVISION-CODE SR-GROUP-CODE
                       SR-OP-CODE
                   INPUT PROCEDURE IS 3000-RELEASE-POSTINGS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SUMMARISE-POSTINGS
                       THRU 4000-EXIT
               PERFORM 5000-MAP-SUMMARIES
               PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE MAPPING TABLE AND THE     *
      *                   POSTING FILES; WITHOUT AUDITOUT OR BALFIL    *
      *                   THERE IS NOTHING TO JOURNAL FROM             *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           DISPLAY "GLJRNL: BUSINESS DATE " GJ-RUN-DATE
               " CYCLE " GJ-CYCLE-NUMBER
           PERFORM 1200-LOAD-MAPPING-TABLE THRU 1200-EXIT

           OPEN INPUT AUDIT-FILE-IN
           IF GJ-AUDIT-STATUS NOT = "00"
               DISPLAY "GLJRNL: UNABLE TO OPEN AUDITOUT STATUS="
                   GJ-AUDIT-STATUS
               MOVE "GL JOURNAL NOT BUILT, AUDITOUT OPEN"
                   TO GJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BALANCE-FILE-IN
           IF GJ-BALANCE-STATUS NOT = "00"
               DISPLAY "GLJRNL: UNABLE TO OPEN BALFIL STATUS="
                   GJ-BALANCE-STATUS
               CLOSE AUDIT-FILE-IN
               MOVE "GL JOURNAL NOT BUILT, BALFIL OPEN"
                   TO GJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT GROUP-FILE-IN
           IF GJ-GROUP-STATUS NOT = "00"
               DISPLAY "GLJRNL: UNABLE TO OPEN GROUPMST STATUS="
                   GJ-GROUP-STATUS
                   " - DIVISIONS WILL REPORT AS ????"
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE THE SYSTEM DATE   *
      *                          SERVES.  A GLJPARM DATE (THE ON-      *
      *                          DEMAND RE-JOURNAL OF A REFUSED NIGHT) *
      *                          OVERRIDES BOTH, WITH ITS OWN CYCLE OR *
      *                          CYCLE 1                               *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT GJ-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF GJ-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO GJ-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                               AND BD-CYCLE-NUMBER NOT = ZERO
                           MOVE BD-CYCLE-NUMBER TO GJ-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF

           OPEN INPUT GL-PARM-IN
           IF GJ-PARM-STATUS = "00"
               READ GL-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-BUSINESS-DATE IS NUMERIC
                               AND GP-BUSINESS-DATE NOT = ZERO
                           MOVE GP-BUSINESS-DATE TO GJ-RUN-DATE
                           MOVE 1 TO GJ-CYCLE-NUMBER
                           IF GP-CYCLE-NUMBER IS NUMERIC
                                   AND GP-CYCLE-NUMBER NOT = ZERO
                               MOVE GP-CYCLE-NUMBER
                                   TO GJ-CYCLE-NUMBER
                           END-IF
                           DISPLAY "GLJRNL: BUSINESS DATE TAKEN FROM "
                               "GLJPARM"
                       END-IF
               END-READ
               CLOSE GL-PARM-IN
           END-IF.

      ******************************************************************
      * 1200-LOAD-MAPPING-TABLE - THE DESK-MAINTAINED GLMAP TABLE: PER *
      *                           GROUP AND OP CODE, THE GL ACCOUNT    *
      *                           DEBITED AND THE ONE CREDITED.  NO    *
      *                           GLMAP AT ALL LEAVES EVERY POSTING    *
      *                           UNMAPPED, SO A NIGHT WITH POSTINGS   *
      *                           IS REFUSED                           *
      ******************************************************************
       1200-LOAD-MAPPING-TABLE.
           OPEN INPUT GL-MAPPING-IN
           IF GJ-MAPPING-STATUS NOT = "00"
               DISPLAY "GLJRNL: NO GLMAP TABLE (STATUS="
                   GJ-MAPPING-STATUS "), NOTHING IS MAPPED"
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-READ-MAPPING
           PERFORM 1220-STORE-MAPPING
               UNTIL GJ-MAPPING-EOF-YES
           CLOSE GL-MAPPING-IN
           DISPLAY "GLJRNL: " GJ-MAPPING-COUNT
               " GL ACCOUNT MAPPINGS LOADED".
       1200-EXIT.
           EXIT.

       1210-READ-MAPPING.
           READ GL-MAPPING-IN
               AT END
                   SET GJ-MAPPING-EOF-YES TO TRUE
           END-READ.

       1220-STORE-MAPPING.
           IF GJ-MAPPING-COUNT = 200
               DISPLAY "GLJRNL: MORE THAN 200 GLMAP ROWS, MAPPING "
                   "FOR " GA-GROUP-CODE "/" GA-OP-CODE " DROPPED"
           ELSE
               ADD 1 TO GJ-MAPPING-COUNT
               MOVE GA-GROUP-CODE
                   TO GJ-MT-GROUP-CODE(GJ-MAPPING-COUNT)
               MOVE GA-OP-CODE
                   TO GJ-MT-OP-CODE(GJ-MAPPING-COUNT)
               MOVE GA-DEBIT-ACCOUNT
                   TO GJ-MT-DEBIT-ACCOUNT(GJ-MAPPING-COUNT)
               MOVE GA-CREDIT-ACCOUNT
                   TO GJ-MT-CREDIT-ACCOUNT(GJ-MAPPING-COUNT)
               MOVE GA-DESCRIPTION
                   TO GJ-MT-DESCRIPTION(GJ-MAPPING-COUNT)
           END-IF
           PERFORM 1210-READ-MAPPING.

       1900-ABANDON-RUN.
           MOVE "C" TO GJ-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET GJ-ABORT TO TRUE.

      ******************************************************************
      * 3000-RELEASE-POSTINGS - RELEASE EVERY AUDITOUT ROW OF THE RUN  *
      *                         DATE AND CYCLE THAT MOVED A BALANCE,   *
      *                         TAGGED WITH ITS DIVISION AND GROUP     *
      ******************************************************************
       3000-RELEASE-POSTINGS.
           PERFORM 3100-READ-AUDIT
           PERFORM 3200-RELEASE-ONE-POSTING
               UNTIL GJ-AUDIT-EOF-YES
           CLOSE AUDIT-FILE-IN
           CLOSE BALANCE-FILE-IN
           IF GJ-GROUP-STATUS = "00" OR "10" OR "23"
               CLOSE GROUP-FILE-IN
           END-IF
           GO TO 3000-EXIT.

       3100-READ-AUDIT.
           READ AUDIT-FILE-IN
               AT END
                   SET GJ-AUDIT-EOF-YES TO TRUE
           END-READ.

       3200-RELEASE-ONE-POSTING.
           ADD 1 TO GJ-AUDIT-READ-COUNT
           MOVE 1 TO GJ-WORK-CYCLE
           IF AR-CYCLE IS NUMERIC
               MOVE AR-CYCLE TO GJ-WORK-CYCLE
           END-IF
           IF (AR-PROGRAM-NAME = "OPERATIONS"
                   OR AR-PROGRAM-NAME = "INTACCR"
                   OR AR-PROGRAM-NAME = "ADJPOST")
                   AND AR-RUN-DATE = GJ-RUN-DATE
                   AND GJ-WORK-CYCLE = GJ-CYCLE-NUMBER
               IF AR-RESULT IS NOT NUMERIC
                   DISPLAY "GLJRNL: NON-NUMERIC RESULT ON AUDIT ROW "
                       "FOR KEY " AR-KEY " OP " AR-OP-CODE
                   ADD 1 TO GJ-BAD-ROW-COUNT
               ELSE
                   EVALUATE AR-PROGRAM-NAME
                       WHEN "OPERATIONS"
                           ADD 1 TO GJ-OPERATIONS-COUNT
                       WHEN "INTACCR"
                           ADD 1 TO GJ-INTEREST-COUNT
                       WHEN OTHER
                           ADD 1 TO GJ-ADJUSTMENT-COUNT
                   END-EVALUATE
                   ADD AR-RESULT TO GJ-POSTED-TOTAL
                   PERFORM 3300-LOOKUP-GROUP
                   PERFORM 3400-LOOKUP-DIVISION THRU 3400-EXIT
                   MOVE GJ-LOOKUP-DIVISION-CODE TO SR-DIVISION-CODE
                   MOVE GJ-LOOKUP-GROUP-CODE TO SR-GROUP-CODE
                   MOVE AR-OP-CODE TO SR-OP-CODE
                   MOVE AR-RESULT TO SR-AMOUNT
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF
           PERFORM 3100-READ-AUDIT.

      ******************************************************************
      * 3300-LOOKUP-GROUP - THE KEY'S GROUP IS THE ONE BALFIL HOLDS;   *
      *                     A KEY'S POSTINGS TEND TO ARRIVE TOGETHER,  *
      *                     SO THE LAST KEY READ IS KEPT               *
      ******************************************************************
       3300-LOOKUP-GROUP.
           IF AR-KEY NOT = GJ-LOOKUP-KEY
               MOVE AR-KEY TO GJ-LOOKUP-KEY
               MOVE "????" TO GJ-LOOKUP-GROUP-CODE
               MOVE AR-KEY TO BL-KEY
               READ BALANCE-FILE-IN
                   INVALID KEY
                       DISPLAY "GLJRNL: KEY " AR-KEY
                           " NOT ON BALFIL, GROUP REPORTS AS ????"
                   NOT INVALID KEY
                       MOVE BL-GROUP-CODE TO GJ-LOOKUP-GROUP-CODE
               END-READ
           END-IF.

      ******************************************************************
      * 3400-LOOKUP-DIVISION - ONE GROUPMST READ PER RUN OF THE SAME   *
      *                        GROUP, AS IN TRIALBAL                   *
      ******************************************************************
       3400-LOOKUP-DIVISION.
           IF GJ-LOOKUP-GROUP-CODE = GJ-DIVISION-GROUP-CODE
               GO TO 3400-EXIT
           END-IF
           MOVE GJ-LOOKUP-GROUP-CODE TO GJ-DIVISION-GROUP-CODE
           MOVE "????" TO GJ-LOOKUP-DIVISION-CODE
           IF GJ-GROUP-STATUS = "00" OR "10" OR "23"
               MOVE GJ-LOOKUP-GROUP-CODE TO GF-GROUP-CODE
               READ GROUP-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GF-DIVISION-CODE NOT = SPACES
                           MOVE GF-DIVISION-CODE
                               TO GJ-LOOKUP-DIVISION-CODE
                       END-IF
               END-READ
           END-IF.
       3400-EXIT.
           EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SUMMARISE-POSTINGS - RETURN THE SORTED POSTINGS AND ROLL  *
      *                           THEM INTO ONE SUMMARY PER DIVISION,  *
      *                           GROUP AND OP CODE                    *
      ******************************************************************
       4000-SUMMARISE-POSTINGS.
           PERFORM 4100-RETURN-POSTING
           PERFORM 4200-SUMMARISE-ONE-POSTING
               UNTIL GJ-SORT-EOF-YES
           GO TO 4000-EXIT.

       4100-RETURN-POSTING.
           RETURN SORT-WORK-FILE
               AT END
                   SET GJ-SORT-EOF-YES TO TRUE
           END-RETURN.

       4200-SUMMARISE-ONE-POSTING.
           IF GJ-SUMMARY-COUNT = ZERO
                   OR SR-DIVISION-CODE
                       NOT = GJ-ST-DIVISION-CODE(GJ-SUMMARY-COUNT)
                   OR SR-GROUP-CODE
                       NOT = GJ-ST-GROUP-CODE(GJ-SUMMARY-COUNT)
                   OR SR-OP-CODE
                       NOT = GJ-ST-OP-CODE(GJ-SUMMARY-COUNT)
               IF GJ-SUMMARY-COUNT = 500
                   SET GJ-SUMMARY-FULL TO TRUE
               ELSE
                   ADD 1 TO GJ-SUMMARY-COUNT
                   MOVE SR-DIVISION-CODE
                       TO GJ-ST-DIVISION-CODE(GJ-SUMMARY-COUNT)
                   MOVE SR-GROUP-CODE
                       TO GJ-ST-GROUP-CODE(GJ-SUMMARY-COUNT)
                   MOVE SR-OP-CODE TO GJ-ST-OP-CODE(GJ-SUMMARY-COUNT)
                   MOVE ZERO TO GJ-ST-COUNT(GJ-SUMMARY-COUNT)
                   MOVE ZERO TO GJ-ST-AMOUNT(GJ-SUMMARY-COUNT)
                   MOVE ZERO TO GJ-ST-MAP-SUB(GJ-SUMMARY-COUNT)
               END-IF
           END-IF
           IF GJ-SUMMARY-FULL
               ADD 1 TO GJ-SUMMARY-OVERFLOW
           ELSE
               ADD 1 TO GJ-ST-COUNT(GJ-SUMMARY-COUNT)
               ADD SR-AMOUNT TO GJ-ST-AMOUNT(GJ-SUMMARY-COUNT)
           END-IF
           PERFORM 4100-RETURN-POSTING.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MAP-SUMMARIES - FIND EACH SUMMARY'S GLMAP ROW, LIST THE   *
      *                      SUMMARY WITH ITS ACCOUNTS AND BUILD THE   *
      *                      DEBIT AND CREDIT TOTALS                   *
      ******************************************************************
       5000-MAP-SUMMARIES.
           DISPLAY "=================================================="
           DISPLAY "GLJRNL: GL SUMMARY FOR " GJ-RUN-DATE
               " CYCLE " GJ-CYCLE-NUMBER
           DISPLAY "GLJRNL: DIV  GRP  OP    COUNT            AMOUNT"
               " DEBIT      CREDIT"
           MOVE ZERO TO GJ-SUMMARY-SUB
           PERFORM 5100-MAP-ONE-SUMMARY
               UNTIL GJ-SUMMARY-SUB = GJ-SUMMARY-COUNT
           DISPLAY "==================================================".

       5100-MAP-ONE-SUMMARY.
           ADD 1 TO GJ-SUMMARY-SUB
           PERFORM 5200-FIND-MAPPING
           MOVE GJ-ST-DIVISION-CODE(GJ-SUMMARY-SUB)
               TO GJ-SL-DIVISION-CODE
           MOVE GJ-ST-GROUP-CODE(GJ-SUMMARY-SUB) TO GJ-SL-GROUP-CODE
           MOVE GJ-ST-OP-CODE(GJ-SUMMARY-SUB) TO GJ-SL-OP-CODE
           MOVE GJ-ST-COUNT(GJ-SUMMARY-SUB) TO GJ-SL-COUNT
           MOVE GJ-ST-AMOUNT(GJ-SUMMARY-SUB) TO GJ-SL-AMOUNT
           IF GJ-MAPPING-HIT
               MOVE GJ-MAPPING-SUB TO GJ-ST-MAP-SUB(GJ-SUMMARY-SUB)
               PERFORM 5300-SET-LINE-ACCOUNTS
               MOVE GJ-DEBIT-ACCOUNT TO GJ-SL-DEBIT-ACCOUNT
               MOVE GJ-CREDIT-ACCOUNT TO GJ-SL-CREDIT-ACCOUNT
               ADD GJ-LINE-AMOUNT TO GJ-DEBIT-TOTAL
               ADD GJ-LINE-AMOUNT TO GJ-CREDIT-TOTAL
               IF GJ-LINE-AMOUNT NOT = ZERO
                   ADD 2 TO GJ-LINE-COUNT
               END-IF
           ELSE
               ADD 1 TO GJ-UNMAPPED-COUNT
               MOVE "*UNMAPPED*" TO GJ-SL-DEBIT-ACCOUNT
               MOVE SPACES TO GJ-SL-CREDIT-ACCOUNT
           END-IF
           DISPLAY GJ-SUMMARY-LINE.

      ******************************************************************
      * 5200-FIND-MAPPING - THE GROUP/OP ROW ON GLMAP; A ROW WITH      *
      *                     EITHER ACCOUNT BLANK DOES NOT COUNT        *
      ******************************************************************
       5200-FIND-MAPPING.
           MOVE "N" TO GJ-MAPPING-HIT-SWITCH
           MOVE ZERO TO GJ-MAPPING-SUB
           PERFORM 5210-MATCH-MAPPING
               UNTIL GJ-MAPPING-HIT
                   OR GJ-MAPPING-SUB = GJ-MAPPING-COUNT.

       5210-MATCH-MAPPING.
           ADD 1 TO GJ-MAPPING-SUB
           IF GJ-MT-GROUP-CODE(GJ-MAPPING-SUB)
                   = GJ-ST-GROUP-CODE(GJ-SUMMARY-SUB)
                   AND GJ-MT-OP-CODE(GJ-MAPPING-SUB)
                       = GJ-ST-OP-CODE(GJ-SUMMARY-SUB)
                   AND GJ-MT-DEBIT-ACCOUNT(GJ-MAPPING-SUB)
                       NOT = SPACES
                   AND GJ-MT-CREDIT-ACCOUNT(GJ-MAPPING-SUB)
                       NOT = SPACES
               SET GJ-MAPPING-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 5300-SET-LINE-ACCOUNTS - A POSITIVE NET POSTING DEBITS THE     *
      *                          MAPPED DEBIT ACCOUNT AND CREDITS THE  *
      *                          MAPPED CREDIT ACCOUNT; A NEGATIVE     *
      *                          ONE REVERSES THE SIDES, AND THE LINE  *
      *                          AMOUNT IS ALWAYS UNSIGNED             *
      ******************************************************************
       5300-SET-LINE-ACCOUNTS.
           MOVE GJ-ST-MAP-SUB(GJ-SUMMARY-SUB) TO GJ-MAPPING-SUB
           IF GJ-ST-AMOUNT(GJ-SUMMARY-SUB) < ZERO
               COMPUTE GJ-LINE-AMOUNT =
                   ZERO - GJ-ST-AMOUNT(GJ-SUMMARY-SUB)
               MOVE GJ-MT-CREDIT-ACCOUNT(GJ-MAPPING-SUB)
                   TO GJ-DEBIT-ACCOUNT
               MOVE GJ-MT-DEBIT-ACCOUNT(GJ-MAPPING-SUB)
                   TO GJ-CREDIT-ACCOUNT
           ELSE
               MOVE GJ-ST-AMOUNT(GJ-SUMMARY-SUB) TO GJ-LINE-AMOUNT
               MOVE GJ-MT-DEBIT-ACCOUNT(GJ-MAPPING-SUB)
                   TO GJ-DEBIT-ACCOUNT
               MOVE GJ-MT-CREDIT-ACCOUNT(GJ-MAPPING-SUB)
                   TO GJ-CREDIT-ACCOUNT
           END-IF.

      ******************************************************************
      * 6000-WRITE-JOURNAL - GLJRNL IS OPENED EITHER WAY SO THE LAST   *
      *                      JOURNAL RELEASED CAN NEVER BE PICKED UP   *
      *                      AGAIN; A REFUSED NIGHT LEAVES IT EMPTY,   *
      *                      WITHOUT EVEN A HEADER                     *
      ******************************************************************
       6000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-OUT
           IF GJ-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLJRNL: UNABLE TO OPEN GLJRNL STATUS="
                   GJ-JOURNAL-STATUS
               MOVE "GL JOURNAL NOT WRITTEN, GLJRNL OPEN"
                   TO GJ-ALERT-TEXT
               PERFORM 1900-ABANDON-RUN
               GO TO 6000-EXIT
           END-IF

           IF GJ-UNMAPPED-COUNT > ZERO
                   OR GJ-DEBIT-TOTAL NOT = GJ-CREDIT-TOTAL
                   OR GJ-SUMMARY-OVERFLOW > ZERO
                   OR GJ-BAD-ROW-COUNT > ZERO
               CLOSE GL-JOURNAL-OUT
               PERFORM 6500-REFUSE-JOURNAL
               GO TO 6000-EXIT
           END-IF

           MOVE GJ-RUN-DATE TO GJ-RUN-DATE-GROUP
           MOVE GJ-RUN-DATE-YYMMDD TO GJ-BI-YYMMDD
           MOVE SPACES TO GL-JOURNAL-HEADER
           MOVE "GLHDR " TO GH-RECORD-TYPE
           MOVE GJ-RUN-DATE TO GH-RUN-DATE
           MOVE GJ-BATCH-ID TO GH-BATCH-ID
           MOVE GJ-CYCLE-NUMBER TO GH-CYCLE
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-OUT-RECORD
           WRITE GL-JOURNAL-OUT-RECORD

           MOVE ZERO TO GJ-SUMMARY-SUB
           PERFORM 6100-WRITE-SUMMARY-LINES
               UNTIL GJ-SUMMARY-SUB = GJ-SUMMARY-COUNT

           MOVE SPACES TO GL-JOURNAL-TRAILER
           MOVE "GLTRL " TO GT-RECORD-TYPE
           MOVE GJ-WRITTEN-COUNT TO GT-LINE-COUNT
           MOVE GJ-WRITTEN-DEBIT TO GT-DEBIT-TOTAL
           MOVE GJ-WRITTEN-CREDIT TO GT-CREDIT-TOTAL
           MOVE GL-JOURNAL-TRAILER TO GL-JOURNAL-OUT-RECORD
           WRITE GL-JOURNAL-OUT-RECORD
           CLOSE GL-JOURNAL-OUT
           DISPLAY "GLJRNL: " GJ-WRITTEN-COUNT " JOURNAL LINES "
               "WRITTEN IN BATCH " GJ-BATCH-ID.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-SUMMARY-LINES - ONE DEBIT AND ONE CREDIT LINE PER   *
      *                            SUMMARY; A SUMMARY THAT NETS TO     *
      *                            ZERO MOVES NO ACCOUNT               *
      ******************************************************************
       6100-WRITE-SUMMARY-LINES.
           ADD 1 TO GJ-SUMMARY-SUB
           PERFORM 5300-SET-LINE-ACCOUNTS
           IF GJ-LINE-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "GLLIN " TO GL-RECORD-TYPE
               MOVE GJ-RUN-DATE TO GL-RUN-DATE
               MOVE GJ-CYCLE-NUMBER TO GL-CYCLE
               MOVE GJ-LINE-AMOUNT TO GL-AMOUNT
               MOVE GJ-ST-DIVISION-CODE(GJ-SUMMARY-SUB)
                   TO GL-DIVISION-CODE
               MOVE GJ-ST-GROUP-CODE(GJ-SUMMARY-SUB) TO GL-GROUP-CODE
               MOVE GJ-ST-OP-CODE(GJ-SUMMARY-SUB) TO GL-OP-CODE
               MOVE GJ-ST-COUNT(GJ-SUMMARY-SUB) TO GL-POSTING-COUNT
               MOVE GJ-MT-DESCRIPTION(GJ-MAPPING-SUB)
                   TO GL-DESCRIPTION

               MOVE GJ-DEBIT-ACCOUNT TO GL-ACCOUNT
               SET GL-DEBIT TO TRUE
               PERFORM 6200-WRITE-ONE-LINE
               ADD GJ-LINE-AMOUNT TO GJ-WRITTEN-DEBIT

               MOVE GJ-CREDIT-ACCOUNT TO GL-ACCOUNT
               SET GL-CREDIT TO TRUE
               PERFORM 6200-WRITE-ONE-LINE
               ADD GJ-LINE-AMOUNT TO GJ-WRITTEN-CREDIT
           END-IF.

       6200-WRITE-ONE-LINE.
           ADD 1 TO GJ-WRITTEN-COUNT
           MOVE GJ-WRITTEN-COUNT TO GL-LINE-NUMBER
           MOVE GL-JOURNAL-LINE TO GL-JOURNAL-OUT-RECORD
           WRITE GL-JOURNAL-OUT-RECORD.

      ******************************************************************
      * 6500-REFUSE-JOURNAL - SAY WHY, LIST THE UNMAPPED GROUP/OP      *
      *                       COMBINATIONS FOR THE DESK, AND END THE   *
      *                       STEP WITH RETURN CODE 8                  *
      ******************************************************************
       6500-REFUSE-JOURNAL.
           DISPLAY "GLJRNL: *** GL JOURNAL REFUSED, GLJRNL LEFT EMPTY"
           IF GJ-UNMAPPED-COUNT > ZERO
               DISPLAY "GLJRNL: " GJ-UNMAPPED-COUNT
                   " GROUP/OP COMBINATIONS HAVE NO GLMAP MAPPING:"
               MOVE ZERO TO GJ-SUMMARY-SUB
               PERFORM 6510-LIST-UNMAPPED
                   UNTIL GJ-SUMMARY-SUB = GJ-SUMMARY-COUNT
               DISPLAY "GLJRNL: ADD THESE TO GLMAP, THEN RUN THE "
                   "GLJRNL JOB WITH THIS DATE ON GLJPARM"
           END-IF
           IF GJ-DEBIT-TOTAL NOT = GJ-CREDIT-TOTAL
               MOVE GJ-DEBIT-TOTAL TO GJ-TOTAL-EDIT
               DISPLAY "GLJRNL: DEBITS  " GJ-TOTAL-EDIT
               MOVE GJ-CREDIT-TOTAL TO GJ-TOTAL-EDIT
               DISPLAY "GLJRNL: CREDITS " GJ-TOTAL-EDIT
                   " - DEBITS DO NOT EQUAL CREDITS"
           END-IF
           IF GJ-SUMMARY-OVERFLOW > ZERO
               DISPLAY "GLJRNL: MORE THAN 500 DIVISION/GROUP/OP "
                   "SUMMARIES, " GJ-SUMMARY-OVERFLOW
                   " POSTINGS NOT SUMMARISED"
           END-IF
           IF GJ-BAD-ROW-COUNT > ZERO
               DISPLAY "GLJRNL: " GJ-BAD-ROW-COUNT
                   " AUDIT ROWS WITH A NON-NUMERIC RESULT"
           END-IF
           MOVE "GL JOURNAL REFUSED, SEE GLJRNL REPORT"
               TO GJ-ALERT-TEXT
           PERFORM 1900-ABANDON-RUN.

       6510-LIST-UNMAPPED.
           ADD 1 TO GJ-SUMMARY-SUB
           IF GJ-ST-MAP-SUB(GJ-SUMMARY-SUB) = ZERO
               MOVE GJ-ST-AMOUNT(GJ-SUMMARY-SUB) TO GJ-TOTAL-EDIT
               DISPLAY "GLJRNL:   UNMAPPED GROUP "
                   GJ-ST-GROUP-CODE(GJ-SUMMARY-SUB)
                   " OP " GJ-ST-OP-CODE(GJ-SUMMARY-SUB)
                   " DIVISION " GJ-ST-DIVISION-CODE(GJ-SUMMARY-SUB)
                   " POSTINGS " GJ-ST-COUNT(GJ-SUMMARY-SUB)
                   " AMOUNT " GJ-TOTAL-EDIT
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - THE SOURCE COUNTS AND CONTROL TOTALS          *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "GLJRNL: " GJ-AUDIT-READ-COUNT " AUDIT ROWS READ"
           DISPLAY "GLJRNL: " GJ-OPERATIONS-COUNT
               " OPERATIONS POSTINGS"
           DISPLAY "GLJRNL: " GJ-INTEREST-COUNT
               " INTACCR INTEREST POSTINGS"
           DISPLAY "GLJRNL: " GJ-ADJUSTMENT-COUNT
               " ADJPOST ADJUSTMENTS"
           DISPLAY "GLJRNL: " GJ-SUMMARY-COUNT
               " DIVISION/GROUP/OP SUMMARIES"
           MOVE GJ-POSTED-TOTAL TO GJ-TOTAL-EDIT
           DISPLAY "GLJRNL: NET POSTED.......: " GJ-TOTAL-EDIT
           MOVE GJ-DEBIT-TOTAL TO GJ-TOTAL-EDIT
           DISPLAY "GLJRNL: DEBIT TOTAL......: " GJ-TOTAL-EDIT
           MOVE GJ-CREDIT-TOTAL TO GJ-TOTAL-EDIT
           DISPLAY "GLJRNL: CREDIT TOTAL.....: " GJ-TOTAL-EDIT.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    TEAM                                        *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF GJ-ALERT-STATUS = "00"
               MOVE GJ-RUN-DATE TO AL-RUN-DATE
               MOVE "GLJRNL" TO AL-PROGRAM-NAME
               MOVE GJ-ALERT-SEVERITY TO AL-SEVERITY
               MOVE GJ-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "GLJRNL: UNABLE TO OPEN ALERTOUT STATUS="
                   GJ-ALERT-STATUS
           END-IF.
       END PROGRAM Gljrnl.
