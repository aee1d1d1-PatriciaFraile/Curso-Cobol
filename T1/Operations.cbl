      *                     checkpoint belongs to tonight's TRANIN
      *                     before anyone restarts against the
      *                     wrong night's file.
      *    2026-10-15  RA   Multi-currency: a transaction carrying a
      *                     TR-CURRENCY-CODE is converted to base
      *                     currency through the effective-dated
      *                     FXRATE file (new 2080-VALIDATE-CURRENCY,
      *                     same highest-date-on-or-before rule as
      *                     CONSTFIL) before anything is computed,
      *                     posted to BALFIL or written to BILLEXT.
      *                     TR-NUM1 is always converted; TR-NUM2 is
      *                     converted too except on MUL and DIV,
      *                     where it is a factor or divisor, not an
      *                     amount.  No rate in effect on the
      *                     business date refuses the transaction
      *                     with a warning ALERTOUT line and a new
      *                     reject count (in RS-REJECT-COUNT and on
      *                     OPCHKPT, now 88 bytes), never posts it
      *                     at par.  RESOUT and AUDITOUT carry the
      *                     currency, the amounts as sent and the
      *                     rate beside the base amounts (120 and 95
      *                     bytes).  A blank code is base currency
      *                     and is not looked up.
      *    2026-10-15  RA   2470-POST-BALANCE also adds each posting
      *                     to BL-MTD-AMOUNT, the month-to-date
      *                     movement PERCLOSE rolls into the year at
      *                     month end; a new key starts its MTD, YTD
      *                     and last-closed period fresh.
      *    2026-10-15  RA   A new BALFIL key also starts with no
      *                     accrued interest and no accrual date, so
      *                     INTACCR starts its clock the first night
      *                     it sees the key.
      *    2026-10-15  RA   A posting to a key the monthly DORMANT run
      *                     flagged (BL-DORMANT-FLAG) still posts,
      *                     but raises a warning ALERTOUT line for
      *                     review and clears the flag (new 2475-
      *                     ALERT-DORMANT-POSTING); the count shows
      *                     on the run totals.
      *    2026-10-15  RA   A transaction refused by the group-code
      *                     or rate validation is no longer just
      *                     counted: it is written whole to the
      *                     SUSPNEW suspense file with its reason
      *                     (GRPM group not on GROUPMST, GRPI group
      *                     inactive, RATE no COMRATE/TAXRATE in
      *                     effect) and batch id (new 2090-WRITE-
      *                     SUSPENSE), for SUSPCFWD to carry forward
      *                     until it is released.  SUSPNEW opens
      *                     EXTEND, being shared by the partitions.
      *    2026-10-15  RA   Simulation mode: an "S" on the optional
      *                     OPSIMCT card runs the night's TRANIN
      *                     through every validation and calculation
      *                     without posting.  BALFIL is opened for
      *                     input only and each result is projected
      *                     into storage instead (new 2480-PROJECT-
      *                     BALANCE); AUDITOUT, BILLEXT, RUNSTATS,
      *                     OPCHKPT and SUSPNEW are not opened, the
      *                     restart flag is ignored, and alert lines
      *                     go to SYSOUT only, not to the monitoring
      *                     bridge.  RESOUT is still written, to the
      *                     simulation job's SYSOUT.  At end of
      *                     run a projected trial balance by group
      *                     (current balance from a full pass of
      *                     BALFIL, the run's movement, the projected
      *                     closing balance) is printed with every
      *                     touched key and every group whose
      *                     projected position would breach its
      *                     GROUPMST exposure limit, "W" over and "C"
      *                     more than twice over as EXPCHK judges
      *                     them; any breach returns 4.  BALFIL
      *                     access is now DYNAMIC for the pass.
      *    2026-10-15  RA   The main line now performs 1000-INITIALIZE
      *                     and 8000-TERMINATE THRU their exits; an
      *                     open failure's GO TO 1000-EXIT left the
      *                     PERFORM range and fell through into the
      *                     paragraphs below it.
      *    2026-10-15  RA   2470-POST-BALANCE no longer copies the
      *                     transaction's group code over the key's
      *                     BALFIL group: a key moves between groups
      *                     only by an approved XFERPOST transfer.  A
      *                     transaction whose group disagrees with
      *                     the key's still posts to the key, under
      *                     the key's own group, but is flagged "G"
      *                     in RO-ERROR-FLAG, raised as a warning
      *                     ALERTOUT line (new 2477-ALERT-GROUP-
      *                     MISMATCH) and counted on the run totals.
      *                     The simulation projects such a posting
      *                     into the key's own group the same way.
      *    2026-10-15  RA   The key's owning group is now found before
      *                     the control break (new 2003-FIND-KEY-
      *                     GROUP), so RESOUT's RO-GROUP-CODE, the
      *                     group subtotal and the checkpoint carry
      *                     the key's group, not the transaction's,
      *                     on a mismatched posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Operations.
               RECORD KEY IS CF-RECORD-KEY
               FILE STATUS IS OP-CONST-STATUS.

           SELECT FX-RATE-IN ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RECORD-KEY
               FILE STATUS IS OP-FX-STATUS.

           SELECT GROUP-FILE-IN ASSIGN TO "GROUPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

           SELECT BALANCE-FILE-IO ASSIGN TO "BALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS OP-BALANCE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-RESTCTL-STATUS.

           SELECT SIMULATE-CTL-IN ASSIGN TO "OPSIMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-SIMCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "OPCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-CHKPT-STATUS.

           SELECT SUSPENSE-FILE-OUT ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  CONST-FILE-IN.
           COPY CONSTREC.

       FD  FX-RATE-IN.
           COPY FXRREC.

       FD  GROUP-FILE-IN.
           COPY GRPREC.

           COPY RUNCREC.

       FD  RESULT-FILE-OUT
           RECORD CONTAINS 120 CHARACTERS.
           COPY RESREC.

       FD  AUDIT-FILE-OUT
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BILL-EXTRACT-OUT
       01  RESTART-CONTROL-RECORD.
           05  RC-RESTART-FLAG         PIC X(1).

       FD  SIMULATE-CTL-IN
           RECORD CONTAINS 1 CHARACTERS.
       01  SIMULATE-CONTROL-RECORD.
           05  SC-SIMULATE-FLAG        PIC X(1).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CP-LAST-KEY             PIC X(6).
           05  CP-GROUP-CODE           PIC X(4).
           05  CP-POST-ERROR-COUNT     PIC 9(7).
           05  CP-RUN-DATE             PIC 9(8).
           05  CP-BATCH-ID             PIC X(8).
           05  CP-FX-REJECT-COUNT      PIC 9(7).

       FD  SUSPENSE-FILE-OUT
           RECORD CONTAINS 83 CHARACTERS.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
           COPY NUMREC.
       77  OP-BILL-STATUS              PIC X(2)  VALUE "00".
       77  OP-RESTCTL-STATUS           PIC X(2)  VALUE "00".
       77  OP-CHKPT-STATUS             PIC X(2)  VALUE "00".
       77  OP-SUSPENSE-STATUS          PIC X(2)  VALUE "00".
       77  OP-SUSPENSE-REASON          PIC X(4)  VALUE SPACES.
       77  OP-SUSPENSE-COUNT           PIC 9(7)  VALUE ZERO.
       77  OP-RESTART-SWITCH           PIC X(1)  VALUE "N".
           88  OP-RESTART-YES                     VALUE "Y".
       77  OP-CHKPT-EOF-SWITCH         PIC X(1)  VALUE "N".
           88  OP-RATE-FOUND                     VALUE "Y".
       77  OP-SCAN-DONE-SWITCH         PIC X(1)  VALUE "N".
           88  OP-SCAN-DONE                      VALUE "Y".
       77  OP-FX-STATUS                PIC X(2)  VALUE "00".
       77  OP-FX-OPEN-SWITCH           PIC X(1)  VALUE "N".
           88  OP-FX-OPEN                        VALUE "Y".
       77  OP-FX-VALID-SWITCH          PIC X(1)  VALUE "Y".
           88  OP-FX-VALID                       VALUE "Y".
       77  OP-FX-FOUND-SWITCH          PIC X(1)  VALUE "N".
           88  OP-FX-FOUND                       VALUE "Y".
       77  OP-FX-RATE                  PIC 9(4)V9(6) COMP-3 VALUE 1.
       77  OP-FX-REJECT-COUNT          PIC 9(7)  VALUE ZERO.
       77  OP-FX-CONVERT-COUNT         PIC 9(7)  VALUE ZERO.
       77  OP-DORMANT-POST-COUNT       PIC 9(7)  VALUE ZERO.
       77  OP-GROUP-MISMATCH-COUNT     PIC 9(7)  VALUE ZERO.
       77  OP-KEY-GROUP-CODE           PIC X(4)  VALUE SPACES.
       77  OP-BASE-NUM1                PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  OP-BASE-NUM2                PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  OP-RUNSTATS-STATUS          PIC X(2)  VALUE "00".
       77  OP-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  OP-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
               10  OP-BT-FAIL-SWITCH   PIC X(1).
                   88  OP-BT-FAILED              VALUE "Y".

       77  OP-SIMCTL-STATUS            PIC X(2)  VALUE "00".
       77  OP-SIMULATE-SWITCH          PIC X(1)  VALUE "N".
           88  OP-SIMULATE                       VALUE "Y".
       77  OP-SIM-READY-SWITCH         PIC X(1)  VALUE "N".
           88  OP-SIM-READY                      VALUE "Y".
       77  OP-SIM-HIT-SWITCH           PIC X(1)  VALUE "N".
           88  OP-SIM-HIT                        VALUE "Y".
       77  OP-SIM-GROUP-HIT-SWITCH     PIC X(1)  VALUE "N".
           88  OP-SIM-GROUP-HIT                  VALUE "Y".
       77  OP-SIM-STOP-SWITCH          PIC X(1)  VALUE "N".
           88  OP-SIM-STOP                       VALUE "Y".
       77  OP-SIM-BAL-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  OP-SIM-BAL-EOF                    VALUE "Y".
       77  OP-SIM-KEY-COUNT            PIC 9(4)  VALUE ZERO.
       77  OP-SIM-GROUP-COUNT          PIC 9(3)  VALUE ZERO.
       77  OP-SK-SUB                   PIC 9(4)  VALUE ZERO.
       77  OP-SG-SUB                   PIC 9(3)  VALUE ZERO.
       77  OP-SG-MOVE-SUB              PIC 9(3)  VALUE ZERO.
       77  OP-SIM-LOOKUP-GROUP         PIC X(4)  VALUE SPACES.
       77  OP-SIM-UNPROJECTED-COUNT    PIC 9(7)  VALUE ZERO.
       77  OP-SIM-BALANCE-COUNT        PIC 9(7)  VALUE ZERO.
       77  OP-SIM-PROJECTED            PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  OP-SIM-ABS-AMOUNT           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  OP-SIM-LIMIT                PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  OP-SIM-DOUBLE-LIMIT         PIC 9(12)V99 COMP-3 VALUE ZERO.
       77  OP-SIM-TOTAL-CURRENT        PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  OP-SIM-TOTAL-MOVEMENT       PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  OP-SIM-TOTAL-PROJECTED      PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  OP-SIM-WARN-COUNT           PIC 9(5)  VALUE ZERO.
       77  OP-SIM-CRIT-COUNT           PIC 9(5)  VALUE ZERO.

       01  OP-SIM-KEY-TABLE.
           05  OP-SIM-KEY-ENTRY OCCURS 2000 TIMES.
               10  OP-SK-KEY           PIC X(6).
               10  OP-SK-GROUP-CODE    PIC X(4).
               10  OP-SK-CURRENT       PIC S9(9)V99 COMP-3.
               10  OP-SK-MOVEMENT      PIC S9(11)V99 COMP-3.

       01  OP-SIM-GROUP-TABLE.
           05  OP-SIM-GROUP-ENTRY OCCURS 200 TIMES.
               10  OP-SG-GROUP-CODE    PIC X(4).
               10  OP-SG-CURRENT       PIC S9(11)V99 COMP-3.
               10  OP-SG-MOVEMENT      PIC S9(11)V99 COMP-3.
               10  OP-SG-KEY-LIMIT     PIC 9(9)V99 COMP-3.
               10  OP-SG-GROUP-LIMIT   PIC 9(11)V99 COMP-3.

       01  OP-SIM-GROUP-LINE.
           05  FILLER                  PIC X(18) VALUE
                                            "OPERATIONS: GROUP ".
           05  OP-SL-GROUP-CODE        PIC X(4).
           05  FILLER                  PIC X(9)  VALUE " CURRENT ".
           05  OP-SL-CURRENT           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE " MOVEMENT ".
           05  OP-SL-MOVEMENT          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE
                                            " PROJECTED ".
           05  OP-SL-PROJECTED         PIC -ZZZZZZZZZZ9.99.

       01  OP-SIM-BREACH-LINE.
           05  FILLER                  PIC X(12) VALUE
                                            "OPERATIONS: ".
           05  OP-SB-SEVERITY          PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OP-SB-KIND              PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OP-SB-NAME              PIC X(6).
           05  FILLER                  PIC X(11) VALUE
                                            " PROJECTED ".
           05  OP-SB-AMOUNT            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(7)  VALUE " LIMIT ".
           05  OP-SB-LIMIT             PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL OP-EOF-YES
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GOBACK.

      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1200-GET-TOLERANCE-PARM
           PERFORM 1040-CHECK-SIMULATION-MODE
           IF OP-SIMULATE
               PERFORM 1100-OPEN-FOR-SIMULATION THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-CHECK-RESTART-MODE

           OPEN INPUT TRANS-FILE-IN
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND SUSPENSE-FILE-OUT
           IF OP-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE-OUT
           END-IF
           IF OP-SUSPENSE-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN SUSPNEW STATUS="
                   OP-SUSPENSE-STATUS
               MOVE "C" TO OP-ALERT-SEVERITY
               MOVE "SUSPNEW OPEN FAILED" TO OP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               CLOSE TRANS-FILE-IN
               CLOSE RESULT-FILE-OUT
               CLOSE AUDIT-FILE-OUT
               CLOSE BILL-EXTRACT-OUT
               CLOSE CHECKPOINT-FILE
               CLOSE GROUP-FILE-IN
               CLOSE BALANCE-FILE-IO
               CLOSE CONST-FILE-IN
               SET OP-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT FX-RATE-IN
           IF OP-FX-STATUS = "00"
               SET OP-FX-OPEN TO TRUE
           ELSE
               DISPLAY "OPERATIONS: UNABLE TO OPEN FXRATE STATUS="
                   OP-FX-STATUS ", FOREIGN-CURRENCY TRANSACTIONS "
                   "WILL BE REFUSED"
               MOVE "C" TO OP-ALERT-SEVERITY
               MOVE "FXRATE OPEN FAILED" TO OP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
           END-IF

           IF OP-RESTART-YES AND OP-PREV-GROUP-CODE NOT = SPACES
               PERFORM 1070-RESTORE-GROUP-DESC
           END-IF

           PERFORM 2100-READ-TRANSACTION
           IF OP-RESTART-YES
               PERFORM 1060-SKIP-TO-CHECKPOINT THRU 1060-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
               CLOSE TOLER-PARM-IN
           END-IF.

      ******************************************************************
      * 1040-CHECK-SIMULATION-MODE - AN "S" ON THE OPTIONAL OPSIMCT    *
      *                              CARD ASKS FOR A SIMULATION: NO    *
      *                              CARD, OR ANY OTHER VALUE, IS THE  *
      *                              ORDINARY POSTING RUN              *
      ******************************************************************
       1040-CHECK-SIMULATION-MODE.
           OPEN INPUT SIMULATE-CTL-IN
           IF OP-SIMCTL-STATUS = "00"
               READ SIMULATE-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-SIMULATE-FLAG = "S"
                           SET OP-SIMULATE TO TRUE
                       END-IF
               END-READ
               CLOSE SIMULATE-CTL-IN
           END-IF

           IF OP-SIMULATE
               DISPLAY "OPERATIONS: SIMULATION RUN FOR " OP-RUN-DATE
                   " - BALFIL, AUDITOUT, BILLEXT AND RUNSTATS WILL "
                   "NOT BE UPDATED"
           END-IF.

      ******************************************************************
      * 1100-OPEN-FOR-SIMULATION - OPEN ONLY WHAT A SIMULATION READS,  *
      *                            BALFIL FOR INPUT, PLUS ITS OWN      *
      *                            RESOUT; NO RESTART IS TAKEN, THE    *
      *                            WHOLE OF TRANIN IS PROJECTED        *
      ******************************************************************
       1100-OPEN-FOR-SIMULATION.
           OPEN INPUT TRANS-FILE-IN
           IF OP-TRANS-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN TRANIN STATUS="
                   OP-TRANS-STATUS
               SET OP-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN OUTPUT RESULT-FILE-OUT
           IF OP-RESULT-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN RESOUT STATUS="
                   OP-RESULT-STATUS
               CLOSE TRANS-FILE-IN
               SET OP-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN INPUT GROUP-FILE-IN
           IF OP-GROUP-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN GROUPMST STATUS="
                   OP-GROUP-STATUS
               CLOSE TRANS-FILE-IN
               CLOSE RESULT-FILE-OUT
               SET OP-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN INPUT BALANCE-FILE-IO
           IF OP-BALANCE-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN BALFIL STATUS="
                   OP-BALANCE-STATUS
               CLOSE TRANS-FILE-IN
               CLOSE RESULT-FILE-OUT
               CLOSE GROUP-FILE-IN
               SET OP-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN INPUT CONST-FILE-IN
           IF OP-CONST-STATUS NOT = "00"
               DISPLAY "OPERATIONS: UNABLE TO OPEN CONSTFIL STATUS="
                   OP-CONST-STATUS
               CLOSE TRANS-FILE-IN
               CLOSE RESULT-FILE-OUT
               CLOSE GROUP-FILE-IN
               CLOSE BALANCE-FILE-IO
               SET OP-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN INPUT FX-RATE-IN
           IF OP-FX-STATUS = "00"
               SET OP-FX-OPEN TO TRUE
           ELSE
               DISPLAY "OPERATIONS: UNABLE TO OPEN FXRATE STATUS="
                   OP-FX-STATUS ", FOREIGN-CURRENCY TRANSACTIONS "
                   "WILL BE REFUSED"
           END-IF

           SET OP-SIM-READY TO TRUE
           PERFORM 2100-READ-TRANSACTION.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CHECK-RESTART-MODE - READ THE OPRESTCT FLAG AND, IF SET,  *
      *                           THE LAST CHECKPOINTED KEY            *
                       TO OP-RATE-REJECT-COUNT
                   MOVE CP-ERROR-COUNT TO OP-ERROR-COUNT
                   MOVE CP-POST-ERROR-COUNT TO OP-POST-ERROR-COUNT
                   IF CP-FX-REJECT-COUNT IS NUMERIC
                       MOVE CP-FX-REJECT-COUNT TO OP-FX-REJECT-COUNT
                   END-IF
                   MOVE "N" TO OP-FIRST-RECORD-SWITCH
           END-READ.

       2000-PROCESS-TRANSACTION.
           PERFORM 2060-VALIDATE-GROUP-CODE
           IF OP-GROUP-VALID
               PERFORM 2080-VALIDATE-CURRENCY THRU 2080-EXIT
           END-IF
           IF OP-GROUP-VALID AND OP-FX-VALID
               IF TR-OP-CODE = "COM " OR "TAX "
                   PERFORM 2065-VALIDATE-RATE
                   IF OP-RATE-VALID
           PERFORM 2100-READ-TRANSACTION.

       2005-COMPUTE-AND-WRITE.
           PERFORM 2003-FIND-KEY-GROUP
           PERFORM 2300-CONTROL-BREAK-CHECK

           MOVE TR-KEY TO OP-LAST-TRAN-KEY
           MOVE OP-BASE-NUM1 TO NR-NUM1
           MOVE OP-BASE-NUM2 TO NR-NUM2
           MOVE TR-KEY TO RO-KEY
           MOVE OP-KEY-GROUP-CODE TO RO-GROUP-CODE
           MOVE NR-NUM1 TO RO-NUM1
           MOVE NR-NUM2 TO RO-NUM2
           MOVE "N" TO RO-ERROR-FLAG
           MOVE OP-CYCLE-NUMBER TO RO-CYCLE
           MOVE TR-CURRENCY-CODE TO RO-CURRENCY-CODE
           MOVE TR-NUM1 TO RO-ORIG-NUM1
           MOVE TR-NUM2 TO RO-ORIG-NUM2
           MOVE OP-FX-RATE TO RO-FX-RATE
           MOVE ZERO TO RO-ADD-RESULT RO-SUB-RESULT
                        RO-MUL-RESULT RO-DIV-RESULT
                        RO-RTE-RESULT
           END-IF

           PERFORM 2460-ROLL-UP-TOTALS
           IF OP-SIMULATE
               PERFORM 2480-PROJECT-BALANCE
           ELSE
               PERFORM 2470-POST-BALANCE
           END-IF

           WRITE RESULT-OUT-RECORD
           ADD 1 TO OP-RECORD-COUNT
           IF NOT OP-SIMULATE
               PERFORM 2500-WRITE-CHECKPOINT
           END-IF.

      ******************************************************************
      * 2003-FIND-KEY-GROUP - THE RESULT IS POSTED, SUBTOTALLED AND    *
      *                       ROUTED UNDER THE GROUP THAT OWNS THE KEY *
      *                       (OP-KEY-GROUP-CODE): BALFIL'S GROUP FOR  *
      *                       A KNOWN KEY (THE SIMULATION'S KEY TABLE  *
      *                       FIRST), THE TRANSACTION'S GROUP FOR A    *
      *                       KEY THE RUN WILL CREATE                  *
      ******************************************************************
       2003-FIND-KEY-GROUP.
           MOVE TR-GROUP-CODE TO OP-KEY-GROUP-CODE
           MOVE "N" TO OP-SIM-HIT-SWITCH
           MOVE ZERO TO OP-SK-SUB
           IF OP-SIMULATE AND OP-SIM-KEY-COUNT NOT = ZERO
               PERFORM 2482-MATCH-KEY
                   UNTIL OP-SIM-HIT OR OP-SK-SUB = OP-SIM-KEY-COUNT
           END-IF
           IF OP-SIM-HIT
               MOVE OP-SK-GROUP-CODE(OP-SK-SUB) TO OP-KEY-GROUP-CODE
           ELSE
               MOVE TR-KEY TO BL-KEY
               READ BALANCE-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BL-GROUP-CODE TO OP-KEY-GROUP-CODE
               END-READ
           END-IF
           IF OP-KEY-GROUP-CODE NOT = TR-GROUP-CODE
               MOVE SPACES TO OP-CURR-GROUP-DESC
               MOVE OP-KEY-GROUP-CODE TO GF-GROUP-CODE
               READ GROUP-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GF-DESCRIPTION TO OP-CURR-GROUP-DESC
               END-READ
           END-IF.

      ******************************************************************
      * 2060-VALIDATE-GROUP-CODE - REJECT A TRANSACTION WHOSE GROUP    *
      *                            CODE IS NOT ON GROUPMST OR IS NOT   *
      *                            ACTIVE INTO SUSPENSE, AND FETCH THE *
      *                            DESCRIPTION FOR THE SUBTOTAL REPORT *
      *                            OTHERWISE                           *
      ******************************************************************
       2060-VALIDATE-GROUP-CODE.
           MOVE "Y" TO OP-GROUP-VALID-SWITCH
                       " NOT ON GROUPMST, KEY " TR-KEY " REJECTED"
                   MOVE "N" TO OP-GROUP-VALID-SWITCH
                   ADD 1 TO OP-GROUP-REJECT-COUNT
                   MOVE "GRPM" TO OP-SUSPENSE-REASON
                   PERFORM 2090-WRITE-SUSPENSE
               NOT INVALID KEY
                   IF GF-ACTIVE
                       MOVE GF-DESCRIPTION TO OP-CURR-GROUP-DESC
                           " REJECTED"
                       MOVE "N" TO OP-GROUP-VALID-SWITCH
                       ADD 1 TO OP-GROUP-REJECT-COUNT
                       MOVE "GRPI" TO OP-SUSPENSE-REASON
                       PERFORM 2090-WRITE-SUSPENSE
                   END-IF
           END-READ.

      ******************************************************************
      * 2065-VALIDATE-RATE - LOOK THE COMRATE/TAXRATE RECORD UP ON     *
      *                      CONSTFIL; A MISSING RATE KEY REJECTS THE  *
      *                      RECORD INTO SUSPENSE, IT IS NEVER         *
      *                      DEFAULTED                                 *
      ******************************************************************
       2065-VALIDATE-RATE.
           MOVE "Y" TO OP-RATE-VALID-SWITCH
                   " REJECTED"
               MOVE "N" TO OP-RATE-VALID-SWITCH
               ADD 1 TO OP-RATE-REJECT-COUNT
               MOVE "RATE" TO OP-SUSPENSE-REASON
               PERFORM 2090-WRITE-SUSPENSE
           END-IF.

      ******************************************************************
                   END-IF
           END-READ.

      ******************************************************************
      * 2080-VALIDATE-CURRENCY - A BLANK CURRENCY CODE IS BASE         *
      *                          CURRENCY; ANY OTHER CODE MUST HAVE A  *
      *                          RATE IN EFFECT ON FXRATE FOR THE      *
      *                          BUSINESS DATE, AND THE AMOUNTS ARE    *
      *                          CONVERTED HERE, BEFORE ANYTHING IS    *
      *                          COMPUTED OR POSTED.  NO RATE REFUSES  *
      *                          THE TRANSACTION WITH AN ALERT; IT IS  *
      *                          NEVER POSTED AT PAR                   *
      ******************************************************************
       2080-VALIDATE-CURRENCY.
           MOVE "Y" TO OP-FX-VALID-SWITCH
           MOVE 1 TO OP-FX-RATE
           MOVE TR-NUM1 TO OP-BASE-NUM1
           MOVE TR-NUM2 TO OP-BASE-NUM2
           IF TR-CURRENCY-CODE = SPACES
               GO TO 2080-EXIT
           END-IF

           MOVE "N" TO OP-FX-FOUND-SWITCH
           IF OP-FX-OPEN
               PERFORM 2085-LOOKUP-EFFECTIVE-FX-RATE
           END-IF
           IF NOT OP-FX-FOUND
               DISPLAY "OPERATIONS: NO FXRATE IN EFFECT FOR "
                   TR-CURRENCY-CODE ", KEY " TR-KEY " REFUSED"
               MOVE "W" TO OP-ALERT-SEVERITY
               MOVE SPACES TO OP-ALERT-TEXT
               STRING "NO FX RATE " TR-CURRENCY-CODE
                       " KEY " TR-KEY " REFUSED"
                   DELIMITED BY SIZE INTO OP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               GO TO 2080-REFUSE
           END-IF

           COMPUTE OP-BASE-NUM1 ROUNDED = TR-NUM1 * OP-FX-RATE
               ON SIZE ERROR
                   DISPLAY "OPERATIONS: " TR-CURRENCY-CODE
                       " CONVERSION OVERFLOW ON " TR-NUM1
                       ", KEY " TR-KEY " REFUSED"
                   GO TO 2080-REFUSE
           END-COMPUTE
           IF TR-OP-CODE NOT = "MUL " AND NOT = "DIV "
               COMPUTE OP-BASE-NUM2 ROUNDED = TR-NUM2 * OP-FX-RATE
                   ON SIZE ERROR
                       DISPLAY "OPERATIONS: " TR-CURRENCY-CODE
                           " CONVERSION OVERFLOW ON " TR-NUM2
                           ", KEY " TR-KEY " REFUSED"
                       GO TO 2080-REFUSE
               END-COMPUTE
           END-IF
           ADD 1 TO OP-FX-CONVERT-COUNT
           GO TO 2080-EXIT.

       2080-REFUSE.
           MOVE "N" TO OP-FX-VALID-SWITCH
           ADD 1 TO OP-FX-REJECT-COUNT.
       2080-EXIT.
           EXIT.

      ******************************************************************
      * 2085-LOOKUP-EFFECTIVE-FX-RATE - BROWSE THE CURRENCY'S RATES IN *
      *                                 EFFECTIVE-DATE ORDER AND KEEP  *
      *                                 THE ONE WITH THE HIGHEST DATE  *
      *                                 ON OR BEFORE THE RUN DATE      *
      ******************************************************************
       2085-LOOKUP-EFFECTIVE-FX-RATE.
           MOVE "N" TO OP-SCAN-DONE-SWITCH
           MOVE TR-CURRENCY-CODE TO FX-CURRENCY-CODE
           MOVE ZERO TO FX-EFF-DATE
           START FX-RATE-IN
               KEY IS NOT LESS THAN FX-RECORD-KEY
               INVALID KEY
                   SET OP-SCAN-DONE TO TRUE
           END-START
           PERFORM 2086-SCAN-NEXT-FX-RATE
               UNTIL OP-SCAN-DONE.

       2086-SCAN-NEXT-FX-RATE.
           READ FX-RATE-IN NEXT RECORD
               AT END
                   SET OP-SCAN-DONE TO TRUE
               NOT AT END
                   IF FX-CURRENCY-CODE NOT = TR-CURRENCY-CODE
                           OR FX-EFF-DATE > OP-RUN-DATE
                       SET OP-SCAN-DONE TO TRUE
                   ELSE
                       IF FX-RATE NOT = ZERO
                           MOVE FX-RATE TO OP-FX-RATE
                           SET OP-FX-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2090-WRITE-SUSPENSE - THE REFUSED TRANSACTION, WHOLE, ONTO     *
      *                       SUSPNEW WITH ITS REASON, BATCH, DATE     *
      *                       AND CYCLE; SUSPCFWD DECIDES WHETHER IT   *
      *                       IS NEW OR ALREADY HELD.  A SIMULATION    *
      *                       ONLY COUNTS WHAT WOULD HAVE GONE THERE   *
      ******************************************************************
       2090-WRITE-SUSPENSE.
           IF OP-SIMULATE
               ADD 1 TO OP-SUSPENSE-COUNT
           ELSE
               PERFORM 2095-WRITE-SUSPENSE-RECORD
           END-IF.

       2095-WRITE-SUSPENSE-RECORD.
           MOVE TRAN-RECORD TO SU-TRAN-DATA
           MOVE OP-SUSPENSE-REASON TO SU-REASON-CODE
           MOVE OP-BATCH-ID TO SU-BATCH-ID
           MOVE OP-RUN-DATE TO SU-FIRST-SUSPENDED
           MOVE OP-RUN-DATE TO SU-LAST-SUSPENDED
           MOVE OP-CYCLE-NUMBER TO SU-LAST-CYCLE
           MOVE 1 TO SU-TIMES-SUSPENDED
           MOVE "O" TO SU-STATUS
           MOVE ZERO TO SU-RELEASE-DATE
           MOVE ZERO TO SU-RELEASE-COUNT
           WRITE SUSPENSE-RECORD
           IF OP-SUSPENSE-STATUS = "00"
               ADD 1 TO OP-SUSPENSE-COUNT
           ELSE
               DISPLAY "OPERATIONS: SUSPNEW WRITE FAILED STATUS="
                   OP-SUSPENSE-STATUS ", KEY " TR-KEY
               MOVE "C" TO OP-ALERT-SEVERITY
               MOVE SPACES TO OP-ALERT-TEXT
               STRING "SUSPENSE WRITE FAILED KEY " TR-KEY
                   DELIMITED BY SIZE INTO OP-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
           END-IF.

      ******************************************************************
      * 2100-READ-TRANSACTION - DELIVER THE NEXT DATA RECORD, NOTING   *
      *                         AND SKIPPING PAST ANY BATCH HEADER OR  *
           IF BH-HEADER-RECORD
               PERFORM 2160-OPEN-BATCH
           ELSE
               PERFORM 2170-VERIFY-BATCH-TRAILER THRU 2170-EXIT
           END-IF.

       2160-OPEN-BATCH.

      ******************************************************************
      * 2300-CONTROL-BREAK-CHECK - SUBTOTAL THE ADD RESULT EVERY TIME  *
      *                            THE POSTING GROUP (OP-KEY-GROUP-    *
      *                            CODE) CHANGES                       *
      ******************************************************************
       2300-CONTROL-BREAK-CHECK.
           IF OP-FIRST-RECORD
               MOVE OP-KEY-GROUP-CODE TO OP-PREV-GROUP-CODE
               MOVE OP-CURR-GROUP-DESC TO OP-PREV-GROUP-DESC
               MOVE "N" TO OP-FIRST-RECORD-SWITCH
           ELSE
               IF OP-KEY-GROUP-CODE NOT = OP-PREV-GROUP-CODE
                   DISPLAY "OPERATIONS: GROUP " OP-PREV-GROUP-CODE
                       " " OP-PREV-GROUP-DESC
                       " SUBTOTAL " OP-GROUP-SUBTOTAL
                   MOVE ZERO TO OP-GROUP-SUBTOTAL
                   MOVE OP-KEY-GROUP-CODE TO OP-PREV-GROUP-CODE
                   MOVE OP-CURR-GROUP-DESC TO OP-PREV-GROUP-DESC
               END-IF
           END-IF.
      ******************************************************************
      * 2450-WRITE-OP-OUTPUT - WRITE ONE AUDIT ROW AND ONE BILLING-    *
      *                        EXTRACT ROW FOR OP-LAST-OP-CODE/        *
      *                        NR-RESULT; A SIMULATION WRITES NEITHER  *
      ******************************************************************
       2450-WRITE-OP-OUTPUT.
           IF NOT OP-SIMULATE
               PERFORM 2455-WRITE-AUDIT-AND-BILLING
           END-IF.

       2455-WRITE-AUDIT-AND-BILLING.
           MOVE OP-RUN-DATE TO AR-RUN-DATE
           MOVE "OPERATIONS" TO AR-PROGRAM-NAME
           MOVE RO-KEY TO AR-KEY
           MOVE OP-LAST-OP-CODE TO AR-OP-CODE
           MOVE NR-RESULT TO AR-RESULT
           MOVE OP-CYCLE-NUMBER TO AR-CYCLE
           MOVE RO-CURRENCY-CODE TO AR-CURRENCY-CODE
           MOVE RO-ORIG-NUM1 TO AR-ORIG-NUM1
           MOVE RO-ORIG-NUM2 TO AR-ORIG-NUM2
           MOVE RO-FX-RATE TO AR-FX-RATE
           WRITE AUDIT-RECORD

           MOVE RO-KEY TO BE-KEY
                   MOVE 1 TO BL-POSTING-COUNT
                   MOVE OP-RECORD-RESULT TO BL-BALANCE
                   MOVE OP-RECORD-RESULT TO BL-DAY-AMOUNT
                   MOVE OP-RECORD-RESULT TO BL-MTD-AMOUNT
                   MOVE ZERO TO BL-YTD-AMOUNT
                   MOVE ZERO TO BL-LAST-CLOSED
                   MOVE ZERO TO BL-ACCRUED-INTEREST
                   MOVE ZERO TO BL-LAST-ACCRUED
                   MOVE SPACE TO BL-DORMANT-FLAG
                   MOVE ZERO TO BL-DORMANT-DATE
                   MOVE OP-RUN-DATE TO BL-LAST-POSTED
                   WRITE BALANCE-RECORD
                       INVALID KEY
                   IF BL-LAST-POSTED NOT = OP-RUN-DATE
                       MOVE ZERO TO BL-DAY-AMOUNT
                   END-IF
                   IF BL-DORMANT
                       PERFORM 2475-ALERT-DORMANT-POSTING
                   END-IF
                   IF TR-GROUP-CODE NOT = BL-GROUP-CODE
                       MOVE BL-GROUP-CODE TO OP-KEY-GROUP-CODE
                       PERFORM 2477-ALERT-GROUP-MISMATCH
                   END-IF
                   ADD 1 TO BL-POSTING-COUNT
                   ADD OP-RECORD-RESULT TO BL-BALANCE
                   ADD OP-RECORD-RESULT TO BL-DAY-AMOUNT
                   IF BL-MTD-AMOUNT IS NOT NUMERIC
                       MOVE ZERO TO BL-MTD-AMOUNT
                   END-IF
                   ADD OP-RECORD-RESULT TO BL-MTD-AMOUNT
                   MOVE OP-RUN-DATE TO BL-LAST-POSTED
                   REWRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "OPERATIONS: BALFIL REWRITE "
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2475-ALERT-DORMANT-POSTING - A POSTING TO A KEY THE DORMANT    *
      *                              RUN FLAGGED GOES THROUGH, BUT IS  *
      *                              RAISED FOR REVIEW; THE KEY IS     *
      *                              ACTIVE AGAIN, SO THE FLAG CLEARS  *
      ******************************************************************
       2475-ALERT-DORMANT-POSTING.
           DISPLAY "OPERATIONS: POSTING TO DORMANT KEY " TR-KEY
               " (DORMANT SINCE " BL-DORMANT-DATE ")"
           MOVE "W" TO OP-ALERT-SEVERITY
           MOVE SPACES TO OP-ALERT-TEXT
           STRING "POSTING TO DORMANT KEY " TR-KEY
               DELIMITED BY SIZE INTO OP-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT
           MOVE SPACE TO BL-DORMANT-FLAG
           MOVE ZERO TO BL-DORMANT-DATE
           ADD 1 TO OP-DORMANT-POST-COUNT.

      ******************************************************************
      * 2477-ALERT-GROUP-MISMATCH - THE TRANSACTION NAMES A GROUP      *
      *                             OTHER THAN THE ONE THAT OWNS THE   *
      *                             KEY (OP-KEY-GROUP-CODE).  IT POSTS *
      *                             TO THE KEY UNDER THE KEY'S OWN     *
      *                             GROUP -- ONLY A TRANSFER MOVES A   *
      *                             KEY -- AND IS FLAGGED AND RAISED   *
      ******************************************************************
       2477-ALERT-GROUP-MISMATCH.
           DISPLAY "OPERATIONS: GROUP MISMATCH ON KEY " TR-KEY
               " - TRANSACTION GROUP " TR-GROUP-CODE
               ", KEY BELONGS TO " OP-KEY-GROUP-CODE
           MOVE "W" TO OP-ALERT-SEVERITY
           MOVE SPACES TO OP-ALERT-TEXT
           STRING "GROUP MISMATCH KEY " TR-KEY " "
                   TR-GROUP-CODE " NOT " OP-KEY-GROUP-CODE
               DELIMITED BY SIZE INTO OP-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT
           MOVE OP-KEY-GROUP-CODE TO RO-GROUP-CODE
           IF RO-ERROR-FLAG = "N"
               MOVE "G" TO RO-ERROR-FLAG
           END-IF
           ADD 1 TO OP-GROUP-MISMATCH-COUNT.

      ******************************************************************
      * 2480-PROJECT-BALANCE - THE SIMULATION'S POSTING: THE RECORD'S  *
      *                        LIVE RESULT IS ADDED TO THE KEY'S AND   *
      *                        THE GROUP'S PROJECTED MOVEMENT IN       *
      *                        STORAGE.  A KEY'S CURRENT BALANCE IS    *
      *                        READ FROM BALFIL THE FIRST TIME THE KEY *
      *                        IS SEEN; NOTHING IS WRITTEN BACK        *
      ******************************************************************
       2480-PROJECT-BALANCE.
           MOVE "N" TO OP-SIM-HIT-SWITCH
           MOVE ZERO TO OP-SK-SUB
           IF OP-SIM-KEY-COUNT NOT = ZERO
               PERFORM 2482-MATCH-KEY
                   UNTIL OP-SIM-HIT OR OP-SK-SUB = OP-SIM-KEY-COUNT
           END-IF
           IF NOT OP-SIM-HIT
               PERFORM 2484-ADD-KEY THRU 2484-EXIT
           END-IF
           MOVE TR-GROUP-CODE TO OP-SIM-LOOKUP-GROUP
           IF OP-SIM-HIT
               ADD OP-RECORD-RESULT TO OP-SK-MOVEMENT(OP-SK-SUB)
               IF OP-SK-GROUP-CODE(OP-SK-SUB) NOT = TR-GROUP-CODE
                   MOVE OP-SK-GROUP-CODE(OP-SK-SUB)
                       TO OP-KEY-GROUP-CODE
                   PERFORM 2477-ALERT-GROUP-MISMATCH
                   MOVE OP-KEY-GROUP-CODE TO OP-SIM-LOOKUP-GROUP
               END-IF
           END-IF

           PERFORM 2490-FIND-GROUP THRU 2490-EXIT
           IF OP-SIM-GROUP-HIT
               ADD OP-RECORD-RESULT TO OP-SG-MOVEMENT(OP-SG-SUB)
           END-IF.

       2482-MATCH-KEY.
           ADD 1 TO OP-SK-SUB
           IF OP-SK-KEY(OP-SK-SUB) = TR-KEY
               SET OP-SIM-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2484-ADD-KEY - FIRST SIGHT OF A KEY: ITS CURRENT BALANCE COMES *
      *                FROM BALFIL (ZERO FOR A KEY THE RUN WOULD       *
      *                CREATE), AND A DORMANT KEY IS RAISED THE WAY    *
      *                THE POSTING RUN WOULD RAISE IT                  *
      ******************************************************************
       2484-ADD-KEY.
           IF OP-SIM-KEY-COUNT = 2000
               DISPLAY "OPERATIONS: SIMULATION KEY TABLE FULL, KEY "
                   TR-KEY " NOT PROJECTED"
               ADD 1 TO OP-SIM-UNPROJECTED-COUNT
               GO TO 2484-EXIT
           END-IF

           ADD 1 TO OP-SIM-KEY-COUNT
           MOVE OP-SIM-KEY-COUNT TO OP-SK-SUB
           MOVE TR-KEY TO OP-SK-KEY(OP-SK-SUB)
           MOVE TR-GROUP-CODE TO OP-SK-GROUP-CODE(OP-SK-SUB)
           MOVE ZERO TO OP-SK-CURRENT(OP-SK-SUB)
           MOVE ZERO TO OP-SK-MOVEMENT(OP-SK-SUB)
           MOVE TR-KEY TO BL-KEY
           READ BALANCE-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BL-BALANCE TO OP-SK-CURRENT(OP-SK-SUB)
                   MOVE BL-GROUP-CODE TO OP-SK-GROUP-CODE(OP-SK-SUB)
                   IF BL-DORMANT
                       PERFORM 2475-ALERT-DORMANT-POSTING
                   END-IF
           END-READ
           SET OP-SIM-HIT TO TRUE.
       2484-EXIT.
           EXIT.

      ******************************************************************
      * 2490-FIND-GROUP - FIND OP-SIM-LOOKUP-GROUP IN THE PROJECTION'S *
      *                   GROUP TABLE, KEPT IN GROUP-CODE ORDER FOR    *
      *                   THE REPORT; A NEW GROUP IS INSERTED IN ITS   *
      *                   PLACE WITH ITS GROUPMST LIMITS               *
      ******************************************************************
       2490-FIND-GROUP.
           MOVE "N" TO OP-SIM-GROUP-HIT-SWITCH
           MOVE "N" TO OP-SIM-STOP-SWITCH
           MOVE ZERO TO OP-SG-SUB
           IF OP-SIM-GROUP-COUNT NOT = ZERO
               PERFORM 2492-MATCH-GROUP
                   UNTIL OP-SIM-STOP
                       OR OP-SG-SUB = OP-SIM-GROUP-COUNT
           END-IF
           IF OP-SIM-STOP
               IF OP-SG-GROUP-CODE(OP-SG-SUB) = OP-SIM-LOOKUP-GROUP
                   SET OP-SIM-GROUP-HIT TO TRUE
                   GO TO 2490-EXIT
               END-IF
           ELSE
               ADD 1 TO OP-SG-SUB
           END-IF

           IF OP-SIM-GROUP-COUNT = 200
               DISPLAY "OPERATIONS: SIMULATION GROUP TABLE FULL, "
                   "GROUP " OP-SIM-LOOKUP-GROUP " NOT PROJECTED"
               ADD 1 TO OP-SIM-UNPROJECTED-COUNT
               GO TO 2490-EXIT
           END-IF

           PERFORM 2494-SHIFT-GROUP-UP
               VARYING OP-SG-MOVE-SUB FROM OP-SIM-GROUP-COUNT BY -1
               UNTIL OP-SG-MOVE-SUB < OP-SG-SUB
           ADD 1 TO OP-SIM-GROUP-COUNT
           MOVE OP-SIM-LOOKUP-GROUP TO OP-SG-GROUP-CODE(OP-SG-SUB)
           MOVE ZERO TO OP-SG-CURRENT(OP-SG-SUB)
           MOVE ZERO TO OP-SG-MOVEMENT(OP-SG-SUB)
           PERFORM 2496-FETCH-GROUP-LIMITS
           SET OP-SIM-GROUP-HIT TO TRUE.
       2490-EXIT.
           EXIT.

       2492-MATCH-GROUP.
           ADD 1 TO OP-SG-SUB
           IF OP-SG-GROUP-CODE(OP-SG-SUB) NOT < OP-SIM-LOOKUP-GROUP
               SET OP-SIM-STOP TO TRUE
           END-IF.

       2494-SHIFT-GROUP-UP.
           MOVE OP-SIM-GROUP-ENTRY(OP-SG-MOVE-SUB)
               TO OP-SIM-GROUP-ENTRY(OP-SG-MOVE-SUB + 1).

      ******************************************************************
      * 2496-FETCH-GROUP-LIMITS - THE GROUP'S EXPOSURE LIMITS FROM     *
      *                           GROUPMST; A GROUP NOT ON THE MASTER  *
      *                           CARRIES NO LIMITS, AND ZERO MEANS    *
      *                           NONE IS SET                          *
      ******************************************************************
       2496-FETCH-GROUP-LIMITS.
           MOVE ZERO TO OP-SG-KEY-LIMIT(OP-SG-SUB)
           MOVE ZERO TO OP-SG-GROUP-LIMIT(OP-SG-SUB)
           MOVE OP-SIM-LOOKUP-GROUP TO GF-GROUP-CODE
           READ GROUP-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GF-KEY-LIMIT IS NUMERIC
                       MOVE GF-KEY-LIMIT
                           TO OP-SG-KEY-LIMIT(OP-SG-SUB)
                   END-IF
                   IF GF-GROUP-LIMIT IS NUMERIC
                       MOVE GF-GROUP-LIMIT
                           TO OP-SG-GROUP-LIMIT(OP-SG-SUB)
                   END-IF
           END-READ.

      ******************************************************************
      * 2500-WRITE-CHECKPOINT - LOG THE CURRENT KEY, GROUP CODE AND    *
      *                         RUNNING TOTALS EVERY OP-CHECKPOINT-    *
               REMAINDER OP-CHKPT-REMAINDER
           IF OP-CHKPT-REMAINDER = ZERO
               MOVE TR-KEY TO CP-LAST-KEY
               MOVE OP-KEY-GROUP-CODE TO CP-GROUP-CODE
               MOVE OP-GROUP-SUBTOTAL TO CP-GROUP-SUBTOTAL
               MOVE OP-GRAND-TOTAL TO CP-GRAND-TOTAL
               PERFORM 2550-FILL-CHECKPOINT-COUNTS
           MOVE OP-ERROR-COUNT TO CP-ERROR-COUNT
           MOVE OP-POST-ERROR-COUNT TO CP-POST-ERROR-COUNT
           MOVE OP-RUN-DATE TO CP-RUN-DATE
           MOVE OP-FIRST-BATCH-ID TO CP-BATCH-ID
           MOVE OP-FX-REJECT-COUNT TO CP-FX-REJECT-COUNT.

      ******************************************************************
      * 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN                *
           END-IF
           DISPLAY "OPERATIONS: GRAND TOTAL " OP-GRAND-TOTAL

           IF OP-SIMULATE
               PERFORM 8400-REPORT-PROJECTION THRU 8400-EXIT
               PERFORM 8050-CLOSE-SIMULATION
               GO TO 8000-REPORT-COUNTS
           END-IF

           IF OP-RECORD-COUNT NOT = ZERO
               MOVE OP-LAST-TRAN-KEY TO CP-LAST-KEY
               MOVE OP-PREV-GROUP-CODE TO CP-GROUP-CODE
           CLOSE GROUP-FILE-IN
           CLOSE BALANCE-FILE-IO
           CLOSE CONST-FILE-IN
           CLOSE SUSPENSE-FILE-OUT
           IF OP-FX-OPEN
               CLOSE FX-RATE-IN
           END-IF.

       8000-REPORT-COUNTS.
           DISPLAY "OPERATIONS: " OP-RECORD-COUNT " RECORDS PROCESSED"
           DISPLAY "OPERATIONS: " OP-GROUP-REJECT-COUNT
               " GROUP-CODE REJECTS"
           DISPLAY "OPERATIONS: " OP-RATE-REJECT-COUNT
               " RATE-KEY REJECTS"
           DISPLAY "OPERATIONS: " OP-SUSPENSE-COUNT
               " GROUP/RATE REJECTS WRITTEN TO SUSPENSE"
           DISPLAY "OPERATIONS: " OP-FX-REJECT-COUNT
               " CURRENCY REJECTS (NO FXRATE IN EFFECT)"
           DISPLAY "OPERATIONS: " OP-FX-CONVERT-COUNT
               " TRANSACTIONS CONVERTED TO BASE CURRENCY"
           DISPLAY "OPERATIONS: " OP-DORMANT-POST-COUNT
               " POSTINGS TO DORMANT KEYS"
           DISPLAY "OPERATIONS: " OP-GROUP-MISMATCH-COUNT
               " POSTINGS WHOSE GROUP DISAGREED WITH THE KEY'S"
           DISPLAY "OPERATIONS: " OP-ERROR-COUNT " ARITHMETIC ERRORS"
           DISPLAY "OPERATIONS: " OP-POST-ERROR-COUNT
               " BALANCE POSTING ERRORS"
               "WRITTEN"
           PERFORM 8100-VERIFY-BATCH-TOTALS
           PERFORM 8300-APPLY-ERROR-TOLERANCE
           IF NOT OP-SIMULATE
               PERFORM 8200-WRITE-RUN-STATS
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8050-CLOSE-SIMULATION - CLOSE WHAT 1100-OPEN-FOR-SIMULATION    *
      *                         OPENED                                 *
      ******************************************************************
       8050-CLOSE-SIMULATION.
           IF OP-SIM-READY
               CLOSE TRANS-FILE-IN
               CLOSE RESULT-FILE-OUT
               CLOSE GROUP-FILE-IN
               CLOSE BALANCE-FILE-IO
               CLOSE CONST-FILE-IN
           END-IF
           IF OP-FX-OPEN
               CLOSE FX-RATE-IN
           END-IF.

      ******************************************************************
      * 8100-VERIFY-BATCH-TOTALS - CLOSE OUT THE PER-BATCH CONTROLS:   *
      *                            A BATCH STILL OPEN AT END OF FILE   *
               MOVE OP-DATA-READ-COUNT TO RS-READ-COUNT
               MOVE OP-RECORD-COUNT TO RS-WRITTEN-COUNT
               COMPUTE RS-REJECT-COUNT = OP-GROUP-REJECT-COUNT
                   + OP-RATE-REJECT-COUNT + OP-FX-REJECT-COUNT
               COMPUTE RS-ERROR-COUNT = OP-ERROR-COUNT
                   + OP-POST-ERROR-COUNT
               MOVE OP-CYCLE-NUMBER TO RS-CYCLE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 8400-REPORT-PROJECTION - THE SIMULATION'S PROJECTED TRIAL      *
      *                          BALANCE: ONE PASS OF BALFIL GIVES     *
      *                          EACH GROUP'S CURRENT BALANCE, THE     *
      *                          RUN'S MOVEMENT IS ADDED TO PROJECT    *
      *                          THE CLOSING BALANCE, AND EVERY GROUP  *
      *                          AND TOUCHED KEY IS JUDGED AGAINST ITS *
      *                          GROUPMST EXPOSURE LIMIT               *
      ******************************************************************
       8400-REPORT-PROJECTION.
           IF NOT OP-SIM-READY
               GO TO 8400-EXIT
           END-IF

           MOVE LOW-VALUES TO BL-KEY
           START BALANCE-FILE-IO
               KEY IS NOT LESS THAN BL-KEY
               INVALID KEY
                   SET OP-SIM-BAL-EOF TO TRUE
           END-START
           PERFORM 8410-ADD-CURRENT-BALANCE
               UNTIL OP-SIM-BAL-EOF

           DISPLAY "=========================================="
           DISPLAY "OPERATIONS: SIMULATION - PROJECTED TRIAL BALANCE "
               "FOR " OP-RUN-DATE
           DISPLAY "=========================================="
           PERFORM 8420-REPORT-ONE-GROUP
               VARYING OP-SG-SUB FROM 1 BY 1
               UNTIL OP-SG-SUB > OP-SIM-GROUP-COUNT
           MOVE "ALL " TO OP-SL-GROUP-CODE
           MOVE OP-SIM-TOTAL-CURRENT TO OP-SL-CURRENT
           MOVE OP-SIM-TOTAL-MOVEMENT TO OP-SL-MOVEMENT
           MOVE OP-SIM-TOTAL-PROJECTED TO OP-SL-PROJECTED
           DISPLAY OP-SIM-GROUP-LINE
           DISPLAY "OPERATIONS: " OP-SIM-BALANCE-COUNT
               " BALFIL BALANCES READ, " OP-SIM-KEY-COUNT
               " KEYS MOVED BY THIS RUN"

           DISPLAY "=========================================="
           DISPLAY "OPERATIONS: PROJECTED EXPOSURE BREACHES"
           DISPLAY "=========================================="
           PERFORM 8440-JUDGE-ONE-GROUP
               VARYING OP-SG-SUB FROM 1 BY 1
               UNTIL OP-SG-SUB > OP-SIM-GROUP-COUNT
           PERFORM 8450-JUDGE-ONE-KEY
               VARYING OP-SK-SUB FROM 1 BY 1
               UNTIL OP-SK-SUB > OP-SIM-KEY-COUNT
           DISPLAY "OPERATIONS: " OP-SIM-WARN-COUNT
               " PROJECTED WARNING BREACHES"
           DISPLAY "OPERATIONS: " OP-SIM-CRIT-COUNT
               " PROJECTED CRITICAL BREACHES"
           IF OP-SIM-UNPROJECTED-COUNT NOT = ZERO
               DISPLAY "OPERATIONS: " OP-SIM-UNPROJECTED-COUNT
                   " KEYS OR GROUPS LEFT OUT OF THE PROJECTION"
           END-IF

           IF OP-SIM-WARN-COUNT NOT = ZERO
                   OR OP-SIM-CRIT-COUNT NOT = ZERO
                   OR OP-SIM-UNPROJECTED-COUNT NOT = ZERO
               DISPLAY "OPERATIONS: PROJECTION NEEDS REVIEW, "
                   "RETURNING 4"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "OPERATIONS: NO PROJECTED EXPOSURE BREACHES"
           END-IF
           GO TO 8400-EXIT.

       8410-ADD-CURRENT-BALANCE.
           READ BALANCE-FILE-IO NEXT RECORD
               AT END
                   SET OP-SIM-BAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO OP-SIM-BALANCE-COUNT
                   MOVE BL-GROUP-CODE TO OP-SIM-LOOKUP-GROUP
                   PERFORM 2490-FIND-GROUP THRU 2490-EXIT
                   IF OP-SIM-GROUP-HIT
                       ADD BL-BALANCE TO OP-SG-CURRENT(OP-SG-SUB)
                   END-IF
           END-READ.

       8420-REPORT-ONE-GROUP.
           COMPUTE OP-SIM-PROJECTED = OP-SG-CURRENT(OP-SG-SUB)
               + OP-SG-MOVEMENT(OP-SG-SUB)
           ADD OP-SG-CURRENT(OP-SG-SUB) TO OP-SIM-TOTAL-CURRENT
           ADD OP-SG-MOVEMENT(OP-SG-SUB) TO OP-SIM-TOTAL-MOVEMENT
           ADD OP-SIM-PROJECTED TO OP-SIM-TOTAL-PROJECTED
           MOVE OP-SG-GROUP-CODE(OP-SG-SUB) TO OP-SL-GROUP-CODE
           MOVE OP-SG-CURRENT(OP-SG-SUB) TO OP-SL-CURRENT
           MOVE OP-SG-MOVEMENT(OP-SG-SUB) TO OP-SL-MOVEMENT
           MOVE OP-SIM-PROJECTED TO OP-SL-PROJECTED
           DISPLAY OP-SIM-GROUP-LINE.

       8440-JUDGE-ONE-GROUP.
           IF OP-SG-GROUP-LIMIT(OP-SG-SUB) NOT = ZERO
               COMPUTE OP-SIM-PROJECTED = OP-SG-CURRENT(OP-SG-SUB)
                   + OP-SG-MOVEMENT(OP-SG-SUB)
               MOVE OP-SG-GROUP-LIMIT(OP-SG-SUB) TO OP-SIM-LIMIT
               MOVE "GROUP" TO OP-SB-KIND
               MOVE OP-SG-GROUP-CODE(OP-SG-SUB) TO OP-SB-NAME
               PERFORM 8460-JUDGE-PROJECTION
           END-IF.

       8450-JUDGE-ONE-KEY.
           MOVE OP-SK-GROUP-CODE(OP-SK-SUB) TO OP-SIM-LOOKUP-GROUP
           PERFORM 2490-FIND-GROUP THRU 2490-EXIT
           IF OP-SIM-GROUP-HIT
               IF OP-SG-KEY-LIMIT(OP-SG-SUB) NOT = ZERO
                   COMPUTE OP-SIM-PROJECTED =
                       OP-SK-CURRENT(OP-SK-SUB)
                       + OP-SK-MOVEMENT(OP-SK-SUB)
                   MOVE OP-SG-KEY-LIMIT(OP-SG-SUB) TO OP-SIM-LIMIT
                   MOVE "KEY" TO OP-SB-KIND
                   MOVE OP-SK-KEY(OP-SK-SUB) TO OP-SB-NAME
                   PERFORM 8460-JUDGE-PROJECTION
               END-IF
           END-IF.

      ******************************************************************
      * 8460-JUDGE-PROJECTION - THE ABSOLUTE PROJECTED POSITION OVER   *
      *                         THE LIMIT IS A "W" BREACH, MORE THAN   *
      *                         TWICE OVER IT A "C", AS EXPCHK JUDGES  *
      *                         THE POSTED POSITION                    *
      ******************************************************************
       8460-JUDGE-PROJECTION.
           IF OP-SIM-PROJECTED < ZERO
               COMPUTE OP-SIM-ABS-AMOUNT = ZERO - OP-SIM-PROJECTED
           ELSE
               MOVE OP-SIM-PROJECTED TO OP-SIM-ABS-AMOUNT
           END-IF
           IF OP-SIM-ABS-AMOUNT > OP-SIM-LIMIT
               COMPUTE OP-SIM-DOUBLE-LIMIT = OP-SIM-LIMIT * 2
               IF OP-SIM-ABS-AMOUNT > OP-SIM-DOUBLE-LIMIT
                   MOVE "C" TO OP-SB-SEVERITY
                   ADD 1 TO OP-SIM-CRIT-COUNT
               ELSE
                   MOVE "W" TO OP-SB-SEVERITY
                   ADD 1 TO OP-SIM-WARN-COUNT
               END-IF
               MOVE OP-SIM-PROJECTED TO OP-SB-AMOUNT
               MOVE OP-SIM-LIMIT TO OP-SB-LIMIT
               DISPLAY OP-SIM-BREACH-LINE
           END-IF.
       8400-EXIT.
           EXIT.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE.  A SIMULATION ONLY SHOWS THE LINE   *
      *                    ON SYSOUT; NOTHING WAS POSTED TO PAGE ON    *
      ******************************************************************
       9000-WRITE-ALERT.
           IF OP-SIMULATE
               DISPLAY "OPERATIONS: SIMULATION ALERT "
                   OP-ALERT-SEVERITY " " OP-ALERT-TEXT
           ELSE
               PERFORM 9010-APPEND-ALERT
           END-IF.

       9010-APPEND-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF OP-ALERT-STATUS = "00"
               MOVE OP-RUN-DATE TO AL-RUN-DATE
