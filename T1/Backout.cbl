      *              report, because this must be a logged process,
      *              not a file restore: AUDITOUT and BILLEXT hold
      *              multiple days and cannot simply be deleted.
      *              Each reversal is also recorded on the BKOUTLOG
      *              backout log for the BALRBLD balance rebuild.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     outcome is logged to SECLOG, and an
      *                     unauthorized id is refused with return
      *                     code 8 before anything is touched.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      *    2026-10-15  RA   A backout date inside a period PERCLOSE
      *                     has closed is refused with return code 8
      *                     before anything is opened or reversed,
      *                     unless the period has been reopened (its
      *                     latest PERCTL row is "R").  The balance
      *                     reversal also comes off BL-MTD-AMOUNT, so
      *                     a correction to a reopened month lands in
      *                     the open month's movement.
      *    2026-10-15  RA   A run that reverses anything appends a
      *                     row to the BKOUTLOG backout log (date,
      *                     cycle, rows selected, user), so BALRBLD
      *                     can replay the audit trail with the
      *                     reversal in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Backout.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-SECLOG-STATUS.

           SELECT PERIOD-CTL-IN ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-PERCTL-STATUS.

           SELECT BACKOUT-LOG-OUT ASSIGN TO "BKOUTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-BKLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-IN
           05  BP-BACKOUT-CYCLE        PIC 9(3).

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-IN-RECORD           PIC X(95).

       FD  BILL-REVERSAL-OUT
           RECORD CONTAINS 42 CHARACTERS.
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       FD  PERIOD-CTL-IN
           RECORD CONTAINS 31 CHARACTERS.
           COPY PCTLREC.

       FD  BACKOUT-LOG-OUT
           RECORD CONTAINS 40 CHARACTERS.
           COPY BKLGREC.

       WORKING-STORAGE SECTION.
       01  BK-HEADER-LINE.
           05  FILLER                  PIC X(23) VALUE
       77  BK-PARM-OK-SWITCH           PIC X(1)  VALUE "N".
           88  BK-PARM-OK                        VALUE "Y".
       77  BK-BACKOUT-DATE             PIC 9(8)  VALUE ZERO.
       77  BK-BACKOUT-PERIOD           PIC 9(6)  VALUE ZERO.
       77  BK-PERCTL-STATUS            PIC X(2)  VALUE "00".
       77  BK-BKLOG-STATUS             PIC X(2)  VALUE "00".
       77  BK-PERCTL-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  BK-PERCTL-EOF-YES                 VALUE "Y".
       77  BK-PERIOD-STATE             PIC X(1)  VALUE SPACE.
           88  BK-PERIOD-CLOSED                  VALUE "C".
       77  BK-BACKOUT-CYCLE            PIC 9(3)  VALUE ZERO.
       77  BK-CURR-KEY                 PIC X(6)  VALUE LOW-VALUES.
       77  BK-KEY-ROW-COUNT            PIC 9(3)  VALUE ZERO.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF BK-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF BK-PARM-OK
                   PERFORM 2000-PROCESS-AUDITOUT
                       UNTIL BK-AUDIT-EOF-YES
                   BK-BACKOUT-DATE " CYCLE " BK-BACKOUT-CYCLE
           END-IF

           PERFORM 1050-CHECK-PERIOD-STATE
           IF BK-PERIOD-CLOSED
               DISPLAY "BACKOUT: PERIOD " BK-BACKOUT-PERIOD
                   " IS CLOSED, NOTHING REVERSED (REOPEN IT WITH "
                   "PERCLOSE FIRST)"
               PERFORM 1900-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT BILL-REVERSAL-OUT
           IF BK-BILL-STATUS NOT = "00"
               DISPLAY "BACKOUT: UNABLE TO OPEN BKBILL STATUS="
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CHECK-PERIOD-STATE - THE LATEST PERCTL ROW FOR THE        *
      *                           BACKOUT DATE'S MONTH IS ITS STATE;   *
      *                           NO PERCTL (OR NO ROW) MEANS OPEN     *
      ******************************************************************
       1050-CHECK-PERIOD-STATE.
           MOVE BK-BACKOUT-DATE(1:6) TO BK-BACKOUT-PERIOD
           MOVE SPACE TO BK-PERIOD-STATE
           OPEN INPUT PERIOD-CTL-IN
           IF BK-PERCTL-STATUS = "00"
               PERFORM 1060-READ-PERIOD-CTL
               PERFORM 1070-JUDGE-PERIOD-ROW
                   UNTIL BK-PERCTL-EOF-YES
               CLOSE PERIOD-CTL-IN
           END-IF.

       1060-READ-PERIOD-CTL.
           READ PERIOD-CTL-IN
               AT END
                   SET BK-PERCTL-EOF-YES TO TRUE
           END-READ.

       1070-JUDGE-PERIOD-ROW.
           IF PL-PERIOD = BK-BACKOUT-PERIOD
                   AND (PL-CLOSED OR PL-REOPENED)
               MOVE PL-STATUS-FLAG TO BK-PERIOD-STATE
           END-IF
           PERFORM 1060-READ-PERIOD-CTL.

       1900-ABANDON-RUN.
           MOVE "N" TO BK-PARM-OK-SWITCH
           SET BK-AUDIT-EOF-YES TO TRUE
                           SUBTRACT BK-REVERSE-AMOUNT
                               FROM BL-DAY-AMOUNT
                       END-IF
                       IF BL-MTD-AMOUNT IS NOT NUMERIC
                           MOVE ZERO TO BL-MTD-AMOUNT
                       END-IF
                       SUBTRACT BK-REVERSE-AMOUNT FROM BL-MTD-AMOUNT
                       REWRITE BALANCE-RECORD
                           INVALID KEY
                               MOVE "REWRITE ERROR" TO BK-BAL-STATUS
               IF BK-HISTORY-STATUS = "00" OR "10"
                   CLOSE HISTORY-FILE-IN
               END-IF
               IF BK-ROWS-SELECTED-COUNT NOT = ZERO
                   PERFORM 8100-WRITE-BACKOUT-LOG
               END-IF
           END-IF

           DISPLAY "BACKOUT: " BK-ROWS-READ-COUNT " AUDIT ROWS READ"
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-WRITE-BACKOUT-LOG - RECORD WHAT WAS REVERSED ON BKOUTLOG  *
      *                          SO A BALANCE REBUILD FROM THE AUDIT   *
      *                          TRAIL KNOWS WHICH ROWS NO LONGER      *
      *                          STAND ON BALFIL                       *
      ******************************************************************
       8100-WRITE-BACKOUT-LOG.
           OPEN EXTEND BACKOUT-LOG-OUT
           IF BK-BKLOG-STATUS = "00"
               MOVE BK-BACKOUT-DATE TO BJ-BACKOUT-DATE
               MOVE BK-BACKOUT-CYCLE TO BJ-BACKOUT-CYCLE
               MOVE BK-ROWS-SELECTED-COUNT TO BJ-ROWS-SELECTED
               MOVE BK-OPERATOR-ID TO BJ-USER-ID
               ACCEPT BJ-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT BJ-LOG-TIME FROM TIME
               WRITE BACKOUT-LOG-RECORD
               CLOSE BACKOUT-LOG-OUT
           ELSE
               DISPLAY "BACKOUT: UNABLE TO OPEN BKOUTLOG STATUS="
                   BK-BKLOG-STATUS ", THE REVERSAL IS NOT LOGGED "
                   "FOR BALRBLD"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM Backout.
