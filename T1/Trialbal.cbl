      *              BL-LAST-POSTED is the run date).  The grand
      *              posted-today total must agree with OPERATIONS'
      *              grand total for the day; a reader who finds them
      *              apart has caught a posting break.  Manual
      *              adjustments ADJPOST posted for the day are part
      *              of the posted-today movement, so they are read
      *              back from the ADJJRN journal and split out:
      *              the MANUAL ADJUSTMENTS line agrees with the
      *              ADJPOST register and the OTHER POSTINGS line
      *              (posted today less adjustments) with
      *              OPERATIONS.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     instead of ACCEPT FROM DATE; an
      *                     on-demand run with no RUNCTL keeps
      *                     using the system date.
      *    2026-10-15  RA   Splits the posted-today movement into
      *                     manual adjustments (ADJJRN rows for the
      *                     run date) and other postings, so the
      *                     ADJPOST register ties to the movement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trialbal.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TB-RUNCTL-STATUS.

           SELECT OPTIONAL ADJUST-JOURNAL-IN ASSIGN TO "ADJJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TB-JOURNAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  ADJUST-JOURNAL-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY ADJJREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-DIVISION-CODE        PIC X(4).
                                        SIGN IS TRAILING SEPARATE.
       77  TB-GRAND-DAY-AMOUNT         PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.
       77  TB-JOURNAL-STATUS           PIC X(2)  VALUE "00".
       77  TB-JOURNAL-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  TB-JOURNAL-EOF-YES                VALUE "Y".
       77  TB-ADJUSTMENT-COUNT         PIC 9(7)  VALUE ZERO.
       77  TB-ADJUSTMENT-AMOUNT        PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.
       77  TB-OTHER-DAY-AMOUNT         PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-GET-BUSINESS-DATE
           PERFORM 1100-TOTAL-ADJUSTMENTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DIVISION-CODE SR-GROUP-CODE
                   SR-KEY
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-TOTAL-ADJUSTMENTS - THE MANUAL ADJUSTMENTS ADJPOST POSTED *
      *                          FOR THE RUN DATE, ALL CYCLES, FROM    *
      *                          THE ADJJRN JOURNAL                    *
      ******************************************************************
       1100-TOTAL-ADJUSTMENTS.
           OPEN INPUT ADJUST-JOURNAL-IN
           IF TB-JOURNAL-STATUS = "00" OR "05"
               PERFORM 1110-READ-JOURNAL
               PERFORM 1120-TALLY-JOURNAL-ROW
                   UNTIL TB-JOURNAL-EOF-YES
               CLOSE ADJUST-JOURNAL-IN
           END-IF.

       1110-READ-JOURNAL.
           READ ADJUST-JOURNAL-IN
               AT END
                   SET TB-JOURNAL-EOF-YES TO TRUE
           END-READ.

       1120-TALLY-JOURNAL-ROW.
           IF AD-BUSINESS-DATE = TB-RUN-DATE
               ADD 1 TO TB-ADJUSTMENT-COUNT
               ADD AD-AMOUNT TO TB-ADJUSTMENT-AMOUNT
           END-IF
           PERFORM 1110-READ-JOURNAL.

      ******************************************************************
      * 3000-RELEASE-BALANCES - READ BALFIL IN KEY ORDER AND RELEASE   *
      *                         EVERY RECORD TO THE SORT               *
               AT END
                   SET TB-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 3200-LOOKUP-DIVISION THRU 3200-EXIT
                   MOVE TB-LOOKUP-DIVISION-CODE
                       TO SR-DIVISION-CODE
                   MOVE BL-GROUP-CODE TO SR-GROUP-CODE
           DISPLAY "TRIALBAL: GRAND BALANCE....: " TB-GRAND-BALANCE
           DISPLAY "TRIALBAL: POSTED TODAY.....: "
               TB-GRAND-DAY-AMOUNT
           COMPUTE TB-OTHER-DAY-AMOUNT =
               TB-GRAND-DAY-AMOUNT - TB-ADJUSTMENT-AMOUNT
           DISPLAY "TRIALBAL:   MANUAL ADJUSTMENTS: "
               TB-ADJUSTMENT-AMOUNT " (" TB-ADJUSTMENT-COUNT ")"
           DISPLAY "TRIALBAL:   OTHER POSTINGS....: "
               TB-OTHER-DAY-AMOUNT
           DISPLAY "TRIALBAL: MANUAL ADJUSTMENTS MUST AGREE WITH "
               "THE ADJPOST REGISTER TOTAL FOR THE DAY"
           DISPLAY "TRIALBAL: OTHER POSTINGS MUST AGREE WITH THE "
               "OPERATIONS GRAND TOTAL FOR THE DAY"
           GO TO 4000-EXIT.

