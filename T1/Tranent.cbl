      *              hand-editing of TRANIN that once produced a
      *              33-character record and shifted every field
      *              after it.  Prompts for TR-KEY, TR-GROUP-CODE,
      *              TR-OP-CODE, TR-NUM1, TR-NUM2 and
      *              TR-CURRENCY-CODE, validating each
      *              field as it is entered: keys non-blank and in
      *              ascending sequence, the op code against the same
      *              list TRANEDIT enforces, the amounts against
      *              the numeric check CONDITIONALS applies (nine
      *              digits and a trailing + or -, exactly as they
      *              sit on the file), and a currency code against
      *              the FXRATE exchange-rate table (blank is base
      *              currency).  A running batch total of
      *              TR-NUM1 is shown for sight-checking after every
      *              record and at end of batch.  The records go to
      *              TRANENT as a correctly formatted 37-character
      *              TRANIN batch file ready for a supplementary run.
      *              Entering END (or a blank key) closes the batch.
      *
      *                     outcome is logged to SECLOG, and an
      *                     unauthorized id is refused with return
      *                     code 8 before anything is touched.
      *    2026-10-15  RA   Prompts for TR-CURRENCY-CODE after the
      *                     amounts (blank for base currency) and
      *                     writes the 37-character record.
      *    2026-10-15  RA   The currency code is now checked against
      *                     FXRATE as it is entered and re-prompted
      *                     when the table has no rate for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tranent.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-ENTRY-STATUS.

           SELECT FX-RATE-IN ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RECORD-KEY
               FILE STATUS IS TN-FX-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRY-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.

       FD  FX-RATE-IN.
           COPY FXRREC.

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
           05  TN-OUT-OP-CODE          PIC X(4).
           05  TN-OUT-NUM1             PIC X(10).
           05  TN-OUT-NUM2             PIC X(10).
           05  TN-OUT-CURRENCY-CODE    PIC X(3).

       77  TN-ENTRY-STATUS             PIC X(2)  VALUE "00".
       77  TN-FX-STATUS                PIC X(2)  VALUE "00".
       77  TN-FX-OPEN-SWITCH           PIC X(1)  VALUE "N".
           88  TN-FX-OPEN                        VALUE "Y".
       77  TN-QUIT-SWITCH              PIC X(1)  VALUE "N".
           88  TN-QUIT-YES                       VALUE "Y".
       77  TN-FIELD-OK-SWITCH          PIC X(1)  VALUE "N".
           05  TN-NUM1-VALUE           PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
       77  TN-NUM2-IN                  PIC X(10) VALUE SPACES.
       77  TN-CURRENCY-IN              PIC X(3)  VALUE SPACES.
       77  TN-PREV-KEY                 PIC X(6)  VALUE LOW-VALUES.
       77  TN-RECORD-COUNT             PIC 9(5)  VALUE ZERO.
       77  TN-BATCH-TOTAL              PIC S9(9)V99 VALUE ZERO
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF TN-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-ENTER-TRANSACTION
                   UNTIL TN-QUIT-YES
               PERFORM 8000-TERMINATE
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE BATCH FILE AND THE EXCHANGE-RATE    *
      *                   TABLE AND GREET THE OPERATOR                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT ENTRY-FILE-OUT
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT FX-RATE-IN
           IF TN-FX-STATUS = "00"
               SET TN-FX-OPEN TO TRUE
           ELSE
               DISPLAY "TRANENT: UNABLE TO OPEN FXRATE STATUS="
                   TN-FX-STATUS ", BASE CURRENCY ONLY"
           END-IF

           DISPLAY "============================================"
           DISPLAY "  TRANENT - CORRECTION BATCH ENTRY"
           DISPLAY "  KEYS MUST ASCEND; END OR BLANK KEY QUITS"
               PERFORM 2500-GET-NUM2
                   UNTIL TN-FIELD-OK

               MOVE "N" TO TN-FIELD-OK-SWITCH
               PERFORM 2550-GET-CURRENCY-CODE
                   UNTIL TN-FIELD-OK

               PERFORM 2600-WRITE-ENTRY-RECORD
           END-IF.

           END-IF.

      ******************************************************************
      * 2550-GET-CURRENCY-CODE - BLANK IS BASE CURRENCY; ANY OTHER     *
      *                          CODE MUST HAVE A RATE ON FXRATE, THE  *
      *                          TABLE OPERATIONS CONVERTS WITH        *
      ******************************************************************
       2550-GET-CURRENCY-CODE.
           DISPLAY "TRANENT: ENTER TR-CURRENCY-CODE "
               "(BLANK FOR BASE CURRENCY):"
           ACCEPT TN-CURRENCY-IN
           IF TN-CURRENCY-IN = SPACES
               SET TN-FIELD-OK TO TRUE
           ELSE
               PERFORM 2560-FIND-CURRENCY
               IF NOT TN-FIELD-OK
                   DISPLAY "TRANENT: NO FXRATE FOR CURRENCY '"
                       TN-CURRENCY-IN "', TRY AGAIN"
               END-IF
           END-IF.

       2560-FIND-CURRENCY.
           MOVE "N" TO TN-FIELD-OK-SWITCH
           IF TN-FX-OPEN
               MOVE TN-CURRENCY-IN TO FX-CURRENCY-CODE
               MOVE ZERO TO FX-EFF-DATE
               START FX-RATE-IN
                   KEY IS NOT LESS THAN FX-RECORD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FX-RATE-IN NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FX-CURRENCY-CODE = TN-CURRENCY-IN
                                   SET TN-FIELD-OK TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      ******************************************************************
      * 2600-WRITE-ENTRY-RECORD - BUILD THE 37-CHARACTER RECORD, SHOW  *
      *                           THE RUNNING BATCH TOTAL AND LOG THE  *
      *                           KEY FOR THE SEQUENCE CHECK           *
      ******************************************************************
           MOVE TN-OP-CODE-IN TO TN-OUT-OP-CODE
           MOVE TN-NUM1-IN TO TN-OUT-NUM1
           MOVE TN-NUM2-IN TO TN-OUT-NUM2
           MOVE TN-CURRENCY-IN TO TN-OUT-CURRENCY-CODE
           MOVE TN-OUT-IMAGE TO TRAN-RECORD
           WRITE TRAN-RECORD

           IF TN-ENTRY-STATUS = "00"
               CLOSE ENTRY-FILE-OUT
           END-IF
           IF TN-FX-OPEN
               CLOSE FX-RATE-IN
           END-IF
           DISPLAY "============================================"
           DISPLAY "TRANENT: " TN-RECORD-COUNT " RECORDS IN BATCH"
           DISPLAY "TRANENT: BATCH TOTAL NUM1 " TN-BATCH-TOTAL
