      *              header/trailer pair, proving an empty night
      *              was empty and not lost.
      *
      *              Rows of a key the risk desk has put on billing
      *              hold (KEYHOLD, maintained on PRIDISP) are not
      *              transmitted: they are diverted to a new
      *              generation of the HELDBILL held-billing file
      *              with the night's business date.  The rows held
      *              from earlier nights are read back first; those
      *              whose key has since been cleared are released
      *              into this transmission ahead of tonight's rows,
      *              the rest are carried to the new generation.
      *              Without KEYHOLD nothing is transmitted (RC 8)
      *              since a held key must not bill by accident; on
      *              any failure after HELDBILL is open the held rows
      *              are carried to the new generation unchanged.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original billing wrap step.
      *    2026-10-15  RA   Billing hold: rows of keys on hold on
      *                     KEYHOLD are diverted to the HELDBILL
      *                     generation file, and held rows of keys
      *                     since cleared are released into the
      *                     transmission.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Billwrap.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-RUNCTL-STATUS.

           SELECT HELD-BILLING-IN ASSIGN TO "HELDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-HELDIN-STATUS.

           SELECT HELD-BILLING-OUT ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-HELDOUT-STATUS.

           SELECT KEY-HOLD-IN ASSIGN TO "KEYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-KEY
               FILE STATUS IS BW-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-EXTRACT-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  HELD-BILLING-IN
           RECORD CONTAINS 50 CHARACTERS.
       01  HELD-IN-RECORD              PIC X(50).

       FD  HELD-BILLING-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  HELD-OUT-RECORD             PIC X(50).

       FD  KEY-HOLD-IN.
           COPY KHLDREC.

       WORKING-STORAGE SECTION.
           COPY BILLBTR.

           COPY HBILREC.

       01  BW-RUN-DATE-GROUP.
           05  BW-RUN-DATE-CC          PIC 9(2).
           05  BW-RUN-DATE-YYMMDD      PIC 9(6).
       77  BW-EXTRACT-STATUS           PIC X(2)  VALUE "00".
       77  BW-WRAPPED-STATUS           PIC X(2)  VALUE "00".
       77  BW-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  BW-HELDIN-STATUS            PIC X(2)  VALUE "00".
       77  BW-HELDOUT-STATUS           PIC X(2)  VALUE "00".
       77  BW-HOLD-STATUS              PIC X(2)  VALUE "00".
       77  BW-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  BW-EOF-YES                        VALUE "Y".
       77  BW-HELD-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  BW-HELD-EOF-YES                   VALUE "Y".
       77  BW-WRAP-OPEN-SWITCH         PIC X(1)  VALUE "N".
           88  BW-WRAP-OPEN                      VALUE "Y".
       77  BW-HELDIN-OPEN-SWITCH       PIC X(1)  VALUE "N".
           88  BW-HELDIN-OPEN                    VALUE "Y".
       77  BW-HELDOUT-OPEN-SWITCH      PIC X(1)  VALUE "N".
           88  BW-HELDOUT-OPEN                   VALUE "Y".
       77  BW-HOLD-OPEN-SWITCH         PIC X(1)  VALUE "N".
           88  BW-HOLD-OPEN                      VALUE "Y".
       77  BW-KEY-HELD-SWITCH          PIC X(1)  VALUE "N".
           88  BW-KEY-HELD                       VALUE "Y".
       77  BW-RELEASED-COUNT           PIC 9(7)  VALUE ZERO.
       77  BW-DIVERTED-COUNT           PIC 9(7)  VALUE ZERO.
       77  BW-STILL-HELD-COUNT         PIC 9(7)  VALUE ZERO.
       77  BW-KEY-FOR-HOLD             PIC X(6)  VALUE SPACES.
       77  BW-DIVERTED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BW-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  BW-ROW-COUNT                PIC 9(7)  VALUE ZERO.
       77  BW-HASH-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-WRAP-ONE-ROW
               UNTIL BW-EOF-YES
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADER AND SORT    *
      *                   THE ROWS HELD FROM EARLIER NIGHTS INTO       *
      *                   RELEASED AND STILL HELD                      *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE

           OPEN INPUT HELD-BILLING-IN
           IF BW-HELDIN-STATUS NOT = "00"
               DISPLAY "BILLWRAP: UNABLE TO OPEN HELDIN STATUS="
                   BW-HELDIN-STATUS
               MOVE 8 TO RETURN-CODE
               SET BW-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET BW-HELDIN-OPEN TO TRUE

           OPEN OUTPUT HELD-BILLING-OUT
           IF BW-HELDOUT-STATUS NOT = "00"
               DISPLAY "BILLWRAP: UNABLE TO OPEN HELDOUT STATUS="
                   BW-HELDOUT-STATUS
               MOVE 8 TO RETURN-CODE
               SET BW-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET BW-HELDOUT-OPEN TO TRUE

           OPEN INPUT BILL-EXTRACT-IN
           IF BW-EXTRACT-STATUS NOT = "00"
               DISPLAY "BILLWRAP: UNABLE TO OPEN BILLEXT STATUS="
                   BW-EXTRACT-STATUS
               PERFORM 1300-CARRY-HELD-ROW
                   UNTIL BW-HELD-EOF-YES
               MOVE 8 TO RETURN-CODE
               SET BW-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT KEY-HOLD-IN
           IF BW-HOLD-STATUS NOT = "00"
               DISPLAY "BILLWRAP: UNABLE TO OPEN KEYHOLD STATUS="
                   BW-HOLD-STATUS ", NOTHING TRANSMITTED"
               PERFORM 1300-CARRY-HELD-ROW
                   UNTIL BW-HELD-EOF-YES
               CLOSE BILL-EXTRACT-IN
               MOVE 8 TO RETURN-CODE
               SET BW-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET BW-HOLD-OPEN TO TRUE

           OPEN OUTPUT WRAPPED-FILE-OUT
           IF BW-WRAPPED-STATUS NOT = "00"
               DISPLAY "BILLWRAP: UNABLE TO OPEN BILLEXB STATUS="
                   BW-WRAPPED-STATUS
               PERFORM 1300-CARRY-HELD-ROW
                   UNTIL BW-HELD-EOF-YES
               CLOSE BILL-EXTRACT-IN
               MOVE 8 TO RETURN-CODE
               SET BW-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET BW-WRAP-OPEN TO TRUE

           MOVE BW-RUN-DATE TO BW-RUN-DATE-GROUP
           MOVE BW-RUN-DATE-YYMMDD TO BW-BI-YYMMDD
           MOVE BILL-BATCH-HEADER TO WRAPPED-OUT-RECORD
           WRITE WRAPPED-OUT-RECORD

           PERFORM 1200-RELEASE-OR-KEEP-HELD
               UNTIL BW-HELD-EOF-YES

           PERFORM 2100-READ-EXTRACT.
       1000-EXIT.
           EXIT.
           END-IF.

      ******************************************************************
      * 1200-RELEASE-OR-KEEP-HELD - A HELD ROW WHOSE KEY IS NO LONGER  *
      *                             ON HOLD GOES OUT IN TONIGHT'S      *
      *                             TRANSMISSION; THE REST STAY HELD   *
      ******************************************************************
       1200-RELEASE-OR-KEEP-HELD.
           READ HELD-BILLING-IN INTO HELD-BILLING-RECORD
               AT END
                   SET BW-HELD-EOF-YES TO TRUE
               NOT AT END
                   MOVE HB-KEY TO BW-KEY-FOR-HOLD
                   PERFORM 2050-CHECK-KEY-HOLD
                   IF BW-KEY-HELD
                       WRITE HELD-OUT-RECORD FROM HELD-BILLING-RECORD
                       ADD 1 TO BW-STILL-HELD-COUNT
                   ELSE
                       MOVE HB-BILL-ROW TO WRAPPED-OUT-RECORD
                       WRITE WRAPPED-OUT-RECORD
                       ADD 1 TO BW-ROW-COUNT
                       ADD 1 TO BW-RELEASED-COUNT
                       IF HB-RESULT IS NUMERIC
                           ADD HB-RESULT TO BW-HASH-TOTAL
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 1300-CARRY-HELD-ROW - NO TRANSMISSION TONIGHT: EVERY HELD ROW  *
      *                       IS CARRIED TO THE NEW GENERATION AS IT   *
      *                       STANDS                                   *
      ******************************************************************
       1300-CARRY-HELD-ROW.
           READ HELD-BILLING-IN INTO HELD-BILLING-RECORD
               AT END
                   SET BW-HELD-EOF-YES TO TRUE
               NOT AT END
                   WRITE HELD-OUT-RECORD FROM HELD-BILLING-RECORD
                   ADD 1 TO BW-STILL-HELD-COUNT
           END-READ.

      ******************************************************************
      * 2000-WRAP-ONE-ROW - PASS THE ROW THROUGH AND ROLL THE TOTALS,  *
      *                     OR DIVERT IT WHEN ITS KEY IS ON HOLD       *
      ******************************************************************
       2000-WRAP-ONE-ROW.
           MOVE BE-KEY TO BW-KEY-FOR-HOLD
           PERFORM 2050-CHECK-KEY-HOLD
           IF BW-KEY-HELD
               MOVE BILLING-EXTRACT-RECORD TO HB-BILL-ROW
               MOVE BW-RUN-DATE TO HB-HELD-DATE
               WRITE HELD-OUT-RECORD FROM HELD-BILLING-RECORD
               ADD 1 TO BW-DIVERTED-COUNT
               IF BE-RESULT IS NUMERIC
                   ADD BE-RESULT TO BW-DIVERTED-TOTAL
               END-IF
           ELSE
               MOVE BILLING-EXTRACT-RECORD TO WRAPPED-OUT-RECORD
               WRITE WRAPPED-OUT-RECORD
               ADD 1 TO BW-ROW-COUNT
               IF BE-RESULT IS NUMERIC
                   ADD BE-RESULT TO BW-HASH-TOTAL
               END-IF
           END-IF

           PERFORM 2100-READ-EXTRACT.

      ******************************************************************
      * 2050-CHECK-KEY-HOLD - IS THE KEY ON BILLING HOLD ON KEYHOLD    *
      ******************************************************************
       2050-CHECK-KEY-HOLD.
           MOVE "N" TO BW-KEY-HELD-SWITCH
           MOVE BW-KEY-FOR-HOLD TO KH-KEY
           READ KEY-HOLD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KH-ON-HOLD
                       SET BW-KEY-HELD TO TRUE
                   END-IF
           END-READ.

       2100-READ-EXTRACT.
           READ BILL-EXTRACT-IN
               AT END
      * 8000-TERMINATE - WRITE THE TRAILER, CLOSE AND REPORT           *
      ******************************************************************
       8000-TERMINATE.
           IF BW-WRAP-OPEN
               MOVE "BLTRL " TO XT-RECORD-TYPE
               MOVE BW-ROW-COUNT TO XT-RECORD-COUNT
               MOVE BW-HASH-TOTAL TO XT-HASH-TOTAL
               WRITE WRAPPED-OUT-RECORD
               CLOSE WRAPPED-FILE-OUT
           END-IF
           IF BW-WRAP-OPEN
                   AND (BW-EXTRACT-STATUS = "00" OR "10")
               CLOSE BILL-EXTRACT-IN
           END-IF
           IF BW-HELDIN-OPEN
               CLOSE HELD-BILLING-IN
           END-IF
           IF BW-HELDOUT-OPEN
               CLOSE HELD-BILLING-OUT
           END-IF
           IF BW-HOLD-OPEN
               CLOSE KEY-HOLD-IN
           END-IF
           DISPLAY "BILLWRAP: " BW-ROW-COUNT " ROWS WRAPPED IN "
               "BATCH " BW-BATCH-ID
           DISPLAY "BILLWRAP: HASH TOTAL " BW-HASH-TOTAL
           DISPLAY "BILLWRAP: " BW-RELEASED-COUNT " HELD ROWS "
               "RELEASED INTO THE WRAP"
           DISPLAY "BILLWRAP: " BW-DIVERTED-COUNT " ROWS DIVERTED "
               "TO HELDBILL, TOTAL " BW-DIVERTED-TOTAL
           DISPLAY "BILLWRAP: " BW-STILL-HELD-COUNT " EARLIER "
               "HELD ROWS STILL HELD".
       8000-EXIT.
           EXIT.
       END PROGRAM Billwrap.
