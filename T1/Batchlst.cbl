      ******************************************************************
      * PROGRAM-ID : BATCHLST
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : On-demand listing of the BATCHREG inbound batch
      *              registry TRANEDIT appends to, so the provider
      *              desk can see what was sent and when it was
      *              processed.  The registry is SORTed by source
      *              (the provider's own batches first, then the
      *              STDGEN standing-instruction and SUSPINJ
      *              suspense re-injection batches the night builds
      *              itself), batch id and business date, and one
      *              line is printed per batch: id, the provider's
      *              create date, the trailer count and hash, the
      *              records accepted, and the business date and
      *              cycle it was processed on.  Each source ends
      *              with its batch and record totals.  An optional
      *              LISTPARM record narrows the listing:
      *                cols  1-8  from business date (or zeros)
      *                cols  9-16 to business date (or zeros)
      *                col   17   source P, S or Q (blank = all)
      *              No LISTPARM lists the whole registry.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original batch registry listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Batchlst.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-PARM-IN ASSIGN TO "LISTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-PARM-STATUS.

           SELECT BATCH-REGISTRY-IN ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BA-REGISTRY-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-PARM-IN
           RECORD CONTAINS 17 CHARACTERS.
       01  LIST-PARM-RECORD.
           05  LP-FROM-DATE            PIC 9(8).
           05  LP-TO-DATE              PIC 9(8).
           05  LP-SOURCE               PIC X(1).

       FD  BATCH-REGISTRY-IN
           RECORD CONTAINS 56 CHARACTERS.
           COPY BREGREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SOURCE-ORDER         PIC 9(1).
           05  SW-BATCH-ID             PIC X(8).
           05  SW-BUSINESS-DATE        PIC 9(8).
           05  SW-CYCLE                PIC 9(3).
           05  SW-SOURCE               PIC X(1).
           05  SW-CREATE-DATE          PIC 9(8).
           05  SW-RECORD-COUNT         PIC 9(7).
           05  SW-HASH-TOTAL           PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SW-ACCEPT-COUNT         PIC 9(7).

       WORKING-STORAGE SECTION.
       01  BA-BATCH-LINE.
           05  FILLER                  PIC X(11) VALUE "BATCHLST:  ".
           05  BA-BL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BA-BL-CREATE-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BA-BL-RECORD-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BA-BL-HASH-TOTAL        PIC -(11)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BA-BL-ACCEPT-COUNT      PIC Z(7)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BA-BL-BUSINESS-DATE     PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BA-BL-CYCLE             PIC 9(3).

       77  BA-PARM-STATUS              PIC X(2)  VALUE "00".
       77  BA-REGISTRY-STATUS          PIC X(2)  VALUE "00".
       77  BA-PARM-OK-SWITCH           PIC X(1)  VALUE "Y".
           88  BA-PARM-OK                        VALUE "Y".
       77  BA-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  BA-EOF-YES                        VALUE "Y".
       77  BA-SORT-EOF-SWITCH          PIC X(1)  VALUE "N".
           88  BA-SORT-EOF-YES                   VALUE "Y".
       77  BA-FIRST-RECORD-SWITCH      PIC X(1)  VALUE "Y".
           88  BA-FIRST-RECORD                   VALUE "Y".
       77  BA-FROM-DATE                PIC 9(8)  VALUE ZERO.
       77  BA-TO-DATE                  PIC 9(8)  VALUE 99999999.
       77  BA-SELECT-SOURCE            PIC X(1)  VALUE SPACE.
       77  BA-PREV-SOURCE              PIC X(1)  VALUE SPACE.
       77  BA-SOURCE-TITLE             PIC X(40) VALUE SPACES.
       77  BA-REGISTRY-COUNT           PIC 9(7)  VALUE ZERO.
       77  BA-SOURCE-BATCHES           PIC 9(7)  VALUE ZERO.
       77  BA-SOURCE-RECORDS           PIC 9(9)  VALUE ZERO.
       77  BA-SOURCE-ACCEPTED          PIC 9(9)  VALUE ZERO.
       77  BA-TOTAL-BATCHES            PIC 9(7)  VALUE ZERO.
       77  BA-TOTAL-RECORDS            PIC 9(9)  VALUE ZERO.
       77  BA-TOTAL-ACCEPTED           PIC 9(9)  VALUE ZERO.
       77  BA-SHOW-BATCHES             PIC Z(6)9.
       77  BA-SHOW-RECORDS             PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT
           IF BA-PARM-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-SOURCE-ORDER SW-BATCH-ID
                       SW-BUSINESS-DATE SW-CYCLE
                   INPUT PROCEDURE IS 2000-RELEASE-REGISTRY
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-LISTING
                       THRU 3000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-GET-PARAMETERS - THE OPTIONAL LISTPARM DATE RANGE AND     *
      *                       SOURCE; NO LISTPARM LISTS EVERYTHING     *
      ******************************************************************
       1000-GET-PARAMETERS.
           OPEN INPUT LIST-PARM-IN
           IF BA-PARM-STATUS NOT = "00"
               DISPLAY "BATCHLST: NO LISTPARM, WHOLE REGISTRY LISTED"
               GO TO 1000-EXIT
           END-IF

           READ LIST-PARM-IN
               AT END
                   CLOSE LIST-PARM-IN
                   DISPLAY "BATCHLST: EMPTY LISTPARM, WHOLE REGISTRY "
                       "LISTED"
                   GO TO 1000-EXIT
           END-READ
           CLOSE LIST-PARM-IN

           IF LP-FROM-DATE IS NOT NUMERIC
                   OR LP-TO-DATE IS NOT NUMERIC
                   OR (LP-SOURCE NOT = "P" AND "S" AND "Q"
                       AND SPACE)
               DISPLAY "BATCHLST: LISTPARM NOT USABLE ("
                   LIST-PARM-RECORD "), NOTHING LISTED"
               MOVE "N" TO BA-PARM-OK-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE LP-FROM-DATE TO BA-FROM-DATE
           IF LP-TO-DATE NOT = ZERO
               MOVE LP-TO-DATE TO BA-TO-DATE
           END-IF
           MOVE LP-SOURCE TO BA-SELECT-SOURCE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-REGISTRY - RELEASE THE REGISTRY ROWS INSIDE THE   *
      *                         DATE RANGE AND SOURCE ASKED FOR        *
      ******************************************************************
       2000-RELEASE-REGISTRY.
           OPEN INPUT BATCH-REGISTRY-IN
           IF BA-REGISTRY-STATUS NOT = "00"
               DISPLAY "BATCHLST: UNABLE TO OPEN BATCHREG STATUS="
                   BA-REGISTRY-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-READ-REGISTRY
           PERFORM 2200-SELECT-REGISTRY-ROW
               UNTIL BA-EOF-YES
           CLOSE BATCH-REGISTRY-IN
           GO TO 2000-EXIT.

       2100-READ-REGISTRY.
           READ BATCH-REGISTRY-IN
               AT END
                   SET BA-EOF-YES TO TRUE
           END-READ.

       2200-SELECT-REGISTRY-ROW.
           ADD 1 TO BA-REGISTRY-COUNT
           IF BG-BUSINESS-DATE NOT < BA-FROM-DATE
                   AND BG-BUSINESS-DATE NOT > BA-TO-DATE
                   AND (BA-SELECT-SOURCE = SPACE
                       OR BG-SOURCE = BA-SELECT-SOURCE)
               EVALUATE TRUE
                   WHEN BG-STANDING-BATCH
                       MOVE 2 TO SW-SOURCE-ORDER
                   WHEN BG-SUSPENSE-BATCH
                       MOVE 3 TO SW-SOURCE-ORDER
                   WHEN OTHER
                       MOVE 1 TO SW-SOURCE-ORDER
               END-EVALUATE
               MOVE BG-BATCH-ID TO SW-BATCH-ID
               MOVE BG-BUSINESS-DATE TO SW-BUSINESS-DATE
               MOVE BG-CYCLE TO SW-CYCLE
               MOVE BG-SOURCE TO SW-SOURCE
               MOVE BG-CREATE-DATE TO SW-CREATE-DATE
               MOVE BG-RECORD-COUNT TO SW-RECORD-COUNT
               MOVE BG-HASH-TOTAL TO SW-HASH-TOTAL
               MOVE BG-ACCEPT-COUNT TO SW-ACCEPT-COUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 2100-READ-REGISTRY.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-LISTING - ONE LINE PER BATCH, A TOTAL AT EACH       *
      *                      SOURCE BREAK AND A GRAND TOTAL            *
      ******************************************************************
       3000-PRINT-LISTING.
           DISPLAY "=================================================="
               "=============================="
           DISPLAY "BATCHLST: INBOUND BATCH REGISTRY, BUSINESS DATES "
               BA-FROM-DATE " TO " BA-TO-DATE
           DISPLAY "=================================================="
               "=============================="

           PERFORM 3100-RETURN-BATCH
           PERFORM 3200-PRINT-ONE-BATCH
               UNTIL BA-SORT-EOF-YES

           IF NOT BA-FIRST-RECORD
               PERFORM 3300-SOURCE-TOTAL
           END-IF

           MOVE BA-TOTAL-BATCHES TO BA-SHOW-BATCHES
           MOVE BA-TOTAL-RECORDS TO BA-SHOW-RECORDS
           DISPLAY "BATCHLST: " BA-SHOW-BATCHES " BATCHES LISTED, "
               BA-SHOW-RECORDS " RECORDS SENT"
           MOVE BA-TOTAL-ACCEPTED TO BA-SHOW-RECORDS
           DISPLAY "BATCHLST: " BA-SHOW-RECORDS " RECORDS ACCEPTED"
           MOVE BA-REGISTRY-COUNT TO BA-SHOW-BATCHES
           DISPLAY "BATCHLST: " BA-SHOW-BATCHES
               " BATCHES ON THE REGISTRY"
           GO TO 3000-EXIT.

       3100-RETURN-BATCH.
           RETURN SORT-WORK-FILE
               AT END
                   SET BA-SORT-EOF-YES TO TRUE
           END-RETURN.

       3200-PRINT-ONE-BATCH.
           IF BA-FIRST-RECORD
               MOVE "N" TO BA-FIRST-RECORD-SWITCH
               MOVE SW-SOURCE TO BA-PREV-SOURCE
               PERFORM 3400-SOURCE-HEADING
           ELSE
               IF SW-SOURCE NOT = BA-PREV-SOURCE
                   PERFORM 3300-SOURCE-TOTAL
                   MOVE SW-SOURCE TO BA-PREV-SOURCE
                   PERFORM 3400-SOURCE-HEADING
               END-IF
           END-IF

           MOVE SW-BATCH-ID TO BA-BL-BATCH-ID
           MOVE SW-CREATE-DATE TO BA-BL-CREATE-DATE
           MOVE SW-RECORD-COUNT TO BA-BL-RECORD-COUNT
           MOVE SW-HASH-TOTAL TO BA-BL-HASH-TOTAL
           MOVE SW-ACCEPT-COUNT TO BA-BL-ACCEPT-COUNT
           MOVE SW-BUSINESS-DATE TO BA-BL-BUSINESS-DATE
           MOVE SW-CYCLE TO BA-BL-CYCLE
           DISPLAY BA-BATCH-LINE

           ADD 1 TO BA-SOURCE-BATCHES
           ADD SW-RECORD-COUNT TO BA-SOURCE-RECORDS
           ADD SW-ACCEPT-COUNT TO BA-SOURCE-ACCEPTED
           ADD 1 TO BA-TOTAL-BATCHES
           ADD SW-RECORD-COUNT TO BA-TOTAL-RECORDS
           ADD SW-ACCEPT-COUNT TO BA-TOTAL-ACCEPTED

           PERFORM 3100-RETURN-BATCH.

       3300-SOURCE-TOTAL.
           MOVE BA-SOURCE-BATCHES TO BA-SHOW-BATCHES
           MOVE BA-SOURCE-RECORDS TO BA-SHOW-RECORDS
           DISPLAY "BATCHLST:  TOTAL " BA-SHOW-BATCHES " BATCHES, "
               BA-SHOW-RECORDS " RECORDS SENT" WITH NO ADVANCING
           MOVE BA-SOURCE-ACCEPTED TO BA-SHOW-RECORDS
           DISPLAY ", " BA-SHOW-RECORDS " ACCEPTED"
           MOVE ZERO TO BA-SOURCE-BATCHES
           MOVE ZERO TO BA-SOURCE-RECORDS
           MOVE ZERO TO BA-SOURCE-ACCEPTED.

       3400-SOURCE-HEADING.
           EVALUATE BA-PREV-SOURCE
               WHEN "S"
                   MOVE "STANDING INSTRUCTIONS (STDGEN)"
                       TO BA-SOURCE-TITLE
               WHEN "Q"
                   MOVE "SUSPENSE RE-INJECTION (SUSPINJ)"
                       TO BA-SOURCE-TITLE
               WHEN OTHER
                   MOVE "PROVIDER FEED (TRANIN)" TO BA-SOURCE-TITLE
           END-EVALUATE
           DISPLAY " "
           DISPLAY "BATCHLST: " BA-SOURCE-TITLE
           DISPLAY "BATCHLST:  BATCH ID  CREATED  RECORDS"
               "      HASH TOTAL ACCEPTED BUS DATE CYC".
       3000-EXIT.
           EXIT.
       END PROGRAM Batchlst.
