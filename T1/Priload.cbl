      ******************************************************************
      * PROGRAM-ID : PRILOAD
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Lands the night's PRIREVW priority review rows
      *              (the HIGH-tier rows TIERROUTE routes to the risk
      *              desk) on the keyed PRIMST priority review master,
      *              keyed by business date plus a load sequence
      *              within the date, the way ALERTLD lands ALERTOUT
      *              on ALERTMST.  Each new item is created not yet
      *              worked ("O") with the cycle that produced it,
      *              ready for the desk to record a disposition on
      *              PRIDISP.  A duplicate record key is read back
      *              and compared: an identical row of the same
      *              cycle (a rerun of an already-loaded night) is
      *              skipped so a reload is idempotent and never
      *              reopens an item the desk has already worked; a
      *              different row advances the sequence and loads
      *              behind it.  An item whose key is already on
      *              hold on KEYHOLD is counted, since its billing
      *              is being diverted while it waits.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original priority review master load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Priload.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIORITY-FILE-IN ASSIGN TO "PRIREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-PRIORITY-STATUS.

           SELECT PRIORITY-MASTER-IO ASSIGN TO "PRIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-RECORD-KEY
               FILE STATUS IS PQ-MASTER-STATUS.

           SELECT KEY-HOLD-IN ASSIGN TO "KEYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-KEY
               FILE STATUS IS PQ-HOLD-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIORITY-FILE-IN
           RECORD CONTAINS 50 CHARACTERS.
           COPY CLASSREC.

       FD  PRIORITY-MASTER-IO.
           COPY PRVMREC.

       FD  KEY-HOLD-IN.
           COPY KHLDREC.

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       77  PQ-PRIORITY-STATUS          PIC X(2)  VALUE "00".
       77  PQ-MASTER-STATUS            PIC X(2)  VALUE "00".
       77  PQ-HOLD-STATUS              PIC X(2)  VALUE "00".
       77  PQ-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  PQ-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  PQ-EOF-YES                        VALUE "Y".
       77  PQ-WRITTEN-SWITCH           PIC X(1)  VALUE "N".
           88  PQ-WRITTEN                        VALUE "Y".
       77  PQ-HOLD-OPEN-SWITCH         PIC X(1)  VALUE "N".
           88  PQ-HOLD-OPEN                      VALUE "Y".
       77  PQ-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  PQ-CYCLE                    PIC 9(3)  VALUE ZERO.
       77  PQ-SEQUENCE                 PIC 9(5)  VALUE ZERO.
       77  PQ-READ-COUNT               PIC 9(7)  VALUE ZERO.
       77  PQ-LOADED-COUNT             PIC 9(7)  VALUE ZERO.
       77  PQ-ALREADY-COUNT            PIC 9(7)  VALUE ZERO.
       77  PQ-ERROR-COUNT              PIC 9(7)  VALUE ZERO.
       77  PQ-ON-HOLD-COUNT            PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-PRIORITY-ROW
               UNTIL PQ-EOF-YES
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ            *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE

           OPEN INPUT PRIORITY-FILE-IN
           IF PQ-PRIORITY-STATUS NOT = "00"
               DISPLAY "PRILOAD: UNABLE TO OPEN PRIREVW STATUS="
                   PQ-PRIORITY-STATUS
               MOVE 8 TO RETURN-CODE
               SET PQ-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PRIORITY-MASTER-IO
           IF PQ-MASTER-STATUS NOT = "00"
               DISPLAY "PRILOAD: UNABLE TO OPEN PRIMST STATUS="
                   PQ-MASTER-STATUS
               CLOSE PRIORITY-FILE-IN
               MOVE 8 TO RETURN-CODE
               SET PQ-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT KEY-HOLD-IN
           IF PQ-HOLD-STATUS = "00"
               SET PQ-HOLD-OPEN TO TRUE
           ELSE
               DISPLAY "PRILOAD: KEYHOLD NOT AVAILABLE STATUS="
                   PQ-HOLD-STATUS ", HELD KEYS NOT COUNTED"
           END-IF

           PERFORM 2100-READ-PRIORITY.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND CYCLE  *
      *                          COME FROM THE RUNCTL RECORD RUNGATE   *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT PQ-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF PQ-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO PQ-RUN-DATE
                       END-IF
                       IF BD-CYCLE-NUMBER IS NUMERIC
                           MOVE BD-CYCLE-NUMBER TO PQ-CYCLE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 2000-LOAD-PRIORITY-ROW - WRITE ONE PRIREVW ROW TO PRIMST UNDER *
      *                          THE NEXT FREE SEQUENCE FOR THE DATE   *
      ******************************************************************
       2000-LOAD-PRIORITY-ROW.
           ADD 1 TO PQ-READ-COUNT
           ADD 1 TO PQ-SEQUENCE

           MOVE "N" TO PQ-WRITTEN-SWITCH
           PERFORM 2200-WRITE-MASTER-ROW
               UNTIL PQ-WRITTEN OR PQ-SEQUENCE > 99999

           IF PQ-WRITTEN
               PERFORM 2300-CHECK-KEY-ON-HOLD
           ELSE
               DISPLAY "PRILOAD: SEQUENCE EXHAUSTED FOR DATE "
                   PQ-RUN-DATE ", KEY " CL-KEY " NOT LOADED"
               ADD 1 TO PQ-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 2100-READ-PRIORITY.

       2100-READ-PRIORITY.
           READ PRIORITY-FILE-IN
               AT END
                   SET PQ-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2200-WRITE-MASTER-ROW - ATTEMPT THE WRITE; A DUPLICATE KEY     *
      *                         MEANS THE SEQUENCE IS TAKEN            *
      ******************************************************************
       2200-WRITE-MASTER-ROW.
           MOVE PQ-RUN-DATE TO PV-REVIEW-DATE
           MOVE PQ-SEQUENCE TO PV-SEQUENCE
           MOVE PQ-CYCLE TO PV-CYCLE
           MOVE CL-KEY TO PV-KEY
           MOVE CL-GROUP-CODE TO PV-GROUP-CODE
           MOVE CL-OP-CODE TO PV-OP-CODE
           MOVE CL-NUM1 TO PV-NUM1
           MOVE CL-NUM2 TO PV-NUM2
           MOVE CL-RESULT TO PV-RESULT
           MOVE CL-TIER TO PV-TIER
           MOVE "O" TO PV-STATUS-FLAG
           MOVE SPACES TO PV-ACTION-USER
           MOVE ZERO TO PV-ACTION-DATE
           MOVE SPACES TO PV-NOTE
           WRITE PRIORITY-REVIEW-RECORD
               INVALID KEY
                   PERFORM 2250-CHECK-EXISTING-ROW
               NOT INVALID KEY
                   SET PQ-WRITTEN TO TRUE
                   ADD 1 TO PQ-LOADED-COUNT
           END-WRITE.

      ******************************************************************
      * 2250-CHECK-EXISTING-ROW - THE SEQUENCE IS TAKEN: THE SAME ROW  *
      *                           OF THE SAME CYCLE WAS ALREADY LOADED *
      *                           (RERUN), ANYTHING ELSE IS AN EARLIER *
      *                           CYCLE'S ITEM, SO ADVANCE AND RETRY   *
      ******************************************************************
       2250-CHECK-EXISTING-ROW.
           READ PRIORITY-MASTER-IO
               INVALID KEY
                   ADD 1 TO PQ-SEQUENCE
               NOT INVALID KEY
                   IF PV-CYCLE = PQ-CYCLE
                           AND PV-KEY = CL-KEY
                           AND PV-GROUP-CODE = CL-GROUP-CODE
                           AND PV-OP-CODE = CL-OP-CODE
                           AND PV-NUM1 = CL-NUM1
                           AND PV-NUM2 = CL-NUM2
                           AND PV-RESULT = CL-RESULT
                       SET PQ-WRITTEN TO TRUE
                       ADD 1 TO PQ-ALREADY-COUNT
                   ELSE
                       ADD 1 TO PQ-SEQUENCE
                   END-IF
           END-READ.

      ******************************************************************
      * 2300-CHECK-KEY-ON-HOLD - COUNT ITEMS WHOSE KEY THE DESK HAS    *
      *                          ALREADY PUT ON HOLD                   *
      ******************************************************************
       2300-CHECK-KEY-ON-HOLD.
           IF PQ-HOLD-OPEN
               MOVE CL-KEY TO KH-KEY
               READ KEY-HOLD-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KH-ON-HOLD
                           ADD 1 TO PQ-ON-HOLD-COUNT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE FILES AND REPORT THE LOAD           *
      ******************************************************************
       8000-TERMINATE.
           IF PQ-PRIORITY-STATUS = "00" OR "10"
               CLOSE PRIORITY-FILE-IN
           END-IF
           IF PQ-MASTER-STATUS = "00" OR "22" OR "23"
               CLOSE PRIORITY-MASTER-IO
           END-IF
           IF PQ-HOLD-OPEN
               CLOSE KEY-HOLD-IN
           END-IF
           DISPLAY "PRILOAD: BUSINESS DATE " PQ-RUN-DATE
               " CYCLE " PQ-CYCLE
           DISPLAY "PRILOAD: " PQ-READ-COUNT " PRIORITY ROWS READ"
           DISPLAY "PRILOAD: " PQ-LOADED-COUNT " LOADED TO PRIMST"
           DISPLAY "PRILOAD: " PQ-ALREADY-COUNT " ALREADY LOADED"
           DISPLAY "PRILOAD: " PQ-ERROR-COUNT " ROWS NOT LOADED"
           DISPLAY "PRILOAD: " PQ-ON-HOLD-COUNT
               " LOADED FOR KEYS ALREADY ON HOLD".
       8000-EXIT.
           EXIT.
       END PROGRAM Priload.
