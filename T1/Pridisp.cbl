      ******************************************************************
      * PROGRAM-ID : PRIDISP
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : The risk desk's screen over the keyed PRIMST
      *              priority review master PRILOAD fills from
      *              PRIREVW, in the style of the ALERTMGR screen.
      *              The SIGNON user must carry the risk desk flag on
      *              USERPROF.  The desk works the queue with
      *              one-letter commands until END:
      *                L - list the items not yet worked and the
      *                    escalated ones, oldest first;
      *                H - list the keys on billing hold;
      *                D - record a disposition on one item, by its
      *                    review date and sequence: C cleared,
      *                    H held or E escalated, with a note.
      *              Holding an item puts its key on KEYHOLD, and
      *              BILLWRAP diverts the key's billing rows to
      *              HELDBILL from the next wrap on.  Clearing an
      *              item of a held key releases the hold (and marks
      *              the key's other held items cleared with it), so
      *              the held rows go out in the next night's
      *              transmission.  Escalating leaves any hold in
      *              place.  A cleared item is final.  Every
      *              disposition is stamped with the desk user and
      *              date and logged to SECLOG.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original risk desk disposition screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pridisp.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIORITY-MASTER-IO ASSIGN TO "PRIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-RECORD-KEY
               FILE STATUS IS RD-MASTER-STATUS.

           SELECT KEY-HOLD-IO ASSIGN TO "KEYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-KEY
               FILE STATUS IS RD-HOLD-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS RD-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIORITY-MASTER-IO.
           COPY PRVMREC.

       FD  KEY-HOLD-IO.
           COPY KHLDREC.

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
           05  SO-USER-ID              PIC X(8).

       FD  USER-PROFILE-IN.
           COPY USRPREC.

       FD  SECURITY-LOG-OUT
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  RD-RESULT-EDIT              PIC -(7)9.99.

       77  RD-MASTER-STATUS            PIC X(2)  VALUE "00".
       77  RD-HOLD-STATUS              PIC X(2)  VALUE "00".
       77  RD-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  RD-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  RD-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  RD-QUIT-SWITCH              PIC X(1)  VALUE "N".
           88  RD-QUIT-YES                       VALUE "Y".
       77  RD-BROWSE-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  RD-BROWSE-EOF-YES                 VALUE "Y".
       77  RD-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  RD-AUTHORIZED                     VALUE "Y".
       77  RD-MASTER-OPEN-SWITCH       PIC X(1)  VALUE "N".
           88  RD-MASTER-OPEN                    VALUE "Y".
       77  RD-HOLD-OPEN-SWITCH         PIC X(1)  VALUE "N".
           88  RD-HOLD-OPEN                      VALUE "Y".
       77  RD-RELEASED-SWITCH          PIC X(1)  VALUE "N".
           88  RD-HOLD-RELEASED                  VALUE "Y".
       77  RD-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  RD-COMMAND                  PIC X(3)  VALUE SPACES.
       77  RD-PICK-DATE                PIC X(8)  VALUE SPACES.
       77  RD-PICK-SEQUENCE            PIC X(5)  VALUE SPACES.
       77  RD-DISPOSITION              PIC X(1)  VALUE SPACE.
           88  RD-DISP-CLEAR                     VALUE "C".
           88  RD-DISP-HOLD                      VALUE "H".
           88  RD-DISP-ESCALATE                  VALUE "E".
           88  RD-DISP-VALID                     VALUE "C" "H" "E".
       77  RD-NOTE                     PIC X(40) VALUE SPACES.
       77  RD-WORK-KEY                 PIC X(6)  VALUE SPACES.
       77  RD-WORK-ITEM-KEY            PIC X(13) VALUE SPACES.
       77  RD-LIST-COUNT               PIC 9(5)  VALUE ZERO.
       77  RD-SWEEP-COUNT              PIC 9(5)  VALUE ZERO.
       77  RD-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  RD-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  RD-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  RD-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF RD-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROMPT-AND-DISPATCH
                   UNTIL RD-QUIT-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE RISK DESK FLAG ON USERPROF;   *
      *                        ANYTHING ELSE REFUSES THE RUN AND IS    *
      *                        LOGGED TO SECLOG                        *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           ACCEPT RD-RUN-DATE FROM DATE YYYYMMDD
           MOVE "N" TO RD-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF RD-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO RD-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF RD-PROFILE-STATUS NOT = "00"
               DISPLAY "PRIDISP: UNABLE TO OPEN USERPROF STATUS="
                   RD-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE RD-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-RISKDESK
                           SET RD-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF RD-AUTHORIZED
               MOVE "INVOKE" TO RD-LOG-ACTION
               MOVE SPACES TO RD-LOG-DETAIL
           ELSE
               DISPLAY "PRIDISP: USER '" RD-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO RD-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO RD-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF RD-SECLOG-STATUS = "00"
               ACCEPT RD-LOG-TIME FROM TIME
               MOVE RD-RUN-DATE TO SL-LOG-DATE
               MOVE RD-LOG-TIME TO SL-LOG-TIME
               MOVE RD-OPERATOR-ID TO SL-USER-ID
               MOVE "PRIDISP" TO SL-PROGRAM-NAME
               MOVE RD-LOG-ACTION TO SL-ACTION
               MOVE RD-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "PRIDISP: UNABLE TO OPEN SECLOG STATUS="
                   RD-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE MASTER AND THE HOLD FILE            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O PRIORITY-MASTER-IO
           IF RD-MASTER-STATUS NOT = "00"
               DISPLAY "PRIDISP: UNABLE TO OPEN PRIMST STATUS="
                   RD-MASTER-STATUS
               SET RD-QUIT-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET RD-MASTER-OPEN TO TRUE

           OPEN I-O KEY-HOLD-IO
           IF RD-HOLD-STATUS NOT = "00"
               DISPLAY "PRIDISP: UNABLE TO OPEN KEYHOLD STATUS="
                   RD-HOLD-STATUS
               SET RD-QUIT-YES TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET RD-HOLD-OPEN TO TRUE

           DISPLAY "============================================"
           DISPLAY "  PRIDISP - RISK DESK PRIORITY REVIEW  ("
               RD-OPERATOR-ID ")"
           DISPLAY "============================================".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROMPT-AND-DISPATCH - ONE COMMAND PER PASS UNTIL END      *
      ******************************************************************
       2000-PROMPT-AND-DISPATCH.
           DISPLAY "============================================"
           DISPLAY "PRIDISP: L=LIST ITEMS, H=LIST HOLDS, "
               "D=DISPOSITION, END=QUIT:"
           ACCEPT RD-COMMAND

           EVALUATE RD-COMMAND
               WHEN "END"
               WHEN "end"
                   SET RD-QUIT-YES TO TRUE
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-OPEN-ITEMS
               WHEN "H"
               WHEN "h"
                   PERFORM 3500-LIST-ACTIVE-HOLDS
               WHEN "D"
               WHEN "d"
                   PERFORM 4000-DISPOSE-ONE-ITEM THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "PRIDISP: INVALID COMMAND, TRY AGAIN"
           END-EVALUATE.

      ******************************************************************
      * 3000-LIST-OPEN-ITEMS - EVERY ITEM NOT YET WORKED OR ESCALATED, *
      *                        IN REVIEW-DATE ORDER                    *
      ******************************************************************
       3000-LIST-OPEN-ITEMS.
           MOVE ZERO TO RD-LIST-COUNT
           MOVE "N" TO RD-BROWSE-EOF-SWITCH
           MOVE ZERO TO PV-REVIEW-DATE
           MOVE ZERO TO PV-SEQUENCE
           START PRIORITY-MASTER-IO
               KEY IS NOT LESS THAN PV-RECORD-KEY
               INVALID KEY
                   SET RD-BROWSE-EOF-YES TO TRUE
           END-START
           PERFORM 3100-LIST-NEXT-ITEM
               UNTIL RD-BROWSE-EOF-YES

           IF RD-LIST-COUNT = ZERO
               DISPLAY "PRIDISP: NO ITEMS WAITING"
           ELSE
               DISPLAY "PRIDISP: " RD-LIST-COUNT " ITEMS WAITING"
           END-IF.

       3100-LIST-NEXT-ITEM.
           READ PRIORITY-MASTER-IO NEXT RECORD
               AT END
                   SET RD-BROWSE-EOF-YES TO TRUE
               NOT AT END
                   IF PV-NOT-WORKED OR PV-ESCALATED
                       MOVE PV-RESULT TO RD-RESULT-EDIT
                       DISPLAY "PRIDISP: " PV-REVIEW-DATE "/"
                           PV-SEQUENCE " " PV-STATUS-FLAG " "
                           PV-KEY " " PV-GROUP-CODE " "
                           PV-OP-CODE " " RD-RESULT-EDIT
                       IF PV-ESCALATED
                           DISPLAY "PRIDISP:    ESCALATED BY "
                               PV-ACTION-USER " ON "
                               PV-ACTION-DATE ": " PV-NOTE
                       END-IF
                       ADD 1 TO RD-LIST-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 3500-LIST-ACTIVE-HOLDS - EVERY KEY WHOSE BILLING IS HELD       *
      ******************************************************************
       3500-LIST-ACTIVE-HOLDS.
           MOVE ZERO TO RD-LIST-COUNT
           MOVE "N" TO RD-BROWSE-EOF-SWITCH
           MOVE LOW-VALUES TO KH-KEY
           START KEY-HOLD-IO
               KEY IS NOT LESS THAN KH-KEY
               INVALID KEY
                   SET RD-BROWSE-EOF-YES TO TRUE
           END-START
           PERFORM 3600-LIST-NEXT-HOLD
               UNTIL RD-BROWSE-EOF-YES

           IF RD-LIST-COUNT = ZERO
               DISPLAY "PRIDISP: NO KEYS ON HOLD"
           ELSE
               DISPLAY "PRIDISP: " RD-LIST-COUNT " KEYS ON HOLD"
           END-IF.

       3600-LIST-NEXT-HOLD.
           READ KEY-HOLD-IO NEXT RECORD
               AT END
                   SET RD-BROWSE-EOF-YES TO TRUE
               NOT AT END
                   IF KH-ON-HOLD
                       DISPLAY "PRIDISP: KEY " KH-KEY " HELD "
                           KH-HOLD-DATE " BY " KH-HOLD-USER
                           " ITEM " KH-ITEM-DATE "/"
                           KH-ITEM-SEQUENCE
                       DISPLAY "PRIDISP:    " KH-NOTE
                       ADD 1 TO RD-LIST-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 4000-DISPOSE-ONE-ITEM - READ THE ITEM BY REVIEW DATE AND       *
      *                         SEQUENCE, TAKE THE DISPOSITION AND     *
      *                         NOTE, AND APPLY THEM                   *
      ******************************************************************
       4000-DISPOSE-ONE-ITEM.
           DISPLAY "PRIDISP: ENTER REVIEW DATE (YYYYMMDD):"
           ACCEPT RD-PICK-DATE
           DISPLAY "PRIDISP: ENTER SEQUENCE (5 DIGITS):"
           ACCEPT RD-PICK-SEQUENCE

           IF RD-PICK-DATE IS NOT NUMERIC
                   OR RD-PICK-SEQUENCE IS NOT NUMERIC
               DISPLAY "PRIDISP: DATE AND SEQUENCE MUST BE NUMERIC"
               GO TO 4000-EXIT
           END-IF

           MOVE RD-PICK-DATE TO PV-REVIEW-DATE
           MOVE RD-PICK-SEQUENCE TO PV-SEQUENCE
           READ PRIORITY-MASTER-IO
               INVALID KEY
                   DISPLAY "PRIDISP: NO ITEM " RD-PICK-DATE "/"
                       RD-PICK-SEQUENCE " ON THE MASTER"
                   GO TO 4000-EXIT
           END-READ

           IF PV-CLEARED
               DISPLAY "PRIDISP: ITEM " PV-REVIEW-DATE "/"
                   PV-SEQUENCE " WAS CLEARED BY " PV-ACTION-USER
                   " ON " PV-ACTION-DATE
               GO TO 4000-EXIT
           END-IF

           MOVE PV-RESULT TO RD-RESULT-EDIT
           DISPLAY "PRIDISP: KEY " PV-KEY " GROUP " PV-GROUP-CODE
               " OP " PV-OP-CODE " RESULT " RD-RESULT-EDIT
               " STATUS " PV-STATUS-FLAG
           DISPLAY "PRIDISP: DISPOSITION C=CLEARED, H=HELD, "
               "E=ESCALATED:"
           ACCEPT RD-DISPOSITION
           INSPECT RD-DISPOSITION
               CONVERTING "che" TO "CHE"
           IF NOT RD-DISP-VALID
               DISPLAY "PRIDISP: DISPOSITION MUST BE C, H OR E"
               GO TO 4000-EXIT
           END-IF
           IF RD-DISPOSITION = PV-STATUS-FLAG
               DISPLAY "PRIDISP: ITEM ALREADY HAS THAT DISPOSITION"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "PRIDISP: ENTER A NOTE (REQUIRED):"
           ACCEPT RD-NOTE
           IF RD-NOTE = SPACES
               DISPLAY "PRIDISP: A NOTE IS REQUIRED, NOTHING CHANGED"
               GO TO 4000-EXIT
           END-IF

           MOVE PV-KEY TO RD-WORK-KEY
           MOVE PV-RECORD-KEY TO RD-WORK-ITEM-KEY
           MOVE RD-DISPOSITION TO PV-STATUS-FLAG
           MOVE RD-OPERATOR-ID TO PV-ACTION-USER
           MOVE RD-RUN-DATE TO PV-ACTION-DATE
           MOVE RD-NOTE TO PV-NOTE
           REWRITE PRIORITY-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "PRIDISP: REWRITE FAILED ON "
                       PV-REVIEW-DATE "/" PV-SEQUENCE
                   GO TO 4000-EXIT
           END-REWRITE

           EVALUATE TRUE
               WHEN RD-DISP-HOLD
                   PERFORM 4100-PLACE-HOLD
                   MOVE "HELD" TO RD-LOG-ACTION
               WHEN RD-DISP-CLEAR
                   PERFORM 4200-RELEASE-HOLD
                   MOVE "CLEARED" TO RD-LOG-ACTION
               WHEN OTHER
                   DISPLAY "PRIDISP: ITEM " RD-PICK-DATE "/"
                       RD-PICK-SEQUENCE " ESCALATED BY "
                       RD-OPERATOR-ID
                   MOVE "ESCALATE" TO RD-LOG-ACTION
           END-EVALUATE

           MOVE SPACES TO RD-LOG-DETAIL
           STRING RD-WORK-KEY " " RD-PICK-DATE
               DELIMITED BY SIZE INTO RD-LOG-DETAIL
           PERFORM 0150-WRITE-SECURITY-LOG.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PLACE-HOLD - PUT THE KEY ON KEYHOLD (A NEW RECORD, OR A   *
      *                   RELEASED ONE HELD AGAIN); A KEY ALREADY ON   *
      *                   HOLD KEEPS ITS ORIGINAL HOLD                 *
      ******************************************************************
       4100-PLACE-HOLD.
           MOVE RD-WORK-KEY TO KH-KEY
           READ KEY-HOLD-IO
               INVALID KEY
                   PERFORM 4110-BUILD-HOLD-RECORD
                   WRITE KEY-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "PRIDISP: HOLD WRITE FAILED FOR "
                               "KEY " RD-WORK-KEY " STATUS="
                               RD-HOLD-STATUS
                       NOT INVALID KEY
                           DISPLAY "PRIDISP: KEY " RD-WORK-KEY
                               " PLACED ON BILLING HOLD BY "
                               RD-OPERATOR-ID
                   END-WRITE
               NOT INVALID KEY
                   IF KH-ON-HOLD
                       DISPLAY "PRIDISP: KEY " RD-WORK-KEY
                           " IS ALREADY ON HOLD SINCE "
                           KH-HOLD-DATE ", ITEM RECORDED AS HELD"
                   ELSE
                       PERFORM 4110-BUILD-HOLD-RECORD
                       REWRITE KEY-HOLD-RECORD
                           INVALID KEY
                               DISPLAY "PRIDISP: HOLD REWRITE "
                                   "FAILED FOR KEY " RD-WORK-KEY
                           NOT INVALID KEY
                               DISPLAY "PRIDISP: KEY " RD-WORK-KEY
                                   " PLACED ON BILLING HOLD AGAIN BY "
                                   RD-OPERATOR-ID
                       END-REWRITE
                   END-IF
           END-READ.

       4110-BUILD-HOLD-RECORD.
           MOVE RD-WORK-KEY TO KH-KEY
           MOVE "H" TO KH-STATUS-FLAG
           MOVE RD-RUN-DATE TO KH-HOLD-DATE
           MOVE RD-OPERATOR-ID TO KH-HOLD-USER
           MOVE RD-WORK-ITEM-KEY TO KH-ITEM-KEY
           MOVE ZERO TO KH-RELEASE-DATE
           MOVE SPACES TO KH-RELEASE-USER
           MOVE RD-NOTE TO KH-NOTE.

      ******************************************************************
      * 4200-RELEASE-HOLD - CLEARING AN ITEM OF A HELD KEY RELEASES    *
      *                     THE HOLD AND CLEARS THE KEY'S OTHER HELD   *
      *                     ITEMS WITH IT                              *
      ******************************************************************
       4200-RELEASE-HOLD.
           MOVE "N" TO RD-RELEASED-SWITCH
           MOVE RD-WORK-KEY TO KH-KEY
           READ KEY-HOLD-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KH-ON-HOLD
                       MOVE "C" TO KH-STATUS-FLAG
                       MOVE RD-RUN-DATE TO KH-RELEASE-DATE
                       MOVE RD-OPERATOR-ID TO KH-RELEASE-USER
                       REWRITE KEY-HOLD-RECORD
                           INVALID KEY
                               DISPLAY "PRIDISP: HOLD RELEASE "
                                   "FAILED FOR KEY " RD-WORK-KEY
                           NOT INVALID KEY
                               SET RD-HOLD-RELEASED TO TRUE
                       END-REWRITE
                   END-IF
           END-READ

           IF RD-HOLD-RELEASED
               MOVE ZERO TO RD-SWEEP-COUNT
               PERFORM 4300-CLEAR-HELD-ITEMS
               DISPLAY "PRIDISP: ITEM " RD-PICK-DATE "/"
                   RD-PICK-SEQUENCE " CLEARED, KEY " RD-WORK-KEY
                   " RELEASED FROM HOLD"
               DISPLAY "PRIDISP: " RD-SWEEP-COUNT
                   " OTHER HELD ITEMS OF THE KEY CLEARED; HELD "
                   "BILLING GOES OUT WITH THE NEXT WRAP"
           ELSE
               DISPLAY "PRIDISP: ITEM " RD-PICK-DATE "/"
                   RD-PICK-SEQUENCE " CLEARED BY " RD-OPERATOR-ID
           END-IF.

      ******************************************************************
      * 4300-CLEAR-HELD-ITEMS - BROWSE THE MASTER FOR THE KEY'S OTHER  *
      *                         HELD ITEMS AND MARK THEM CLEARED       *
      ******************************************************************
       4300-CLEAR-HELD-ITEMS.
           MOVE "N" TO RD-BROWSE-EOF-SWITCH
           MOVE ZERO TO PV-REVIEW-DATE
           MOVE ZERO TO PV-SEQUENCE
           START PRIORITY-MASTER-IO
               KEY IS NOT LESS THAN PV-RECORD-KEY
               INVALID KEY
                   SET RD-BROWSE-EOF-YES TO TRUE
           END-START
           PERFORM 4310-CLEAR-NEXT-HELD-ITEM
               UNTIL RD-BROWSE-EOF-YES.

       4310-CLEAR-NEXT-HELD-ITEM.
           READ PRIORITY-MASTER-IO NEXT RECORD
               AT END
                   SET RD-BROWSE-EOF-YES TO TRUE
               NOT AT END
                   IF PV-HELD AND PV-KEY = RD-WORK-KEY
                       MOVE "C" TO PV-STATUS-FLAG
                       MOVE RD-OPERATOR-ID TO PV-ACTION-USER
                       MOVE RD-RUN-DATE TO PV-ACTION-DATE
                       MOVE RD-NOTE TO PV-NOTE
                       REWRITE PRIORITY-REVIEW-RECORD
                           INVALID KEY
                               DISPLAY "PRIDISP: REWRITE FAILED ON "
                                   PV-REVIEW-DATE "/" PV-SEQUENCE
                           NOT INVALID KEY
                               ADD 1 TO RD-SWEEP-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * 8000-TERMINATE - CLOSE THE MASTER AND THE HOLD FILE            *
      ******************************************************************
       8000-TERMINATE.
           IF RD-MASTER-OPEN
               CLOSE PRIORITY-MASTER-IO
           END-IF
           IF RD-HOLD-OPEN
               CLOSE KEY-HOLD-IO
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM Pridisp.
