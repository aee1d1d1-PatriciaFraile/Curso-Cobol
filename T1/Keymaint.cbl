      ******************************************************************
      * PROGRAM-ID : KEYMAINT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Maintains KEYMST, the keyed transaction-key
      *              master TRANEDIT validates every TR-KEY against
      *              and BALINQ and KEYSTMT read for the owner name
      *              and status.  Applies the APPROVED key requests
      *              on the PENDCHG pending-changes file (MNTSTAGE
      *              stages the raw KEYMNT stream there, MNTAPPRV is
      *              where a second user approves or rejects),
      *              DISPLAYs the before and after value of the
      *              record so the run log shows exactly what
      *              changed, and marks what it applied with status
      *              "X", the same way GROUPMNT maintains GROUPMST.
      *              A request whose approver matches the maker --
      *              or carries no approver at all -- is refused,
      *              never applied.
      *                A - open a new key: owner, group, status
      *                    (blank means open) and the open date
      *                    (the request date when none is given);
      *                C - change an existing key: a blank owner,
      *                    group or status keeps the current value.
      *                    A different group is refused: a key
      *                    changes group only by a transfer request
      *                    XFERPOST applies, which moves KEYMST and
      *                    BALFIL together and writes the transfer
      *                    register.
      *                    Closing a key stamps the close date (the
      *                    request's effective date, or the request
      *                    date); reopening a closed key clears it;
      *                D - delete a key from the master.
      *              A status other than O, F or C is refused.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original key-master maintenance program.
      *    2026-10-15  RA   A change request naming a group other
      *                     than the key's own is refused (new 2050-
      *                     CHECK-GROUP-CHANGE); moving a key between
      *                     groups is now a transfer request, so
      *                     KEYMST can no longer disagree with BALFIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Keymaint.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE-IO ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-SEQUENCE
               FILE STATUS IS KY-PENDING-STATUS.

           SELECT KEY-FILE-IO ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KF-KEY
               FILE STATUS IS KY-KEY-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KY-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS KY-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KY-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  KEY-FILE-IO.
           COPY KEYREC.

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
       77  KY-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  KY-KEY-STATUS               PIC X(2)  VALUE "00".
       77  KY-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  KY-EOF-YES                        VALUE "Y".
       77  KY-OLD-OWNER-NAME           PIC X(30) VALUE SPACES.
       77  KY-OLD-GROUP-CODE           PIC X(4)  VALUE SPACES.
       77  KY-OLD-STATUS-FLAG          PIC X(1)  VALUE SPACE.
       77  KY-EFFECTIVE-DATE           PIC 9(8)  VALUE ZERO.
       77  KY-ADD-COUNT                PIC 9(5)  VALUE ZERO.
       77  KY-CHANGE-COUNT             PIC 9(5)  VALUE ZERO.
       77  KY-DELETE-COUNT             PIC 9(5)  VALUE ZERO.
       77  KY-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       77  KY-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  KY-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.

       77  KY-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  KY-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  KY-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  KY-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  KY-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  KY-AUTHORIZED                     VALUE "Y".
       77  KY-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  KY-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  KY-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  KY-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF KY-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-MAINT-RECORD THRU 2000-NEXT
                   UNTIL KY-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE FUNCTION'S FLAG ON USERPROF;  *
      *                        ANYTHING ELSE REFUSES THE RUN AND IS    *
      *                        LOGGED TO SECLOG                        *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO KY-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF KY-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO KY-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF KY-PROFILE-STATUS NOT = "00"
               DISPLAY "KEYMAINT: UNABLE TO OPEN USERPROF STATUS="
                   KY-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE KY-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-KEYMNT
                           SET KY-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF KY-AUTHORIZED
               MOVE "INVOKE" TO KY-LOG-ACTION
               MOVE SPACES TO KY-LOG-DETAIL
           ELSE
               DISPLAY "KEYMAINT: USER '" KY-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO KY-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO KY-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF KY-SECLOG-STATUS = "00"
               ACCEPT KY-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT KY-LOG-TIME FROM TIME
               MOVE KY-LOG-DATE TO SL-LOG-DATE
               MOVE KY-LOG-TIME TO SL-LOG-TIME
               MOVE KY-OPERATOR-ID TO SL-USER-ID
               MOVE "KEYMAINT" TO SL-PROGRAM-NAME
               MOVE KY-LOG-ACTION TO SL-ACTION
               MOVE KY-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "KEYMAINT: UNABLE TO OPEN SECLOG STATUS="
                   KY-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN BOTH FILES AND PRIME THE READ; A FIRST  *
      *                   RUN CREATES AN EMPTY KEYMST                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O PENDING-FILE-IO
           IF KY-PENDING-STATUS NOT = "00"
               DISPLAY "KEYMAINT: UNABLE TO OPEN PENDCHG STATUS="
                   KY-PENDING-STATUS
               SET KY-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O KEY-FILE-IO
           IF KY-KEY-STATUS = "35"
               OPEN OUTPUT KEY-FILE-IO
               CLOSE KEY-FILE-IO
               OPEN I-O KEY-FILE-IO
           END-IF
           IF KY-KEY-STATUS NOT = "00"
               DISPLAY "KEYMAINT: UNABLE TO OPEN KEYMST STATUS="
                   KY-KEY-STATUS
               CLOSE PENDING-FILE-IO
               SET KY-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE ZERO TO PD-SEQUENCE
           START PENDING-FILE-IO
               KEY IS NOT LESS THAN PD-SEQUENCE
               INVALID KEY
                   SET KY-EOF-YES TO TRUE
           END-START
           IF NOT KY-EOF-YES
               PERFORM 2100-READ-MAINT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-MAINT-RECORD - ONLY APPROVED KEY REQUESTS ARE     *
      *                             CANDIDATES; THE MAKER/CHECKER RULE *
      *                             IS PROVED AGAIN AT APPLY TIME AND  *
      *                             AN APPLIED ROW IS MARKED "X"       *
      ******************************************************************
       2000-PROCESS-MAINT-RECORD.
           IF NOT PD-TARGET-KEY OR NOT PD-APPROVED
               ADD 1 TO KY-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               DISPLAY "KEYMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, APPROVER '" PD-APPROVER-ID
                   "' DOES NOT SATISFY THE MAKER/CHECKER RULE"
               ADD 1 TO KY-REFUSED-COUNT
               ADD 1 TO KY-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-ACTIVE-FLAG NOT = "O" AND "F" AND "C" AND SPACE
               DISPLAY "KEYMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, INVALID STATUS '" PD-ACTIVE-FLAG
                   "' ON KEY " PD-KEY(1:6)
               ADD 1 TO KY-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-EFF-DATE IS NUMERIC AND PD-EFF-DATE NOT = ZERO
               MOVE PD-EFF-DATE TO KY-EFFECTIVE-DATE
           ELSE
               MOVE PD-REQUEST-DATE TO KY-EFFECTIVE-DATE
           END-IF

           IF PD-ACTION-CODE = "C" AND PD-GROUP-CODE NOT = SPACES
               PERFORM 2050-CHECK-GROUP-CHANGE
               IF KF-GROUP-CODE NOT = PD-GROUP-CODE
                   DISPLAY "KEYMAINT: REQUEST " PD-SEQUENCE
                       " REFUSED, KEY " PD-KEY(1:6) " BELONGS TO "
                       KF-GROUP-CODE "; MOVE IT TO " PD-GROUP-CODE
                       " WITH A TRANSFER REQUEST"
                   ADD 1 TO KY-ERROR-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF

           EVALUATE PD-ACTION-CODE
               WHEN "A"
                   PERFORM 2200-ADD-KEY
               WHEN "C"
                   PERFORM 2300-CHANGE-KEY
               WHEN "D"
                   PERFORM 2400-DELETE-KEY
               WHEN OTHER
                   DISPLAY "KEYMAINT: INVALID ACTION CODE '"
                       PD-ACTION-CODE "' ON KEY " PD-KEY(1:6)
                   ADD 1 TO KY-ERROR-COUNT
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-MAINT-RECORD.

      ******************************************************************
      * 2050-CHECK-GROUP-CHANGE - THE KEY'S CURRENT GROUP, FOR A       *
      *                           CHANGE THAT NAMES ONE; A KEY NOT ON  *
      *                           FILE IS LEFT FOR 2300 TO REPORT      *
      ******************************************************************
       2050-CHECK-GROUP-CHANGE.
           MOVE PD-KEY(1:6) TO KF-KEY
           READ KEY-FILE-IO
               INVALID KEY
                   MOVE PD-GROUP-CODE TO KF-GROUP-CODE
           END-READ.

       2100-READ-MAINT-RECORD.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET KY-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2150-MARK-REQUEST-APPLIED - THE PENDING ROW RECORDS THAT IT    *
      *                             HAS BEEN APPLIED, SO A RERUN DOES  *
      *                             NOT APPLY IT TWICE                 *
      ******************************************************************
       2150-MARK-REQUEST-APPLIED.
           MOVE "X" TO PD-STATUS-FLAG
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "KEYMAINT: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO KY-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2200-ADD-KEY - WRITE A NEW KEYMST RECORD; A BLANK STATUS OPENS *
      *                THE KEY                                         *
      ******************************************************************
       2200-ADD-KEY.
           MOVE PD-KEY(1:6) TO KF-KEY
           MOVE PD-DESCRIPTION TO KF-OWNER-NAME
           MOVE PD-GROUP-CODE TO KF-GROUP-CODE
           MOVE KY-EFFECTIVE-DATE TO KF-OPEN-DATE
           IF PD-ACTIVE-FLAG = SPACE
               MOVE "O" TO KF-STATUS-FLAG
           ELSE
               MOVE PD-ACTIVE-FLAG TO KF-STATUS-FLAG
           END-IF
           IF KF-CLOSED
               MOVE KY-EFFECTIVE-DATE TO KF-CLOSE-DATE
           ELSE
               MOVE ZERO TO KF-CLOSE-DATE
           END-IF
           WRITE KEY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "KEYMAINT: ADD FAILED, " PD-KEY(1:6)
                       " ALREADY EXISTS"
                   ADD 1 TO KY-ERROR-COUNT
               NOT INVALID KEY
                   DISPLAY "KEYMAINT: ADDED " KF-KEY
                       " BEFORE=(NONE) AFTER=" KF-OWNER-NAME
                       " GROUP=" KF-GROUP-CODE
                       " STATUS=" KF-STATUS-FLAG
                       " OPENED " KF-OPEN-DATE
                       " BY " PD-MAKER-ID
                       " APPROVED " PD-APPROVER-ID
                   PERFORM 2150-MARK-REQUEST-APPLIED
                   ADD 1 TO KY-ADD-COUNT
           END-WRITE.

      ******************************************************************
      * 2300-CHANGE-KEY - REWRITE AN EXISTING KEYMST RECORD; CLOSING   *
      *                   STAMPS THE CLOSE DATE, REOPENING CLEARS IT   *
      ******************************************************************
       2300-CHANGE-KEY.
           MOVE PD-KEY(1:6) TO KF-KEY
           READ KEY-FILE-IO
               INVALID KEY
                   DISPLAY "KEYMAINT: CHANGE FAILED, " PD-KEY(1:6)
                       " NOT FOUND"
                   ADD 1 TO KY-ERROR-COUNT
               NOT INVALID KEY
                   MOVE KF-OWNER-NAME TO KY-OLD-OWNER-NAME
                   MOVE KF-GROUP-CODE TO KY-OLD-GROUP-CODE
                   MOVE KF-STATUS-FLAG TO KY-OLD-STATUS-FLAG
                   PERFORM 2500-FILL-KEY-FIELDS
                   REWRITE KEY-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "KEYMAINT: CHANGE FAILED, "
                               "REWRITE ERROR ON " PD-KEY(1:6)
                           ADD 1 TO KY-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "KEYMAINT: CHANGED " KF-KEY
                               " BEFORE=" KY-OLD-OWNER-NAME
                               " GROUP=" KY-OLD-GROUP-CODE
                               " STATUS=" KY-OLD-STATUS-FLAG
                               " AFTER=" KF-OWNER-NAME
                               " GROUP=" KF-GROUP-CODE
                               " STATUS=" KF-STATUS-FLAG
                               " CLOSED " KF-CLOSE-DATE
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           ADD 1 TO KY-CHANGE-COUNT
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2400-DELETE-KEY - DELETE AN EXISTING KEYMST RECORD             *
      ******************************************************************
       2400-DELETE-KEY.
           MOVE PD-KEY(1:6) TO KF-KEY
           READ KEY-FILE-IO
               INVALID KEY
                   DISPLAY "KEYMAINT: DELETE FAILED, " PD-KEY(1:6)
                       " NOT FOUND"
                   ADD 1 TO KY-ERROR-COUNT
               NOT INVALID KEY
                   MOVE KF-OWNER-NAME TO KY-OLD-OWNER-NAME
                   DELETE KEY-FILE-IO
                       INVALID KEY
                           DISPLAY "KEYMAINT: DELETE FAILED, "
                               "DELETE ERROR ON " PD-KEY(1:6)
                           ADD 1 TO KY-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "KEYMAINT: DELETED " KF-KEY
                               " BEFORE=" KY-OLD-OWNER-NAME
                               " AFTER=(NONE)"
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           ADD 1 TO KY-DELETE-COUNT
                   END-DELETE
           END-READ.

      ******************************************************************
      * 2500-FILL-KEY-FIELDS - THE REQUEST'S AFTER IMAGE FOR A CHANGE: *
      *                        BLANK FIELDS KEEP THE CURRENT VALUE,    *
      *                        AND A STATUS MOVE INTO OR OUT OF CLOSED *
      *                        SETS OR CLEARS THE CLOSE DATE           *
      ******************************************************************
       2500-FILL-KEY-FIELDS.
           IF PD-DESCRIPTION NOT = SPACES
               MOVE PD-DESCRIPTION TO KF-OWNER-NAME
           END-IF
           IF PD-GROUP-CODE NOT = SPACES
               MOVE PD-GROUP-CODE TO KF-GROUP-CODE
           END-IF
           IF PD-ACTIVE-FLAG NOT = SPACE
               MOVE PD-ACTIVE-FLAG TO KF-STATUS-FLAG
           END-IF
           EVALUATE TRUE
               WHEN KF-CLOSED AND KY-OLD-STATUS-FLAG NOT = "C"
                   MOVE KY-EFFECTIVE-DATE TO KF-CLOSE-DATE
               WHEN NOT KF-CLOSED
                   MOVE ZERO TO KF-CLOSE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN                *
      ******************************************************************
       8000-TERMINATE.
           CLOSE PENDING-FILE-IO
           CLOSE KEY-FILE-IO
           DISPLAY "KEYMAINT: " KY-ADD-COUNT " ADDED, "
               KY-CHANGE-COUNT " CHANGED, " KY-DELETE-COUNT " DELETED"
           DISPLAY "KEYMAINT: " KY-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "KEYMAINT: " KY-REFUSED-COUNT
               " REFUSED BY THE MAKER/CHECKER RULE"
           DISPLAY "KEYMAINT: " KY-ERROR-COUNT " ERRORS".
       8000-EXIT.
           EXIT.
       END PROGRAM Keymaint.
