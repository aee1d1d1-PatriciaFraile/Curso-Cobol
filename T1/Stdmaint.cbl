      ******************************************************************
      * PROGRAM-ID : STDMAINT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Maintains STDINST, the keyed standing-
      *              instruction master STDGEN builds the recurring
      *              transactions of the nightly feed from.  Applies
      *              the APPROVED standing-instruction requests on
      *              the PENDCHG pending-changes file (MNTSTAGE
      *              stages the raw STDMNT stream there, MNTAPPRV is
      *              where a second user approves or rejects),
      *              DISPLAYs the before and after terms of the
      *              record so the run log shows exactly what
      *              changed, and marks what it applied with status
      *              "X", the same way KEYMAINT maintains KEYMST and
      *              under the same USERPROF key-maintenance
      *              authority.  A request whose approver matches
      *              the maker -- or carries no approver at all -- is
      *              refused, never applied.
      *                A - add an instruction;
      *                C - replace the terms of an existing one,
      *                    keeping its last-generated date and
      *                    cycle so an occurrence already generated
      *                    is not generated again;
      *                D - delete an instruction.
      *              An add or change is refused unless the terms
      *              hold together: a key, a group and an op code,
      *              numeric amounts, a frequency of D, W (run day
      *              1-7) or M (run day 1-31), a start date and an
      *              end date that is zero or not before the start.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original standing-instruction maintenance
      *                     program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stdmaint.
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
               FILE STATUS IS SD-PENDING-STATUS.

           SELECT STANDING-FILE-IO ASSIGN TO "STDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SD-STANDING-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS SD-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  STANDING-FILE-IO.
           COPY STDIREC.

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
       77  SD-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  SD-STANDING-STATUS          PIC X(2)  VALUE "00".
       77  SD-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  SD-EOF-YES                        VALUE "Y".
       77  SD-TERMS-SWITCH             PIC X(1)  VALUE "Y".
           88  SD-TERMS-VALID                    VALUE "Y".
       77  SD-TERMS-REASON             PIC X(30) VALUE SPACES.
       77  SD-OLD-TERMS                PIC X(40) VALUE SPACES.
       77  SD-NEW-TERMS                PIC X(40) VALUE SPACES.
       77  SD-AMOUNT-EDIT-1            PIC -(7)9.99.
       77  SD-AMOUNT-EDIT-2            PIC -(7)9.99.
       77  SD-ADD-COUNT                PIC 9(5)  VALUE ZERO.
       77  SD-CHANGE-COUNT             PIC 9(5)  VALUE ZERO.
       77  SD-DELETE-COUNT             PIC 9(5)  VALUE ZERO.
       77  SD-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       77  SD-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  SD-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.

       77  SD-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  SD-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  SD-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  SD-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  SD-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  SD-AUTHORIZED                     VALUE "Y".
       77  SD-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  SD-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  SD-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  SD-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF SD-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-MAINT-RECORD THRU 2000-NEXT
                   UNTIL SD-EOF-YES
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE KEY MAINTENANCE FLAG ON       *
      *                        USERPROF; ANYTHING ELSE REFUSES THE RUN *
      *                        AND IS LOGGED TO SECLOG                 *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO SD-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF SD-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO SD-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF SD-PROFILE-STATUS NOT = "00"
               DISPLAY "STDMAINT: UNABLE TO OPEN USERPROF STATUS="
                   SD-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE SD-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-KEYMNT
                           SET SD-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF SD-AUTHORIZED
               MOVE "INVOKE" TO SD-LOG-ACTION
               MOVE SPACES TO SD-LOG-DETAIL
           ELSE
               DISPLAY "STDMAINT: USER '" SD-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO SD-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO SD-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF SD-SECLOG-STATUS = "00"
               ACCEPT SD-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SD-LOG-TIME FROM TIME
               MOVE SD-LOG-DATE TO SL-LOG-DATE
               MOVE SD-LOG-TIME TO SL-LOG-TIME
               MOVE SD-OPERATOR-ID TO SL-USER-ID
               MOVE "STDMAINT" TO SL-PROGRAM-NAME
               MOVE SD-LOG-ACTION TO SL-ACTION
               MOVE SD-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "STDMAINT: UNABLE TO OPEN SECLOG STATUS="
                   SD-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN BOTH FILES AND PRIME THE READ; A FIRST  *
      *                   RUN CREATES AN EMPTY STDINST                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O PENDING-FILE-IO
           IF SD-PENDING-STATUS NOT = "00"
               DISPLAY "STDMAINT: UNABLE TO OPEN PENDCHG STATUS="
                   SD-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               SET SD-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O STANDING-FILE-IO
           IF SD-STANDING-STATUS = "35"
               OPEN OUTPUT STANDING-FILE-IO
               CLOSE STANDING-FILE-IO
               OPEN I-O STANDING-FILE-IO
           END-IF
           IF SD-STANDING-STATUS NOT = "00"
               DISPLAY "STDMAINT: UNABLE TO OPEN STDINST STATUS="
                   SD-STANDING-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PENDING-FILE-IO
               SET SD-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE ZERO TO PD-SEQUENCE
           START PENDING-FILE-IO
               KEY IS NOT LESS THAN PD-SEQUENCE
               INVALID KEY
                   SET SD-EOF-YES TO TRUE
           END-START
           IF NOT SD-EOF-YES
               PERFORM 2100-READ-MAINT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-MAINT-RECORD - ONLY APPROVED STANDING-INSTRUCTION *
      *                             REQUESTS ARE CANDIDATES; THE       *
      *                             MAKER/CHECKER RULE IS PROVED AGAIN *
      *                             AT APPLY TIME AND AN APPLIED ROW   *
      *                             IS MARKED "X"                      *
      ******************************************************************
       2000-PROCESS-MAINT-RECORD.
           IF NOT PD-TARGET-STANDING OR NOT PD-APPROVED
               ADD 1 TO SD-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               DISPLAY "STDMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, APPROVER '" PD-APPROVER-ID
                   "' DOES NOT SATISFY THE MAKER/CHECKER RULE"
               ADD 1 TO SD-REFUSED-COUNT
               ADD 1 TO SD-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-KEY(1:6) = SPACES
               DISPLAY "STDMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, NO TRANSACTION KEY"
               ADD 1 TO SD-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-ACTION-CODE = "A" OR "C"
               PERFORM 2050-VALIDATE-TERMS
               IF NOT SD-TERMS-VALID
                   DISPLAY "STDMAINT: REQUEST " PD-SEQUENCE
                       " REFUSED ON KEY " PD-KEY(1:6) ", "
                       SD-TERMS-REASON
                   ADD 1 TO SD-ERROR-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF

           EVALUATE PD-ACTION-CODE
               WHEN "A"
                   PERFORM 2200-ADD-INSTRUCTION
               WHEN "C"
                   PERFORM 2300-CHANGE-INSTRUCTION
               WHEN "D"
                   PERFORM 2400-DELETE-INSTRUCTION
               WHEN OTHER
                   DISPLAY "STDMAINT: INVALID ACTION CODE '"
                       PD-ACTION-CODE "' ON KEY " PD-KEY(1:6)
                   ADD 1 TO SD-ERROR-COUNT
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-MAINT-RECORD.

      ******************************************************************
      * 2050-VALIDATE-TERMS - THE TERMS OF AN ADD OR CHANGE MUST HOLD  *
      *                       TOGETHER; THE FIRST FAULT FOUND NAMES    *
      *                       THE REASON                               *
      ******************************************************************
       2050-VALIDATE-TERMS.
           MOVE "Y" TO SD-TERMS-SWITCH
           MOVE SPACES TO SD-TERMS-REASON
           EVALUATE TRUE
               WHEN PD-GROUP-CODE = SPACES
                   MOVE "NO GROUP CODE" TO SD-TERMS-REASON
               WHEN PD-OP-CODE = SPACES
                   MOVE "NO OP CODE" TO SD-TERMS-REASON
               WHEN PD-NUM1 IS NOT NUMERIC
                       OR PD-NUM2 IS NOT NUMERIC
                   MOVE "AMOUNTS NOT NUMERIC" TO SD-TERMS-REASON
               WHEN PD-FREQUENCY NOT = "D" AND "W" AND "M"
                   MOVE "FREQUENCY NOT D, W OR M"
                       TO SD-TERMS-REASON
               WHEN PD-RUN-DAY IS NOT NUMERIC
                   MOVE "RUN DAY NOT NUMERIC" TO SD-TERMS-REASON
               WHEN PD-FREQUENCY = "W"
                       AND (PD-RUN-DAY < 1 OR PD-RUN-DAY > 7)
                   MOVE "WEEKLY RUN DAY NOT 1-7" TO SD-TERMS-REASON
               WHEN PD-FREQUENCY = "M"
                       AND (PD-RUN-DAY < 1 OR PD-RUN-DAY > 31)
                   MOVE "MONTHLY RUN DAY NOT 1-31"
                       TO SD-TERMS-REASON
               WHEN PD-EFF-DATE IS NOT NUMERIC
                       OR PD-EFF-DATE = ZERO
                   MOVE "NO START DATE" TO SD-TERMS-REASON
               WHEN PD-END-DATE IS NOT NUMERIC
                   MOVE "END DATE NOT NUMERIC" TO SD-TERMS-REASON
               WHEN PD-END-DATE NOT = ZERO
                       AND PD-END-DATE < PD-EFF-DATE
                   MOVE "END DATE BEFORE START" TO SD-TERMS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SD-TERMS-REASON NOT = SPACES
               MOVE "N" TO SD-TERMS-SWITCH
           END-IF.

       2100-READ-MAINT-RECORD.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET SD-EOF-YES TO TRUE
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
                   DISPLAY "STDMAINT: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO SD-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2200-ADD-INSTRUCTION - WRITE A NEW STDINST RECORD, NEVER YET   *
      *                        GENERATED                               *
      ******************************************************************
       2200-ADD-INSTRUCTION.
           MOVE PD-KEY(1:6) TO SI-KEY
           PERFORM 2500-FILL-INSTRUCTION-TERMS
           MOVE ZERO TO SI-LAST-GENERATED
           MOVE ZERO TO SI-LAST-CYCLE
           WRITE STANDING-INSTRUCTION-RECORD
               INVALID KEY
                   DISPLAY "STDMAINT: ADD FAILED, " PD-KEY(1:6)
                       " ALREADY HAS AN INSTRUCTION"
                   ADD 1 TO SD-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-TERMS
                   DISPLAY "STDMAINT: ADDED " SI-KEY
                       " BEFORE=(NONE) AFTER=" SD-NEW-TERMS
                       " BY " PD-MAKER-ID
                       " APPROVED " PD-APPROVER-ID
                   PERFORM 2150-MARK-REQUEST-APPLIED
                   ADD 1 TO SD-ADD-COUNT
           END-WRITE.

      ******************************************************************
      * 2300-CHANGE-INSTRUCTION - REPLACE THE TERMS OF AN EXISTING     *
      *                           STDINST RECORD; THE LAST-GENERATED   *
      *                           DATE AND CYCLE ARE KEPT              *
      ******************************************************************
       2300-CHANGE-INSTRUCTION.
           MOVE PD-KEY(1:6) TO SI-KEY
           READ STANDING-FILE-IO
               INVALID KEY
                   DISPLAY "STDMAINT: CHANGE FAILED, " PD-KEY(1:6)
                       " NOT FOUND"
                   ADD 1 TO SD-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-TERMS
                   MOVE SD-NEW-TERMS TO SD-OLD-TERMS
                   PERFORM 2500-FILL-INSTRUCTION-TERMS
                   REWRITE STANDING-INSTRUCTION-RECORD
                       INVALID KEY
                           DISPLAY "STDMAINT: CHANGE FAILED, "
                               "REWRITE ERROR ON " PD-KEY(1:6)
                           ADD 1 TO SD-ERROR-COUNT
                       NOT INVALID KEY
                           PERFORM 2600-FORMAT-TERMS
                           DISPLAY "STDMAINT: CHANGED " SI-KEY
                               " BEFORE=" SD-OLD-TERMS
                           DISPLAY "STDMAINT:                "
                               " AFTER=" SD-NEW-TERMS
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           ADD 1 TO SD-CHANGE-COUNT
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2400-DELETE-INSTRUCTION - DELETE AN EXISTING STDINST RECORD    *
      ******************************************************************
       2400-DELETE-INSTRUCTION.
           MOVE PD-KEY(1:6) TO SI-KEY
           READ STANDING-FILE-IO
               INVALID KEY
                   DISPLAY "STDMAINT: DELETE FAILED, " PD-KEY(1:6)
                       " NOT FOUND"
                   ADD 1 TO SD-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-TERMS
                   MOVE SD-NEW-TERMS TO SD-OLD-TERMS
                   DELETE STANDING-FILE-IO
                       INVALID KEY
                           DISPLAY "STDMAINT: DELETE FAILED, "
                               "DELETE ERROR ON " PD-KEY(1:6)
                           ADD 1 TO SD-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "STDMAINT: DELETED " SI-KEY
                               " BEFORE=" SD-OLD-TERMS
                               " AFTER=(NONE)"
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           ADD 1 TO SD-DELETE-COUNT
                   END-DELETE
           END-READ.

      ******************************************************************
      * 2500-FILL-INSTRUCTION-TERMS - THE REQUEST'S TERMS ONTO THE     *
      *                               RECORD, STAMPED WITH THE MAKER   *
      *                               AND APPROVER; A DAILY            *
      *                               INSTRUCTION CARRIES NO RUN DAY   *
      ******************************************************************
       2500-FILL-INSTRUCTION-TERMS.
           MOVE PD-GROUP-CODE TO SI-GROUP-CODE
           MOVE PD-OP-CODE TO SI-OP-CODE
           MOVE PD-NUM1 TO SI-NUM1
           MOVE PD-NUM2 TO SI-NUM2
           MOVE PD-CURRENCY-CODE TO SI-CURRENCY-CODE
           MOVE PD-FREQUENCY TO SI-FREQUENCY
           IF SI-DAILY
               MOVE ZERO TO SI-RUN-DAY
           ELSE
               MOVE PD-RUN-DAY TO SI-RUN-DAY
           END-IF
           MOVE PD-EFF-DATE TO SI-START-DATE
           MOVE PD-END-DATE TO SI-END-DATE
           MOVE PD-MAKER-ID TO SI-MAKER-ID
           MOVE PD-APPROVER-ID TO SI-APPROVER-ID.

      ******************************************************************
      * 2600-FORMAT-TERMS - THE RECORD'S TERMS AS ONE LOG TEXT         *
      ******************************************************************
       2600-FORMAT-TERMS.
           MOVE SI-NUM1 TO SD-AMOUNT-EDIT-1
           MOVE SI-NUM2 TO SD-AMOUNT-EDIT-2
           MOVE SPACES TO SD-NEW-TERMS
           STRING SI-GROUP-CODE " " SI-OP-CODE " "
                   SD-AMOUNT-EDIT-1 " " SD-AMOUNT-EDIT-2 " "
                   SI-FREQUENCY SI-RUN-DAY
               DELIMITED BY SIZE INTO SD-NEW-TERMS
           END-STRING.

      ******************************************************************
      * 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN                *
      ******************************************************************
       8000-TERMINATE.
           IF SD-PENDING-STATUS NOT = "00" AND NOT = "10"
                   AND NOT = "23"
               GO TO 8000-EXIT
           END-IF
           CLOSE PENDING-FILE-IO
           CLOSE STANDING-FILE-IO
           DISPLAY "STDMAINT: " SD-ADD-COUNT " ADDED, "
               SD-CHANGE-COUNT " CHANGED, " SD-DELETE-COUNT
               " DELETED"
           DISPLAY "STDMAINT: " SD-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "STDMAINT: " SD-REFUSED-COUNT
               " REFUSED BY THE MAKER/CHECKER RULE"
           DISPLAY "STDMAINT: " SD-ERROR-COUNT " ERRORS"
           IF SD-ERROR-COUNT NOT = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM Stdmaint.
