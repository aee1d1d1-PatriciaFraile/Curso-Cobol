      ******************************************************************
      * PROGRAM-ID : USRMAINT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Maintains USERPROF, the operator profile file
      *              MENUDRV and the sensitive programs check, so that
      *              nobody edits profiles by hand any more.  Applies
      *              the APPROVED user-profile requests (target "U")
      *              on the PENDCHG pending-changes file -- MNTSTAGE
      *              stages the raw USRMNT stream there and MNTAPPRV
      *              is where a second security administrator
      *              approves or rejects -- and marks what it applied
      *              with status "X", the same way GROUPMNT maintains
      *              GROUPMST.  The actions are A (add, active), C
      *              (change the name and/or function flags), S
      *              (suspend), R (reinstate) and D (remove); see
      *              USRMREC for the flag positions.
      *              Dual control is proved again at apply time: the
      *              run itself needs the security administrator flag
      *              on the SIGNON id, and a request is refused unless
      *              its maker and approver are two different active
      *              security administrators, neither of them the
      *              user being maintained.  Every profile applied is
      *              logged to SECLOG under the maintained user's id
      *              (PROFADD, PROFCHG, PROFSUSP, PROFRINS or PROFDEL,
      *              naming the maker and approver), followed by one
      *              GRANT or REVOKE row for each function flag the
      *              request switched on or off, so the question "who
      *              gave this operator the backout flag" is answered
      *              from SECLOG and the PENDCHG request it quotes.
      *              A refused request is logged as REFUSED.  An add,
      *              change or reinstatement stamps UP-LAST-MAINT-DATE
      *              so the USRSWEEP inactivity sweep gives the
      *              profile its full allowance before suspending it.
      *              Return code 4 when any request was refused or
      *              failed.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original user-profile maintenance program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Usrmaint.
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
               FILE STATUS IS UA-PENDING-STATUS.

           SELECT USER-PROFILE-IO ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS UA-PROFILE-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UA-SIGNON-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UA-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  USER-PROFILE-IO.
           COPY USRPREC.

       FD  SIGNON-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  SIGNON-RECORD.
           05  SO-USER-ID              PIC X(8).

       FD  SECURITY-LOG-OUT
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
           COPY USRFTAB.

       77  UA-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  UA-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  UA-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  UA-EOF-YES                        VALUE "Y".
       77  UA-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  UA-ABORT                          VALUE "Y".
       77  UA-REFUSE-SWITCH            PIC X(1)  VALUE "N".
           88  UA-REFUSED                        VALUE "Y".
       77  UA-ADMIN-OK-SWITCH          PIC X(1)  VALUE "N".
           88  UA-ADMIN-OK                       VALUE "Y".
       77  UA-REFUSE-REASON            PIC X(50) VALUE SPACES.
       77  UA-CHECK-ID                 PIC X(8)  VALUE SPACES.
       77  UA-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  UA-OLD-NAME                 PIC X(20) VALUE SPACES.
       77  UA-OLD-ACTIVE-FLAG          PIC X(1)  VALUE SPACE.
       77  UA-OLD-FLAGS                PIC X(20) VALUE SPACES.
       77  UA-REQ-FLAG                 PIC X(1)  VALUE SPACE.
       77  UA-FLAG-SUB                 PIC 9(2)  VALUE ZERO.
       77  UA-FLAG-COUNT               PIC 9(2)  VALUE 18.
       77  UA-ADD-COUNT                PIC 9(5)  VALUE ZERO.
       77  UA-CHANGE-COUNT             PIC 9(5)  VALUE ZERO.
       77  UA-SUSPEND-COUNT            PIC 9(5)  VALUE ZERO.
       77  UA-REINSTATE-COUNT          PIC 9(5)  VALUE ZERO.
       77  UA-DELETE-COUNT             PIC 9(5)  VALUE ZERO.
       77  UA-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       77  UA-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  UA-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.

       77  UA-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  UA-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  UA-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  UA-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  UA-AUTHORIZED                     VALUE "Y".
       77  UA-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  UA-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  UA-LOG-USER-ID              PIC X(8)  VALUE SPACES.
       77  UA-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  UA-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF UA-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF NOT UA-ABORT
                   PERFORM 2000-APPLY-ONE-REQUEST THRU 2000-NEXT
                       UNTIL UA-EOF-YES
                   PERFORM 8000-TERMINATE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE SECURITY ADMINISTRATOR FLAG   *
      *                        ON USERPROF; ANYTHING ELSE REFUSES THE  *
      *                        RUN AND IS LOGGED TO SECLOG             *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO UA-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF UA-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO UA-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IO
           IF UA-PROFILE-STATUS NOT = "00"
               DISPLAY "USRMAINT: UNABLE TO OPEN USERPROF STATUS="
                   UA-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE UA-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-SECADMIN
                           SET UA-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IO
           END-IF

           MOVE UA-OPERATOR-ID TO UA-LOG-USER-ID
           IF UA-AUTHORIZED
               MOVE "INVOKE" TO UA-LOG-ACTION
               MOVE SPACES TO UA-LOG-DETAIL
           ELSE
               DISPLAY "USRMAINT: USER '" UA-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO UA-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO UA-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF UA-SECLOG-STATUS = "00"
               ACCEPT UA-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT UA-LOG-TIME FROM TIME
               MOVE UA-LOG-DATE TO SL-LOG-DATE
               MOVE UA-LOG-TIME TO SL-LOG-TIME
               MOVE UA-LOG-USER-ID TO SL-USER-ID
               MOVE "USRMAINT" TO SL-PROGRAM-NAME
               MOVE UA-LOG-ACTION TO SL-ACTION
               MOVE UA-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "USRMAINT: UNABLE TO OPEN SECLOG STATUS="
                   UA-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN BOTH FILES AND PRIME THE READ; NO       *
      *                   PENDCHG FILE AT ALL MEANS NOTHING HAS EVER   *
      *                   BEEN STAGED                                  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT UA-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O PENDING-FILE-IO
           IF UA-PENDING-STATUS = "35"
               DISPLAY "USRMAINT: NO PENDCHG FILE, NO PROFILE "
                   "REQUESTS TO APPLY"
               SET UA-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF UA-PENDING-STATUS NOT = "00"
               DISPLAY "USRMAINT: UNABLE TO OPEN PENDCHG STATUS="
                   UA-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               SET UA-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O USER-PROFILE-IO
           IF UA-PROFILE-STATUS NOT = "00"
               DISPLAY "USRMAINT: UNABLE TO OPEN USERPROF STATUS="
                   UA-PROFILE-STATUS
               CLOSE PENDING-FILE-IO
               MOVE 8 TO RETURN-CODE
               SET UA-ABORT TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE ZERO TO PD-SEQUENCE
           START PENDING-FILE-IO
               KEY IS NOT LESS THAN PD-SEQUENCE
               INVALID KEY
                   SET UA-EOF-YES TO TRUE
           END-START
           IF NOT UA-EOF-YES
               PERFORM 2100-READ-PENDING-ROW
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-REQUEST - ONLY APPROVED PROFILE REQUESTS ARE    *
      *                          CANDIDATES; THE MAKER/CHECKER RULE    *
      *                          AND BOTH ADMINISTRATORS' AUTHORITY    *
      *                          ARE PROVED AGAIN AT APPLY TIME        *
      ******************************************************************
       2000-APPLY-ONE-REQUEST.
           IF NOT PD-TARGET-PROFILE OR NOT PD-APPROVED
               ADD 1 TO UA-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               MOVE "APPROVER DOES NOT SATISFY MAKER/CHECKER"
                   TO UA-REFUSE-REASON
               PERFORM 2090-REFUSE-REQUEST
               GO TO 2000-NEXT
           END-IF

           PERFORM 2050-CHECK-ADMINISTRATORS THRU 2050-EXIT
           IF UA-REFUSED
               PERFORM 2090-REFUSE-REQUEST
               GO TO 2000-NEXT
           END-IF

           EVALUATE PD-ACTION-CODE
               WHEN "A"
                   PERFORM 2200-ADD-PROFILE
               WHEN "C"
                   PERFORM 2300-CHANGE-PROFILE
               WHEN "S"
               WHEN "R"
                   PERFORM 2400-SUSPEND-OR-REINSTATE
               WHEN "D"
                   PERFORM 2500-REMOVE-PROFILE
               WHEN OTHER
                   DISPLAY "USRMAINT: INVALID ACTION CODE '"
                       PD-ACTION-CODE "' ON USER " PD-KEY
                   ADD 1 TO UA-ERROR-COUNT
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-PENDING-ROW.

      ******************************************************************
      * 2050-CHECK-ADMINISTRATORS - NOBODY MAINTAINS THEIR OWN PROFILE *
      *                             OR APPROVES A CHANGE TO IT, AND    *
      *                             MAKER AND APPROVER MUST BOTH STILL *
      *                             BE ACTIVE SECURITY ADMINISTRATORS  *
      ******************************************************************
       2050-CHECK-ADMINISTRATORS.
           MOVE "N" TO UA-REFUSE-SWITCH
           IF PD-KEY = PD-MAKER-ID OR PD-KEY = PD-APPROVER-ID
               SET UA-REFUSED TO TRUE
               MOVE "MAKER OR APPROVER MAY NOT CHANGE OWN PROFILE"
                   TO UA-REFUSE-REASON
               GO TO 2050-EXIT
           END-IF

           MOVE PD-MAKER-ID TO UA-CHECK-ID
           PERFORM 2060-CHECK-ONE-ADMINISTRATOR
           IF NOT UA-ADMIN-OK
               SET UA-REFUSED TO TRUE
               MOVE "MAKER IS NOT AN ACTIVE SECURITY ADMINISTRATOR"
                   TO UA-REFUSE-REASON
               GO TO 2050-EXIT
           END-IF

           MOVE PD-APPROVER-ID TO UA-CHECK-ID
           PERFORM 2060-CHECK-ONE-ADMINISTRATOR
           IF NOT UA-ADMIN-OK
               SET UA-REFUSED TO TRUE
               MOVE "APPROVER IS NOT AN ACTIVE SECURITY ADMINISTRATOR"
                   TO UA-REFUSE-REASON
           END-IF.
       2050-EXIT.
           EXIT.

       2060-CHECK-ONE-ADMINISTRATOR.
           MOVE "N" TO UA-ADMIN-OK-SWITCH
           MOVE UA-CHECK-ID TO UP-USER-ID
           READ USER-PROFILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UP-ACTIVE AND UP-MAY-SECADMIN
                       SET UA-ADMIN-OK TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2090-REFUSE-REQUEST - A REFUSED REQUEST STAYS APPROVED ON      *
      *                       PENDCHG AND IS LOGGED TO SECLOG UNDER    *
      *                       THE USER IT WOULD HAVE MAINTAINED        *
      ******************************************************************
       2090-REFUSE-REQUEST.
           DISPLAY "USRMAINT: REQUEST " PD-SEQUENCE " FOR USER "
               PD-KEY " REFUSED, " UA-REFUSE-REASON
           ADD 1 TO UA-REFUSED-COUNT
           MOVE PD-KEY TO UA-LOG-USER-ID
           MOVE "REFUSED" TO UA-LOG-ACTION
           MOVE SPACES TO UA-LOG-DETAIL
           STRING "PROFILE REQ " PD-SEQUENCE
               DELIMITED BY SIZE INTO UA-LOG-DETAIL
           END-STRING
           PERFORM 0150-WRITE-SECURITY-LOG.

       2100-READ-PENDING-ROW.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET UA-EOF-YES TO TRUE
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
                   DISPLAY "USRMAINT: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO UA-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2200-ADD-PROFILE - WRITE A NEW, ACTIVE USERPROF RECORD; A FLAG *
      *                    THE REQUEST DOES NOT GRANT IS "N"           *
      ******************************************************************
       2200-ADD-PROFILE.
           MOVE PD-KEY TO UP-USER-ID
           MOVE PD-DESCRIPTION TO UP-USER-NAME
           MOVE "Y" TO UP-ACTIVE-FLAG
           MOVE ALL "N" TO UP-FUNCTION-FLAGS
           MOVE ALL "N" TO UA-OLD-FLAGS
           PERFORM 2700-MERGE-REQUESTED-FLAGS
           MOVE UA-RUN-DATE TO UP-LAST-MAINT-DATE
           WRITE USER-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "USRMAINT: ADD FAILED, " PD-KEY
                       " ALREADY ON USERPROF"
                   ADD 1 TO UA-ERROR-COUNT
               NOT INVALID KEY
                   DISPLAY "USRMAINT: ADDED " UP-USER-ID
                       " BEFORE=(NONE) AFTER=" UP-USER-NAME
                       " ACTIVE=" UP-ACTIVE-FLAG
                       " FLAGS=" UP-FUNCTION-FLAGS
                       " BY " PD-MAKER-ID
                       " APPROVED " PD-APPROVER-ID
                   PERFORM 2150-MARK-REQUEST-APPLIED
                   MOVE "PROFADD" TO UA-LOG-ACTION
                   PERFORM 2800-LOG-PROFILE-CHANGE
                   ADD 1 TO UA-ADD-COUNT
           END-WRITE.

      ******************************************************************
      * 2300-CHANGE-PROFILE - REWRITE THE NAME AND FUNCTION FLAGS OF   *
      *                       AN EXISTING PROFILE; A BLANK NAME OR     *
      *                       FLAG POSITION KEEPS WHAT IS ON FILE      *
      ******************************************************************
       2300-CHANGE-PROFILE.
           MOVE PD-KEY TO UP-USER-ID
           READ USER-PROFILE-IO
               INVALID KEY
                   DISPLAY "USRMAINT: CHANGE FAILED, " PD-KEY
                       " NOT FOUND"
                   ADD 1 TO UA-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-SAVE-BEFORE-IMAGE
                   IF PD-DESCRIPTION NOT = SPACES
                       MOVE PD-DESCRIPTION TO UP-USER-NAME
                   END-IF
                   PERFORM 2700-MERGE-REQUESTED-FLAGS
                   MOVE UA-RUN-DATE TO UP-LAST-MAINT-DATE
                   REWRITE USER-PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "USRMAINT: CHANGE FAILED, "
                               "REWRITE ERROR ON " PD-KEY
                           ADD 1 TO UA-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "USRMAINT: CHANGED " UP-USER-ID
                               " BEFORE=" UA-OLD-NAME
                               " FLAGS=" UA-OLD-FLAGS(1:18)
                               " AFTER=" UP-USER-NAME
                               " FLAGS=" UP-FUNCTION-FLAGS
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           MOVE "PROFCHG" TO UA-LOG-ACTION
                           PERFORM 2800-LOG-PROFILE-CHANGE
                           ADD 1 TO UA-CHANGE-COUNT
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2400-SUSPEND-OR-REINSTATE - A SUSPENDED PROFILE STAYS ON FILE  *
      *                             WITH ITS FLAGS BUT DENIES          *
      *                             EVERYTHING; A REINSTATEMENT        *
      *                             RESTARTS THE INACTIVITY ALLOWANCE  *
      ******************************************************************
       2400-SUSPEND-OR-REINSTATE.
           MOVE PD-KEY TO UP-USER-ID
           READ USER-PROFILE-IO
               INVALID KEY
                   DISPLAY "USRMAINT: STATUS CHANGE FAILED, " PD-KEY
                       " NOT FOUND"
                   ADD 1 TO UA-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-SAVE-BEFORE-IMAGE
                   IF PD-ACTION-CODE = "S"
                       MOVE "N" TO UP-ACTIVE-FLAG
                   ELSE
                       MOVE "Y" TO UP-ACTIVE-FLAG
                       MOVE UA-RUN-DATE TO UP-LAST-MAINT-DATE
                   END-IF
                   REWRITE USER-PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "USRMAINT: STATUS CHANGE FAILED, "
                               "REWRITE ERROR ON " PD-KEY
                           ADD 1 TO UA-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "USRMAINT: STATUS OF " UP-USER-ID
                               " BEFORE ACTIVE=" UA-OLD-ACTIVE-FLAG
                               " AFTER ACTIVE=" UP-ACTIVE-FLAG
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           IF PD-ACTION-CODE = "S"
                               MOVE "PROFSUSP" TO UA-LOG-ACTION
                               ADD 1 TO UA-SUSPEND-COUNT
                           ELSE
                               MOVE "PROFRINS" TO UA-LOG-ACTION
                               ADD 1 TO UA-REINSTATE-COUNT
                           END-IF
                           PERFORM 2800-LOG-PROFILE-CHANGE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2500-REMOVE-PROFILE - DELETE THE PROFILE; EVERY FLAG IT HELD   *
      *                       IS LOGGED AS REVOKED                     *
      ******************************************************************
       2500-REMOVE-PROFILE.
           MOVE PD-KEY TO UP-USER-ID
           READ USER-PROFILE-IO
               INVALID KEY
                   DISPLAY "USRMAINT: DELETE FAILED, " PD-KEY
                       " NOT FOUND"
                   ADD 1 TO UA-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2600-SAVE-BEFORE-IMAGE
                   DELETE USER-PROFILE-IO
                       INVALID KEY
                           DISPLAY "USRMAINT: DELETE FAILED, "
                               "DELETE ERROR ON " PD-KEY
                           ADD 1 TO UA-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "USRMAINT: DELETED " PD-KEY
                               " BEFORE=" UA-OLD-NAME
                               " ACTIVE=" UA-OLD-ACTIVE-FLAG
                               " FLAGS=" UA-OLD-FLAGS(1:18)
                               " AFTER=(NONE)"
                               " BY " PD-MAKER-ID
                               " APPROVED " PD-APPROVER-ID
                           PERFORM 2150-MARK-REQUEST-APPLIED
                           MOVE ALL "N" TO UP-FUNCTION-FLAGS
                           MOVE "PROFDEL" TO UA-LOG-ACTION
                           PERFORM 2800-LOG-PROFILE-CHANGE
                           ADD 1 TO UA-DELETE-COUNT
                   END-DELETE
           END-READ.

       2600-SAVE-BEFORE-IMAGE.
           MOVE UP-USER-NAME TO UA-OLD-NAME
           MOVE UP-ACTIVE-FLAG TO UA-OLD-ACTIVE-FLAG
           MOVE UP-FUNCTION-FLAGS TO UA-OLD-FLAGS.

      ******************************************************************
      * 2700-MERGE-REQUESTED-FLAGS - "Y" OR "N" IN A REQUEST POSITION  *
      *                              REPLACES THE PROFILE'S FLAG;      *
      *                              ANYTHING ELSE LEAVES IT ALONE     *
      ******************************************************************
       2700-MERGE-REQUESTED-FLAGS.
           MOVE ZERO TO UA-FLAG-SUB
           PERFORM 2710-MERGE-ONE-FLAG
               UNTIL UA-FLAG-SUB = UA-FLAG-COUNT.

       2710-MERGE-ONE-FLAG.
           ADD 1 TO UA-FLAG-SUB
           MOVE PD-FUNCTION-FLAGS(UA-FLAG-SUB:1) TO UA-REQ-FLAG
           IF UA-REQ-FLAG = "Y" OR UA-REQ-FLAG = "N"
               MOVE UA-REQ-FLAG TO UP-FUNCTION-FLAGS(UA-FLAG-SUB:1)
           END-IF.

      ******************************************************************
      * 2800-LOG-PROFILE-CHANGE - ONE SECLOG ROW FOR THE CHANGE UNDER  *
      *                           THE MAINTAINED USER'S ID, NAMING     *
      *                           MAKER AND APPROVER, THEN ONE GRANT   *
      *                           OR REVOKE ROW PER FLAG SWITCHED      *
      ******************************************************************
       2800-LOG-PROFILE-CHANGE.
           MOVE PD-KEY TO UA-LOG-USER-ID
           MOVE SPACES TO UA-LOG-DETAIL
           STRING "BY " PD-MAKER-ID DELIMITED BY SPACE
                   "/" PD-APPROVER-ID DELIMITED BY SIZE
               INTO UA-LOG-DETAIL
           END-STRING
           PERFORM 0150-WRITE-SECURITY-LOG

           MOVE ZERO TO UA-FLAG-SUB
           PERFORM 2810-LOG-ONE-FLAG-CHANGE
               UNTIL UA-FLAG-SUB = UA-FLAG-COUNT.

       2810-LOG-ONE-FLAG-CHANGE.
           ADD 1 TO UA-FLAG-SUB
           MOVE SPACES TO UA-LOG-ACTION
           IF UP-FUNCTION-FLAGS(UA-FLAG-SUB:1) = "Y"
                   AND UA-OLD-FLAGS(UA-FLAG-SUB:1) NOT = "Y"
               MOVE "GRANT" TO UA-LOG-ACTION
           END-IF
           IF UP-FUNCTION-FLAGS(UA-FLAG-SUB:1) NOT = "Y"
                   AND UA-OLD-FLAGS(UA-FLAG-SUB:1) = "Y"
               MOVE "REVOKE" TO UA-LOG-ACTION
           END-IF
           IF UA-LOG-ACTION NOT = SPACES
               MOVE SPACES TO UA-LOG-DETAIL
               STRING UF-FLAG-NAME(UA-FLAG-SUB) DELIMITED BY SPACE
                       " REQ " PD-SEQUENCE DELIMITED BY SIZE
                   INTO UA-LOG-DETAIL
               END-STRING
               PERFORM 0150-WRITE-SECURITY-LOG
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN                *
      ******************************************************************
       8000-TERMINATE.
           CLOSE PENDING-FILE-IO
           CLOSE USER-PROFILE-IO
           DISPLAY "USRMAINT: " UA-ADD-COUNT " ADDED, "
               UA-CHANGE-COUNT " CHANGED, " UA-SUSPEND-COUNT
               " SUSPENDED, " UA-REINSTATE-COUNT " REINSTATED, "
               UA-DELETE-COUNT " DELETED"
           DISPLAY "USRMAINT: " UA-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "USRMAINT: " UA-REFUSED-COUNT
               " REFUSED BY THE DUAL-CONTROL RULES"
           DISPLAY "USRMAINT: " UA-ERROR-COUNT " ERRORS"
           IF UA-REFUSED-COUNT NOT = ZERO
                   OR UA-ERROR-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM Usrmaint.
