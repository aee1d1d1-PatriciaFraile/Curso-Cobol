      ******************************************************************
      * PROGRAM-ID : FXMAINT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Maintains FXRATE, the keyed effective-dated
      *              exchange-rate file OPERATIONS converts foreign-
      *              currency transactions with.  Applies the
      *              APPROVED exchange-rate requests on the PENDCHG
      *              pending-changes file (MNTSTAGE stages the raw
      *              FXMNT stream there, MNTAPPRV is where a second
      *              user approves or rejects), DISPLAYs the before
      *              and after rate of each record so the run log
      *              shows exactly what changed, journals every
      *              change to FXRJRN and marks what it applied with
      *              status "X" -- the same way CONSTMAIN maintains
      *              CONSTFIL, and under the same USERPROF constants
      *              authority.  A request whose approver matches
      *              the maker -- or carries no approver at all -- is
      *              refused, never applied.  A blank currency code,
      *              or a zero rate on an add or change, is refused:
      *              a zero rate would post every converted amount
      *              as nothing.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original exchange-rate maintenance
      *                     program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fxmaint.
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
               FILE STATUS IS XM-PENDING-STATUS.

           SELECT FX-RATE-IO ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RECORD-KEY
               FILE STATUS IS XM-FX-STATUS.

           SELECT JOURNAL-FILE-OUT ASSIGN TO "FXRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-JOURNAL-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-RUNCTL-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS XM-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE-IO.
           COPY PENDREC.

       FD  FX-RATE-IO.
           COPY FXRREC.

       FD  JOURNAL-FILE-OUT
           RECORD CONTAINS 56 CHARACTERS.
           COPY FXJREC.

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

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
       77  XM-PENDING-STATUS           PIC X(2)  VALUE "00".
       77  XM-FX-STATUS                PIC X(2)  VALUE "00".
       77  XM-JOURNAL-STATUS           PIC X(2)  VALUE "00".
       77  XM-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  XM-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  XM-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  XM-EOF-YES                        VALUE "Y".
       77  XM-OLD-RATE                 PIC 9(4)V9(6) VALUE ZERO.
       77  XM-JRNL-BEFORE              PIC X(10) VALUE SPACES.
       77  XM-JRNL-AFTER               PIC X(10) VALUE SPACES.
       77  XM-ADD-COUNT                PIC 9(5)  VALUE ZERO.
       77  XM-CHANGE-COUNT             PIC 9(5)  VALUE ZERO.
       77  XM-DELETE-COUNT             PIC 9(5)  VALUE ZERO.
       77  XM-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       77  XM-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.
       77  XM-REFUSED-COUNT            PIC 9(5)  VALUE ZERO.

       77  XM-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  XM-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  XM-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  XM-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  XM-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  XM-AUTHORIZED                     VALUE "Y".
       77  XM-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  XM-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  XM-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  XM-LOG-DETAIL               PIC X(20) VALUE SPACES.

       01  XM-RATE-AREA.
           05  XM-RATE-DIGITS          PIC 9(4)V9(6).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-CHECK-AUTHORITY
           IF XM-AUTHORIZED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-MAINT-RECORD THRU 2000-NEXT
                   UNTIL XM-EOF-YES
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - THE SIGNED-ON (OR SUBMITTING) USER MUST *
      *                        CARRY THE CONSTANTS MAINTENANCE FLAG ON *
      *                        USERPROF; ANYTHING ELSE REFUSES THE RUN *
      *                        AND IS LOGGED TO SECLOG                 *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO XM-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF XM-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO XM-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF XM-PROFILE-STATUS NOT = "00"
               DISPLAY "FXMAINT: UNABLE TO OPEN USERPROF STATUS="
                   XM-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE XM-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-CONSTMNT
                           SET XM-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF XM-AUTHORIZED
               MOVE "INVOKE" TO XM-LOG-ACTION
               MOVE SPACES TO XM-LOG-DETAIL
           ELSE
               DISPLAY "FXMAINT: USER '" XM-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO XM-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO XM-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF XM-SECLOG-STATUS = "00"
               ACCEPT XM-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT XM-LOG-TIME FROM TIME
               MOVE XM-LOG-DATE TO SL-LOG-DATE
               MOVE XM-LOG-TIME TO SL-LOG-TIME
               MOVE XM-OPERATOR-ID TO SL-USER-ID
               MOVE "FXMAINT" TO SL-PROGRAM-NAME
               MOVE XM-LOG-ACTION TO SL-ACTION
               MOVE XM-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "FXMAINT: UNABLE TO OPEN SECLOG STATUS="
                   XM-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES (FXRATE IS CREATED EMPTY THE  *
      *                   FIRST TIME) AND PRIME THE PENDCHG BROWSE     *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN I-O PENDING-FILE-IO
           IF XM-PENDING-STATUS NOT = "00"
               DISPLAY "FXMAINT: UNABLE TO OPEN PENDCHG STATUS="
                   XM-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               SET XM-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O FX-RATE-IO
           IF XM-FX-STATUS = "35"
               OPEN OUTPUT FX-RATE-IO
               CLOSE FX-RATE-IO
               OPEN I-O FX-RATE-IO
           END-IF
           IF XM-FX-STATUS NOT = "00"
               DISPLAY "FXMAINT: UNABLE TO OPEN FXRATE STATUS="
                   XM-FX-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PENDING-FILE-IO
               SET XM-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND JOURNAL-FILE-OUT
           IF XM-JOURNAL-STATUS NOT = "00"
               DISPLAY "FXMAINT: UNABLE TO OPEN FXRJRN STATUS="
                   XM-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PENDING-FILE-IO
               CLOSE FX-RATE-IO
               SET XM-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE ZERO TO PD-SEQUENCE
           START PENDING-FILE-IO
               KEY IS NOT LESS THAN PD-SEQUENCE
               INVALID KEY
                   SET XM-EOF-YES TO TRUE
           END-START
           IF NOT XM-EOF-YES
               PERFORM 2100-READ-MAINT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE COMES      *
      *                          FROM THE RUNCTL RECORD RUNGATE        *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT XM-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF XM-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO XM-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 2000-PROCESS-MAINT-RECORD - ONLY APPROVED EXCHANGE-RATE        *
      *                             REQUESTS ARE CANDIDATES; THE       *
      *                             MAKER/CHECKER RULE IS PROVED AGAIN *
      *                             AT APPLY TIME AND AN APPLIED ROW   *
      *                             IS MARKED "X"                      *
      ******************************************************************
       2000-PROCESS-MAINT-RECORD.
           IF NOT PD-TARGET-FX-RATE OR NOT PD-APPROVED
               ADD 1 TO XM-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-APPROVER-ID = SPACES
                   OR PD-APPROVER-ID = PD-MAKER-ID
               DISPLAY "FXMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, APPROVER '" PD-APPROVER-ID
                   "' DOES NOT SATISFY THE MAKER/CHECKER RULE"
               ADD 1 TO XM-REFUSED-COUNT
               ADD 1 TO XM-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF PD-KEY(1:3) = SPACES
               DISPLAY "FXMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, NO CURRENCY CODE"
               ADD 1 TO XM-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           IF (PD-ACTION-CODE = "A" OR "C")
                   AND PD-FX-RATE = ZERO
               DISPLAY "FXMAINT: REQUEST " PD-SEQUENCE
                   " REFUSED, ZERO RATE FOR " PD-KEY(1:3)
               ADD 1 TO XM-ERROR-COUNT
               GO TO 2000-NEXT
           END-IF

           EVALUATE PD-ACTION-CODE
               WHEN "A"
                   PERFORM 2200-ADD-RATE
               WHEN "C"
                   PERFORM 2300-CHANGE-RATE
               WHEN "D"
                   PERFORM 2400-DELETE-RATE
               WHEN OTHER
                   DISPLAY "FXMAINT: INVALID ACTION CODE '"
                       PD-ACTION-CODE "' ON CURRENCY " PD-KEY(1:3)
                   ADD 1 TO XM-ERROR-COUNT
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-MAINT-RECORD.

       2100-READ-MAINT-RECORD.
           READ PENDING-FILE-IO NEXT RECORD
               AT END
                   SET XM-EOF-YES TO TRUE
           END-READ.

      ******************************************************************
      * 2050-MARK-REQUEST-APPLIED - THE PENDING ROW RECORDS THAT IT    *
      *                             HAS BEEN APPLIED, SO A RERUN DOES  *
      *                             NOT APPLY IT TWICE                 *
      ******************************************************************
       2050-MARK-REQUEST-APPLIED.
           MOVE "X" TO PD-STATUS-FLAG
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "FXMAINT: UNABLE TO MARK REQUEST "
                       PD-SEQUENCE " APPLIED"
                   ADD 1 TO XM-ERROR-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      * 2200-ADD-RATE - WRITE A NEW FXRATE RECORD                      *
      ******************************************************************
       2200-ADD-RATE.
           MOVE PD-KEY(1:3) TO FX-CURRENCY-CODE
           MOVE PD-EFF-DATE TO FX-EFF-DATE
           MOVE PD-FX-RATE TO FX-RATE
           WRITE FX-RATE-RECORD
               INVALID KEY
                   DISPLAY "FXMAINT: ADD FAILED, " PD-KEY(1:3)
                       " EFFECTIVE " PD-EFF-DATE " ALREADY EXISTS"
                   ADD 1 TO XM-ERROR-COUNT
               NOT INVALID KEY
                   DISPLAY "FXMAINT: ADDED " FX-CURRENCY-CODE
                       " EFFECTIVE " FX-EFF-DATE
                       " BEFORE=(NONE) AFTER=" FX-RATE
                   MOVE "(NONE)" TO XM-JRNL-BEFORE
                   MOVE FX-RATE TO XM-RATE-DIGITS
                   MOVE XM-RATE-AREA TO XM-JRNL-AFTER
                   PERFORM 9100-WRITE-JOURNAL
                   PERFORM 2050-MARK-REQUEST-APPLIED
                   ADD 1 TO XM-ADD-COUNT
           END-WRITE.

      ******************************************************************
      * 2300-CHANGE-RATE - REWRITE AN EXISTING FXRATE RECORD           *
      ******************************************************************
       2300-CHANGE-RATE.
           MOVE PD-KEY(1:3) TO FX-CURRENCY-CODE
           MOVE PD-EFF-DATE TO FX-EFF-DATE
           READ FX-RATE-IO
               INVALID KEY
                   DISPLAY "FXMAINT: CHANGE FAILED, " PD-KEY(1:3)
                       " EFFECTIVE " PD-EFF-DATE " NOT FOUND"
                   ADD 1 TO XM-ERROR-COUNT
               NOT INVALID KEY
                   MOVE FX-RATE TO XM-OLD-RATE
                   MOVE PD-FX-RATE TO FX-RATE
                   REWRITE FX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "FXMAINT: CHANGE FAILED, "
                               "REWRITE ERROR ON " PD-KEY(1:3)
                           ADD 1 TO XM-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "FXMAINT: CHANGED "
                               FX-CURRENCY-CODE
                               " EFFECTIVE " FX-EFF-DATE
                               " BEFORE=" XM-OLD-RATE
                               " AFTER=" FX-RATE
                           MOVE XM-OLD-RATE TO XM-RATE-DIGITS
                           MOVE XM-RATE-AREA TO XM-JRNL-BEFORE
                           MOVE FX-RATE TO XM-RATE-DIGITS
                           MOVE XM-RATE-AREA TO XM-JRNL-AFTER
                           PERFORM 9100-WRITE-JOURNAL
                           PERFORM 2050-MARK-REQUEST-APPLIED
                           ADD 1 TO XM-CHANGE-COUNT
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2400-DELETE-RATE - DELETE AN EXISTING FXRATE RECORD            *
      ******************************************************************
       2400-DELETE-RATE.
           MOVE PD-KEY(1:3) TO FX-CURRENCY-CODE
           MOVE PD-EFF-DATE TO FX-EFF-DATE
           READ FX-RATE-IO
               INVALID KEY
                   DISPLAY "FXMAINT: DELETE FAILED, " PD-KEY(1:3)
                       " EFFECTIVE " PD-EFF-DATE " NOT FOUND"
                   ADD 1 TO XM-ERROR-COUNT
               NOT INVALID KEY
                   MOVE FX-RATE TO XM-OLD-RATE
                   DELETE FX-RATE-IO
                       INVALID KEY
                           DISPLAY "FXMAINT: DELETE FAILED, "
                               "DELETE ERROR ON " PD-KEY(1:3)
                           ADD 1 TO XM-ERROR-COUNT
                       NOT INVALID KEY
                           DISPLAY "FXMAINT: DELETED "
                               FX-CURRENCY-CODE
                               " EFFECTIVE " FX-EFF-DATE
                               " BEFORE=" XM-OLD-RATE
                               " AFTER=(NONE)"
                           MOVE XM-OLD-RATE TO XM-RATE-DIGITS
                           MOVE XM-RATE-AREA TO XM-JRNL-BEFORE
                           MOVE "(NONE)" TO XM-JRNL-AFTER
                           PERFORM 9100-WRITE-JOURNAL
                           PERFORM 2050-MARK-REQUEST-APPLIED
                           ADD 1 TO XM-DELETE-COUNT
                   END-DELETE
           END-READ.

      ******************************************************************
      * 8000-TERMINATE - CLOSE FILES AND REPORT THE RUN                *
      ******************************************************************
       8000-TERMINATE.
           IF XM-PENDING-STATUS NOT = "00" AND NOT = "10"
                   AND NOT = "23"
               GO TO 8000-EXIT
           END-IF
           CLOSE PENDING-FILE-IO
           CLOSE FX-RATE-IO
           CLOSE JOURNAL-FILE-OUT
           DISPLAY "FXMAINT: " XM-ADD-COUNT " ADDED, "
               XM-CHANGE-COUNT " CHANGED, " XM-DELETE-COUNT
               " DELETED"
           DISPLAY "FXMAINT: " XM-SKIPPED-COUNT
               " ROWS NOT MINE OR NOT APPROVED"
           DISPLAY "FXMAINT: " XM-REFUSED-COUNT
               " REFUSED BY THE MAKER/CHECKER RULE"
           DISPLAY "FXMAINT: " XM-ERROR-COUNT " ERRORS"
           IF XM-ERROR-COUNT NOT = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-JOURNAL - ONE PERMANENT CHANGE-HISTORY ROW PER      *
      *                      MAINTENANCE ACTION APPLIED                *
      ******************************************************************
       9100-WRITE-JOURNAL.
           MOVE XM-RUN-DATE TO FJ-RUN-DATE
           MOVE PD-MAKER-ID TO FJ-USER-ID
           MOVE PD-ACTION-CODE TO FJ-ACTION-CODE
           MOVE PD-KEY(1:3) TO FJ-CURRENCY-CODE
           MOVE PD-EFF-DATE TO FJ-EFF-DATE
           MOVE XM-JRNL-BEFORE TO FJ-BEFORE-RATE
           MOVE XM-JRNL-AFTER TO FJ-AFTER-RATE
           MOVE PD-APPROVER-ID TO FJ-APPROVER-ID
           WRITE FX-JOURNAL-RECORD.
       END PROGRAM Fxmaint.
