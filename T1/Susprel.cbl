      ******************************************************************
      * PROGRAM-ID : SUSPREL
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Operator release of held suspense items, run on
      *              demand once a missing or inactive group, or a
      *              missing rate, has been put right on GROUPMST or
      *              CONSTFIL.  Only a user carrying the suspense
      *              release flag on USERPROF may run it (SIGNON,
      *              SECLOG as for PERCLOSE).  The current SUSPENSE
      *              generation is read and a new one (SUSPOUT)
      *              written.  An optional RELPARM record narrows the
      *              release:
      *                cols 1-4  reason code (GRPM, GRPI, RATE)
      *                cols 5-8  group code
      *              either left blank selects every value.  Each
      *              selected open item is validated again exactly
      *              as OPERATIONS would validate it on the business
      *              date: the group must be on GROUPMST and active,
      *              and a COM or TAX item must have its rate in
      *              effect on CONSTFIL.  An item that passes is
      *              marked released; SUSPINJ feeds it into the next
      *              supplementary run as a proper batch and SUSPCFWD
      *              drops it once that run has taken it.  An item
      *              that still fails stays open under its original
      *              reason and is listed with the reason found now
      *              (return code 4).  A refused run copies the
      *              generation through unchanged (return code 8).
      *              Do not run while NIGHTRUN is running.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original suspense release program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Susprel.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-PARM-IN ASSIGN TO "RELPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PARM-STATUS.

           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RUNCTL-STATUS.

           SELECT SUSPENSE-IN ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SUSP-IN-STATUS.

           SELECT SUSPENSE-OUT ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SUSP-OUT-STATUS.

           SELECT GROUP-FILE-IN ASSIGN TO "GROUPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GF-GROUP-CODE
               FILE STATUS IS SR-GROUP-STATUS.

           SELECT CONST-FILE-IN ASSIGN TO "CONSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RECORD-KEY
               FILE STATUS IS SR-CONST-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-ALERT-STATUS.

           SELECT SIGNON-FILE-IN ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SIGNON-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS SR-PROFILE-STATUS.

           SELECT SECURITY-LOG-OUT ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-PARM-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  RELEASE-PARM-RECORD.
           05  RP-REASON-CODE          PIC X(4).
           05  RP-GROUP-CODE           PIC X(4).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  SUSPENSE-IN
           RECORD CONTAINS 83 CHARACTERS.
           COPY SUSPREC.

       FD  SUSPENSE-OUT
           RECORD CONTAINS 83 CHARACTERS.
       01  SUSPENSE-OUT-RECORD         PIC X(83).

       FD  GROUP-FILE-IN.
           COPY GRPREC.

       FD  CONST-FILE-IN.
           COPY CONSTREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

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
       77  SR-PARM-STATUS              PIC X(2)  VALUE "00".
       77  SR-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SR-SUSP-IN-STATUS           PIC X(2)  VALUE "00".
       77  SR-SUSP-OUT-STATUS          PIC X(2)  VALUE "00".
       77  SR-GROUP-STATUS             PIC X(2)  VALUE "00".
       77  SR-CONST-STATUS             PIC X(2)  VALUE "00".
       77  SR-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SR-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  SR-SELECT-REASON            PIC X(4)  VALUE SPACES.
       77  SR-SELECT-GROUP             PIC X(4)  VALUE SPACES.
       77  SR-EOF-SWITCH               PIC X(1)  VALUE "N".
           88  SR-EOF-YES                        VALUE "Y".
       77  SR-RELEASE-SWITCH           PIC X(1)  VALUE "N".
           88  SR-RELEASE-ALLOWED                VALUE "Y".
       77  SR-MASTERS-SWITCH           PIC X(1)  VALUE "N".
           88  SR-MASTERS-OPEN                   VALUE "Y".
       77  SR-CURRENT-REASON           PIC X(4)  VALUE SPACES.
       77  SR-RATE-LOOKUP-KEY          PIC X(8)  VALUE SPACES.
       77  SR-RATE-FOUND-SWITCH        PIC X(1)  VALUE "N".
           88  SR-RATE-FOUND                     VALUE "Y".
       77  SR-SCAN-DONE-SWITCH         PIC X(1)  VALUE "N".
           88  SR-SCAN-DONE                      VALUE "Y".
       77  SR-READ-COUNT               PIC 9(7)  VALUE ZERO.
       77  SR-WRITE-COUNT              PIC 9(7)  VALUE ZERO.
       77  SR-SELECTED-COUNT           PIC 9(7)  VALUE ZERO.
       77  SR-RELEASED-COUNT           PIC 9(7)  VALUE ZERO.
       77  SR-REFUSED-COUNT            PIC 9(7)  VALUE ZERO.
       77  SR-WAITING-COUNT            PIC 9(7)  VALUE ZERO.
       77  SR-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SR-ALERT-TEXT               PIC X(40) VALUE SPACES.

       77  SR-SIGNON-STATUS            PIC X(2)  VALUE "00".
       77  SR-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  SR-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  SR-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       77  SR-AUTH-SWITCH              PIC X(1)  VALUE "N".
           88  SR-AUTHORIZED                     VALUE "Y".
       77  SR-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  SR-LOG-TIME                 PIC 9(6)  VALUE ZERO.
       77  SR-LOG-ACTION               PIC X(8)  VALUE SPACES.
       77  SR-LOG-DETAIL               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SR-EOF-YES
               PERFORM 2000-PROCESS-ITEM
                   UNTIL SR-EOF-YES
               PERFORM 8000-FINALIZE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CHECK-AUTHORITY - A RELEASE NEEDS THE SIGNED-ON (OR       *
      *                        SUBMITTING) USER TO CARRY THE SUSPENSE  *
      *                        RELEASE FLAG ON USERPROF; ANYTHING ELSE *
      *                        REFUSES THE RUN AND IS LOGGED TO SECLOG *
      ******************************************************************
       0100-CHECK-AUTHORITY.
           MOVE "N" TO SR-AUTH-SWITCH
           OPEN INPUT SIGNON-FILE-IN
           IF SR-SIGNON-STATUS = "00"
               READ SIGNON-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SO-USER-ID TO SR-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE-IN
           END-IF

           OPEN INPUT USER-PROFILE-IN
           IF SR-PROFILE-STATUS NOT = "00"
               DISPLAY "SUSPREL: UNABLE TO OPEN USERPROF STATUS="
                   SR-PROFILE-STATUS ", RUN REFUSED"
           ELSE
               MOVE SR-OPERATOR-ID TO UP-USER-ID
               READ USER-PROFILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-ACTIVE AND UP-MAY-SUSPREL
                           SET SR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE USER-PROFILE-IN
           END-IF

           IF SR-AUTHORIZED
               MOVE "INVOKE" TO SR-LOG-ACTION
               MOVE SPACES TO SR-LOG-DETAIL
           ELSE
               DISPLAY "SUSPREL: USER '" SR-OPERATOR-ID
                   "' IS NOT AUTHORIZED FOR THIS FUNCTION, "
                   "RUN REFUSED"
               MOVE "REFUSED" TO SR-LOG-ACTION
               MOVE "NOT AUTHORIZED" TO SR-LOG-DETAIL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0150-WRITE-SECURITY-LOG.

       0150-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-OUT
           IF SR-SECLOG-STATUS = "00"
               ACCEPT SR-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SR-LOG-TIME FROM TIME
               MOVE SR-LOG-DATE TO SL-LOG-DATE
               MOVE SR-LOG-TIME TO SL-LOG-TIME
               MOVE SR-OPERATOR-ID TO SL-USER-ID
               MOVE "SUSPREL" TO SL-PROGRAM-NAME
               MOVE SR-LOG-ACTION TO SL-ACTION
               MOVE SR-LOG-DETAIL TO SL-DETAIL
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-OUT
           ELSE
               DISPLAY "SUSPREL: UNABLE TO OPEN SECLOG STATUS="
                   SR-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, SELECTION AND AUTHORITY, THEN *
      *                   THE SUSPENSE GENERATIONS AND THE MASTERS.    *
      *                   WITHOUT A USABLE SELECTION, AUTHORITY OR THE *
      *                   MASTERS THE GENERATION IS STILL COPIED       *
      *                   THROUGH, SO THE NEW ONE IS NEVER LEFT EMPTY  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE

           OPEN INPUT RELEASE-PARM-IN
           IF SR-PARM-STATUS = "00"
               READ RELEASE-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-REASON-CODE TO SR-SELECT-REASON
                       MOVE RP-GROUP-CODE TO SR-SELECT-GROUP
               END-READ
               CLOSE RELEASE-PARM-IN
           END-IF
           IF SR-SELECT-REASON NOT = SPACES
                   AND SR-SELECT-REASON NOT = "GRPM"
                   AND SR-SELECT-REASON NOT = "GRPI"
                   AND SR-SELECT-REASON NOT = "RATE"
               DISPLAY "SUSPREL: RELPARM REASON '" SR-SELECT-REASON
                   "' IS NOT A SUSPENSE REASON, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SUSPREL: BUSINESS DATE " SR-RUN-DATE
                   " REASON '" SR-SELECT-REASON
                   "' GROUP '" SR-SELECT-GROUP "' (BLANK = ALL)"
               PERFORM 0100-CHECK-AUTHORITY
           END-IF

           OPEN INPUT SUSPENSE-IN
           IF SR-SUSP-IN-STATUS NOT = "00"
               DISPLAY "SUSPREL: NO SUSPENSE GENERATION STATUS="
                   SR-SUSP-IN-STATUS ", NOTHING HELD"
               OPEN OUTPUT SUSPENSE-OUT
               IF SR-SUSP-OUT-STATUS = "00"
                   CLOSE SUSPENSE-OUT
               END-IF
               SET SR-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT SUSPENSE-OUT
           IF SR-SUSP-OUT-STATUS NOT = "00"
               DISPLAY "SUSPREL: UNABLE TO OPEN SUSPOUT STATUS="
                   SR-SUSP-OUT-STATUS
               CLOSE SUSPENSE-IN
               MOVE "C" TO SR-ALERT-SEVERITY
               MOVE "SUSPREL FAILED, SUSPOUT OPEN"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               SET SR-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF

           IF NOT SR-AUTHORIZED
               DISPLAY "SUSPREL: SUSPENSE CARRIED FORWARD UNCHANGED"
               PERFORM 2100-READ-SUSPENSE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT GROUP-FILE-IN
           IF SR-GROUP-STATUS NOT = "00"
               DISPLAY "SUSPREL: UNABLE TO OPEN GROUPMST STATUS="
                   SR-GROUP-STATUS
           ELSE
               OPEN INPUT CONST-FILE-IN
               IF SR-CONST-STATUS NOT = "00"
                   DISPLAY "SUSPREL: UNABLE TO OPEN CONSTFIL STATUS="
                       SR-CONST-STATUS
                   CLOSE GROUP-FILE-IN
               ELSE
                   SET SR-MASTERS-OPEN TO TRUE
                   SET SR-RELEASE-ALLOWED TO TRUE
               END-IF
           END-IF
           IF NOT SR-MASTERS-OPEN
               DISPLAY "SUSPREL: NOTHING CAN BE VALIDATED, SUSPENSE "
                   "CARRIED FORWARD UNCHANGED"
               MOVE "C" TO SR-ALERT-SEVERITY
               MOVE "SUSPREL FAILED, MASTER FILE OPEN"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 2100-READ-SUSPENSE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE COMES FROM *
      *                          THE RUNCTL RECORD RUNGATE WRITES;     *
      *                          WITHOUT ONE THE SYSTEM DATE SERVES.   *
      *                          RATES ARE JUDGED IN EFFECT ON IT      *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF SR-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO SR-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 2000-PROCESS-ITEM - A SELECTED OPEN ITEM IS VALIDATED AGAIN    *
      *                     AND RELEASED IF IT NOW PASSES; EVERY ITEM  *
      *                     IS WRITTEN TO THE NEW GENERATION           *
      ******************************************************************
       2000-PROCESS-ITEM.
           IF SR-RELEASE-ALLOWED
               IF SU-RELEASED
                   ADD 1 TO SR-WAITING-COUNT
               ELSE
                   IF (SR-SELECT-REASON = SPACES
                           OR SR-SELECT-REASON = SU-REASON-CODE)
                       AND (SR-SELECT-GROUP = SPACES
                           OR SR-SELECT-GROUP = SU-GROUP-CODE)
                       ADD 1 TO SR-SELECTED-COUNT
                       PERFORM 2200-REVALIDATE-ITEM
                   END-IF
               END-IF
           END-IF

           MOVE SUSPENSE-RECORD TO SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           IF SR-SUSP-OUT-STATUS = "00"
               ADD 1 TO SR-WRITE-COUNT
           ELSE
               DISPLAY "SUSPREL: SUSPOUT WRITE FAILED STATUS="
                   SR-SUSP-OUT-STATUS " KEY " SU-KEY
           END-IF
           PERFORM 2100-READ-SUSPENSE.

       2100-READ-SUSPENSE.
           READ SUSPENSE-IN
               AT END
                   SET SR-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO SR-READ-COUNT
           END-READ.

      ******************************************************************
      * 2200-REVALIDATE-ITEM - THE OPERATIONS GROUP AND RATE EDITS,    *
      *                        IN THE SAME ORDER; THE FIRST ONE THAT   *
      *                        FAILS IS THE CURRENT REASON             *
      ******************************************************************
       2200-REVALIDATE-ITEM.
           MOVE SPACES TO SR-CURRENT-REASON
           MOVE SU-GROUP-CODE TO GF-GROUP-CODE
           READ GROUP-FILE-IN
               INVALID KEY
                   MOVE "GRPM" TO SR-CURRENT-REASON
               NOT INVALID KEY
                   IF NOT GF-ACTIVE
                       MOVE "GRPI" TO SR-CURRENT-REASON
                   END-IF
           END-READ

           IF SR-CURRENT-REASON = SPACES
                   AND (SU-OP-CODE = "COM " OR "TAX ")
               IF SU-OP-CODE = "COM "
                   MOVE "COMRATE" TO SR-RATE-LOOKUP-KEY
               ELSE
                   MOVE "TAXRATE" TO SR-RATE-LOOKUP-KEY
               END-IF
               PERFORM 2300-LOOKUP-EFFECTIVE-RATE
               IF NOT SR-RATE-FOUND
                   MOVE "RATE" TO SR-CURRENT-REASON
               END-IF
           END-IF

           IF SR-CURRENT-REASON = SPACES
               SET SU-RELEASED TO TRUE
               MOVE SR-RUN-DATE TO SU-RELEASE-DATE
               ADD 1 TO SU-RELEASE-COUNT
               ADD 1 TO SR-RELEASED-COUNT
               DISPLAY "SUSPREL: RELEASED      KEY " SU-KEY
                   " GROUP " SU-GROUP-CODE " OP " SU-OP-CODE
                   " REASON " SU-REASON-CODE
                   " FIRST SUSPENDED " SU-FIRST-SUSPENDED
           ELSE
               ADD 1 TO SR-REFUSED-COUNT
               DISPLAY "SUSPREL: STILL REFUSED KEY " SU-KEY
                   " GROUP " SU-GROUP-CODE " OP " SU-OP-CODE
                   " REASON " SU-REASON-CODE
                   " NOW " SR-CURRENT-REASON
           END-IF.

      ******************************************************************
      * 2300-LOOKUP-EFFECTIVE-RATE - BROWSE THE RATE KEY'S RECORDS IN  *
      *                              EFFECTIVE-DATE ORDER; A RECORD ON *
      *                              OR BEFORE THE BUSINESS DATE MEANS *
      *                              THE RATE IS IN EFFECT             *
      ******************************************************************
       2300-LOOKUP-EFFECTIVE-RATE.
           MOVE "N" TO SR-RATE-FOUND-SWITCH
           MOVE "N" TO SR-SCAN-DONE-SWITCH
           MOVE SR-RATE-LOOKUP-KEY TO CF-KEY
           MOVE ZERO TO CF-EFF-DATE
           START CONST-FILE-IN
               KEY IS NOT LESS THAN CF-RECORD-KEY
               INVALID KEY
                   SET SR-SCAN-DONE TO TRUE
           END-START
           PERFORM 2310-SCAN-NEXT-RATE
               UNTIL SR-SCAN-DONE.

       2310-SCAN-NEXT-RATE.
           READ CONST-FILE-IN NEXT RECORD
               AT END
                   SET SR-SCAN-DONE TO TRUE
               NOT AT END
                   IF CF-KEY NOT = SR-RATE-LOOKUP-KEY
                           OR CF-EFF-DATE > SR-RUN-DATE
                       SET SR-SCAN-DONE TO TRUE
                   ELSE
                       SET SR-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 8000-FINALIZE - CLOSE UP, LOG THE RELEASE AND REPORT THE       *
      *                 COUNTS                                         *
      ******************************************************************
       8000-FINALIZE.
           CLOSE SUSPENSE-IN
           CLOSE SUSPENSE-OUT
           IF SR-MASTERS-OPEN
               CLOSE GROUP-FILE-IN
               CLOSE CONST-FILE-IN
           END-IF

           IF SR-RELEASED-COUNT NOT = ZERO
               MOVE "RELEASE" TO SR-LOG-ACTION
               MOVE SPACES TO SR-LOG-DETAIL
               STRING SR-RELEASED-COUNT " ITEMS"
                   DELIMITED BY SIZE INTO SR-LOG-DETAIL
               PERFORM 0150-WRITE-SECURITY-LOG
           END-IF

           DISPLAY "SUSPREL: " SR-READ-COUNT " SUSPENSE ITEMS READ, "
               SR-WRITE-COUNT " WRITTEN TO THE NEW GENERATION"
           IF SR-RELEASE-ALLOWED
               DISPLAY "SUSPREL: " SR-SELECTED-COUNT
                   " OPEN ITEMS SELECTED, " SR-RELEASED-COUNT
                   " RELEASED, " SR-REFUSED-COUNT " STILL REFUSED"
               DISPLAY "SUSPREL: " SR-WAITING-COUNT
                   " ITEMS ALREADY RELEASED, AWAITING A "
                   "SUPPLEMENTARY RUN"
               IF SR-RELEASED-COUNT NOT = ZERO
                   DISPLAY "SUSPREL: RELEASED ITEMS ENTER THE NEXT "
                       "SUPPLEMENTARY RUN"
               END-IF
           END-IF

           IF SR-WRITE-COUNT NOT = SR-READ-COUNT
               MOVE "C" TO SR-ALERT-SEVERITY
               MOVE "SUSPREL SUSPOUT WRITE ERRORS"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SR-REFUSED-COUNT NOT = ZERO
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF SR-ALERT-STATUS = "00"
               MOVE SR-RUN-DATE TO AL-RUN-DATE
               MOVE "SUSPREL" TO AL-PROGRAM-NAME
               MOVE SR-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SR-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "SUSPREL: UNABLE TO OPEN ALERTOUT STATUS="
                   SR-ALERT-STATUS
           END-IF.
       END PROGRAM Susprel.
