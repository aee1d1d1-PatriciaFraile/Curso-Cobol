      ******************************************************************
      * PROGRAM-ID : USRSWEEP
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Nightly inactivity sweep over the USERPROF
      *              operator profiles.  The SECLOG security log is
      *              read through first for the latest date each id
      *              was seen signing on: a MENUDRV SIGNON row, or an
      *              INVOKE row written when a batch function ran
      *              under the id on the SIGNON file.  Every active
      *              profile is then aged on the days since the later
      *              of that date and UP-LAST-MAINT-DATE (the date
      *              USRMAINT last added, changed or reinstated it);
      *              a profile idle for at least the USRSPARM limit
      *              (cols 1-5, default [90] days) is suspended --
      *              UP-ACTIVE-FLAG "N", flags left as they are -- and
      *              logged to SECLOG as PROFSUSP under its own id.
      *              Getting back in takes a reinstatement request
      *              through USRMAINT under dual control.
      *              The sweep never suspends a security
      *              administrator when that would leave fewer than
      *              two active ones, since two are needed to approve
      *              any profile change; it raises a warning alert
      *              instead.  Nothing is suspended when SECLOG
      *              cannot be read or holds no sign-on at all, or
      *              when more ids are seen than the table holds:
      *              suspending on missing evidence would lock the
      *              whole floor out.  The suspension register is on
      *              SYSOUT, with a warning alert when anyone was
      *              suspended.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original profile inactivity sweep.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Usrsweep.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-RUNCTL-STATUS.

           SELECT SWEEP-PARM-IN ASSIGN TO "USRSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-PARM-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-SECLOG-STATUS.

           SELECT USER-PROFILE-IO ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS UW-PROFILE-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  SWEEP-PARM-IN
           RECORD CONTAINS 5 CHARACTERS.
       01  SWEEP-PARM-RECORD.
           05  SP-INACTIVE-DAYS        PIC 9(5).

       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       FD  USER-PROFILE-IO.
           COPY USRPREC.

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  UW-SEEN-TABLE.
           05  UW-ST-ENTRY OCCURS 500 TIMES.
               10  UW-ST-USER-ID       PIC X(8).
               10  UW-ST-LAST-DATE     PIC 9(8).

       01  UW-SUSPEND-LINE.
           05  FILLER                  PIC X(10) VALUE "USRSWEEP: ".
           05  UW-SL-ACTION            PIC X(9).
           05  FILLER                  PIC X(6)  VALUE " USER ".
           05  UW-SL-USER-ID           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  UW-SL-USER-NAME         PIC X(20).
           05  FILLER                  PIC X(11) VALUE " LAST SEEN ".
           05  UW-SL-LAST-SEEN         PIC X(8).
           05  FILLER                  PIC X(6)  VALUE " DAYS ".
           05  UW-SL-DAYS              PIC ZZZZ9.

       77  UW-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  UW-PARM-STATUS              PIC X(2)  VALUE "00".
       77  UW-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  UW-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  UW-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  UW-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  UW-RUN-INTEGER              PIC 9(7)  VALUE ZERO.
       77  UW-INACTIVE-DAYS            PIC 9(5)  VALUE 90.
       77  UW-DAYS-IDLE                PIC 9(5)  VALUE ZERO.
       77  UW-LAST-SEEN                PIC 9(8)  VALUE ZERO.
       77  UW-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  UW-ABORT                          VALUE "Y".
       77  UW-LOG-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  UW-LOG-EOF-YES                    VALUE "Y".
       77  UW-PROFILE-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  UW-PROFILE-EOF-YES                VALUE "Y".
       77  UW-SEEN-HIT-SWITCH          PIC X(1)  VALUE "N".
           88  UW-SEEN-HIT                       VALUE "Y".
       77  UW-SEEN-FULL-SWITCH         PIC X(1)  VALUE "N".
           88  UW-SEEN-FULL                      VALUE "Y".
       77  UW-SEEN-COUNT               PIC 9(3)  VALUE ZERO.
       77  UW-SEEN-SUB                 PIC 9(3)  VALUE ZERO.
       77  UW-LOG-ROWS-READ            PIC 9(7)  VALUE ZERO.
       77  UW-SIGNON-ROWS-READ         PIC 9(7)  VALUE ZERO.
       77  UW-PROFILES-READ            PIC 9(5)  VALUE ZERO.
       77  UW-ACTIVE-COUNT             PIC 9(5)  VALUE ZERO.
       77  UW-INACTIVE-COUNT           PIC 9(5)  VALUE ZERO.
       77  UW-ADMIN-COUNT              PIC 9(5)  VALUE ZERO.
       77  UW-SUSPENDED-COUNT          PIC 9(5)  VALUE ZERO.
       77  UW-KEPT-ADMIN-COUNT         PIC 9(5)  VALUE ZERO.
       77  UW-UPDATE-ERROR-COUNT       PIC 9(5)  VALUE ZERO.
       77  UW-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  UW-ALERT-TEXT               PIC X(40) VALUE SPACES.
       77  UW-FIND-ID                  PIC X(8)  VALUE SPACES.
       77  UW-LOG-DATE                 PIC 9(8)  VALUE ZERO.
       77  UW-LOG-TIME                 PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT UW-ABORT
               PERFORM 2000-SWEEP-ONE-PROFILE
                   UNTIL UW-PROFILE-EOF-YES
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE LIMIT, THE LAST SIGN-ON   *
      *                   OF EVERY ID ON SECLOG, THE ACTIVE SECURITY   *
      *                   ADMINISTRATOR COUNT, THEN USERPROF FOR       *
      *                   UPDATE                                       *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1200-GET-LIMIT
           COMPUTE UW-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(UW-RUN-DATE)

           PERFORM 1300-LOAD-LAST-SIGNONS
           IF UW-SECLOG-STATUS NOT = "00" AND NOT = "10"
               DISPLAY "USRSWEEP: UNABLE TO READ SECLOG STATUS="
                   UW-SECLOG-STATUS ", NO PROFILE SWEPT"
               MOVE "SECLOG UNREADABLE, PROFILE SWEEP SKIPPED"
                   TO UW-ALERT-TEXT
               PERFORM 1900-SKIP-SWEEP
               GO TO 1000-EXIT
           END-IF
           IF UW-SIGNON-ROWS-READ = ZERO
               DISPLAY "USRSWEEP: NO SIGN-ON ON SECLOG, NO PROFILE "
                   "SWEPT"
               MOVE "NO SIGN-ON ON SECLOG, SWEEP SKIPPED"
                   TO UW-ALERT-TEXT
               PERFORM 1900-SKIP-SWEEP
               GO TO 1000-EXIT
           END-IF
           IF UW-SEEN-FULL
               DISPLAY "USRSWEEP: MORE THAN 500 IDS ON SECLOG, NO "
                   "PROFILE SWEPT"
               MOVE "SECLOG ID TABLE FULL, SWEEP SKIPPED"
                   TO UW-ALERT-TEXT
               PERFORM 1900-SKIP-SWEEP
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT USER-PROFILE-IO
           IF UW-PROFILE-STATUS NOT = "00"
               DISPLAY "USRSWEEP: UNABLE TO OPEN USERPROF STATUS="
                   UW-PROFILE-STATUS
               MOVE "PROFILE SWEEP FAILED, USERPROF OPEN"
                   TO UW-ALERT-TEXT
               PERFORM 1950-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-COUNT-ONE-ADMINISTRATOR
               UNTIL UW-PROFILE-EOF-YES
           CLOSE USER-PROFILE-IO

           MOVE "N" TO UW-PROFILE-EOF-SWITCH
           OPEN I-O USER-PROFILE-IO
           IF UW-PROFILE-STATUS NOT = "00"
               DISPLAY "USRSWEEP: UNABLE TO OPEN USERPROF STATUS="
                   UW-PROFILE-STATUS
               MOVE "PROFILE SWEEP FAILED, USERPROF OPEN"
                   TO UW-ALERT-TEXT
               PERFORM 1950-ABANDON-RUN
               GO TO 1000-EXIT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "USRSWEEP: PROFILE INACTIVITY SWEEP FOR "
               UW-RUN-DATE
           DISPLAY "USRSWEEP: SUSPENDING AFTER " UW-INACTIVE-DAYS
               " DAYS WITHOUT A SIGN-ON, " UW-SEEN-COUNT
               " IDS SEEN ON SECLOG"
           DISPLAY "=================================================="
           PERFORM 2100-READ-PROFILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE COMES      *
      *                          FROM THE RUNCTL RECORD RUNGATE        *
      *                          WRITES; WITHOUT ONE (AN ON-DEMAND     *
      *                          RUN) THE SYSTEM DATE SERVES           *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT UW-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CTL-IN
           IF UW-RUNCTL-STATUS = "00"
               READ RUN-CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE NOT = ZERO
                           MOVE BD-BUSINESS-DATE TO UW-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1200-GET-LIMIT - THE OPTIONAL USRSPARM RECORD; A MISSING OR    *
      *                  UNUSABLE LIMIT KEEPS THE DEFAULT              *
      ******************************************************************
       1200-GET-LIMIT.
           OPEN INPUT SWEEP-PARM-IN
           IF UW-PARM-STATUS = "00"
               READ SWEEP-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-INACTIVE-DAYS IS NUMERIC
                               AND SP-INACTIVE-DAYS > ZERO
                           MOVE SP-INACTIVE-DAYS TO UW-INACTIVE-DAYS
                       ELSE
                           DISPLAY "USRSWEEP: USRSPARM LIMIT '"
                               SWEEP-PARM-RECORD
                               "' NOT USABLE, DEFAULT KEPT"
                       END-IF
               END-READ
               CLOSE SWEEP-PARM-IN
           END-IF.

      ******************************************************************
      * 1300-LOAD-LAST-SIGNONS - THE LATEST SIGNON OR INVOKE DATE OF   *
      *                          EVERY ID ON SECLOG                    *
      ******************************************************************
       1300-LOAD-LAST-SIGNONS.
           OPEN INPUT SECURITY-LOG-FILE
           IF UW-SECLOG-STATUS = "00"
               PERFORM 1310-READ-SECURITY-LOG
               PERFORM 1320-NOTE-ONE-LOG-ROW
                   UNTIL UW-LOG-EOF-YES
               CLOSE SECURITY-LOG-FILE
           END-IF.

       1310-READ-SECURITY-LOG.
           READ SECURITY-LOG-FILE
               AT END
                   SET UW-LOG-EOF-YES TO TRUE
           END-READ.

       1320-NOTE-ONE-LOG-ROW.
           ADD 1 TO UW-LOG-ROWS-READ
           IF (SL-ACTION = "SIGNON" OR SL-ACTION = "INVOKE")
                   AND SL-LOG-DATE IS NUMERIC
                   AND SL-USER-ID NOT = SPACES
               ADD 1 TO UW-SIGNON-ROWS-READ
               MOVE SL-USER-ID TO UW-FIND-ID
               PERFORM 1330-FIND-SEEN-ENTRY
               IF UW-SEEN-HIT
                   IF SL-LOG-DATE > UW-ST-LAST-DATE(UW-SEEN-SUB)
                       MOVE SL-LOG-DATE
                           TO UW-ST-LAST-DATE(UW-SEEN-SUB)
                   END-IF
               ELSE
                   IF UW-SEEN-COUNT < 500
                       ADD 1 TO UW-SEEN-COUNT
                       MOVE SL-USER-ID TO UW-ST-USER-ID(UW-SEEN-COUNT)
                       MOVE SL-LOG-DATE
                           TO UW-ST-LAST-DATE(UW-SEEN-COUNT)
                   ELSE
                       SET UW-SEEN-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 1310-READ-SECURITY-LOG.

       1330-FIND-SEEN-ENTRY.
           MOVE "N" TO UW-SEEN-HIT-SWITCH
           MOVE ZERO TO UW-SEEN-SUB
           PERFORM 1340-MATCH-SEEN-ENTRY
               UNTIL UW-SEEN-HIT OR UW-SEEN-SUB = UW-SEEN-COUNT.

       1340-MATCH-SEEN-ENTRY.
           ADD 1 TO UW-SEEN-SUB
           IF UW-ST-USER-ID(UW-SEEN-SUB) = UW-FIND-ID
               SET UW-SEEN-HIT TO TRUE
           END-IF.

       1400-COUNT-ONE-ADMINISTRATOR.
           READ USER-PROFILE-IO NEXT RECORD
               AT END
                   SET UW-PROFILE-EOF-YES TO TRUE
               NOT AT END
                   IF UP-ACTIVE AND UP-MAY-SECADMIN
                       ADD 1 TO UW-ADMIN-COUNT
                   END-IF
           END-READ.

       1900-SKIP-SWEEP.
           MOVE "W" TO UW-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 4 TO RETURN-CODE
           SET UW-ABORT TO TRUE.

       1950-ABANDON-RUN.
           MOVE "C" TO UW-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 8 TO RETURN-CODE
           SET UW-ABORT TO TRUE.

      ******************************************************************
      * 2000-SWEEP-ONE-PROFILE - AGE AN ACTIVE PROFILE ON ITS LAST     *
      *                          SIGN-ON OR MAINTENANCE AND SUSPEND IT *
      *                          ONCE IT HAS BEEN IDLE TOO LONG        *
      ******************************************************************
       2000-SWEEP-ONE-PROFILE.
           ADD 1 TO UW-PROFILES-READ
           IF NOT UP-ACTIVE
               ADD 1 TO UW-INACTIVE-COUNT
           ELSE
               ADD 1 TO UW-ACTIVE-COUNT
               PERFORM 2200-AGE-PROFILE
               IF UW-DAYS-IDLE NOT < UW-INACTIVE-DAYS
                   PERFORM 2300-SUSPEND-PROFILE
               END-IF
           END-IF
           PERFORM 2100-READ-PROFILE.

       2100-READ-PROFILE.
           READ USER-PROFILE-IO NEXT RECORD
               AT END
                   SET UW-PROFILE-EOF-YES TO TRUE
           END-READ.

       2200-AGE-PROFILE.
           MOVE ZERO TO UW-LAST-SEEN
           MOVE UP-USER-ID TO UW-FIND-ID
           PERFORM 1330-FIND-SEEN-ENTRY
           IF UW-SEEN-HIT
               MOVE UW-ST-LAST-DATE(UW-SEEN-SUB) TO UW-LAST-SEEN
           END-IF
           IF UP-LAST-MAINT-DATE IS NUMERIC
                   AND UP-LAST-MAINT-DATE > UW-LAST-SEEN
               MOVE UP-LAST-MAINT-DATE TO UW-LAST-SEEN
           END-IF

           EVALUATE TRUE
               WHEN UW-LAST-SEEN = ZERO
                   MOVE 99999 TO UW-DAYS-IDLE
               WHEN UW-LAST-SEEN NOT < UW-RUN-DATE
                   MOVE ZERO TO UW-DAYS-IDLE
               WHEN OTHER
                   COMPUTE UW-DAYS-IDLE = UW-RUN-INTEGER
                       - FUNCTION INTEGER-OF-DATE(UW-LAST-SEEN)
           END-EVALUATE.

      ******************************************************************
      * 2300-SUSPEND-PROFILE - REWRITE THE PROFILE INACTIVE AND LOG IT *
      *                        UNDER ITS OWN ID; THE LAST TWO ACTIVE   *
      *                        SECURITY ADMINISTRATORS ARE KEPT        *
      ******************************************************************
       2300-SUSPEND-PROFILE.
           MOVE UP-USER-ID TO UW-SL-USER-ID
           MOVE UP-USER-NAME TO UW-SL-USER-NAME
           IF UW-LAST-SEEN = ZERO
               MOVE "NEVER" TO UW-SL-LAST-SEEN
           ELSE
               MOVE UW-LAST-SEEN TO UW-SL-LAST-SEEN
           END-IF
           MOVE UW-DAYS-IDLE TO UW-SL-DAYS

           IF UP-MAY-SECADMIN AND UW-ADMIN-COUNT NOT > 2
               MOVE "KEPT" TO UW-SL-ACTION
               DISPLAY UW-SUSPEND-LINE
               DISPLAY "USRSWEEP:   LEFT ACTIVE, FEWER THAN TWO "
                   "SECURITY ADMINISTRATORS WOULD REMAIN"
               ADD 1 TO UW-KEPT-ADMIN-COUNT
               MOVE "W" TO UW-ALERT-SEVERITY
               MOVE SPACES TO UW-ALERT-TEXT
               STRING "SECADMIN " UP-USER-ID
                       " IDLE, KEPT ACTIVE"
                   DELIMITED BY SIZE INTO UW-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
           ELSE
               MOVE "N" TO UP-ACTIVE-FLAG
               REWRITE USER-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY "USRSWEEP: REWRITE FAILED ON "
                           UP-USER-ID " STATUS=" UW-PROFILE-STATUS
                       ADD 1 TO UW-UPDATE-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE "SUSPENDED" TO UW-SL-ACTION
                       DISPLAY UW-SUSPEND-LINE
                       ADD 1 TO UW-SUSPENDED-COUNT
                       IF UP-MAY-SECADMIN
                           SUBTRACT 1 FROM UW-ADMIN-COUNT
                       END-IF
                       PERFORM 2400-LOG-SUSPENSION
               END-REWRITE
           END-IF.

       2400-LOG-SUSPENSION.
           OPEN EXTEND SECURITY-LOG-FILE
           IF UW-SECLOG-STATUS = "00"
               ACCEPT UW-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT UW-LOG-TIME FROM TIME
               MOVE UW-LOG-DATE TO SL-LOG-DATE
               MOVE UW-LOG-TIME TO SL-LOG-TIME
               MOVE UP-USER-ID TO SL-USER-ID
               MOVE "USRSWEEP" TO SL-PROGRAM-NAME
               MOVE "PROFSUSP" TO SL-ACTION
               MOVE SPACES TO SL-DETAIL
               IF UW-LAST-SEEN = ZERO
                   MOVE "NEVER SIGNED ON" TO SL-DETAIL
               ELSE
                   STRING "IDLE " UW-DAYS-IDLE " DAYS"
                       DELIMITED BY SIZE INTO SL-DETAIL
                   END-STRING
               END-IF
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "USRSWEEP: UNABLE TO OPEN SECLOG STATUS="
                   UW-SECLOG-STATUS
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - CLOSE USERPROF, REPORT THE SWEEP AND RAISE    *
      *                  THE ALERTS                                    *
      ******************************************************************
       8000-TERMINATE.
           CLOSE USER-PROFILE-IO

           DISPLAY "=================================================="
           DISPLAY "USRSWEEP: " UW-LOG-ROWS-READ " SECLOG ROWS READ, "
               UW-SIGNON-ROWS-READ " SIGN-ONS"
           DISPLAY "USRSWEEP: " UW-PROFILES-READ " PROFILES READ, "
               UW-ACTIVE-COUNT " ACTIVE, " UW-INACTIVE-COUNT
               " ALREADY INACTIVE"
           DISPLAY "USRSWEEP: " UW-SUSPENDED-COUNT
               " PROFILES SUSPENDED FOR INACTIVITY"
           DISPLAY "USRSWEEP: " UW-KEPT-ADMIN-COUNT
               " IDLE SECURITY ADMINISTRATORS KEPT ACTIVE"

           IF UW-UPDATE-ERROR-COUNT NOT = ZERO
               DISPLAY "USRSWEEP: " UW-UPDATE-ERROR-COUNT
                   " USERPROF UPDATE ERRORS"
               MOVE "C" TO UW-ALERT-SEVERITY
               MOVE "PROFILE SWEEP USERPROF UPDATE ERRORS"
                   TO UW-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF UW-SUSPENDED-COUNT NOT = ZERO
               MOVE "W" TO UW-ALERT-SEVERITY
               MOVE SPACES TO UW-ALERT-TEXT
               STRING UW-SUSPENDED-COUNT
                       " PROFILES SUSPENDED, IDLE"
                   DELIMITED BY SIZE INTO UW-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-WRITE-ALERT - APPEND ONE SEVERITY-CODED LINE TO THE       *
      *                    COMMON ALERTOUT FILE FOR THE MONITORING     *
      *                    BRIDGE                                      *
      ******************************************************************
       9000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE-OUT
           IF UW-ALERT-STATUS = "00"
               MOVE UW-RUN-DATE TO AL-RUN-DATE
               MOVE "USRSWEEP" TO AL-PROGRAM-NAME
               MOVE UW-ALERT-SEVERITY TO AL-SEVERITY
               MOVE UW-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "USRSWEEP: UNABLE TO OPEN ALERTOUT STATUS="
                   UW-ALERT-STATUS
           END-IF.
       END PROGRAM Usrsweep.
