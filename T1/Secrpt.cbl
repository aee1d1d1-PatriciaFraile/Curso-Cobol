      ******************************************************************
      * PROGRAM-ID : SECRPT
      *
      * AUTHOR     : R. ALONSO
      * INSTALLATION : CURSO-COBOL TRAINING SHOP
      * DATE-WRITTEN : 2026-10-15
      * DATE-COMPILED:
      *
      * REMARKS    : Security review of the SECLOG security log, so
      *              audit is shown that access is looked at instead
      *              of being handed the raw file.  Two listings:
      *              SECRPT - the daily exceptions report, every
      *                night, over the SECLOG rows dated the report
      *                date (the business date; rows logged after
      *                midnight by the night's own steps carry the
      *                next day's date and fall on the next report):
      *                  1. denied sign-ons, denied functions and
      *                     refusals by the sensitive programs;
      *                  2. repeated failures: every user whose
      *                     denials and refusals for the day reach
      *                     the failure limit (refused USRMAINT
      *                     requests are listed under 1 but not
      *                     counted here -- they are not attempts
      *                     by the user they name);
      *                  3. MENUDRV sign-ons outside business hours;
      *                  4. use of the sensitive functions (every
      *                     INVOKE of a program needing the APPROVE
      *                     flag or a later one on USERPROF: approval,
      *                     maintenance, backout, period control,
      *                     suspense release, risk desk, recovery,
      *                     profile maintenance) and every profile
      *                     change, grant, revoke, approval and
      *                     rejection logged.
      *              RECERT - the quarterly access recertification,
      *                on the LAST RUNCAL date of a calendar quarter
      *                in a full run, or on demand: every USERPROF
      *                profile with each function flag it holds and
      *                the last date that flag was used (the latest
      *                INVOKE on SECLOG by the user of a program the
      *                flag entitles, see USRFTAB), a flag not used
      *                since the quarter began marked for the
      *                manager's attention, and a sign-off line per
      *                user.  Removal goes through USRMAINT under dual
      *                control.  The listing is appended to RECERT
      *                and kept as the review evidence.
      *              The optional SECRPARM record:
      *                col  1     blank - recertify at quarter end
      *                           Q     - recertify now
      *                           D     - exceptions report only
      *                cols  2-9  report date (zeros = business date)
      *                cols 10-11 repeated-failure limit (default 3)
      *                cols 12-15 business hours from HHMM (0700)
      *                cols 16-19 business hours to HHMM (1900)
      *              A warning alert is raised for any user at the
      *              failure limit and when a recertification is
      *              due; return code 4 when SECLOG, USERPROF, RUNCAL
      *              or a listing could not be used.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original security review and access
      *                     recertification report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Secrpt.
       AUTHOR. R. ALONSO.
       INSTALLATION. CURSO-COBOL TRAINING SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RUNCTL-STATUS.

           SELECT CALENDAR-FILE-IN ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-CALENDAR-STATUS.

           SELECT REPORT-PARM-IN ASSIGN TO "SECRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-PARM-STATUS.

           SELECT SECURITY-LOG-IN ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-SECLOG-STATUS.

           SELECT USER-PROFILE-IN ASSIGN TO "USERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-USER-ID
               FILE STATUS IS SR-PROFILE-STATUS.

           SELECT EXCEPTION-REPORT-OUT ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-REPORT-STATUS.

           SELECT RECERT-REPORT-OUT ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RECERT-STATUS.

           SELECT ALERT-FILE-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
           COPY RUNCREC.

       FD  CALENDAR-FILE-IN
           RECORD CONTAINS 8 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CA-PROCESS-DATE         PIC 9(8).

       FD  REPORT-PARM-IN
           RECORD CONTAINS 19 CHARACTERS.
       01  REPORT-PARM-RECORD.
           05  RP-REPORT-MODE          PIC X(1).
           05  RP-REPORT-DATE          PIC 9(8).
           05  RP-FAILURE-LIMIT        PIC 9(2).
           05  RP-DAY-START            PIC 9(4).
           05  RP-DAY-END              PIC 9(4).

       FD  SECURITY-LOG-IN
           RECORD CONTAINS 62 CHARACTERS.
           COPY SECLREC.

       FD  USER-PROFILE-IN.
           COPY USRPREC.

       FD  EXCEPTION-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-PRINT-LINE        PIC X(132).

       FD  RECERT-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECERT-PRINT-LINE           PIC X(132).

       FD  ALERT-FILE-OUT
           RECORD CONTAINS 61 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY USRFTAB.

       01  SR-REPORT-DATE-GROUP.
           05  SR-RD-YEAR              PIC 9(4).
           05  SR-RD-MONTH             PIC 9(2).
           05  SR-RD-DAY               PIC 9(2).
       01  SR-REPORT-DATE REDEFINES SR-REPORT-DATE-GROUP
                                       PIC 9(8).

       01  SR-CAL-DATE-GROUP.
           05  SR-CD-YEAR              PIC 9(4).
           05  SR-CD-MONTH             PIC 9(2).
           05  SR-CD-DAY               PIC 9(2).

       01  SR-QUARTER-START-GROUP.
           05  SR-QS-YEAR              PIC 9(4).
           05  SR-QS-MONTH             PIC 9(2).
           05  SR-QS-DAY               PIC 9(2).
       01  SR-QUARTER-START REDEFINES SR-QUARTER-START-GROUP
                                       PIC 9(8).

       01  SR-TIME-WORK                PIC 9(6).
       01  SR-TIME-PARTS REDEFINES SR-TIME-WORK.
           05  SR-TW-HH                PIC 9(2).
           05  SR-TW-MM                PIC 9(2).
           05  SR-TW-SS                PIC 9(2).

       01  SR-TIME-EDIT.
           05  SR-TE-HH                PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  SR-TE-MM                PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  SR-TE-SS                PIC 9(2).

      *    ONE ENTRY PER ID WITH A DENIAL OR REFUSAL ON THE REPORT DATE
       01  SR-FAILURE-TABLE.
           05  SR-FT-ENTRY OCCURS 500 TIMES.
               10  SR-FT-USER-ID       PIC X(8).
               10  SR-FT-SIGNON-DENIED PIC 9(5).
               10  SR-FT-FUNC-DENIED   PIC 9(5).
               10  SR-FT-REFUSED       PIC 9(5).
               10  SR-FT-FIRST-TIME    PIC 9(6).
               10  SR-FT-LAST-TIME     PIC 9(6).

      *    ONE ENTRY PER USERPROF PROFILE, IN KEY ORDER, WITH THE LAST
      *    DATE IT WAS SEEN AND THE LAST DATE EACH FLAG WAS USED
       01  SR-PROFILE-TABLE.
           05  SR-PT-ENTRY OCCURS 500 TIMES.
               10  SR-PT-USER-ID       PIC X(8).
               10  SR-PT-USER-NAME     PIC X(20).
               10  SR-PT-ACTIVE-FLAG   PIC X(1).
               10  SR-PT-FUNCTION-FLAGS
                                       PIC X(18).
               10  SR-PT-LAST-SEEN     PIC 9(8).
               10  SR-PT-USAGE.
                   15  SR-PT-LAST-USED PIC 9(8)  OCCURS 18 TIMES.

       01  SR-EXC-HEADER-LINE.
           05  FILLER                  PIC X(33) VALUE
                    "  SECURITY EXCEPTIONS REPORT FOR ".
           05  SR-EH-REPORT-DATE       PIC 9(8).
           05  FILLER                  PIC X(18) VALUE
                    "   BUSINESS HOURS ".
           05  SR-EH-DAY-START         PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  SR-EH-DAY-END           PIC 9(4).
           05  FILLER                  PIC X(26) VALUE
                    "   REPEATED FAILURE LIMIT ".
           05  SR-EH-FAILURE-LIMIT     PIC Z9.

       01  SR-SECTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-SH-TEXT              PIC X(70).

       01  SR-LOG-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "  TIME".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(14) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(22) VALUE "DETAIL".
           05  FILLER                  PIC X(4)  VALUE "NOTE".

       01  SR-LOG-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-TIME              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-USER-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-PROGRAM           PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-ACTION            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-DETAIL            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-LL-NOTE              PIC X(24).

       01  SR-FAILURE-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "  USER".
           05  FILLER                  PIC X(16) VALUE
                                       "SIGN-ON DENIED".
           05  FILLER                  PIC X(17) VALUE
                                       "FUNCTION DENIED".
           05  FILLER                  PIC X(9)  VALUE "REFUSED".
           05  FILLER                  PIC X(7)  VALUE "TOTAL".
           05  FILLER                  PIC X(10) VALUE "FIRST".
           05  FILLER                  PIC X(4)  VALUE "LAST".

       01  SR-FAILURE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-FL-USER-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-FL-SIGNON-DENIED     PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  SR-FL-FUNC-DENIED       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  SR-FL-REFUSED           PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SR-FL-TOTAL             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-FL-FIRST-TIME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-FL-LAST-TIME         PIC X(8).

       01  SR-COUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-CL-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SR-CL-TEXT              PIC X(60).

       01  SR-RECERT-HEADER-LINE.
           05  FILLER                  PIC X(45) VALUE
                "  QUARTERLY ACCESS RECERTIFICATION - QUARTER ".
           05  SR-RH-YEAR              PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE "-Q".
           05  SR-RH-QUARTER           PIC 9(1).
           05  FILLER                  PIC X(8)  VALUE "  AS AT ".
           05  SR-RH-REPORT-DATE       PIC 9(8).

       01  SR-RECERT-BASIS-LINE.
           05  FILLER                  PIC X(16) VALUE
                "  QUARTER BEGAN ".
           05  SR-RB-QUARTER-START     PIC 9(8).
           05  FILLER                  PIC X(45) VALUE
                ".  * = FLAG NOT USED SINCE THE QUARTER BEGAN.".

       01  SR-RECERT-ACTION-LINE.
           05  FILLER                  PIC X(50) VALUE
                "  SIGN EACH USER OFF, OR RAISE A USRMAINT REQUEST ".
           05  FILLER                  PIC X(40) VALUE
                "TO REMOVE THE ACCESS THAT IS NOT NEEDED.".

       01  SR-RECERT-USER-LINE.
           05  FILLER                  PIC X(7)  VALUE "  USER ".
           05  SR-RU-USER-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-RU-USER-NAME         PIC X(20).
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  SR-RU-STATUS            PIC X(9).
           05  FILLER                  PIC X(12) VALUE "  LAST SEEN ".
           05  SR-RU-LAST-SEEN         PIC X(8).

       01  SR-RECERT-FLAG-LINE.
           05  FILLER                  PIC X(11) VALUE "      FLAG ".
           05  SR-RF-FLAG-NAME         PIC X(8).
           05  FILLER                  PIC X(12) VALUE "  LAST USED ".
           05  SR-RF-LAST-USED         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SR-RF-UNUSED-MARK       PIC X(1).

       01  SR-RECERT-SIGNOFF-LINE.
           05  FILLER                  PIC X(34) VALUE
                "      CERTIFIED:  KEEP ALL [ ]    ".
           05  FILLER                  PIC X(34) VALUE
                "REMOVE ________________________   ".
           05  FILLER                  PIC X(40) VALUE
                "MANAGER ________________   DATE ________".

       77  SR-RUNCTL-STATUS            PIC X(2)  VALUE "00".
       77  SR-CALENDAR-STATUS          PIC X(2)  VALUE "00".
       77  SR-PARM-STATUS              PIC X(2)  VALUE "00".
       77  SR-SECLOG-STATUS            PIC X(2)  VALUE "00".
       77  SR-PROFILE-STATUS           PIC X(2)  VALUE "00".
       77  SR-REPORT-STATUS            PIC X(2)  VALUE "00".
       77  SR-RECERT-STATUS            PIC X(2)  VALUE "00".
       77  SR-ALERT-STATUS             PIC X(2)  VALUE "00".
       77  SR-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  SR-RUN-TYPE                 PIC X(1)  VALUE "F".
       77  SR-REPORT-MODE              PIC X(1)  VALUE SPACE.
           88  SR-MODE-AUTOMATIC                 VALUE SPACE.
           88  SR-MODE-RECERTIFY                 VALUE "Q".
           88  SR-MODE-DAILY-ONLY                VALUE "D".
       77  SR-FAILURE-LIMIT            PIC 9(2)  VALUE 3.
       77  SR-DAY-START                PIC 9(4)  VALUE 0700.
       77  SR-DAY-END                  PIC 9(4)  VALUE 1900.
       77  SR-LOG-HHMM                 PIC 9(4)  VALUE ZERO.
       77  SR-REPORT-QUARTER           PIC 9(1)  VALUE ZERO.
       77  SR-CAL-QUARTER              PIC 9(1)  VALUE ZERO.
       77  SR-CAL-DATE-COUNT           PIC 9(5)  VALUE ZERO.
       77  SR-LATER-DATE-COUNT         PIC 9(5)  VALUE ZERO.
      *    FLAGS FROM UP-APPROVE-FLAG ON GUARD THE SENSITIVE FUNCTIONS
       77  SR-FIRST-SENSITIVE-FLAG     PIC 9(2)  VALUE 9.
       77  SR-FLAG-COUNT               PIC 9(2)  VALUE 18.
       77  SR-PROGRAM-COUNT            PIC 9(2)  VALUE 20.
       77  SR-FLAG-SUB                 PIC 9(2)  VALUE ZERO.
       77  SR-PROGRAM-SUB              PIC 9(2)  VALUE ZERO.
       77  SR-FOUND-FLAG               PIC 9(2)  VALUE ZERO.
       77  SR-FAIL-COUNT               PIC 9(3)  COMP VALUE ZERO.
       77  SR-FAIL-SUB                 PIC 9(3)  COMP VALUE ZERO.
       77  SR-PROFILE-COUNT            PIC 9(3)  COMP VALUE ZERO.
       77  SR-PROFILE-SUB              PIC 9(3)  COMP VALUE ZERO.
       77  SR-SECTION                  PIC 9(1)  VALUE ZERO.
       77  SR-FIND-ID                  PIC X(8)  VALUE SPACES.
       77  SR-FAIL-TOTAL               PIC 9(5)  VALUE ZERO.
       77  SR-ABORT-SWITCH             PIC X(1)  VALUE "N".
           88  SR-ABORT                          VALUE "Y".
       77  SR-RECERT-SWITCH            PIC X(1)  VALUE "N".
           88  SR-RECERT-DUE                     VALUE "Y".
       77  SR-LOG-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  SR-LOG-EOF-YES                    VALUE "Y".
       77  SR-PROFILE-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  SR-PROFILE-EOF-YES                VALUE "Y".
       77  SR-CAL-EOF-SWITCH           PIC X(1)  VALUE "N".
           88  SR-CAL-EOF-YES                    VALUE "Y".
       77  SR-FAIL-HIT-SWITCH          PIC X(1)  VALUE "N".
           88  SR-FAIL-HIT                       VALUE "Y".
       77  SR-FAIL-FULL-SWITCH         PIC X(1)  VALUE "N".
           88  SR-FAIL-FULL                      VALUE "Y".
       77  SR-PROFILE-HIT-SWITCH       PIC X(1)  VALUE "N".
           88  SR-PROFILE-HIT                    VALUE "Y".
       77  SR-PROFILE-FULL-SWITCH      PIC X(1)  VALUE "N".
           88  SR-PROFILE-FULL                   VALUE "Y".
       77  SR-PROGRAM-HIT-SWITCH       PIC X(1)  VALUE "N".
           88  SR-PROGRAM-HIT                    VALUE "Y".
       77  SR-ROW-LISTED-SWITCH        PIC X(1)  VALUE "N".
           88  SR-ROW-LISTED                     VALUE "Y".
       77  SR-FLAGS-LISTED-SWITCH      PIC X(1)  VALUE "N".
           88  SR-FLAGS-LISTED                   VALUE "Y".
       77  SR-LOG-ROWS-READ            PIC 9(7)  VALUE ZERO.
       77  SR-DAY-ROWS                 PIC 9(7)  VALUE ZERO.
       77  SR-SECTION-ROWS             PIC 9(7)  VALUE ZERO.
       77  SR-FAILURE-ROWS             PIC 9(7)  VALUE ZERO.
       77  SR-REPEAT-USER-COUNT        PIC 9(5)  VALUE ZERO.
       77  SR-OFF-HOURS-ROWS           PIC 9(7)  VALUE ZERO.
       77  SR-SENSITIVE-ROWS           PIC 9(7)  VALUE ZERO.
       77  SR-PROFILES-LISTED          PIC 9(5)  VALUE ZERO.
       77  SR-FLAGS-HELD-COUNT         PIC 9(5)  VALUE ZERO.
       77  SR-UNUSED-FLAG-COUNT        PIC 9(5)  VALUE ZERO.
       77  SR-ALERT-SEVERITY           PIC X(1)  VALUE SPACE.
       77  SR-ALERT-TEXT               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SR-ABORT
               PERFORM 2000-SCAN-SECURITY-LOG
               PERFORM 3000-PRINT-EXCEPTIONS
               IF SR-RECERT-DUE
                   PERFORM 5000-PRINT-RECERTIFICATION THRU 5000-EXIT
               END-IF
               PERFORM 8000-TERMINATE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - REPORT DATE AND PARAMETERS, WHETHER THE      *
      *                   RECERTIFICATION IS DUE, THEN PROVE SECLOG    *
      *                   CAN BE READ AND OPEN THE EXCEPTIONS REPORT   *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           MOVE SR-RUN-DATE TO SR-REPORT-DATE
           PERFORM 1100-GET-PARAMETERS
           COMPUTE SR-REPORT-QUARTER = (SR-RD-MONTH + 2) / 3
           MOVE SR-RD-YEAR TO SR-QS-YEAR
           COMPUTE SR-QS-MONTH = (SR-REPORT-QUARTER - 1) * 3 + 1
           MOVE 1 TO SR-QS-DAY

           EVALUATE TRUE
               WHEN SR-MODE-RECERTIFY
                   DISPLAY "SECRPT: RECERTIFICATION REQUESTED ON "
                       "SECRPARM"
                   SET SR-RECERT-DUE TO TRUE
               WHEN SR-MODE-DAILY-ONLY
                   CONTINUE
               WHEN SR-RUN-TYPE = "S"
                   DISPLAY "SECRPT: SUPPLEMENTARY RUN, NO "
                       "RECERTIFICATION"
               WHEN OTHER
                   PERFORM 1200-JUDGE-QUARTER-END THRU 1200-EXIT
           END-EVALUATE
           IF SR-RECERT-DUE
               PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT
           END-IF

           OPEN INPUT SECURITY-LOG-IN
           IF SR-SECLOG-STATUS NOT = "00"
               DISPLAY "SECRPT: UNABLE TO OPEN SECLOG STATUS="
                   SR-SECLOG-STATUS ", NO SECURITY REPORT"
               MOVE "SECLOG UNREADABLE, NO SECURITY REPORT"
                   TO SR-ALERT-TEXT
               PERFORM 1900-SKIP-REPORT
               GO TO 1000-EXIT
           END-IF
           CLOSE SECURITY-LOG-IN

           OPEN OUTPUT EXCEPTION-REPORT-OUT
           IF SR-REPORT-STATUS NOT = "00"
               DISPLAY "SECRPT: UNABLE TO OPEN SECRPT STATUS="
                   SR-REPORT-STATUS ", NO SECURITY REPORT"
               MOVE "SECRPT OPEN FAILED, NO SECURITY REPORT"
                   TO SR-ALERT-TEXT
               PERFORM 1900-SKIP-REPORT
               GO TO 1000-EXIT
           END-IF

           DISPLAY "=================================================="
           DISPLAY "SECRPT: SECURITY EXCEPTIONS FOR " SR-REPORT-DATE
           IF SR-RECERT-DUE
               DISPLAY "SECRPT: ACCESS RECERTIFICATION FOR QUARTER "
                   SR-RD-YEAR "-Q" SR-REPORT-QUARTER ", "
                   SR-PROFILE-COUNT " PROFILES"
           END-IF
           DISPLAY "==================================================".
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - THE OFFICIAL BUSINESS DATE AND RUN    *
      *                          TYPE COME FROM THE RUNCTL RECORD      *
      *                          RUNGATE WRITES; WITHOUT ONE (AN       *
      *                          ON-DEMAND RUN) THE SYSTEM DATE SERVES *
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
                       IF BD-SUPPLEMENTARY-RUN
                           MOVE "S" TO SR-RUN-TYPE
                       END-IF
               END-READ
               CLOSE RUN-CTL-IN
           END-IF.

      ******************************************************************
      * 1100-GET-PARAMETERS - THE OPTIONAL SECRPARM RECORD; A FIELD    *
      *                       LEFT BLANK OR NOT USABLE KEEPS ITS       *
      *                       DEFAULT                                  *
      ******************************************************************
       1100-GET-PARAMETERS.
           OPEN INPUT REPORT-PARM-IN
           IF SR-PARM-STATUS = "00"
               READ REPORT-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-TAKE-PARAMETERS
               END-READ
               CLOSE REPORT-PARM-IN
           END-IF.

       1110-TAKE-PARAMETERS.
           IF RP-REPORT-MODE = SPACE OR "Q" OR "D"
               MOVE RP-REPORT-MODE TO SR-REPORT-MODE
           ELSE
               DISPLAY "SECRPT: SECRPARM MODE '" RP-REPORT-MODE
                   "' NOT KNOWN, RECERTIFYING AT QUARTER END"
           END-IF
           IF RP-REPORT-DATE IS NUMERIC
                   AND RP-REPORT-DATE NOT = ZERO
               IF RP-REPORT-DATE(5:2) > "00"
                       AND RP-REPORT-DATE(5:2) < "13"
                   MOVE RP-REPORT-DATE TO SR-REPORT-DATE
               ELSE
                   DISPLAY "SECRPT: SECRPARM DATE " RP-REPORT-DATE
                       " NOT USABLE, BUSINESS DATE KEPT"
               END-IF
           END-IF
           IF RP-FAILURE-LIMIT IS NUMERIC
                   AND RP-FAILURE-LIMIT NOT = ZERO
               MOVE RP-FAILURE-LIMIT TO SR-FAILURE-LIMIT
           END-IF
           IF RP-DAY-START IS NUMERIC AND RP-DAY-END IS NUMERIC
                   AND RP-DAY-START < RP-DAY-END
                   AND RP-DAY-END NOT > 2400
               MOVE RP-DAY-START TO SR-DAY-START
               MOVE RP-DAY-END TO SR-DAY-END
           ELSE
               IF REPORT-PARM-RECORD(12:8) NOT = SPACES
                   DISPLAY "SECRPT: SECRPARM HOURS '" RP-DAY-START
                       "-" RP-DAY-END "' NOT USABLE, DEFAULT KEPT"
               END-IF
           END-IF.

      ******************************************************************
      * 1200-JUDGE-QUARTER-END - THE RECERTIFICATION IS DUE ON THE     *
      *                          LAST RUNCAL DATE OF THE REPORT DATE'S *
      *                          CALENDAR QUARTER                      *
      ******************************************************************
       1200-JUDGE-QUARTER-END.
           OPEN INPUT CALENDAR-FILE-IN
           IF SR-CALENDAR-STATUS = "00"
               PERFORM 1210-READ-CALENDAR
               PERFORM 1220-JUDGE-CALENDAR-DATE
                   UNTIL SR-CAL-EOF-YES
               CLOSE CALENDAR-FILE-IN
           END-IF

           IF SR-CAL-DATE-COUNT = ZERO
               DISPLAY "SECRPT: NO USABLE RUNCAL CALENDAR, QUARTER "
                   "END CANNOT BE JUDGED, NO RECERTIFICATION"
               MOVE "W" TO SR-ALERT-SEVERITY
               MOVE "NO RUNCAL, QUARTER END NOT JUDGED"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF

           IF SR-LATER-DATE-COUNT NOT = ZERO
               DISPLAY "SECRPT: " SR-LATER-DATE-COUNT
                   " MORE PROCESSING DATE(S) IN " SR-RD-YEAR "-Q"
                   SR-REPORT-QUARTER ", NO RECERTIFICATION TONIGHT"
               GO TO 1200-EXIT
           END-IF

           DISPLAY "SECRPT: " SR-REPORT-DATE " IS THE LAST PROCESSING "
               "DATE OF " SR-RD-YEAR "-Q" SR-REPORT-QUARTER
               ", ACCESS RECERTIFICATION DUE"
           SET SR-RECERT-DUE TO TRUE.
       1200-EXIT.
           EXIT.

       1210-READ-CALENDAR.
           READ CALENDAR-FILE-IN
               AT END
                   SET SR-CAL-EOF-YES TO TRUE
           END-READ.

       1220-JUDGE-CALENDAR-DATE.
           IF CA-PROCESS-DATE IS NUMERIC
                   AND CA-PROCESS-DATE NOT = ZERO
               ADD 1 TO SR-CAL-DATE-COUNT
               MOVE CA-PROCESS-DATE TO SR-CAL-DATE-GROUP
               COMPUTE SR-CAL-QUARTER = (SR-CD-MONTH + 2) / 3
               IF SR-CD-YEAR = SR-RD-YEAR
                       AND SR-CAL-QUARTER = SR-REPORT-QUARTER
                       AND CA-PROCESS-DATE > SR-REPORT-DATE
                   ADD 1 TO SR-LATER-DATE-COUNT
               END-IF
           END-IF
           PERFORM 1210-READ-CALENDAR.

      ******************************************************************
      * 1300-LOAD-PROFILES - EVERY USERPROF PROFILE INTO THE TABLE THE *
      *                      SECLOG SCAN DATES THE FLAG USE ON; NO     *
      *                      PROFILE FILE MEANS NO RECERTIFICATION     *
      ******************************************************************
       1300-LOAD-PROFILES.
           OPEN INPUT USER-PROFILE-IN
           IF SR-PROFILE-STATUS NOT = "00"
               DISPLAY "SECRPT: UNABLE TO OPEN USERPROF STATUS="
                   SR-PROFILE-STATUS ", NO RECERTIFICATION"
               MOVE "USERPROF UNREADABLE, NO RECERTIFICATION"
                   TO SR-ALERT-TEXT
               PERFORM 1950-DROP-RECERTIFICATION
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-PROFILE
               UNTIL SR-PROFILE-EOF-YES
           CLOSE USER-PROFILE-IN.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-PROFILE.
           READ USER-PROFILE-IN NEXT RECORD
               AT END
                   SET SR-PROFILE-EOF-YES TO TRUE
               NOT AT END
                   IF SR-PROFILE-COUNT < 500
                       ADD 1 TO SR-PROFILE-COUNT
                       MOVE UP-USER-ID
                           TO SR-PT-USER-ID(SR-PROFILE-COUNT)
                       MOVE UP-USER-NAME
                           TO SR-PT-USER-NAME(SR-PROFILE-COUNT)
                       MOVE UP-ACTIVE-FLAG
                           TO SR-PT-ACTIVE-FLAG(SR-PROFILE-COUNT)
                       MOVE UP-FUNCTION-FLAGS
                           TO SR-PT-FUNCTION-FLAGS(SR-PROFILE-COUNT)
                       MOVE ZERO TO SR-PT-LAST-SEEN(SR-PROFILE-COUNT)
                       MOVE ZEROS TO SR-PT-USAGE(SR-PROFILE-COUNT)
                   ELSE
                       SET SR-PROFILE-FULL TO TRUE
                       SET SR-PROFILE-EOF-YES TO TRUE
                   END-IF
           END-READ.

       1900-SKIP-REPORT.
           MOVE "W" TO SR-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 4 TO RETURN-CODE
           SET SR-ABORT TO TRUE.

       1950-DROP-RECERTIFICATION.
           MOVE "W" TO SR-ALERT-SEVERITY
           PERFORM 9000-WRITE-ALERT
           MOVE 4 TO RETURN-CODE
           MOVE "N" TO SR-RECERT-SWITCH.

      ******************************************************************
      * 2000-SCAN-SECURITY-LOG - ONE PASS OVER THE WHOLE LOG: THE      *
      *                          REPORT DATE'S FAILURES BY USER, AND   *
      *                          FOR THE RECERTIFICATION THE LAST DATE *
      *                          EACH PROFILE WAS SEEN AND EACH OF ITS *
      *                          FLAGS USED UP TO THE REPORT DATE      *
      ******************************************************************
       2000-SCAN-SECURITY-LOG.
           PERFORM 2050-OPEN-SECURITY-LOG
           PERFORM 2200-NOTE-LOG-ROW
               UNTIL SR-LOG-EOF-YES
           CLOSE SECURITY-LOG-IN.

       2050-OPEN-SECURITY-LOG.
           MOVE "N" TO SR-LOG-EOF-SWITCH
           OPEN INPUT SECURITY-LOG-IN
           IF SR-SECLOG-STATUS = "00"
               PERFORM 2100-READ-SECURITY-LOG
           ELSE
               DISPLAY "SECRPT: UNABLE TO OPEN SECLOG STATUS="
                   SR-SECLOG-STATUS
               SET SR-LOG-EOF-YES TO TRUE
           END-IF.

       2100-READ-SECURITY-LOG.
           READ SECURITY-LOG-IN
               AT END
                   SET SR-LOG-EOF-YES TO TRUE
           END-READ.

       2200-NOTE-LOG-ROW.
           ADD 1 TO SR-LOG-ROWS-READ
           IF SL-LOG-DATE IS NUMERIC
               IF SL-LOG-DATE = SR-REPORT-DATE
                   ADD 1 TO SR-DAY-ROWS
                   IF SL-ACTION = "DENIED" OR SL-ACTION = "REFUSED"
                       PERFORM 2300-COUNT-FAILURE THRU 2300-EXIT
                   END-IF
               END-IF
               IF SR-RECERT-DUE
                       AND SL-LOG-DATE NOT > SR-REPORT-DATE
                       AND (SL-ACTION = "SIGNON"
                            OR SL-ACTION = "INVOKE")
                   PERFORM 2400-NOTE-PROFILE-USE
               END-IF
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

      ******************************************************************
      * 2300-COUNT-FAILURE - ONE DENIAL OR REFUSAL AGAINST THE USER'S  *
      *                      ENTRY; A REFUSED USRMAINT REQUEST NAMES   *
      *                      THE USER IT WOULD HAVE MAINTAINED, NOT    *
      *                      SOMEONE WHO TRIED, AND IS NOT COUNTED     *
      ******************************************************************
       2300-COUNT-FAILURE.
           IF SL-ACTION = "REFUSED"
                   AND SL-DETAIL(1:12) = "PROFILE REQ "
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO SR-FAILURE-ROWS
           MOVE SL-USER-ID TO SR-FIND-ID
           PERFORM 2310-FIND-FAILURE-ENTRY
           IF NOT SR-FAIL-HIT
               IF SR-FAIL-COUNT = 500
                   SET SR-FAIL-FULL TO TRUE
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO SR-FAIL-COUNT
               MOVE SR-FAIL-COUNT TO SR-FAIL-SUB
               MOVE SL-USER-ID TO SR-FT-USER-ID(SR-FAIL-SUB)
               MOVE ZERO TO SR-FT-SIGNON-DENIED(SR-FAIL-SUB)
               MOVE ZERO TO SR-FT-FUNC-DENIED(SR-FAIL-SUB)
               MOVE ZERO TO SR-FT-REFUSED(SR-FAIL-SUB)
               MOVE SL-LOG-TIME TO SR-FT-FIRST-TIME(SR-FAIL-SUB)
           END-IF

           EVALUATE TRUE
               WHEN SL-ACTION = "REFUSED"
                   ADD 1 TO SR-FT-REFUSED(SR-FAIL-SUB)
               WHEN SL-PROGRAM-NAME = "MENUDRV"
                   ADD 1 TO SR-FT-SIGNON-DENIED(SR-FAIL-SUB)
               WHEN OTHER
                   ADD 1 TO SR-FT-FUNC-DENIED(SR-FAIL-SUB)
           END-EVALUATE
           MOVE SL-LOG-TIME TO SR-FT-LAST-TIME(SR-FAIL-SUB).
       2300-EXIT.
           EXIT.

       2310-FIND-FAILURE-ENTRY.
           MOVE "N" TO SR-FAIL-HIT-SWITCH
           MOVE ZERO TO SR-FAIL-SUB
           PERFORM 2320-MATCH-FAILURE-ENTRY
               UNTIL SR-FAIL-HIT OR SR-FAIL-SUB = SR-FAIL-COUNT.

       2320-MATCH-FAILURE-ENTRY.
           ADD 1 TO SR-FAIL-SUB
           IF SR-FT-USER-ID(SR-FAIL-SUB) = SR-FIND-ID
               SET SR-FAIL-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2400-NOTE-PROFILE-USE - A SIGNON OR INVOKE DATES THE PROFILE'S *
      *                         LAST SIGN-ON, AND AN INVOKE ALSO THE   *
      *                         LAST USE OF THE FLAG THE PROGRAM NEEDS *
      ******************************************************************
       2400-NOTE-PROFILE-USE.
           MOVE SL-USER-ID TO SR-FIND-ID
           PERFORM 2410-FIND-PROFILE-ENTRY
           IF SR-PROFILE-HIT
               IF SL-LOG-DATE > SR-PT-LAST-SEEN(SR-PROFILE-SUB)
                   MOVE SL-LOG-DATE TO SR-PT-LAST-SEEN(SR-PROFILE-SUB)
               END-IF
               IF SL-ACTION = "INVOKE"
                   PERFORM 2500-FIND-PROGRAM-FLAG
                   IF SR-FOUND-FLAG NOT = ZERO
                           AND SL-LOG-DATE > SR-PT-LAST-USED
                               (SR-PROFILE-SUB, SR-FOUND-FLAG)
                       MOVE SL-LOG-DATE TO SR-PT-LAST-USED
                           (SR-PROFILE-SUB, SR-FOUND-FLAG)
                   END-IF
               END-IF
           END-IF.

       2410-FIND-PROFILE-ENTRY.
           MOVE "N" TO SR-PROFILE-HIT-SWITCH
           MOVE ZERO TO SR-PROFILE-SUB
           PERFORM 2420-MATCH-PROFILE-ENTRY
               UNTIL SR-PROFILE-HIT
                  OR SR-PROFILE-SUB = SR-PROFILE-COUNT.

       2420-MATCH-PROFILE-ENTRY.
           ADD 1 TO SR-PROFILE-SUB
           IF SR-PT-USER-ID(SR-PROFILE-SUB) = SR-FIND-ID
               SET SR-PROFILE-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 2500-FIND-PROGRAM-FLAG - THE FLAG POSITION THE LOGGED PROGRAM  *
      *                          NEEDS, FROM USRFTAB; ZERO WHEN THE    *
      *                          PROGRAM IS NOT GUARDED BY A FLAG      *
      ******************************************************************
       2500-FIND-PROGRAM-FLAG.
           MOVE ZERO TO SR-FOUND-FLAG
           MOVE "N" TO SR-PROGRAM-HIT-SWITCH
           MOVE ZERO TO SR-PROGRAM-SUB
           PERFORM 2510-MATCH-PROGRAM-ENTRY
               UNTIL SR-PROGRAM-HIT
                  OR SR-PROGRAM-SUB = SR-PROGRAM-COUNT
           IF SR-PROGRAM-HIT
               MOVE UF-PROGRAM-FLAG(SR-PROGRAM-SUB) TO SR-FOUND-FLAG
           END-IF.

       2510-MATCH-PROGRAM-ENTRY.
           ADD 1 TO SR-PROGRAM-SUB
           IF UF-PROGRAM-NAME(SR-PROGRAM-SUB) = SL-PROGRAM-NAME
               SET SR-PROGRAM-HIT TO TRUE
           END-IF.

      ******************************************************************
      * 3000-PRINT-EXCEPTIONS - THE FOUR SECTIONS OF THE DAILY REPORT; *
      *                         SECTIONS 1, 3 AND 4 ARE EACH A PASS    *
      *                         OVER THE LOG IN TIME ORDER, SECTION 2  *
      *                         COMES FROM THE FAILURE TABLE           *
      ******************************************************************
       3000-PRINT-EXCEPTIONS.
           MOVE SR-REPORT-DATE TO SR-EH-REPORT-DATE
           MOVE SR-DAY-START TO SR-EH-DAY-START
           MOVE SR-DAY-END TO SR-EH-DAY-END
           MOVE SR-FAILURE-LIMIT TO SR-EH-FAILURE-LIMIT
           MOVE SR-EXC-HEADER-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE
           MOVE SPACES TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE

           MOVE 1 TO SR-SECTION
           PERFORM 3100-LIST-SECTION
           PERFORM 3400-LIST-REPEATED-FAILURES
           MOVE 3 TO SR-SECTION
           PERFORM 3100-LIST-SECTION
           MOVE 4 TO SR-SECTION
           PERFORM 3100-LIST-SECTION

           MOVE SR-DAY-ROWS TO SR-CL-COUNT
           MOVE "SECLOG ROWS ON THE REPORT DATE" TO SR-CL-TEXT
           PERFORM 3900-PRINT-COUNT
           MOVE SR-FAILURE-ROWS TO SR-CL-COUNT
           MOVE "DENIALS AND REFUSALS COUNTED AGAINST USERS"
               TO SR-CL-TEXT
           PERFORM 3900-PRINT-COUNT
           MOVE SR-REPEAT-USER-COUNT TO SR-CL-COUNT
           MOVE "USERS AT THE REPEATED FAILURE LIMIT" TO SR-CL-TEXT
           PERFORM 3900-PRINT-COUNT
           MOVE SR-OFF-HOURS-ROWS TO SR-CL-COUNT
           MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS" TO SR-CL-TEXT
           PERFORM 3900-PRINT-COUNT
           MOVE SR-SENSITIVE-ROWS TO SR-CL-COUNT
           MOVE "SENSITIVE FUNCTION AND SECURITY ADMINISTRATION ROWS"
               TO SR-CL-TEXT
           PERFORM 3900-PRINT-COUNT
           CLOSE EXCEPTION-REPORT-OUT.

      ******************************************************************
      * 3100-LIST-SECTION - HEADING, ONE LINE PER LOG ROW THE SECTION  *
      *                     SELECTS, AND "NONE" WHEN IT SELECTS NONE   *
      ******************************************************************
       3100-LIST-SECTION.
           EVALUATE SR-SECTION
               WHEN 1
                   MOVE "1. DENIED SIGN-ONS, DENIED FUNCTIONS, REFUSED"
                       TO SR-SH-TEXT
               WHEN 3
                   MOVE "3. SIGN-ONS OUTSIDE BUSINESS HOURS"
                       TO SR-SH-TEXT
               WHEN 4
                   MOVE "4. SENSITIVE FUNCTIONS, SECURITY ADMIN"
                       TO SR-SH-TEXT
           END-EVALUATE
           MOVE SR-SECTION-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE
           MOVE SR-LOG-HEADING-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE

           MOVE ZERO TO SR-SECTION-ROWS
           PERFORM 2050-OPEN-SECURITY-LOG
           PERFORM 3200-SELECT-LOG-ROW
               UNTIL SR-LOG-EOF-YES
           CLOSE SECURITY-LOG-IN

           IF SR-SECTION-ROWS = ZERO
               MOVE "  NONE" TO EXCEPTION-PRINT-LINE
               WRITE EXCEPTION-PRINT-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE
           EVALUATE SR-SECTION
               WHEN 3
                   MOVE SR-SECTION-ROWS TO SR-OFF-HOURS-ROWS
               WHEN 4
                   MOVE SR-SECTION-ROWS TO SR-SENSITIVE-ROWS
           END-EVALUATE.

       3200-SELECT-LOG-ROW.
           MOVE "N" TO SR-ROW-LISTED-SWITCH
           MOVE SPACES TO SR-LL-NOTE
           IF SL-LOG-DATE IS NUMERIC
                   AND SL-LOG-DATE = SR-REPORT-DATE
               EVALUATE SR-SECTION
                   WHEN 1
                       PERFORM 3210-JUDGE-FAILURE-ROW
                   WHEN 3
                       PERFORM 3230-JUDGE-SIGNON-HOURS
                   WHEN 4
                       PERFORM 3240-JUDGE-SENSITIVE-ROW
               END-EVALUATE
           END-IF
           IF SR-ROW-LISTED
               PERFORM 3300-PRINT-LOG-ROW
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

       3210-JUDGE-FAILURE-ROW.
           EVALUATE TRUE
               WHEN SL-ACTION = "DENIED"
                       AND SL-PROGRAM-NAME = "MENUDRV"
                   MOVE "SIGN-ON DENIED" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               WHEN SL-ACTION = "DENIED"
                   MOVE "FUNCTION DENIED" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               WHEN SL-ACTION = "REFUSED"
                       AND SL-DETAIL(1:12) = "PROFILE REQ "
                   MOVE "PROFILE REQUEST REFUSED" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               WHEN SL-ACTION = "REFUSED"
                   MOVE "REFUSED BY PROGRAM" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
           END-EVALUATE.

       3230-JUDGE-SIGNON-HOURS.
           IF SL-ACTION = "SIGNON" AND SL-LOG-TIME IS NUMERIC
               COMPUTE SR-LOG-HHMM = SL-LOG-TIME / 100
               IF SR-LOG-HHMM < SR-DAY-START
                   MOVE "BEFORE HOURS" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               END-IF
               IF SR-LOG-HHMM NOT < SR-DAY-END
                   MOVE "AFTER HOURS" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               END-IF
           END-IF.

       3240-JUDGE-SENSITIVE-ROW.
           EVALUATE SL-ACTION
               WHEN "INVOKE"
                   PERFORM 2500-FIND-PROGRAM-FLAG
                   IF SR-FOUND-FLAG NOT < SR-FIRST-SENSITIVE-FLAG
                       MOVE SPACES TO SR-LL-NOTE
                       STRING "USES FLAG "
                               UF-FLAG-NAME(SR-FOUND-FLAG)
                           DELIMITED BY SIZE INTO SR-LL-NOTE
                       END-STRING
                       SET SR-ROW-LISTED TO TRUE
                   END-IF
               WHEN "APPROVE"
               WHEN "REJECT"
                   MOVE "MAINTENANCE DECISION" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
               WHEN "PROFADD"
               WHEN "PROFCHG"
               WHEN "PROFSUSP"
               WHEN "PROFRINS"
               WHEN "PROFDEL"
               WHEN "GRANT"
               WHEN "REVOKE"
                   MOVE "PROFILE CHANGE" TO SR-LL-NOTE
                   SET SR-ROW-LISTED TO TRUE
           END-EVALUATE.

       3300-PRINT-LOG-ROW.
           MOVE SL-LOG-TIME TO SR-TIME-WORK
           PERFORM 9100-EDIT-TIME
           MOVE SR-TIME-EDIT TO SR-LL-TIME
           MOVE SL-USER-ID TO SR-LL-USER-ID
           MOVE SL-PROGRAM-NAME TO SR-LL-PROGRAM
           MOVE SL-ACTION TO SR-LL-ACTION
           MOVE SL-DETAIL TO SR-LL-DETAIL
           MOVE SR-LOG-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE
           ADD 1 TO SR-SECTION-ROWS.

      ******************************************************************
      * 3400-LIST-REPEATED-FAILURES - EVERY USER WHOSE DENIALS AND     *
      *                               REFUSALS FOR THE DAY REACH THE   *
      *                               LIMIT                            *
      ******************************************************************
       3400-LIST-REPEATED-FAILURES.
           MOVE SPACES TO SR-SH-TEXT
           STRING "2. REPEATED FAILURES (" SR-FAILURE-LIMIT
                   " OR MORE IN THE DAY)"
               DELIMITED BY SIZE INTO SR-SH-TEXT
           END-STRING
           MOVE SR-SECTION-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE
           MOVE SR-FAILURE-HEADING-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE

           MOVE ZERO TO SR-FAIL-SUB
           PERFORM 3410-JUDGE-ONE-USER
               UNTIL SR-FAIL-SUB = SR-FAIL-COUNT

           IF SR-REPEAT-USER-COUNT = ZERO
               MOVE "  NONE" TO EXCEPTION-PRINT-LINE
               WRITE EXCEPTION-PRINT-LINE
           END-IF
           IF SR-FAIL-FULL
               MOVE "  *** MORE THAN 500 IDS FAILED, REST NOT COUNTED"
                   TO EXCEPTION-PRINT-LINE
               WRITE EXCEPTION-PRINT-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE.

       3410-JUDGE-ONE-USER.
           ADD 1 TO SR-FAIL-SUB
           COMPUTE SR-FAIL-TOTAL = SR-FT-SIGNON-DENIED(SR-FAIL-SUB)
               + SR-FT-FUNC-DENIED(SR-FAIL-SUB)
               + SR-FT-REFUSED(SR-FAIL-SUB)
           IF SR-FAIL-TOTAL NOT < SR-FAILURE-LIMIT
               ADD 1 TO SR-REPEAT-USER-COUNT
               MOVE SR-FT-USER-ID(SR-FAIL-SUB) TO SR-FL-USER-ID
               MOVE SR-FT-SIGNON-DENIED(SR-FAIL-SUB)
                   TO SR-FL-SIGNON-DENIED
               MOVE SR-FT-FUNC-DENIED(SR-FAIL-SUB) TO SR-FL-FUNC-DENIED
               MOVE SR-FT-REFUSED(SR-FAIL-SUB) TO SR-FL-REFUSED
               MOVE SR-FAIL-TOTAL TO SR-FL-TOTAL
               MOVE SR-FT-FIRST-TIME(SR-FAIL-SUB) TO SR-TIME-WORK
               PERFORM 9100-EDIT-TIME
               MOVE SR-TIME-EDIT TO SR-FL-FIRST-TIME
               MOVE SR-FT-LAST-TIME(SR-FAIL-SUB) TO SR-TIME-WORK
               PERFORM 9100-EDIT-TIME
               MOVE SR-TIME-EDIT TO SR-FL-LAST-TIME
               MOVE SR-FAILURE-LINE TO EXCEPTION-PRINT-LINE
               WRITE EXCEPTION-PRINT-LINE
           END-IF.

       3900-PRINT-COUNT.
           MOVE SR-COUNT-LINE TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE.

      ******************************************************************
      * 5000-PRINT-RECERTIFICATION - ONE BLOCK PER PROFILE: THE FLAGS  *
      *                              HELD WITH THEIR LAST USE, AND THE *
      *                              MANAGER'S SIGN-OFF LINE; APPENDED *
      *                              TO RECERT AS THE REVIEW EVIDENCE  *
      ******************************************************************
       5000-PRINT-RECERTIFICATION.
           OPEN EXTEND RECERT-REPORT-OUT
           IF SR-RECERT-STATUS = "35"
               OPEN OUTPUT RECERT-REPORT-OUT
           END-IF
           IF SR-RECERT-STATUS NOT = "00"
               DISPLAY "SECRPT: UNABLE TO OPEN RECERT STATUS="
                   SR-RECERT-STATUS ", NO RECERTIFICATION"
               MOVE "RECERT OPEN FAILED, NO RECERTIFICATION"
                   TO SR-ALERT-TEXT
               PERFORM 1950-DROP-RECERTIFICATION
               GO TO 5000-EXIT
           END-IF

           MOVE SR-RD-YEAR TO SR-RH-YEAR
           MOVE SR-REPORT-QUARTER TO SR-RH-QUARTER
           MOVE SR-REPORT-DATE TO SR-RH-REPORT-DATE
           MOVE SR-RECERT-HEADER-LINE TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SR-QUARTER-START TO SR-RB-QUARTER-START
           MOVE SR-RECERT-BASIS-LINE TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SR-RECERT-ACTION-LINE TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           IF SR-PROFILE-FULL
               MOVE "  *** MORE THAN 500 PROFILES, REST NOT LISTED"
                   TO RECERT-PRINT-LINE
               WRITE RECERT-PRINT-LINE
               MOVE "W" TO SR-ALERT-SEVERITY
               MOVE "PROFILE TABLE FULL, RECERT INCOMPLETE"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE

           MOVE ZERO TO SR-PROFILE-SUB
           PERFORM 5100-PRINT-ONE-PROFILE
               UNTIL SR-PROFILE-SUB = SR-PROFILE-COUNT

           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "  " SR-PROFILES-LISTED " PROFILES, "
                   SR-FLAGS-HELD-COUNT " FLAGS HELD, "
                   SR-UNUSED-FLAG-COUNT
                   " NOT USED SINCE THE QUARTER BEGAN"
               DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           END-STRING
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           CLOSE RECERT-REPORT-OUT

           MOVE "W" TO SR-ALERT-SEVERITY
           MOVE "ACCESS RECERTIFICATION DUE, SEE RECERT"
               TO SR-ALERT-TEXT
           PERFORM 9000-WRITE-ALERT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-PROFILE.
           ADD 1 TO SR-PROFILE-SUB
           ADD 1 TO SR-PROFILES-LISTED
           MOVE SR-PT-USER-ID(SR-PROFILE-SUB) TO SR-RU-USER-ID
           MOVE SR-PT-USER-NAME(SR-PROFILE-SUB) TO SR-RU-USER-NAME
           IF SR-PT-ACTIVE-FLAG(SR-PROFILE-SUB) = "Y"
               MOVE "ACTIVE" TO SR-RU-STATUS
           ELSE
               MOVE "SUSPENDED" TO SR-RU-STATUS
           END-IF
           IF SR-PT-LAST-SEEN(SR-PROFILE-SUB) = ZERO
               MOVE "NEVER" TO SR-RU-LAST-SEEN
           ELSE
               MOVE SR-PT-LAST-SEEN(SR-PROFILE-SUB) TO SR-RU-LAST-SEEN
           END-IF
           MOVE SR-RECERT-USER-LINE TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE

           MOVE "N" TO SR-FLAGS-LISTED-SWITCH
           MOVE ZERO TO SR-FLAG-SUB
           PERFORM 5200-PRINT-ONE-FLAG
               UNTIL SR-FLAG-SUB = SR-FLAG-COUNT
           IF NOT SR-FLAGS-LISTED
               MOVE "      NO FUNCTION FLAGS HELD"
                   TO RECERT-PRINT-LINE
               WRITE RECERT-PRINT-LINE
           END-IF

           MOVE SR-RECERT-SIGNOFF-LINE TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE.

       5200-PRINT-ONE-FLAG.
           ADD 1 TO SR-FLAG-SUB
           IF SR-PT-FUNCTION-FLAGS(SR-PROFILE-SUB)(SR-FLAG-SUB:1)
                   = "Y"
               SET SR-FLAGS-LISTED TO TRUE
               ADD 1 TO SR-FLAGS-HELD-COUNT
               MOVE UF-FLAG-NAME(SR-FLAG-SUB) TO SR-RF-FLAG-NAME
               IF SR-PT-LAST-USED(SR-PROFILE-SUB, SR-FLAG-SUB) = ZERO
                   MOVE "NEVER" TO SR-RF-LAST-USED
               ELSE
                   MOVE SR-PT-LAST-USED(SR-PROFILE-SUB, SR-FLAG-SUB)
                       TO SR-RF-LAST-USED
               END-IF
               IF SR-PT-LAST-USED(SR-PROFILE-SUB, SR-FLAG-SUB)
                       < SR-QUARTER-START
                   MOVE "*" TO SR-RF-UNUSED-MARK
                   ADD 1 TO SR-UNUSED-FLAG-COUNT
               ELSE
                   MOVE SPACE TO SR-RF-UNUSED-MARK
               END-IF
               MOVE SR-RECERT-FLAG-LINE TO RECERT-PRINT-LINE
               WRITE RECERT-PRINT-LINE
           END-IF.

      ******************************************************************
      * 8000-TERMINATE - REPORT THE RUN AND RAISE THE FAILURE ALERTS   *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "=================================================="
           DISPLAY "SECRPT: " SR-LOG-ROWS-READ " SECLOG ROWS READ, "
               SR-DAY-ROWS " ON " SR-REPORT-DATE
           DISPLAY "SECRPT: " SR-FAILURE-ROWS " DENIALS AND REFUSALS, "
               SR-REPEAT-USER-COUNT " USERS AT THE LIMIT OF "
               SR-FAILURE-LIMIT
           DISPLAY "SECRPT: " SR-OFF-HOURS-ROWS
               " SIGN-ONS OUTSIDE BUSINESS HOURS"
           DISPLAY "SECRPT: " SR-SENSITIVE-ROWS
               " SENSITIVE FUNCTION AND SECURITY ADMINISTRATION ROWS"
           IF SR-RECERT-DUE
               DISPLAY "SECRPT: " SR-PROFILES-LISTED
                   " PROFILES RECERTIFIED, " SR-FLAGS-HELD-COUNT
                   " FLAGS HELD, " SR-UNUSED-FLAG-COUNT
                   " NOT USED THIS QUARTER"
           END-IF

           IF SR-REPEAT-USER-COUNT NOT = ZERO
               MOVE "W" TO SR-ALERT-SEVERITY
               MOVE SPACES TO SR-ALERT-TEXT
               STRING SR-REPEAT-USER-COUNT
                       " USERS AT REPEATED FAILURE LIMIT"
                   DELIMITED BY SIZE INTO SR-ALERT-TEXT
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF
           IF SR-FAIL-FULL
               DISPLAY "SECRPT: MORE THAN 500 IDS FAILED, THE REST "
                   "ARE NOT COUNTED"
               MOVE "W" TO SR-ALERT-SEVERITY
               MOVE "FAILURE TABLE FULL, REPORT INCOMPLETE"
                   TO SR-ALERT-TEXT
               PERFORM 9000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
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
           IF SR-ALERT-STATUS = "00"
               MOVE SR-RUN-DATE TO AL-RUN-DATE
               MOVE "SECRPT" TO AL-PROGRAM-NAME
               MOVE SR-ALERT-SEVERITY TO AL-SEVERITY
               MOVE SR-ALERT-TEXT TO AL-ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE-OUT
           ELSE
               DISPLAY "SECRPT: UNABLE TO OPEN ALERTOUT STATUS="
                   SR-ALERT-STATUS
           END-IF.

      ******************************************************************
      * 9100-EDIT-TIME - HHMMSS IN SR-TIME-WORK AS HH:MM:SS            *
      ******************************************************************
       9100-EDIT-TIME.
           MOVE SR-TW-HH TO SR-TE-HH
           MOVE SR-TW-MM TO SR-TE-MM
           MOVE SR-TW-SS TO SR-TE-SS.
       END PROGRAM Secrpt.
