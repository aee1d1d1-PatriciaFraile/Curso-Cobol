      ******************************************************************
      * COPYBOOK   : USRFTAB
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : Working-storage tables over the USERPROF
      *              function flags, for the programs that report or
      *              maintain them flag by flag (USRMAINT, SECRPT).
      *              UF-FLAG-NAME gives the short name of each
      *              UP-FUNCTION-FLAGS position, in record order.
      *              UF-PROGRAM-ENTRY names every program that logs
      *              itself to SECLOG under a flag's authority and
      *              the flag position it needs; the menu options
      *              are logged under the names MENUDRV gives them.
      *              A flag added to USRPREC is added here too, with
      *              the counts in the OCCURS clauses.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original function-flag tables (18 flags,
      *                     20 programs).
      ******************************************************************
       01  USER-FLAG-NAMES.
           05  FILLER                  PIC X(8)  VALUE "INTRO".
           05  FILLER                  PIC X(8)  VALUE "CONSTV".
           05  FILLER                  PIC X(8)  VALUE "CONDS".
           05  FILLER                  PIC X(8)  VALUE "OPS".
           05  FILLER                  PIC X(8)  VALUE "AUDINQ".
           05  FILLER                  PIC X(8)  VALUE "TRANENT".
           05  FILLER                  PIC X(8)  VALUE "ALERTMGR".
           05  FILLER                  PIC X(8)  VALUE "BALINQ".
           05  FILLER                  PIC X(8)  VALUE "APPROVE".
           05  FILLER                  PIC X(8)  VALUE "CONSTMNT".
           05  FILLER                  PIC X(8)  VALUE "GROUPMNT".
           05  FILLER                  PIC X(8)  VALUE "BACKOUT".
           05  FILLER                  PIC X(8)  VALUE "KEYMNT".
           05  FILLER                  PIC X(8)  VALUE "PERIOD".
           05  FILLER                  PIC X(8)  VALUE "SUSPREL".
           05  FILLER                  PIC X(8)  VALUE "RISKDESK".
           05  FILLER                  PIC X(8)  VALUE "RECOVER".
           05  FILLER                  PIC X(8)  VALUE "SECADMIN".
       01  USER-FLAG-NAME-TABLE REDEFINES USER-FLAG-NAMES.
           05  UF-FLAG-NAME            PIC X(8)  OCCURS 18 TIMES.

       01  USER-FLAG-PROGRAMS.
           05  FILLER                  PIC X(14) VALUE
                                       "INTRODUCTION01".
           05  FILLER                  PIC X(14) VALUE
                                       "CONSTANTVARS02".
           05  FILLER                  PIC X(14) VALUE
                                       "CONDITIONALS03".
           05  FILLER                  PIC X(14) VALUE
                                       "OPERATIONS  04".
           05  FILLER                  PIC X(14) VALUE
                                       "AUDINQ      05".
           05  FILLER                  PIC X(14) VALUE
                                       "TRANENT     06".
           05  FILLER                  PIC X(14) VALUE
                                       "ALERTMGR    07".
           05  FILLER                  PIC X(14) VALUE
                                       "BALINQ      08".
           05  FILLER                  PIC X(14) VALUE
                                       "MNTAPPRV    09".
           05  FILLER                  PIC X(14) VALUE
                                       "CONSTMAIN   10".
           05  FILLER                  PIC X(14) VALUE
                                       "FXMAINT     10".
           05  FILLER                  PIC X(14) VALUE
                                       "GROUPMNT    11".
           05  FILLER                  PIC X(14) VALUE
                                       "BACKOUT     12".
           05  FILLER                  PIC X(14) VALUE
                                       "KEYMAINT    13".
           05  FILLER                  PIC X(14) VALUE
                                       "STDMAINT    13".
           05  FILLER                  PIC X(14) VALUE
                                       "PERCLOSE    14".
           05  FILLER                  PIC X(14) VALUE
                                       "SUSPREL     15".
           05  FILLER                  PIC X(14) VALUE
                                       "PRIDISP     16".
           05  FILLER                  PIC X(14) VALUE
                                       "BALRBLD     17".
           05  FILLER                  PIC X(14) VALUE
                                       "USRMAINT    18".
       01  USER-FLAG-PROGRAM-TABLE REDEFINES USER-FLAG-PROGRAMS.
           05  UF-PROGRAM-ENTRY        OCCURS 20 TIMES.
               10  UF-PROGRAM-NAME     PIC X(12).
               10  UF-PROGRAM-FLAG     PIC 9(2).
