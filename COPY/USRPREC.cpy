      * REMARKS    : One operator profile on the keyed USERPROF
      *              file, read at sign-on by MENUDRV and again by
      *              the sensitive programs themselves (CONSTMAIN,
      *              GROUPMNT, KEYMAINT, BACKOUT, TRANENT,
      *              PERCLOSE, SUSPREL, PRIDISP, BALRBLD).  Each
      *              function flag is "Y" when the user may run that
      *              function; the menu shows only entitled options
      *              and the programs refuse an unentitled id even
      *              when invoked outside the menu.  An inactive
      *              profile denies everything.  The file is
      *              maintained only by USRMAINT, under a second
      *              security administrator's approval on MNTAPPRV;
      *              USRSWEEP suspends a profile left unused past
      *              the USRSPARM limit.  UP-LAST-MAINT-DATE is the
      *              date USRMAINT last added, changed or
      *              reinstated the profile, so a new or reinstated
      *              id is not swept before it has had the chance to
      *              sign on.  SECRPT lists every profile's flags with
      *              their last use each quarter for the managers'
      *              access recertification.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original operator profile layout.
      *    2026-10-15  RA   Added UP-KEYMNT-FLAG for KEYMAINT, the
      *                     transaction-key master maintenance.
      *                     Record grows from 41 to 42 bytes.
      *    2026-10-15  RA   Added UP-PERIOD-FLAG for PERCLOSE: only
      *                     a user carrying it may reopen a closed
      *                     period or re-close it by hand.  Record
      *                     grows from 42 to 43 bytes.
      *    2026-10-15  RA   Added UP-SUSPREL-FLAG for SUSPREL, the
      *                     release of held suspense items back into
      *                     processing.  Record grows from 43 to 44
      *                     bytes.
      *    2026-10-15  RA   Added UP-RISKDESK-FLAG for PRIDISP, the
      *                     risk desk's disposition of priority review
      *                     items and billing holds.  Record grows
      *                     from 44 to 45 bytes.
      *    2026-10-15  RA   Added UP-RECOVER-FLAG for BALRBLD: only a
      *                     user carrying it may promote a rebuilt
      *                     balance master as the recovery copy.
      *                     Record grows from 45 to 46 bytes.
      *    2026-10-15  RA   Added UP-SECADMIN-FLAG for USRMAINT and
      *                     the approval of profile requests on
      *                     MNTAPPRV, and UP-LAST-MAINT-DATE for the
      *                     USRSWEEP inactivity sweep.  Record grows
      *                     from 46 to 55 bytes.
      *    2026-10-15  RA   Noted the SECRPT quarterly recertification
      *                     listing; layout unchanged.
      ******************************************************************
       01  USER-PROFILE-RECORD.
           05  UP-USER-ID              PIC X(8).
                   88  UP-MAY-GROUPMNT           VALUE "Y".
               10  UP-BACKOUT-FLAG     PIC X(1).
                   88  UP-MAY-BACKOUT            VALUE "Y".
               10  UP-KEYMNT-FLAG      PIC X(1).
                   88  UP-MAY-KEYMNT             VALUE "Y".
               10  UP-PERIOD-FLAG      PIC X(1).
                   88  UP-MAY-PERIOD             VALUE "Y".
               10  UP-SUSPREL-FLAG     PIC X(1).
                   88  UP-MAY-SUSPREL            VALUE "Y".
               10  UP-RISKDESK-FLAG    PIC X(1).
                   88  UP-MAY-RISKDESK           VALUE "Y".
               10  UP-RECOVER-FLAG     PIC X(1).
                   88  UP-MAY-RECOVER            VALUE "Y".
               10  UP-SECADMIN-FLAG    PIC X(1).
                   88  UP-MAY-SECADMIN           VALUE "Y".
           05  UP-LAST-MAINT-DATE      PIC 9(8).
