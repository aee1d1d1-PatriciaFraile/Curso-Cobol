      *              MISRPT and CONSTMAIN, and cross-footed by the
      *              BALCHK balancing step at the end of the night.
      *              The console DISPLAY counts vanish with the
      *              SYSOUT; these do not.  SUSPCFWD logs its
      *              suspense totals here too, and HANDOVER reports
      *              every program's row in the morning handover.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     BALCHK can cross-foot each cycle on its
      *                     own instead of the date as a blob.
      *                     Record grows from 48 to 51 bytes.
      *    2026-10-15  RA   SUSPCFWD row added; read by HANDOVER.
      ******************************************************************
       01  RUN-STATS-RECORD.
           05  RS-PROGRAM-NAME         PIC X(12).
