      ******************************************************************
      * COPYBOOK   : CATCHREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row on the CATCHLOG catch-up history per
      *              missed business date RUNGATE takes up in a
      *              catch-up run (GATEPRM run type "C"): the missed
      *              date and the cycle it was admitted under, the
      *              business date the gap lies before, the system
      *              date of the attempt and how many further
      *              missed dates were left behind it.  A date the
      *              gate refused (a closed period) is logged "R".
      *              Appended, never rewritten; CATCHRPT reads it
      *              with RUNLOG to report which dates were
      *              recovered and whether the catch-up goes on.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original catch-up history layout (31
      *                     bytes).
      ******************************************************************
       01  CATCH-UP-RECORD.
           05  CU-BUSINESS-DATE        PIC 9(8).
           05  CU-CYCLE-NUMBER         PIC 9(3).
           05  CU-TARGET-DATE          PIC 9(8).
           05  CU-SYSTEM-DATE          PIC 9(8).
           05  CU-REMAINING-COUNT      PIC 9(3).
           05  CU-STATUS-FLAG          PIC X(1).
               88  CU-ADMITTED                   VALUE "S".
               88  CU-REFUSED                    VALUE "R".
