      ******************************************************************
      * COPYBOOK   : SLAPREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The SLAPARM batch-window parameter file read by
      *              STEPTIME and STEPSLA.  One "C" record carries the
      *              billing cut-off as HHMM (the first such time
      *              after the night starts, so 0600 means the next
      *              morning for a chain started at 22:00); one "T"
      *              record per NIGHTRUN step, in the order the job
      *              runs them, carries the step name and its
      *              elapsed-time target in seconds.  The step order
      *              is what the finish-time projection walks.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original batch-window parameter layout
      *                     (14 bytes).
      ******************************************************************
       01  SLA-PARM-RECORD.
           05  WN-RECORD-TYPE          PIC X(1).
               88  WN-CUTOFF-RECORD              VALUE "C".
               88  WN-TARGET-RECORD              VALUE "T".
           05  WN-STEP-NAME            PIC X(8).
           05  WN-TARGET-SECONDS       PIC 9(5).
       01  SLA-CUTOFF-RECORD.
           05  FILLER                  PIC X(1).
           05  WN-CUTOFF-TIME          PIC 9(4).
           05  FILLER                  PIC X(9).
