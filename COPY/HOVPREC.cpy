      ******************************************************************
      * COPYBOOK   : HOVPREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The HOVPARM step list read by HANDOVER, one
      *              record per timed NIGHTRUN step in the order the
      *              job runs them: the JCL step name (as it appears
      *              on STEPTIME), the program name the step writes
      *              under on RUNSTATS and ALERTOUT, and a plain
      *              description of what the step does, so the
      *              morning handover reads to someone who was not on
      *              shift.  Desk-maintained alongside SLAPARM when a
      *              step is added to the job.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original handover step list (50 bytes).
      ******************************************************************
       01  HANDOVER-PARM-RECORD.
           05  HP-STEP-NAME            PIC X(8).
           05  HP-PROGRAM-NAME         PIC X(12).
           05  HP-DESCRIPTION          PIC X(30).
