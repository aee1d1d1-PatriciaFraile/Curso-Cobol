      ******************************************************************
      * COPYBOOK   : STEPTREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row on the STEPTIME step-timing history.
      *              The STEPTIME marker step that sits between every
      *              pair of NIGHTRUN steps appends an "E" (ended)
      *              row for the step just finished and an "S"
      *              (started) row for the step about to run, both
      *              stamped with the wall-clock date and time, and
      *              an "A" row when it raises the projected billing
      *              cut-off alert, so the alert goes out once a
      *              night.  ST-RUN-ID is the wall-clock stamp of the
      *              marker that opened the night: the first two
      *              markers run before RUNGATE has written tonight's
      *              RUNCTL, so the run id, not the business date,
      *              is what ties a night's rows together.  STEPSLA
      *              reports the night against SLAPARM from it.
      *              ST-RETURN-CODE is the step's return code on an
      *              "E" row, and on the "F" (failed) row the marker
      *              after TMEND appends for the step that stopped
      *              the chain: four digits, or ABND for an abend.
      *              It is blank on the other rows and on rows
      *              written before it was carried.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original step-timing layout (52 bytes).
      *    2026-10-15  RA   Added ST-RETURN-CODE and the "F" failed-
      *                     step event (56 bytes).
      ******************************************************************
       01  STEP-TIMING-RECORD.
           05  ST-RUN-ID.
               10  ST-RUN-START-DATE   PIC 9(8).
               10  ST-RUN-START-TIME   PIC 9(8).
           05  ST-BUSINESS-DATE        PIC 9(8).
           05  ST-CYCLE-NUMBER         PIC 9(3).
           05  ST-STEP-NAME            PIC X(8).
           05  ST-EVENT                PIC X(1).
               88  ST-STEP-STARTED               VALUE "S".
               88  ST-STEP-ENDED                 VALUE "E".
               88  ST-ALERT-RAISED               VALUE "A".
               88  ST-STEP-FAILED                VALUE "F".
           05  ST-STAMP-DATE           PIC 9(8).
           05  ST-STAMP-TIME           PIC 9(8).
           05  ST-RETURN-CODE          PIC X(4).
