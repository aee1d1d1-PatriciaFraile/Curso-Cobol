      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original restart manager.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE (37 bytes)
      *                     and the OPERATIONS checkpoint grew its
      *                     currency reject count (88 bytes); only
      *                     the record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Restmgr.
           COPY RUNCREC.

       FD  CHECKPOINT-FILE-IN
           RECORD CONTAINS 57 TO 88 CHARACTERS.
       01  CHECKPOINT-IN-RECORD        PIC X(88).

       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  RM-CHKPT-WORK               PIC X(88).
       01  RM-OPS-CHKPT-VIEW REDEFINES RM-CHKPT-WORK.
           05  RM-OPS-LAST-KEY         PIC X(6).
           05  FILLER                  PIC X(59).
           05  RM-OPS-RUN-DATE         PIC 9(8).
           05  RM-OPS-BATCH-ID         PIC X(8).
           05  FILLER                  PIC X(7).
       01  RM-CDS-CHKPT-VIEW REDEFINES RM-CHKPT-WORK.
           05  RM-CDS-LAST-KEY         PIC X(6).
           05  FILLER                  PIC X(35).
           05  RM-CDS-RUN-DATE         PIC 9(8).
           05  RM-CDS-BATCH-ID         PIC X(8).
           05  FILLER                  PIC X(31).

       77  RM-PARM-STATUS              PIC X(2)  VALUE "00".
       77  RM-RUNCTL-STATUS            PIC X(2)  VALUE "00".
               PERFORM 2000-GATHER-EVIDENCE
               PERFORM 3000-JUDGE-RESTART
               IF NOT RM-REFUSED
                   PERFORM 4000-WRITE-RESTART-CONTROL THRU 4000-EXIT
               END-IF
           END-IF
           GOBACK.
      ******************************************************************
       2000-GATHER-EVIDENCE.
           PERFORM 2100-GET-BUSINESS-DATE
           PERFORM 2200-READ-LAST-CHECKPOINT THRU 2200-EXIT
           PERFORM 2300-READ-INPUT-BATCH-ID THRU 2300-EXIT
           PERFORM 2400-SCAN-RUN-STATS THRU 2400-EXIT.

       2100-GET-BUSINESS-DATE.
           ACCEPT RM-BUSINESS-DATE FROM DATE YYYYMMDD
