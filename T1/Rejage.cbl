      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original reject aging step.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE, so the
      *                     TRANREJ image grows to 37 bytes and the
      *                     reject row to 66; only the record
      *                     lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rejage.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE-IN
           RECORD CONTAINS 66 CHARACTERS.
       01  REJECT-IN-RECORD.
           05  RJ-TRAN-DATA            PIC X(37).
           05  RJ-REASON-CODE          PIC X(1).
           05  RJ-REASON-TEXT          PIC X(20).
           05  RJ-BATCH-ID             PIC X(8).
       01  RA-TRAN-FIELDS.
           05  RW-KEY                  PIC X(6).
           05  RW-GROUP-CODE           PIC X(4).
           05  FILLER                  PIC X(27).

       01  RA-HISTORY-TABLE.
           05  RA-HIST-ENTRY OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-HISTORY-ROW
               UNTIL RA-HISTORY-EOF-YES
           PERFORM 3000-MERGE-TONIGHT-REJECT
