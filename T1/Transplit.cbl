      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  RA   Original partition splitter.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE (37
      *                     bytes); only the record lengths change
      *                     here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transplit.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  PART1-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  PART1-OUT-RECORD            PIC X(37).

       FD  PART2-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  PART2-OUT-RECORD            PIC X(37).

       FD  PART3-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  PART3-OUT-RECORD            PIC X(37).

       WORKING-STORAGE SECTION.
       77  TS-TRANS-STATUS             PIC X(2)  VALUE "00".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SPLIT-TRANSACTION
               UNTIL TS-EOF-YES
           PERFORM 8000-TERMINATE
