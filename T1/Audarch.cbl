      *                     the run/cycle number (62/87/42/51
      *                     bytes); only the record lengths change
      *                     here.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audarch.
           05  RP-RETAIN-DAYS          PIC 9(5).

       FD  AUDIT-FILE-IO
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-IN-RECORD           PIC X(95).

       FD  HISTORY-FILE-OUT
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-OUT-RECORD          PIC X(95).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
       WORKING-STORAGE SECTION.
       01  AA-HISTORY-WORK-RECORD.
           05  AA-HW-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(87).

       77  AA-PARM-STATUS              PIC X(2)  VALUE "00".
       77  AA-AUDIT-STATUS             PIC X(2)  VALUE "00".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARRY-HISTORY-FORWARD
               UNTIL AA-HISTORY-EOF-YES
           PERFORM 3000-ARCHIVE-TODAY
