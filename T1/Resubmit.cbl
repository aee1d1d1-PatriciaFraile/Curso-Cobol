      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  RA   Original mismatch resubmission builder.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE (37
      *                     bytes); only the record lengths change
      *                     here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Resubmit.
           05  MM-REASON               PIC X(18).

       FD  TRANS-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
           COPY TRANREC.
           COPY TRANBTR.

       FD  RESUB-FILE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  RESUB-OUT-RECORD.
           05  RS-TRAN-DATA            PIC X(37).
           05  RS-REASON               PIC X(18).

       FD  EXPECTED-CASE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  EXPECTED-CASE-RECORD.
           05  RE-TRAN-DATA            PIC X(37).
           05  RE-REASON               PIC X(18).

       FD  RESOUT-CASE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  RESOUT-CASE-RECORD.
           05  RR-TRAN-DATA            PIC X(37).
           05  RR-REASON               PIC X(18).

       WORKING-STORAGE SECTION.
           88  RB-TRAN-FOUND                     VALUE "Y".
       77  RB-BATCH-REC-SWITCH         PIC X(1)  VALUE "N".
           88  RB-BATCH-RECORD                   VALUE "Y".
       77  RB-WORK-TRAN-DATA           PIC X(37) VALUE SPACES.
       77  RB-MISMATCH-COUNT           PIC 9(7)  VALUE ZERO.
       77  RB-RESUB-COUNT              PIC 9(7)  VALUE ZERO.
       77  RB-EXPECTED-COUNT           PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-RESUBMISSION
               UNTIL RB-MISMATCH-EOF-YES
           PERFORM 8000-TERMINATE
