      *                     the run date and first batch id for the
      *                     RESTMGR pre-flight (81 bytes); the
      *                     combined record carries them forward.
      *    2026-10-15  RA   RESREC grew the currency code, amounts as
      *                     sent and exchange rate (120 bytes), and
      *                     the OPERATIONS checkpoint record grew the
      *                     currency reject count (88 bytes); the
      *                     combined record carries its sum across
      *                     the partitions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opmerge.
       DATA DIVISION.
       FILE SECTION.
       FD  RES-PART1-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  RES-PART1-RECORD            PIC X(120).

       FD  RES-PART2-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  RES-PART2-RECORD            PIC X(120).

       FD  RES-PART3-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  RES-PART3-RECORD            PIC X(120).

       FD  RESULT-FILE-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  RESULT-OUT-RECORD           PIC X(120).

       FD  BILL-PART1-IN
           RECORD CONTAINS 42 CHARACTERS.
       01  BILL-OUT-RECORD             PIC X(42).

       FD  CHKPT-PART1-IN
           RECORD CONTAINS 88 CHARACTERS.
       01  CHKPT-PART1-RECORD          PIC X(88).

       FD  CHKPT-PART2-IN
           RECORD CONTAINS 88 CHARACTERS.
       01  CHKPT-PART2-RECORD          PIC X(88).

       FD  CHKPT-PART3-IN
           RECORD CONTAINS 88 CHARACTERS.
       01  CHKPT-PART3-RECORD          PIC X(88).

       FD  CHECKPOINT-FILE-OUT
           RECORD CONTAINS 88 CHARACTERS.
       01  CHECKPOINT-OUT-RECORD.
           05  CO-LAST-KEY             PIC X(6).
           05  CO-GROUP-CODE           PIC X(4).
           05  CO-POST-ERROR-COUNT     PIC 9(7).
           05  CO-RUN-DATE             PIC 9(8).
           05  CO-BATCH-ID             PIC X(8).
           05  CO-FX-REJECT-COUNT      PIC 9(7).

       SD  RESULT-MERGE-FILE.
       01  RESULT-MERGE-RECORD.
           05  M1-KEY                  PIC X(6).
           05  FILLER                  PIC X(114).

       SD  BILL-MERGE-FILE.
       01  BILL-MERGE-RECORD.
           05  CI-POST-ERROR-COUNT     PIC 9(7).
           05  CI-RUN-DATE             PIC 9(8).
           05  CI-BATCH-ID             PIC X(8).
           05  CI-FX-REJECT-COUNT      PIC 9(7).

       77  OM-CHKPT-IN-STATUS          PIC X(2)  VALUE "00".
       77  OM-CHKPT-OUT-STATUS         PIC X(2)  VALUE "00".
       77  OM-COMBINED-RATE-REJECTS    PIC 9(7)  VALUE ZERO.
       77  OM-COMBINED-ERRORS          PIC 9(7)  VALUE ZERO.
       77  OM-COMBINED-POST-ERRORS     PIC 9(7)  VALUE ZERO.
       77  OM-COMBINED-FX-REJECTS      PIC 9(7)  VALUE ZERO.
       77  OM-COMBINED-RUN-DATE        PIC 9(8)  VALUE ZERO.
       77  OM-COMBINED-BATCH-ID        PIC X(8)  VALUE SPACES.

               ADD CI-RATE-REJECT-COUNT TO OM-COMBINED-RATE-REJECTS
               ADD CI-ERROR-COUNT TO OM-COMBINED-ERRORS
               ADD CI-POST-ERROR-COUNT TO OM-COMBINED-POST-ERRORS
               IF CI-FX-REJECT-COUNT IS NUMERIC
                   ADD CI-FX-REJECT-COUNT TO OM-COMBINED-FX-REJECTS
               END-IF
               IF CI-RUN-DATE IS NUMERIC
                       AND CI-RUN-DATE NOT = ZERO
                   MOVE CI-RUN-DATE TO OM-COMBINED-RUN-DATE
               MOVE OM-COMBINED-POST-ERRORS TO CO-POST-ERROR-COUNT
               MOVE OM-COMBINED-RUN-DATE TO CO-RUN-DATE
               MOVE OM-COMBINED-BATCH-ID TO CO-BATCH-ID
               MOVE OM-COMBINED-FX-REJECTS TO CO-FX-REJECT-COUNT
               WRITE CHECKPOINT-OUT-RECORD
               CLOSE CHECKPOINT-FILE-OUT
           ELSE
