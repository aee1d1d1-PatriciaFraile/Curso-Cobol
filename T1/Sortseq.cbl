      *                     the run/cycle number (62/87/42/51
      *                     bytes); only the record lengths change
      *                     here.
      *    2026-10-15  RA   RESREC grew the currency, original
      *                     amounts and FX rate (120 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sortseq.
           05  SP-DUP-TOLERANCE        PIC 9(5).

       FD  RESULT-FILE-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  RESULT-IN-RECORD            PIC X(120).

       FD  SORTED-RESULT-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  SORTED-RESULT-RECORD        PIC X(120).

       FD  EXPECTED-FILE-IN
           RECORD CONTAINS 16 CHARACTERS.
       SD  RESULT-SORT-FILE.
       01  RESULT-SORT-RECORD.
           05  S1-KEY                  PIC X(6).
           05  FILLER                  PIC X(114).

       SD  EXPECT-SORT-FILE.
       01  EXPECT-SORT-RECORD.
