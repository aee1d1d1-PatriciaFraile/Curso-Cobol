      ******************************************************************
      * COPYBOOK   : GLJREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : The 100-byte general-ledger journal GLJRNL
      *              writes on GLJRNL for the GL team's intake, with
      *              the header and trailer views of the same record
      *              in the manner of BILLBTR.  The file opens with
      *              one GLHDR header (run date, cycle and a batch id
      *              "GL" plus YYMMDD), carries one GLLIN line per
      *              account side of each division/group/op summary,
      *              and closes with one GLTRL trailer holding the
      *              line count and the debit and credit totals,
      *              which are always equal on a file GLJRNL has
      *              released.  GL-AMOUNT is unsigned; the side is in
      *              GL-DEBIT-CREDIT.  The record type in the first
      *              six bytes says which view applies.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original GL journal layout.
      ******************************************************************
       01  GL-JOURNAL-LINE.
           05  GL-RECORD-TYPE          PIC X(6).
               88  GL-LINE-RECORD                VALUE "GLLIN ".
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-CYCLE                PIC 9(3).
           05  GL-LINE-NUMBER          PIC 9(5).
           05  GL-ACCOUNT              PIC X(10).
           05  GL-DEBIT-CREDIT         PIC X(1).
               88  GL-DEBIT                      VALUE "D".
               88  GL-CREDIT                     VALUE "C".
           05  GL-AMOUNT               PIC 9(11)V99.
           05  GL-DIVISION-CODE        PIC X(4).
           05  GL-GROUP-CODE           PIC X(4).
           05  GL-OP-CODE              PIC X(3).
           05  GL-POSTING-COUNT        PIC 9(7).
           05  GL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(6).

       01  GL-JOURNAL-HEADER.
           05  GH-RECORD-TYPE          PIC X(6).
               88  GH-HEADER-RECORD              VALUE "GLHDR ".
           05  GH-RUN-DATE             PIC 9(8).
           05  GH-BATCH-ID             PIC X(8).
           05  GH-CYCLE                PIC 9(3).
           05  FILLER                  PIC X(75).

       01  GL-JOURNAL-TRAILER.
           05  GT-RECORD-TYPE          PIC X(6).
               88  GT-TRAILER-RECORD             VALUE "GLTRL ".
           05  GT-LINE-COUNT           PIC 9(7).
           05  GT-DEBIT-TOTAL          PIC 9(11)V99.
           05  GT-CREDIT-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(61).
