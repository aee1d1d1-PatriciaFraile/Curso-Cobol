      *              provider's own interchange wrapping: a BATHDR
      *              header carrying a batch id built from the
      *              business date, the reject rows (the original
      *              37-byte transaction image with our reason code,
      *              reason text and the owning inbound batch id
      *              behind it), and a BATTRL trailer with the
      *              reject count and TR-NUM1 hash total, so the
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original reject return feed.
      *    2026-10-15  RA   TRANREC grew TR-CURRENCY-CODE, so the
      *                     TRANREJ image grows to 37 bytes and the
      *                     reject row to 66; only the record
      *                     lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rejretn.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE-IN
           RECORD CONTAINS 66 CHARACTERS.
       01  REJECT-IN-RECORD.
           05  RJ-TRAN-DATA            PIC X(37).
           05  RJ-REASON-CODE          PIC X(1).
           05  RJ-REASON-TEXT          PIC X(20).
           05  RJ-BATCH-ID             PIC X(8).

       FD  RETURN-FEED-OUT
           RECORD CONTAINS 66 CHARACTERS.
       01  RETURN-FEED-RECORD          PIC X(66).

       FD  RUN-CTL-IN
           RECORD CONTAINS 12 CHARACTERS.
                                        SIGN IS TRAILING SEPARATE.
           05  RW-NUM2                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  RW-CURRENCY-CODE        PIC X(3).

       01  RR-RUN-DATE-GROUP.
           05  RR-RUN-DATE-CC          PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RETURN-ONE-REJECT
               UNTIL RR-EOF-YES
           PERFORM 8000-TERMINATE
           MOVE RR-FEED-BATCH-ID TO BH-BATCH-ID
           MOVE RR-RUN-DATE TO BH-CREATE-DATE
           MOVE SPACES TO RETURN-FEED-RECORD
           MOVE TRAN-BATCH-HEADER TO RETURN-FEED-RECORD(1:37)
           WRITE RETURN-FEED-RECORD

           PERFORM 2100-READ-REJECT.
               MOVE RR-REJECT-COUNT TO BT-RECORD-COUNT
               MOVE RR-HASH-TOTAL TO BT-HASH-TOTAL
               MOVE SPACES TO RETURN-FEED-RECORD
               MOVE TRAN-BATCH-TRAILER TO RETURN-FEED-RECORD(1:37)
               WRITE RETURN-FEED-RECORD
               CLOSE RETURN-FEED-OUT
           END-IF
