      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original compliance extract.
      *    2026-10-15  RA   AUDITREC grew the currency, original
      *                     amounts and FX rate (95 bytes); only the
      *                     record lengths change here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audextr.
           05  XP-THRESHOLD            PIC 9(7)V99.

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
       01  HISTORY-IN-RECORD           PIC X(95).

       FD  AUDIT-FILE-IN
           RECORD CONTAINS 95 CHARACTERS.
           COPY AUDITREC.

       FD  BALANCE-FILE-IN.
           COPY BALREC.

       FD  EXTRACT-FILE-OUT
           RECORD CONTAINS 95 CHARACTERS.
       01  EXTRACT-OUT-RECORD          PIC X(95).

       WORKING-STORAGE SECTION.
       77  AX-PARM-STATUS              PIC X(2)  VALUE "00".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SEARCH-HISTORY-ROW
               UNTIL AX-HISTORY-EOF-YES
           PERFORM 3000-SEARCH-TODAY-ROW
       2000-SEARCH-HISTORY-ROW.
           ADD 1 TO AX-HISTORY-READ-COUNT
           MOVE HISTORY-IN-RECORD TO AUDIT-RECORD
           PERFORM 4000-JUDGE-AUDIT-ROW THRU 4000-EXIT
           IF AX-ROW-MATCHES
               MOVE AUDIT-RECORD TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
      ******************************************************************
       3000-SEARCH-TODAY-ROW.
           ADD 1 TO AX-AUDIT-READ-COUNT
           PERFORM 4000-JUDGE-AUDIT-ROW THRU 4000-EXIT
           IF AX-ROW-MATCHES
               MOVE AUDIT-RECORD TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               END-IF
           END-IF
           IF AX-GROUP-CODE NOT = SPACES
               PERFORM 4100-RESOLVE-GROUP THRU 4100-EXIT
               IF AX-LOOKUP-GROUP-CODE NOT = AX-GROUP-CODE
                   GO TO 4000-EXIT
               END-IF
