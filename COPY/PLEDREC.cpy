      ******************************************************************
      * COPYBOOK   : PLEDREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row on the PERLEDG closed-period ledger
      *              PERCLOSE appends at each month-end close: the
      *              opening balance, movement and closing balance of
      *              the period, per key ("K" rows), per group ("G"
      *              rows, key blank) and for the whole master ("T"
      *              row, key and group blank).  LG-PERIOD-TYPE is "M"
      *              for the month; the December close writes a second
      *              set of "Y" rows for the year.  Opening plus
      *              movement equals closing on every row, and the
      *              "G" rows of a period foot to its "T" row.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original closed-period ledger layout
      *                     (68 bytes).
      ******************************************************************
       01  PERIOD-LEDGER-RECORD.
           05  LG-PERIOD               PIC 9(6).
           05  LG-PERIOD-TYPE          PIC X(1).
               88  LG-MONTH-ROW                  VALUE "M".
               88  LG-YEAR-ROW                   VALUE "Y".
           05  LG-ROW-TYPE             PIC X(1).
               88  LG-KEY-ROW                    VALUE "K".
               88  LG-GROUP-ROW                  VALUE "G".
               88  LG-TOTAL-ROW                  VALUE "T".
           05  LG-KEY                  PIC X(6).
           05  LG-GROUP-CODE           PIC X(4).
           05  LG-OPENING-BALANCE      PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  LG-MOVEMENT             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  LG-CLOSING-BALANCE      PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  LG-CLOSE-DATE           PIC 9(8).
