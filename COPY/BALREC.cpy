      *              (reset when a posting arrives on a new date), so
      *              TRIALBAL can prove the day's postings against
      *              OPERATIONS' grand total.
      *              BL-MTD-AMOUNT is the activity posted since the
      *              last month-end close (OPERATIONS adds to it,
      *              BACKOUT takes a reversal out of it); PERCLOSE
      *              rolls it into BL-YTD-AMOUNT and resets it at
      *              each month end, and resets BL-YTD-AMOUNT at the
      *              December close.  BL-LAST-CLOSED is the last
      *              period (YYYYMM) PERCLOSE rolled for the key, so
      *              a rerun of an interrupted close never rolls a
      *              key twice.
      *              BL-ACCRUED-INTEREST is the interest INTACCR has
      *              accrued on the key since the last month-end
      *              capitalisation, and BL-LAST-ACCRUED the business
      *              date it was last accrued through.
      *              BL-DORMANT-FLAG is set to "D" by the monthly
      *              DORMANT run when the key has not been posted for
      *              the dormancy threshold (BL-DORMANT-DATE is the
      *              run that flagged it); OPERATIONS raises a warning
      *              alert when it posts to a flagged key and clears
      *              the flag.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-08-22  RA   Original balance-master layout.
      *    2026-10-15  RA   Added BL-MTD-AMOUNT, BL-YTD-AMOUNT and
      *                     BL-LAST-CLOSED for the period close.
      *    2026-10-15  RA   Added BL-ACCRUED-INTEREST and
      *                     BL-LAST-ACCRUED for the interest accrual.
      *    2026-10-15  RA   Added BL-DORMANT-FLAG and BL-DORMANT-DATE
      *                     for the dormancy run.
      ******************************************************************
       01  BALANCE-RECORD.
           05  BL-KEY                  PIC X(6).
           05  BL-DAY-AMOUNT           PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BL-LAST-POSTED          PIC 9(8).
           05  BL-MTD-AMOUNT           PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BL-YTD-AMOUNT           PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BL-LAST-CLOSED          PIC 9(6).
           05  BL-ACCRUED-INTEREST     PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BL-LAST-ACCRUED         PIC 9(8).
           05  BL-DORMANT-FLAG         PIC X(1).
               88  BL-DORMANT                    VALUE "D".
           05  BL-DORMANT-DATE         PIC 9(8).
