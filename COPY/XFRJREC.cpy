      ******************************************************************
      * COPYBOOK   : XFRJREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One leg of an applied key transfer on the XFRJRN
      *              transfer register, written by XFERPOST.  Every
      *              transfer writes two rows under its PENDCHG
      *              request number: an "O" row for the group the
      *              key left, carrying the balance as a negative
      *              amount, and an "I" row for the group it joined,
      *              carrying it as a positive one, so each group's
      *              transfers net against its trial-balance total
      *              and the two legs of any transfer net to zero.
      *              TJ-OTHER-GROUP names the group on the opposite
      *              leg.  TJ-DAY-AMOUNT is the key's posted-today
      *              movement that travelled with it (zero unless
      *              the key posted on the business date), signed
      *              the same way, for the TRIALBAL posted-today
      *              column.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original transfer register layout (109
      *                     bytes).
      ******************************************************************
       01  TRANSFER-JOURNAL-RECORD.
           05  TJ-BUSINESS-DATE        PIC 9(8).
           05  TJ-CYCLE                PIC 9(3).
           05  TJ-SEQUENCE             PIC 9(5).
           05  TJ-DIRECTION            PIC X(1).
               88  TJ-OUT                        VALUE "O".
               88  TJ-IN                         VALUE "I".
           05  TJ-KEY                  PIC X(6).
           05  TJ-GROUP-CODE           PIC X(4).
           05  TJ-OTHER-GROUP          PIC X(4).
           05  TJ-AMOUNT               PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05  TJ-DAY-AMOUNT           PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05  TJ-EFF-DATE             PIC 9(8).
           05  TJ-REFERENCE            PIC X(30).
           05  TJ-MAKER-ID             PIC X(8).
           05  TJ-APPROVER-ID          PIC X(8).
