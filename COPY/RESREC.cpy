      *
      * REMARKS    : RESOUT record written by OPERATIONS and read back
      *              by RECONCIL for reconciliation against the
      *              expected-results file.  RO-NUM1, RO-NUM2 and
      *              the results are always in base currency; a
      *              transaction sent in another currency also keeps
      *              its currency code, the amounts as sent and the
      *              FXRATE rate that converted them.  A base-
      *              currency row carries a blank code, the same
      *              amounts twice and a rate of 1.
      *              RO-ERROR-FLAG is "Y" on an arithmetic error,
      *              "G" when the transaction's group disagreed with
      *              the group that owns the key on BALFIL (the
      *              result posted under the key's own group), and
      *              "N" otherwise.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     main and supplementary runs' rows can
      *                     be told apart downstream.  Record grows
      *                     from 84 to 87 bytes.
      *    2026-10-15  RA   Added RO-CURRENCY-CODE, RO-ORIG-NUM1,
      *                     RO-ORIG-NUM2 and RO-FX-RATE for multi-
      *                     currency transactions.  Record grows
      *                     from 87 to 120 bytes.
      *    2026-10-15  RA   RO-ERROR-FLAG "G" marks a group mismatch
      *                     OPERATIONS flagged instead of re-homing
      *                     the key.
      ******************************************************************
       01  RESULT-OUT-RECORD.
           05  RO-KEY                  PIC X(6).
                                        SIGN IS TRAILING SEPARATE.
           05  RO-ERROR-FLAG           PIC X(1).
           05  RO-CYCLE                PIC 9(3).
           05  RO-CURRENCY-CODE        PIC X(3).
           05  RO-ORIG-NUM1            PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  RO-ORIG-NUM2            PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  RO-FX-RATE              PIC 9(4)V9(6).
