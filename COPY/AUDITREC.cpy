      *              and CONDITIONALS to AUDITOUT.  One record is
      *              written per arithmetic operation performed, so a
      *              downstream reconciliation can answer "what inputs
      *              produced this result" for any run.  AR-NUM1,
      *              AR-NUM2 and AR-RESULT are in base currency; the
      *              currency code, the amounts as sent and the
      *              FXRATE rate applied follow them (blank code,
      *              same amounts and a rate of 1 for a base-currency
      *              row).
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     indistinguishable from the main run's
      *                     and BACKOUT can reverse one cycle.
      *                     Record grows from 59 to 62 bytes.
      *    2026-10-15  RA   Added AR-CURRENCY-CODE, AR-ORIG-NUM1,
      *                     AR-ORIG-NUM2 and AR-FX-RATE so a row
      *                     converted from another currency shows
      *                     both the amounts as sent and the base-
      *                     currency amounts.  Record grows from 62
      *                     to 95 bytes; rows written before the
      *                     change read with blank new fields.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AR-RUN-DATE             PIC 9(8).
           05  AR-RESULT               PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  AR-CYCLE                PIC 9(3).
           05  AR-CURRENCY-CODE        PIC X(3).
           05  AR-ORIG-NUM1            PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  AR-ORIG-NUM2            PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  AR-FX-RATE              PIC 9(4)V9(6).
