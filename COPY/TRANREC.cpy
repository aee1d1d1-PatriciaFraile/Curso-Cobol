      *              TR-GROUP-CODE drives the OPERATIONS control-break
      *              subtotal report, and TR-OP-CODE selects which
      *              arithmetic operation(s) OPERATIONS performs for
      *              the record.  TR-CURRENCY-CODE names the
      *              currency TR-NUM1/TR-NUM2 are expressed in; blank
      *              means base currency, and any other code is
      *              converted by OPERATIONS through the FXRATE
      *              exchange-rate file before it is computed or
      *              posted.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     against an expected-results file.
      *    2026-08-08  RA   TR-NUM1/TR-NUM2 widened to signed, two-
      *                     decimal fields to match NUMREC.
      *    2026-10-15  RA   Added TR-CURRENCY-CODE for providers that
      *                     send amounts in their own currency.
      *                     Record grows from 34 to 37 bytes; a feed
      *                     still cut at 34 reads with a blank (base)
      *                     currency.
      ******************************************************************
       01  TRAN-RECORD.
           05  TR-KEY                  PIC X(6).
                                        SIGN IS TRAILING SEPARATE.
           05  TR-NUM2                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  TR-CURRENCY-CODE        PIC X(3).
