      ******************************************************************
      * COPYBOOK   : ADJMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One manual balance adjustment, the raw ADJMNT
      *              stream MNTSTAGE lands on PENDCHG for approval
      *              before ADJPOST posts it to BALFIL in the
      *              nightly run.  AM-ACTION-CODE is always "A";
      *              an adjustment is never changed or deleted once
      *              posted, it is reversed by an opposite one.
      *              AM-AMOUNT is signed (negative to reduce the
      *              balance).  AM-REASON-CODE must be on the
      *              maintained reason list (CONSTFIL constant
      *              ADJRcccc); AM-REFERENCE is free text quoted on
      *              the journal and register.  AM-USER-ID is the
      *              person who prepared the adjustment.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original adjustment entry layout (59
      *                     bytes).
      ******************************************************************
       01  ADJUSTMENT-MAINT-RECORD.
           05  AM-ACTION-CODE          PIC X(1).
           05  AM-KEY                  PIC X(6).
           05  AM-AMOUNT               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AM-REASON-CODE          PIC X(4).
           05  AM-REFERENCE            PIC X(30).
           05  AM-USER-ID              PIC X(8).
