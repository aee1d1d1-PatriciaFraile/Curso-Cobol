      ******************************************************************
      * COPYBOOK   : DARCREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One key the monthly DORMANT run removed from the
      *              BALFIL balance master: a zero-balance key not
      *              posted for the closure threshold.  The DORMARC
      *              closed-keys archive keeps what the key looked
      *              like when it left, so the key's history can
      *              still be explained after it is gone from BALFIL.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original closed-keys archive layout
      *                     (50 bytes).
      ******************************************************************
       01  DORMANT-ARCHIVE-RECORD.
           05  DA-KEY                  PIC X(6).
           05  DA-GROUP-CODE           PIC X(4).
           05  DA-POSTING-COUNT        PIC 9(7).
           05  DA-BALANCE              PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  DA-LAST-POSTED          PIC 9(8).
           05  DA-DAYS-INACTIVE        PIC 9(5).
           05  DA-ARCHIVE-DATE         PIC 9(8).
