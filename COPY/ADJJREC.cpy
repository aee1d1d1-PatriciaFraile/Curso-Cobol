      ******************************************************************
      * COPYBOOK   : ADJJREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One posted manual adjustment on the ADJJRN
      *              adjustment journal, written by ADJPOST as it
      *              posts each approved PENDCHG adjustment to
      *              BALFIL.  AD-SEQUENCE is the PENDCHG request
      *              number, AD-BALANCE-AFTER the key's balance once
      *              the adjustment was posted, and AD-BILLED-FLAG
      *              "Y" when the reason code called for a BILLEXT
      *              row.  The daily register by reason code and
      *              TRIALBAL's adjustment line are both read from
      *              this journal.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original adjustment journal layout (99
      *                     bytes).
      ******************************************************************
       01  ADJUSTMENT-JOURNAL-RECORD.
           05  AD-BUSINESS-DATE        PIC 9(8).
           05  AD-CYCLE                PIC 9(3).
           05  AD-SEQUENCE             PIC 9(5).
           05  AD-KEY                  PIC X(6).
           05  AD-GROUP-CODE           PIC X(4).
           05  AD-REASON-CODE          PIC X(4).
           05  AD-AMOUNT               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AD-BILLED-FLAG          PIC X(1).
               88  AD-BILLED                     VALUE "Y".
           05  AD-BALANCE-AFTER        PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AD-REFERENCE            PIC X(30).
           05  AD-MAKER-ID             PIC X(8).
           05  AD-APPROVER-ID          PIC X(8).
