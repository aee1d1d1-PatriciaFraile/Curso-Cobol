      ******************************************************************
      * COPYBOOK   : GLMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One row of the desk-maintained GLMAP general-
      *              ledger account-mapping table read by GLJRNL, in
      *              the manner of the EDITRUL table TRANEDIT reads.
      *              Each row maps one group code and op code to the
      *              GL account debited and the GL account credited
      *              when the night's net posting for that group and
      *              op is positive; a negative net posting reverses
      *              the two.  There is no default row: a group/op
      *              combination with no row of its own, or a row
      *              with either account blank, is unmapped and
      *              stops the journal until the table is corrected.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original GL account-mapping layout.
      ******************************************************************
       01  GL-MAPPING-RECORD.
           05  GA-GROUP-CODE           PIC X(4).
           05  GA-OP-CODE              PIC X(3).
           05  GA-DEBIT-ACCOUNT        PIC X(10).
           05  GA-CREDIT-ACCOUNT       PIC X(10).
           05  GA-DESCRIPTION          PIC X(30).
