      ******************************************************************
      * COPYBOOK   : KEYREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : Keyed transaction-key master record held on
      *              KEYMST, one row per TR-KEY the business has
      *              actually opened.  TRANEDIT refuses a
      *              transaction whose key is not on this file, or
      *              is frozen or closed, so a provider typo can no
      *              longer open a brand-new BALFIL "account" the
      *              first time OPERATIONS posts it.  BALINQ and
      *              KEYSTMT show the owner name and status.
      *              KEYMAINT maintains it through the PENDCHG
      *              maker/checker workflow, the way GROUPMNT
      *              maintains GROUPMST.  KF-CLOSE-DATE is zero
      *              unless the key is closed.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original transaction-key master layout
      *                     (57 bytes).
      ******************************************************************
       01  KEY-MASTER-RECORD.
           05  KF-KEY                  PIC X(6).
           05  KF-OWNER-NAME           PIC X(30).
           05  KF-GROUP-CODE           PIC X(4).
           05  KF-OPEN-DATE            PIC 9(8).
           05  KF-STATUS-FLAG          PIC X(1).
               88  KF-OPEN                       VALUE "O".
               88  KF-FROZEN                     VALUE "F".
               88  KF-CLOSED                     VALUE "C".
           05  KF-CLOSE-DATE           PIC 9(8).
