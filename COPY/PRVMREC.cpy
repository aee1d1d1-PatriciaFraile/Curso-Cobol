      ******************************************************************
      * COPYBOOK   : PRVMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One priority review item on the keyed PRIMST
      *              master, loaded nightly by PRILOAD from the
      *              HIGH-tier rows TIERROUTE writes to PRIREVW.  The
      *              record key is the business date plus a load
      *              sequence within the date, the same shape as the
      *              ALERTMST key.  The classified row is carried
      *              whole (the CLASSREC fields) with the cycle that
      *              produced it.  PV-STATUS-FLAG is the risk desk's
      *              disposition recorded on PRIDISP: "O" not yet
      *              worked, "C" cleared, "H" held (the key is put on
      *              KEYHOLD and its billing diverted) or "E"
      *              escalated, with the desk user, the action date
      *              and the desk's note.  PRIAGE ages the items not
      *              yet worked.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original priority review master layout
      *                     (123 bytes).
      ******************************************************************
       01  PRIORITY-REVIEW-RECORD.
           05  PV-RECORD-KEY.
               10  PV-REVIEW-DATE      PIC 9(8).
               10  PV-SEQUENCE         PIC 9(5).
           05  PV-CYCLE                PIC 9(3).
           05  PV-KEY                  PIC X(6).
           05  PV-GROUP-CODE           PIC X(4).
           05  PV-OP-CODE              PIC X(4).
           05  PV-NUM1                 PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  PV-NUM2                 PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  PV-RESULT               PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  PV-TIER                 PIC X(6).
           05  PV-STATUS-FLAG          PIC X(1).
               88  PV-NOT-WORKED                 VALUE "O".
               88  PV-CLEARED                    VALUE "C".
               88  PV-HELD                       VALUE "H".
               88  PV-ESCALATED                  VALUE "E".
           05  PV-ACTION-USER          PIC X(8).
           05  PV-ACTION-DATE          PIC 9(8).
           05  PV-NOTE                 PIC X(40).
