      ******************************************************************
      * COPYBOOK   : KHLDREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One transaction key on the keyed KEYHOLD billing
      *              hold file, written by the risk desk's PRIDISP
      *              screen when a priority item is held and released
      *              when an item of the key is cleared.  While
      *              KH-STATUS-FLAG is "H" BILLWRAP diverts every
      *              BILLEXT row of the key to the HELDBILL held-
      *              billing file instead of transmitting it; once
      *              it is "C" the held rows are released into the
      *              next night's transmission.  The record keeps
      *              the priority item that placed the hold, who
      *              placed and released it and when, and the desk's
      *              note.  A released record stays on the file and
      *              is reused if the key is held again.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original key billing hold layout
      *                     (92 bytes).
      ******************************************************************
       01  KEY-HOLD-RECORD.
           05  KH-KEY                  PIC X(6).
           05  KH-STATUS-FLAG          PIC X(1).
               88  KH-ON-HOLD                    VALUE "H".
               88  KH-RELEASED                   VALUE "C".
           05  KH-HOLD-DATE            PIC 9(8).
           05  KH-HOLD-USER            PIC X(8).
           05  KH-ITEM-KEY.
               10  KH-ITEM-DATE        PIC 9(8).
               10  KH-ITEM-SEQUENCE    PIC 9(5).
           05  KH-RELEASE-DATE         PIC 9(8).
           05  KH-RELEASE-USER         PIC X(8).
           05  KH-NOTE                 PIC X(40).
