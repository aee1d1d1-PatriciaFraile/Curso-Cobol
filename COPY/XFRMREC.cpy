      ******************************************************************
      * COPYBOOK   : XFRMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One transfer of a transaction key from the group
      *              that owns it to another, the raw XFRMNT stream
      *              MNTSTAGE lands on PENDCHG for approval before
      *              XFERPOST applies it in the nightly run.
      *              XK-ACTION-CODE is always "A"; a transfer made
      *              in error is undone by a transfer back under its
      *              own approval.  XK-FROM-GROUP is the group the
      *              preparer believes owns the key today -- the
      *              transfer is refused if KEYMST or BALFIL says
      *              otherwise -- and XK-TO-GROUP the receiving
      *              group, which must be active on GROUPMST.  The
      *              key moves on the first nightly run whose
      *              business date is on or after XK-EFF-DATE
      *              (zero means the next run).  XK-REFERENCE is
      *              free text quoted on the transfer register;
      *              XK-USER-ID is the person who prepared it.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original key transfer entry layout (61
      *                     bytes).
      ******************************************************************
       01  TRANSFER-MAINT-RECORD.
           05  XK-ACTION-CODE          PIC X(1).
           05  XK-KEY                  PIC X(6).
           05  XK-FROM-GROUP           PIC X(4).
           05  XK-TO-GROUP             PIC X(4).
           05  XK-EFF-DATE             PIC 9(8).
           05  XK-REFERENCE            PIC X(30).
           05  XK-USER-ID              PIC X(8).
