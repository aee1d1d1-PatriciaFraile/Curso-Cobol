      * REMARKS    : One maintenance request on the keyed PENDCHG
      *              pending-changes file, the segregation-of-duties
      *              gate audit asked for.  MNTSTAGE lands the raw
      *              CONSTMNT, GRPMNT, KEYMNT, FXMNT and STDMNT
      *              request streams here with status "P" instead of
      *              letting them apply straight to CONSTFIL/
      *              GROUPMST/KEYMST/FXRATE/STDINST; a second user
      *              reviews each request on the MNTAPPRV screen
      *              (before and after values shown) and approves
      *              or rejects it; CONSTMAIN, GROUPMNT, KEYMAINT,
      *              FXMAINT and STDMAINT then apply only
      *              approved requests, refuse any whose approver
      *              matches the maker, and mark what they applied
      *              with status "X".  PD-KEY carries the CONSTFIL
      *              constant name, or the group code, transaction
      *              key (key or standing instruction) or currency
      *              code left-justified, depending
      *              on PD-TARGET; the fields a target does not use
      *              are left zero or spaces.
      *              A key request carries the owner name in
      *              PD-DESCRIPTION, the status in PD-ACTIVE-FLAG,
      *              the owning group in PD-GROUP-CODE and the
      *              open or close date in PD-EFF-DATE.  An
      *              exchange-rate request carries the rate in
      *              PD-FX-RATE and its effective date in
      *              PD-EFF-DATE.  A standing-instruction request
      *              carries the group in PD-GROUP-CODE, the start
      *              date in PD-EFF-DATE and the rest of its terms
      *              in PD-OP-CODE through PD-END-DATE.  A manual
      *              adjustment request carries the key in PD-KEY,
      *              the signed amount in PD-NUM1, the reason code
      *              in PD-OP-CODE and the free-text reference in
      *              PD-DESCRIPTION; ADJPOST posts it to BALFIL.
      *              A key transfer request carries the key in
      *              PD-KEY, the group it is leaving in PD-OP-CODE,
      *              the receiving group in PD-GROUP-CODE, the
      *              effective date in PD-EFF-DATE and the reference
      *              in PD-DESCRIPTION; XFERPOST moves the key on
      *              KEYMST and BALFIL and writes the transfer
      *              register.
      *              A user-profile request carries the user id in
      *              PD-KEY, the user's name in PD-DESCRIPTION, the
      *              active flag the request leaves in PD-ACTIVE-FLAG
      *              and the function flags, one position per
      *              UP-FUNCTION-FLAGS flag in the same order, in
      *              PD-FUNCTION-FLAGS; USRMAINT applies it to
      *              USERPROF.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     recipient a group request carries to
      *                     the master.  Record grows from 120 to
      *                     128 bytes.
      *    2026-10-15  RA   Added target "K" for the KEYMST
      *                     transaction-key master and
      *                     PD-GROUP-CODE, the owning group a key
      *                     request carries.  Record grows from 128
      *                     to 132 bytes.
      *    2026-10-15  RA   Added target "F" for the FXRATE exchange-
      *                     rate file and PD-FX-RATE, the rate such a
      *                     request carries.  Record grows from 132
      *                     to 142 bytes.
      *    2026-10-15  RA   Added target "S" for the STDINST
      *                     standing-instruction master and the
      *                     instruction terms PD-OP-CODE through
      *                     PD-END-DATE.  Record grows from 142 to
      *                     180 bytes.
      *    2026-10-15  RA   Added target "J" for manual balance
      *                     adjustments posted by ADJPOST.
      *    2026-10-15  RA   Added target "T" for key transfers between
      *                     groups applied by XFERPOST.
      *    2026-10-15  RA   Added target "U" for USERPROF user
      *                     profiles applied by USRMAINT and
      *                     PD-FUNCTION-FLAGS, the function flags such
      *                     a request carries (two positions spare).
      *                     Record grows from 180 to 200 bytes.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PD-SEQUENCE             PIC 9(5).
           05  PD-TARGET               PIC X(1).
               88  PD-TARGET-CONSTANT            VALUE "C".
               88  PD-TARGET-GROUP               VALUE "G".
               88  PD-TARGET-KEY                 VALUE "K".
               88  PD-TARGET-FX-RATE             VALUE "F".
               88  PD-TARGET-STANDING            VALUE "S".
               88  PD-TARGET-ADJUSTMENT          VALUE "J".
               88  PD-TARGET-TRANSFER            VALUE "T".
               88  PD-TARGET-PROFILE             VALUE "U".
           05  PD-ACTION-CODE          PIC X(1).
           05  PD-KEY                  PIC X(8).
           05  PD-EFF-DATE             PIC 9(8).
           05  PD-KEY-LIMIT            PIC 9(9)V99.
           05  PD-GROUP-LIMIT          PIC 9(11)V99.
           05  PD-RECIP-CODE           PIC X(8).
           05  PD-GROUP-CODE           PIC X(4).
           05  PD-FX-RATE              PIC 9(4)V9(6).
           05  PD-MAKER-ID             PIC X(8).
           05  PD-STATUS-FLAG          PIC X(1).
               88  PD-PENDING                    VALUE "P".
           05  PD-APPROVER-ID          PIC X(8).
           05  PD-REQUEST-DATE         PIC 9(8).
           05  PD-DECISION-DATE        PIC 9(8).
           05  PD-OP-CODE              PIC X(4).
           05  PD-NUM1                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  PD-NUM2                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  PD-CURRENCY-CODE        PIC X(3).
           05  PD-FREQUENCY            PIC X(1).
           05  PD-RUN-DAY              PIC 9(2).
           05  PD-END-DATE             PIC 9(8).
           05  PD-FUNCTION-FLAGS       PIC X(20).
