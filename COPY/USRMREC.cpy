      ******************************************************************
      * COPYBOOK   : USRMREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One user-profile request on the raw USRMNT
      *              stream, landed on PENDCHG by MNTSTAGE for a
      *              second security administrator to approve on
      *              MNTAPPRV before USRMAINT applies it to USERPROF.
      *              UM-ACTION-CODE is
      *                A - add a new profile, active;
      *                C - change the name and/or function flags;
      *                S - suspend (the profile stays on file, every
      *                    function is denied);
      *                R - reinstate a suspended profile;
      *                D - remove the profile from USERPROF.
      *              UM-FUNCTION-FLAGS holds one position per
      *              UP-FUNCTION-FLAGS flag, in the same order: "Y"
      *              grants the function, "N" withdraws it and a
      *              space leaves a change's current setting alone
      *              (on an add a space means "N").  A blank name on
      *              a change keeps the name on file.  UM-REQUESTED-BY
      *              is the security administrator who prepared the
      *              request.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original user-profile request layout (57
      *                     bytes).
      ******************************************************************
       01  USER-MAINT-RECORD.
           05  UM-ACTION-CODE          PIC X(1).
           05  UM-USER-ID              PIC X(8).
           05  UM-USER-NAME            PIC X(20).
           05  UM-FUNCTION-FLAGS       PIC X(20).
           05  UM-REQUESTED-BY         PIC X(8).
