      *              date and time, so the audit question "who ran
      *              what, when" is answered from a file instead of
      *              from memory.  SL-ACTION is SIGNON, INVOKE,
      *              DENIED or REFUSED; MNTAPPRV adds APPROVE and
      *              REJECT, and the profile maintenance adds
      *              PROFADD, PROFCHG, PROFSUSP, PROFRINS, PROFDEL,
      *              GRANT and REVOKE.  SECRPT reports from the log
      *              daily and for the quarterly recertification.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02  RA   Original security log layout.
      *    2026-10-15  RA   Listed the approval and profile
      *                     maintenance actions and the SECRPT
      *                     security review.
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-LOG-DATE             PIC 9(8).
