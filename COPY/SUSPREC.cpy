      ******************************************************************
      * COPYBOOK   : SUSPREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One transaction held in suspense.  OPERATIONS
      *              writes a row to SUSPNEW for every transaction
      *              its group-code or rate validation refuses, and
      *              SUSPCFWD carries the rows forward night to night
      *              on the SUSPENSE GDG (the BILLCFWD pattern).  The
      *              transaction image is kept whole so a released
      *              item goes back in exactly as the provider sent
      *              it.  SU-BATCH-ID is the batch it was last
      *              refused in; the dates and SU-TIMES-SUSPENDED
      *              follow it through every refusal.  SUSPREL marks
      *              an item released once its group or rate has
      *              been put right, and SUSPINJ feeds released
      *              items into the next supplementary run.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original suspense layout.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-TRAN-DATA.
               10  SU-KEY              PIC X(6).
               10  SU-GROUP-CODE       PIC X(4).
               10  SU-OP-CODE          PIC X(4).
               10  SU-NUM1             PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
               10  SU-NUM2             PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
               10  SU-CURRENCY-CODE    PIC X(3).
           05  SU-REASON-CODE          PIC X(4).
               88  SU-GROUP-MISSING              VALUE "GRPM".
               88  SU-GROUP-INACTIVE             VALUE "GRPI".
               88  SU-RATE-NOT-IN-EFFECT         VALUE "RATE".
           05  SU-BATCH-ID             PIC X(8).
           05  SU-FIRST-SUSPENDED      PIC 9(8).
           05  SU-LAST-SUSPENDED       PIC 9(8).
           05  SU-LAST-CYCLE           PIC 9(3).
           05  SU-TIMES-SUSPENDED      PIC 9(3).
           05  SU-STATUS               PIC X(1).
               88  SU-OPEN                       VALUE "O".
               88  SU-RELEASED                   VALUE "R".
           05  SU-RELEASE-DATE         PIC 9(8).
           05  SU-RELEASE-COUNT        PIC 9(3).
