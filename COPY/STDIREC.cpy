      ******************************************************************
      * COPYBOOK   : STDIREC
      *
      * AUTHOR     : R. ALONSO
      * DATE-WRITTEN : 2026-10-15
      *
      * REMARKS    : One standing instruction on the keyed STDINST
      *              master: a fixed transaction a group sends on a
      *              schedule (maintenance fees, fixed transfers)
      *              which STDGEN builds into the nightly feed
      *              instead of the provider.  SI-KEY is the
      *              transaction key the instruction posts to; a key
      *              carries one instruction, since TRANEDIT refuses
      *              a key repeated within a batch.  SI-FREQUENCY is
      *              "D" every processing date, "W" weekly on
      *              weekday SI-RUN-DAY (1 Monday .. 7 Sunday) or
      *              "M" monthly on day SI-RUN-DAY (a day past the
      *              month's end means its last day).  An occurrence
      *              falling on a date with no run is generated by
      *              the next run.  SI-END-DATE zero means open
      *              ended.  SI-LAST-GENERATED and SI-LAST-CYCLE
      *              record the business date and cycle of the run
      *              that last generated the instruction, so a
      *              supplementary cycle does not generate it again
      *              but a rerun of the same cycle does.  STDMAINT
      *              maintains the file through the PENDCHG
      *              maker/checker workflow and stamps the maker and
      *              approver of the last change.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15  RA   Original standing-instruction layout
      *                     (83 bytes).
      ******************************************************************
       01  STANDING-INSTRUCTION-RECORD.
           05  SI-KEY                  PIC X(6).
           05  SI-GROUP-CODE           PIC X(4).
           05  SI-OP-CODE              PIC X(4).
           05  SI-NUM1                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  SI-NUM2                 PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  SI-CURRENCY-CODE        PIC X(3).
           05  SI-FREQUENCY            PIC X(1).
               88  SI-DAILY                      VALUE "D".
               88  SI-WEEKLY                     VALUE "W".
               88  SI-MONTHLY                    VALUE "M".
           05  SI-RUN-DAY              PIC 9(2).
           05  SI-START-DATE           PIC 9(8).
           05  SI-END-DATE             PIC 9(8).
           05  SI-LAST-GENERATED       PIC 9(8).
           05  SI-LAST-CYCLE           PIC 9(3).
           05  SI-MAKER-ID             PIC X(8).
           05  SI-APPROVER-ID          PIC X(8).
