      * AUDITREC - one audit record appended per run of the
      * program: job name, run date/time, I range processed,
      * and the rule set version in effect for the run.
      *
      * FIZZBACK also appends a ROLLED BACK record (entry
      * type 'B') when it backs the published output out to
      * an earlier generation. A rollback allocates no
      * generation of its own, so it is not a run: its
      * detail area carries the run date of the generation
      * that was restored, the operator who asked for it and
      * the reason, in place of the range and version.
      * Readers that count runs (HISTINQ's generation
      * mapping, FIZZTRND, AUDITRPT) test AUD-IS-ROLLBACK.
      * Records written before the entry type existed carry
      * a space there and read as runs.
      *****************************************************
       01 AUDIT-RECORD.
           05 AUD-JOB-NAME            PIC X(8).
           05 AUD-RUN-DATE            PIC 9(8).
           05 AUD-RUN-TIME            PIC 9(8).
           05 AUD-RUN-DETAIL.
               10 AUD-START-I         PIC S9(9).
               10 AUD-END-I           PIC S9(9).
               10 AUD-RULE-SET-VERSION PIC X(8).
               10 FILLER              PIC X(29).
           05 AUD-ROLLBACK-DETAIL REDEFINES AUD-RUN-DETAIL.
               10 AUD-RB-RESTORED-DATE PIC 9(8).
               10 AUD-RB-OPERATOR-ID  PIC X(8).
               10 AUD-RB-REASON       PIC X(39).
           05 AUD-ENTRY-TYPE          PIC X(1).
               88 AUD-IS-RUN-ENTRY    VALUE SPACE.
               88 AUD-IS-ROLLBACK     VALUE 'B'.
