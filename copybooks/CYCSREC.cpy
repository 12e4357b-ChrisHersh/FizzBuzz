      *****************************************************
      * CYCSREC - cycle status record written by FIZZCYC at
      * the end of each batch cycle for the enterprise
      * scheduler / monitoring tool, which raises its alerts
      * from this one fixed-format record instead of from
      * step return codes scattered across the job log.
      * The dataset is replaced each cycle and always holds
      * exactly one record, describing the LAST run on the
      * RUNSTATE log (FIZZBUZ, FIZZRST or FIZZMRG) or the
      * last rollback, whichever came later.
      *
      * CYS-CYCLE-STATUS is PROMOTED, HELD, ABENDED (the
      * last run never wrote its ENDED record - abended or
      * still running), ROLLBACK (FIZZBACK backed the
      * published output out) or NOTRUN (no run-state log
      * at all). CYS-SEVERITY is the alert level and is also
      * FIZZCYC's return code: 00 = published clean, 04 =
      * published but something needs a look (a subscriber
      * extract whose trailer does not match its records, or
      * a rollback), 08 = nothing was published this cycle.
      * CYS-HOLD-REASON names the first reason a HELD run's
      * promote was held: RUNRC (the run itself ended
      * nonzero), BALANCE (output/extract out of step with
      * the control totals), COMPARE (delta over the CMPCARD
      * threshold) or UNKNOWN, or ABEND for an ABENDED run;
      * the printed report lists every reason found.
      * CYS-KSDS-METHOD is 'A' when the keyed results store
      * was maintained by the delta apply, 'R' when it was
      * fully rebuilt, space when nothing was published.
      * The monitoring tool compares CYS-CYCLE-DATE with its
      * own calendar to catch a cycle that never started.
      *****************************************************
       01 CYCLE-STATUS-RECORD.
           05 CYS-CYCLE-DATE          PIC 9(8).
           05 CYS-JOB-NAME            PIC X(8).
           05 CYS-CYCLE-STATUS        PIC X(8).
               88 CYS-IS-PROMOTED     VALUE 'PROMOTED'.
               88 CYS-IS-HELD         VALUE 'HELD'.
               88 CYS-IS-ABENDED      VALUE 'ABENDED'.
               88 CYS-IS-ROLLBACK     VALUE 'ROLLBACK'.
               88 CYS-IS-NOT-RUN      VALUE 'NOTRUN'.
           05 CYS-SEVERITY            PIC 9(2).
           05 CYS-RUN-RC              PIC 9(4).
           05 CYS-HOLD-REASON         PIC X(8).
           05 CYS-VALUES              PIC 9(9).
           05 CYS-OUTPUT-COUNT        PIC 9(9).
           05 CYS-DELTA-COUNT         PIC 9(9).
           05 CYS-KSDS-METHOD         PIC X(1).
               88 CYS-KSDS-APPLIED    VALUE 'A'.
               88 CYS-KSDS-REBUILT    VALUE 'R'.
           05 CYS-SUB-BREAKS          PIC 9(1).
           05 CYS-STATUS-DATE         PIC 9(8).
           05 FILLER                  PIC X(5).
