      *****************************************************
      * NTCCARD - control card for FIZZNTC, the advance
      * subscriber change notices. NTCC-LOOKAHEAD-DAYS is
      * how far ahead of the as-of date to look for rule set
      * changes: every rule whose RULE-EFF-FROM falls after
      * the as-of date and no later than as-of plus this many
      * days (or whose RULE-EFF-TO ends inside that window,
      * so the day after is the change) makes its version and
      * date a change point to be assessed. Spaces, zero, or
      * a missing card default to 7 days.
      * NTCC-AS-OF-DATE (YYYYMMDD) is the date the notices are
      * prepared as of; spaces or zero mean today. Set it only
      * to re-issue an earlier day's notices.
      *****************************************************
       01 NTCC-CARD-RECORD.
           05 NTCC-LOOKAHEAD-DAYS     PIC 9(3).
           05 NTCC-AS-OF-DATE         PIC 9(8).
           05 FILLER                  PIC X(69).
