      * same output/extract generation. CTL-START-I and
      * CTL-END-I vary per card; CTL-CHECKPOINT-EVERY,
      * CTL-RESTART-FLAG, CTL-RULE-SET-VERSION and
      * CTL-RUNSTATE-OVERRIDE and CTL-CALENDAR-OVERRIDE are
      * taken from the FIRST card and ignored on the rest.
      *
      * CTL-RUNSTATE-OVERRIDE 'Y' is the operator override
      * for the run-state gate (RUNSTREC): it lets a normal
      * STARTED, or a restart proceed although its range
      * bounds differ from what the abended run recorded.
      * Anything else means no override.
      *
      * CTL-CALENDAR-OVERRIDE 'Y' lets a run proceed on a
      * day the processing calendar (CALREC) marks as a
      * non-processing day - a weekend or holiday the business
      * has asked for a run on at short notice, too late for
      * a CALMAINT change. Anything else means no override.
      *****************************************************
       01 CTL-CARD-RECORD.
           05 CTL-START-I            PIC S9(9).
           05 CTL-RULE-SET-VERSION   PIC X(8).
           05 CTL-RUNSTATE-OVERRIDE  PIC X(1).
               88 CTL-RUNSTATE-FORCED VALUE 'Y'.
           05 CTL-CALENDAR-OVERRIDE  PIC X(1).
               88 CTL-CALENDAR-FORCED VALUE 'Y'.
           05 FILLER                 PIC X(47).
