      * number of days an unacknowledged extract record may
      * stay on the pending dataset (PENDREC) before FIZZACK
      * escalates the run to a nonzero return code. Spaces,
      * zero, or a missing card default to 3 days. Ages (and
      * the 1 / 2-3 / over 3 day buckets) count processing
      * days on the business calendar (CALREC), not calendar
      * days, so a weekend or holiday never ages an ack.
      *****************************************************
       01 ACKC-CARD-RECORD.
           05 ACKC-ESCALATE-DAYS      PIC 9(3).
