      * active subscriber is distributed to only while the
      * run date falls inside SUB-EFF-FROM / SUB-EFF-TO
      * (YYYYMMDD, zero = unbounded, as on RULEREC).
      *
      * SUB-SLA-TARGETS are what FIZZSLA scores the
      * subscriber's month of acknowledgments against (see
      * ACKHREC). Spaces in a target take the house default
      * shown; a numeric value, zero included, is used as is.
      *   SUB-TGT-ONTIME-PCT   - lowest acceptable percentage
      *                          of records acked the same
      *                          day (default 95).
      *   SUB-TGT-AVG-LAG      - highest acceptable average
      *                          ack lag, processing days
      *                          to one place (default 0.5).
      *   SUB-TGT-MAX-LAG      - highest acceptable single
      *                          ack lag (default 3, the
      *                          ACKCARD escalation default).
      *   SUB-TGT-MISMATCH-PCT - highest acceptable mismatch
      *                          rate, percent of records
      *                          sent to two places (default
      *                          0.10).
      *   SUB-TGT-ESCALATIONS  - most cycles in the month
      *                          allowed to escalate (default
      *                          0).
      *****************************************************
       01 SUBSCRIBER-RECORD.
           05 SUB-ID                  PIC X(8).
               88 SUB-IS-INACTIVE     VALUE 'I'.
           05 SUB-EFF-FROM            PIC 9(8).
           05 SUB-EFF-TO              PIC 9(8).
           05 SUB-SLA-TARGETS.
               10 SUB-TGT-ONTIME-PCT  PIC 9(3).
               10 SUB-TGT-AVG-LAG     PIC 9(2)V9(1).
               10 SUB-TGT-MAX-LAG     PIC 9(3).
               10 SUB-TGT-MISMATCH-PCT PIC 9(2)V9(2).
               10 SUB-TGT-ESCALATIONS PIC 9(3).
           05 FILLER                  PIC X(29).
