      *****************************************************
      * SLACARD - control card for the FIZZSLA monthly
      * subscriber SLA scorecard:
      *   SLAC-REPORT-MONTH - the month (YYYYMM) to score;
      *     spaces or zero default to the current month.
      * The targets themselves are per subscriber, on the
      * registry (SUBSREC SUB-SLA-TARGETS).
      *****************************************************
       01 SLAC-CARD-RECORD.
           05 SLAC-REPORT-MONTH       PIC 9(6).
           05 FILLER                  PIC X(74).
