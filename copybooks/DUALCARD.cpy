      *****************************************************
      * DUALCARD - control card for the DUALRPT monthly
      * dual-control report:
      *   DUAL-REPORT-MONTH - the month (YYYYMM) whose
      *     approval-log events are reported; spaces or zero
      *     default to the current month.
      *****************************************************
       01 DUAL-CARD-RECORD.
           05 DUAL-REPORT-MONTH       PIC 9(6).
           05 FILLER                  PIC X(74).
