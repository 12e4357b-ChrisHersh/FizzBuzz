      *****************************************************
      * ACKHREC - acknowledgment history record, appended by
      * every FIZZACK run (one per subscriber step per
      * cycle) so the reconciliation counts and how late the
      * late acks were survive the ACKRPT SYSOUT and the
      * PENDREC carry-forward, which forgets an entry the
      * moment its ack clears. FIZZSLA reads the history at
      * month end for the subscriber SLA scorecard.
      *
      * ACKH-SUB-ID is the subscriber FIZZDST stamped on the
      * extract copy's XTRLREC trailer; a copy with no
      * trailer is attributed to the step's SUBID (STDENV).
      * ACKH-CYCLE-DATE is the date FIZZACK ran. Counts:
      *   SENT      - detail records on the extract copy.
      *   SAME-DAY  - of those, acked in the same run (clean
      *               or with a code mismatch).
      *   LATE      - pending entries from earlier cycles
      *               cleared by a late ack in this run;
      *               LATE-DAYS is their total age and
      *               LATE-MAX the oldest, in processing
      *               days as on the aging report.
      *   MISMATCH  - acks echoing a different result code.
      *   ORPHANS   - acks with no extract record and no
      *               pending entry.
      *   INVALID   - unreadable ack records.
      *   TRLR-BRKS - trailer-count breaks (short count,
      *               duplicate or missing trailer).
      *   ESCALATED - pending entries aged past the ACKCARD
      *               threshold at the end of the run.
      * A rerun of the same day appends a second record;
      * FIZZSLA keeps the LAST record for a subscriber and
      * date, as FIZZTRND does with STATREC.
      *****************************************************
       01 ACK-HISTORY-RECORD.
           05 ACKH-SUB-ID             PIC X(8).
           05 ACKH-CYCLE-DATE         PIC 9(8).
           05 ACKH-SENT               PIC 9(7).
           05 ACKH-SAME-DAY           PIC 9(7).
           05 ACKH-LATE               PIC 9(7).
           05 ACKH-LATE-DAYS          PIC 9(7).
           05 ACKH-LATE-MAX           PIC 9(4).
           05 ACKH-MISMATCH           PIC 9(7).
           05 ACKH-ORPHANS            PIC 9(7).
           05 ACKH-INVALID            PIC 9(7).
           05 ACKH-TRLR-BRKS          PIC 9(3).
           05 ACKH-ESCALATED          PIC 9(7).
           05 FILLER                  PIC X(1).
