      *****************************************************
      * VERCARD - control card for the FIZZVER KSDS
      * verification. VERC-WRITE-DELTA 'Y' asks FIZZVER to
      * write a correcting delta (DLTAREC) alongside its
      * report: one record per key the KSDS has wrong, with
      * the published CURRENT side as the truth, and the
      * usual trailer - so FIZZAPL can put the KSDS right
      * with keyed updates instead of a full reload. Any
      * other value, or a missing card, writes an empty
      * delta file and reports only.
      *****************************************************
       01 VERC-CARD-RECORD.
           05 VERC-WRITE-DELTA        PIC X(1).
               88 VERC-DELTA-WANTED   VALUE 'Y'.
           05 FILLER                  PIC X(79).
