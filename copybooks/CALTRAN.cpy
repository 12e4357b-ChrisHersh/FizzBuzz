      *****************************************************
      * CALTRAN - maintenance transaction against the
      * business processing calendar (CALREC): add, update,
      * or delete the entry for one date. Applied by CALMAINT
      * the way EXCPTRAN is by EXCPMAINT, so the calendar is
      * never hand-edited and every change leaves a report
      * trail.
      *
      * ADD/UPDATE/DELETE match on CTRN-DATE alone - the
      * calendar carries at most one entry per date.
      * CTRN-PROCESSING-FLAG and CTRN-DESCRIPTION become
      * CAL-PROCESSING-FLAG/CAL-DESCRIPTION on an ADD and
      * replace them on an UPDATE; both are ignored on a
      * DELETE. A holiday is added with flag 'N'; a weekend
      * processing day with flag 'Y'.
      *****************************************************
       01 CAL-TRAN-RECORD.
           05 CTRN-ACTION             PIC X(1).
               88 CTRN-IS-ADD         VALUE 'A'.
               88 CTRN-IS-UPDATE      VALUE 'U'.
               88 CTRN-IS-DELETE      VALUE 'D'.
           05 CTRN-DATE               PIC 9(8).
           05 CTRN-PROCESSING-FLAG    PIC X(1).
           05 CTRN-DESCRIPTION        PIC X(30).
           05 FILLER                  PIC X(40).
