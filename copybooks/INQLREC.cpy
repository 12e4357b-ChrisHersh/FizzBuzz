      *****************************************************
      * INQLREC - online inquiry log record. FIZZONL (the
      * FZIQ transaction) writes one record to the FZLG
      * transient data queue for every lookup an agent makes
      * - a keyed value on ENTER or a PF7/PF8 page to the
      * neighboring key - so the service desk can show who
      * looked at what, from which terminal, and what the
      * screen told them. FZLG is extrapartition and lands
      * on PROD.FIZZBUZZ.INQLOG (see FIZZCICS.jcl).
      *
      * INQL-ACTION is E (ENTER), B (PF7, back) or F (PF8,
      * forward). INQL-RESULT is F (found - INQL-LABEL is
      * the published label shown), N (not on the results
      * file), S (not on the file and a skip exception is
      * on EXCPFILE for it), E (a page ran off either end of
      * the file) or U (results file unavailable - closed
      * for the batch cycle). INQL-I-VALUE is the key shown,
      * or the key paged from when nothing was found.
      *****************************************************
       01 INQ-LOG-RECORD.
           05 INQL-DATE               PIC 9(8).
           05 INQL-TIME               PIC 9(6).
           05 INQL-TRAN-ID            PIC X(4).
           05 INQL-TERM-ID            PIC X(4).
           05 INQL-USER-ID            PIC X(8).
           05 INQL-ACTION             PIC X(1).
               88 INQL-BY-ENTER       VALUE 'E'.
               88 INQL-PAGE-BACK      VALUE 'B'.
               88 INQL-PAGE-FORWARD   VALUE 'F'.
           05 INQL-I-VALUE            PIC 9(9).
           05 INQL-RESULT             PIC X(1).
               88 INQL-FOUND          VALUE 'F'.
               88 INQL-NOT-FOUND      VALUE 'N'.
               88 INQL-SKIPPED        VALUE 'S'.
               88 INQL-END-OF-FILE    VALUE 'E'.
               88 INQL-UNAVAILABLE    VALUE 'U'.
           05 INQL-LABEL              PIC X(20).
           05 INQL-OVERRIDE           PIC X(1).
           05 FILLER                  PIC X(18).
