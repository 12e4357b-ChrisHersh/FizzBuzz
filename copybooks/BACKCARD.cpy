      *****************************************************
      * BACKCARD - control card for the FIZZBACK post-promote
      * rollback. BKC-RESTORE-DATE is the run date of the
      * earlier generation to put back; BKC-REL-GEN is the
      * relative generation number (the n of OUTPUT(-n)) the
      * operator coded on the FIZZBACK.JCL DDs for it. The
      * program maps the date to a generation through the
      * audit log the same way HISTINQ does and refuses the
      * rollback when the two disagree, unless
      * BKC-MAPPING-OVERRIDE is 'Y' (a restarted day shifts
      * the mapping by one - see the notes in HISTINQ.JCL).
      * BKC-OPERATOR-ID and BKC-REASON are required; they go
      * on the ROLLED BACK records FIZZBACK appends to the
      * audit log and the run-state log.
      *****************************************************
       01 BKC-CARD-RECORD.
           05 BKC-RESTORE-DATE        PIC 9(8).
           05 BKC-REL-GEN             PIC 9(1).
           05 BKC-OPERATOR-ID         PIC X(8).
           05 BKC-MAPPING-OVERRIDE    PIC X(1).
               88 BKC-MAPPING-FORCED  VALUE 'Y'.
           05 BKC-REASON              PIC X(39).
           05 FILLER                  PIC X(23).
