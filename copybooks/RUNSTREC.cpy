      * down, not just its ends. Records written before
      * these fields existed carry spaces there; the program
      * then falls back to the outer-bound check alone.
      *
      * FIZZBACK appends a ROLLED BACK record (RST-STATUS
      * 'ROLLBACK') when it backs the published output out
      * to an earlier generation. Its detail area carries the
      * run date of the restored generation, the operator ID
      * and the first 28 bytes of the reason (the full reason
      * is on the matching AUDITLOG record). A rollback is
      * neither STARTED nor ENDED, so the next daily run
      * proceeds past it exactly as it would past ENDED.
      *****************************************************
       01 RUN-STATE-RECORD.
           05 RST-STATUS              PIC X(8).
               88 RST-IS-STARTED      VALUE 'STARTED'.
               88 RST-IS-ENDED        VALUE 'ENDED'.
               88 RST-IS-ROLLED-BACK  VALUE 'ROLLBACK'.
           05 RST-JOB-NAME            PIC X(8).
           05 RST-RUN-DATE            PIC 9(8).
           05 RST-RUN-TIME            PIC 9(8).
           05 RST-RETURN-CODE         PIC 9(4).
           05 RST-RUN-DETAIL.
               10 RST-START-I         PIC S9(9).
               10 RST-END-I           PIC S9(9).
               10 RST-CARD-COUNT      PIC 9(4).
               10 RST-RANGE-CHECKSUM  PIC 9(9).
               10 FILLER              PIC X(13).
           05 RST-ROLLBACK-DETAIL REDEFINES RST-RUN-DETAIL.
               10 RST-RB-RESTORED-DATE PIC 9(8).
               10 RST-RB-OPERATOR-ID  PIC X(8).
               10 RST-RB-REASON       PIC X(28).
