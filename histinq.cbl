      *    PROMOTED) ALLOCATES ONE GENERATION. A RESTARTED DAY HAS
      *    TWO AUDIT RECORDS FOR ONE GENERATION, WHICH SHIFTS THE
      *    MAPPING BY ONE FOR EVERYTHING OLDER - SEE THE NOTES IN
      *    HISTINQ.JCL. A ROLLBACK RECORD (FIZZBACK) ALLOCATES NO
      *    GENERATION, SO IT IS KEPT IN THE TABLE BUT SKIPPED
      *    WHEN COUNTING BACK TO A RELATIVE GENERATION; A DATE
      *    THAT FALLS UNDER A ROLLBACK IS ANSWERED FROM THE
      *    GENERATION THE ROLLBACK PUT BACK.
       01 WS-AUDIT-COUNT    PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-AUDITS     PIC S9(4) BINARY VALUE 200.
       01 WS-AUD-IDX        PIC S9(4) BINARY.
       01 WS-SEL-IDX        PIC S9(4) BINARY.
       01 WS-BACK-IDX       PIC S9(4) BINARY.
       01 WS-REL-GEN        PIC S9(4) BINARY.
       01 WS-MAX-REL-GEN    PIC S9(4) BINARY VALUE 4.
       01 WS-AUDIT-TABLE.
               10 WS-AUD-START        PIC S9(9) BINARY.
               10 WS-AUD-END          PIC S9(9) BINARY.
               10 WS-AUD-VERSION      PIC X(8).
               10 WS-AUD-TYPE         PIC X(1).
               10 WS-AUD-RESTORED     PIC 9(8).

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-RUN-LINE.
              END-IF
              ADD 1 TO WS-AUDIT-COUNT
              MOVE AUD-RUN-DATE TO WS-AUD-DATE(WS-AUDIT-COUNT)
              MOVE AUD-ENTRY-TYPE TO WS-AUD-TYPE(WS-AUDIT-COUNT)
              IF AUD-IS-ROLLBACK
                 MOVE ZERO TO WS-AUD-START(WS-AUDIT-COUNT)
                 MOVE ZERO TO WS-AUD-END(WS-AUDIT-COUNT)
                 MOVE SPACES TO WS-AUD-VERSION(WS-AUDIT-COUNT)
                 MOVE AUD-RB-RESTORED-DATE
                    TO WS-AUD-RESTORED(WS-AUDIT-COUNT)
              ELSE
                 MOVE AUD-START-I TO WS-AUD-START(WS-AUDIT-COUNT)
                 MOVE AUD-END-I TO WS-AUD-END(WS-AUDIT-COUNT)
                 MOVE AUD-RULE-SET-VERSION
                    TO WS-AUD-VERSION(WS-AUDIT-COUNT)
                 MOVE ZERO TO WS-AUD-RESTORED(WS-AUDIT-COUNT)
              END-IF
           END-IF
           .

              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           ELSE
              PERFORM LOCATE-RUN-FOR-DATE
              EVALUATE TRUE
                 WHEN WS-SEL-IDX = ZERO AND WS-BACK-IDX > ZERO
                    ADD 1 TO WS-ROLLED-OFF-COUNT
                    MOVE HINQ-I-VALUE TO WS-EXC-I-OUT
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING 'ROLLED BACK TO THE RUN OF '
                           DELIMITED BY SIZE
                           WS-AUD-RESTORED(WS-BACK-IDX)
                           DELIMITED BY SIZE
                           ' - NOT ON LOG' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                    END-STRING
                    WRITE HIST-REPORT-OUT FROM WS-EXCEPT-LINE
                 WHEN WS-SEL-IDX = ZERO
                    ADD 1 TO WS-NO-RUN-COUNT
                    MOVE HINQ-I-VALUE TO WS-EXC-I-OUT
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING 'NO RUN ON OR BEFORE ' DELIMITED BY SIZE
                           HINQ-AS-OF-DATE DELIMITED BY SIZE
                           ' ON THE AUDIT LOG' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                    END-STRING
                    WRITE HIST-REPORT-OUT FROM WS-EXCEPT-LINE
                 WHEN OTHER
                    PERFORM ANSWER-FROM-GENERATION
              END-EVALUATE
           END-IF
           .

      *    DATED ON OR BEFORE THE AS-OF DATE - WHAT WAS PUBLISHED
      *    "ON THE 14TH" IS THE 14TH'S RUN IF THERE WAS ONE, ELSE
      *    WHATEVER WAS STILL STANDING FROM BEFORE.
      *    WHEN THAT ENTRY IS A ROLLBACK, WHAT WAS STANDING WAS
      *    THE GENERATION IT RESTORED - THE LATEST RUN ENTRY
      *    BEFORE IT DATED ON ITS RESTORED DATE.
       LOCATE-RUN-FOR-DATE.
           MOVE ZERO TO WS-SEL-IDX
           MOVE ZERO TO WS-BACK-IDX
           PERFORM VARYING WS-AUD-IDX FROM WS-AUDIT-COUNT BY -1
              UNTIL WS-AUD-IDX < 1 OR WS-SEL-IDX > ZERO
              IF WS-AUD-DATE(WS-AUD-IDX) NOT > HINQ-AS-OF-DATE
                 MOVE WS-AUD-IDX TO WS-SEL-IDX
              END-IF
           END-PERFORM
           IF WS-SEL-IDX > ZERO
              AND WS-AUD-TYPE(WS-SEL-IDX) = 'B'
              MOVE WS-SEL-IDX TO WS-BACK-IDX
              MOVE ZERO TO WS-SEL-IDX
              PERFORM VARYING WS-AUD-IDX FROM WS-BACK-IDX BY -1
                 UNTIL WS-AUD-IDX < 1 OR WS-SEL-IDX > ZERO
                 IF WS-AUD-TYPE(WS-AUD-IDX) NOT = 'B'
                    AND WS-AUD-DATE(WS-AUD-IDX)
                       = WS-AUD-RESTORED(WS-BACK-IDX)
                    MOVE WS-AUD-IDX TO WS-SEL-IDX
                 END-IF
              END-PERFORM
           END-IF
           .

      *    ONLY RUN ENTRIES ALLOCATE A GENERATION.
       COUNT-GENERATIONS-AFTER.
           MOVE ZERO TO WS-REL-GEN
           PERFORM VARYING WS-AUD-IDX FROM WS-SEL-IDX BY 1
              UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
              IF WS-AUD-IDX > WS-SEL-IDX
                 AND WS-AUD-TYPE(WS-AUD-IDX) NOT = 'B'
                 ADD 1 TO WS-REL-GEN
              END-IF
           END-PERFORM
           .

       ANSWER-FROM-GENERATION.
           PERFORM COUNT-GENERATIONS-AFTER
           IF WS-REL-GEN > WS-MAX-REL-GEN
              ADD 1 TO WS-ROLLED-OFF-COUNT
              MOVE HINQ-I-VALUE TO WS-EXC-I-OUT
           MOVE WS-AUD-VERSION(WS-SEL-IDX) TO WS-RUN-VER-OUT
           MOVE WS-REL-GEN TO WS-RUN-GEN-OUT
           WRITE HIST-REPORT-OUT FROM WS-RUN-LINE
           IF WS-BACK-IDX > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  STANDING BY ROLLBACK OF ' DELIMITED BY SIZE
                     WS-AUD-DATE(WS-BACK-IDX) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE HIST-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           EVALUATE TRUE
              WHEN WS-OUT-FOUND = 'Y'
                 ADD 1 TO WS-ANSWERED-COUNT
