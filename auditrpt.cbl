           05 FILLER                  PIC X(5) VALUE ' VER='.
           05 WS-RUN-VERSION-OUT      PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACE.
       01 WS-ROLLBACK-LINE.
           05 FILLER                  PIC X(4) VALUE 'JOB='.
           05 WS-BACK-JOB-NAME        PIC X(8).
           05 FILLER                  PIC X(6) VALUE ' DATE='.
           05 WS-BACK-DATE-OUT        PIC 9(8).
           05 FILLER                  PIC X(16)
              VALUE ' ROLLED BACK TO '.
           05 WS-BACK-RESTORED-OUT    PIC 9(8).
           05 FILLER                  PIC X(4) VALUE ' BY '.
           05 WS-BACK-OPERATOR-OUT    PIC X(8).
           05 FILLER                  PIC X(18) VALUE SPACE.
       01 WS-ROLLBACK-REASON-LINE.
           05 FILLER                  PIC X(12)
              VALUE '     REASON='.
           05 WS-BACK-REASON-OUT      PIC X(39).
           05 FILLER                  PIC X(29) VALUE SPACE.
       01 WS-GAP-LINE.
           05 FILLER                  PIC X(15)
              VALUE '*** NO RUN FOR '.
              ADD 1 TO WS-RECS-RETAINED
              WRITE AUDIT-NEW-OUT FROM AUDIT-RECORD
           ELSE
              IF AUD-IS-ROLLBACK
                 PERFORM REPORT-ONE-ROLLBACK-RECORD
              ELSE
                 PERFORM REPORT-ONE-AUDIT-RECORD
              END-IF
           END-IF
           .

      * A ROLLED BACK RECORD IS NOT A RUN - IT IS LISTED, AND ARCHIVED
      * OR RETAINED WITH THE RUNS AROUND IT, BUT TAKES NO PART IN THE
      * GAP, MULTIPLE-RUN AND RANGE CHECKS.
       REPORT-ONE-ROLLBACK-RECORD.
           MOVE AUD-JOB-NAME TO WS-BACK-JOB-NAME
           MOVE AUD-RUN-DATE TO WS-BACK-DATE-OUT
           MOVE AUD-RB-RESTORED-DATE TO WS-BACK-RESTORED-OUT
           MOVE AUD-RB-OPERATOR-ID TO WS-BACK-OPERATOR-OUT
           MOVE AUD-RB-REASON TO WS-BACK-REASON-OUT
           WRITE RUN-REPORT-OUT FROM WS-ROLLBACK-LINE
           WRITE RUN-REPORT-OUT FROM WS-ROLLBACK-REASON-LINE
           IF AUD-RUN-DATE < AUDC-RETAIN-CUTOFF
              ADD 1 TO WS-RECS-ARCHIVED
              WRITE AUDIT-HIST-OUT FROM AUDIT-RECORD
           ELSE
              ADD 1 TO WS-RECS-RETAINED
              WRITE AUDIT-NEW-OUT FROM AUDIT-RECORD
           END-IF
           .

