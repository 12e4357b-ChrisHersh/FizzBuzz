              ORGANIZATION IS SEQUENTIAL.
           SELECT TREND-REPORT-FILE ASSIGN TO TRNDRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TREND-CARD-FILE
           RECORDING MODE IS F.
       01 TREND-REPORT-OUT            PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01 CALENDAR-IN                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRNDCARD.
       COPY STATREC.
       COPY AUDITREC.
       COPY CALREC.

       01 WS-STAT-STATUS    PIC X(2).
       01 WS-CAL-STATUS     PIC X(2).
       01 WS-STAT-EOF       PIC X(1) VALUE 'N'.
       01 WS-AUDIT-EOF      PIC X(1) VALUE 'N'.

       01 WS-DAYS-REPORTED  PIC S9(4) BINARY VALUE ZERO.
       01 WS-NOSTAT-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-RULE-FLAG-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-MISSED-RUN-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-NON-RUN-DAY-COUNT PIC S9(4) BINARY VALUE ZERO.

      *    PROCESSING CALENDAR (CALREC) - ONLY THE DAYS THAT
      *    DIFFER FROM THE MONDAY-FRIDAY STANDING RULE.
       01 WS-CAL-EOF        PIC X(1) VALUE 'N'.
       01 WS-CAL-COUNT      PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-CALS       PIC S9(4) BINARY VALUE 1000.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-DATE         PIC 9(8).
               10 WS-CAL-FLAG         PIC X(1).
               10 WS-CAL-DESC         PIC X(30).
       01 WS-CHECK-DATE     PIC 9(8).
       01 WS-DAY-OF-WEEK    PIC S9(4) BINARY.
       01 WS-CHECK-PROCESSING PIC X(1).
       01 WS-CHECK-DESC     PIC X(30).

       01 WS-DAY-NO         PIC S9(4) BINARY.
       01 WS-PRIOR-DAY-NO   PIC S9(4) BINARY VALUE ZERO.
           05 FILLER                  PIC X(45)
              VALUE ' IS ON THE AUDIT LOG BUT HAS NO STATISTICS'.
           05 FILLER                  PIC X(25) VALUE SPACE.
       01 WS-MISSED-LINE.
           05 FILLER                  PIC X(8)
              VALUE '*** DAY '.
           05 WS-MR-DAY               PIC 9(2).
           05 FILLER                  PIC X(46)
              VALUE ' HAD NO RUN ON A PROCESSING DAY - MISSED RUN'.
           05 FILLER                  PIC X(24) VALUE SPACE.
       01 WS-NON-RUN-LINE.
           05 FILLER                  PIC X(4) VALUE 'DAY '.
           05 WS-NR-DAY               PIC 9(2).
           05 FILLER                  PIC X(30)
              VALUE ' NO RUN - NON-PROCESSING DAY: '.
           05 WS-NR-DESC              PIC X(30).
           05 FILLER                  PIC X(14) VALUE SPACE.
       01 WS-OFF-DAY-RUN-LINE.
           05 FILLER                  PIC X(31)
              VALUE '  RAN ON A NON-PROCESSING DAY: '.
           05 WS-OFR-DESC             PIC X(30).
           05 FILLER                  PIC X(19) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-TREND-CARD
           PERFORM LOAD-CALENDAR
           PERFORM INIT-DAY-TABLE
           PERFORM LOAD-STATISTICS
           PERFORM LOAD-AUDIT-LOG
           CLOSE TREND-REPORT-FILE
           IF WS-NOSTAT-COUNT > ZERO
              OR WS-RULE-FLAG-COUNT > ZERO
              OR WS-MISSED-RUN-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
                 NOT AT END
                    ADD 1 TO WS-AUDIT-RECS-READ
                    IF AUD-RUN-DATE NUMERIC
                       AND NOT AUD-IS-ROLLBACK
                       MOVE AUD-RUN-DATE TO WS-WORK-DATE
                       IF WS-WORK-YYYYMM = TRND-REPORT-MONTH
                          AND WS-WORK-DD > ZERO
              WHEN WS-DAY-STAT-SEEN(WS-DAY-NO) = 'Y'
                 ADD 1 TO WS-DAYS-REPORTED
                 PERFORM WRITE-DAY-LINES
                 PERFORM CHECK-OFF-DAY-RUN
                 IF WS-PRIOR-DAY-NO > ZERO
                    PERFORM WRITE-MOVEMENT-LINE
                    PERFORM CHECK-RULE-RATES
                 ADD 1 TO WS-NOSTAT-COUNT
                 MOVE WS-DAY-NO TO WS-NS-DAY
                 WRITE TREND-REPORT-OUT FROM WS-NOSTAT-LINE
              WHEN OTHER
                 PERFORM CHECK-NO-RUN-DAY
           END-EVALUATE
           .

      *    A DAY WITH NO RUN AT ALL IS ONLY A MISSED RUN WHEN THE
      *    CALENDAR SAYS IT WAS A PROCESSING DAY; A WEEKEND OR
      *    HOLIDAY IS LISTED AS AN EXPECTED NON-RUN DAY. DAYS
      *    PAST THE END OF THE MONTH (DAY 31 OF A 30-DAY MONTH)
      *    AND DAYS NOT YET OVER (TODAY ONWARD) ARE PASSED BY.
       CHECK-NO-RUN-DAY.
           MOVE TRND-REPORT-MONTH TO WS-WORK-YYYYMM
           MOVE WS-DAY-NO TO WS-WORK-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = ZERO
              AND WS-WORK-DATE < WS-TODAY-DATE
              MOVE WS-WORK-DATE TO WS-CHECK-DATE
              PERFORM CHECK-PROCESSING-DAY
              IF WS-CHECK-PROCESSING = 'Y'
                 ADD 1 TO WS-MISSED-RUN-COUNT
                 MOVE WS-DAY-NO TO WS-MR-DAY
                 WRITE TREND-REPORT-OUT FROM WS-MISSED-LINE
              ELSE
                 ADD 1 TO WS-NON-RUN-DAY-COUNT
                 MOVE WS-DAY-NO TO WS-NR-DAY
                 MOVE WS-CHECK-DESC TO WS-NR-DESC
                 WRITE TREND-REPORT-OUT FROM WS-NON-RUN-LINE
              END-IF
           END-IF
           .

      *    A RUN ON A NON-PROCESSING DAY TOOK THE CALENDAR
      *    OVERRIDE ON THE CONTROL CARD - NOTED, NOT FLAGGED.
       CHECK-OFF-DAY-RUN.
           MOVE TRND-REPORT-MONTH TO WS-WORK-YYYYMM
           MOVE WS-DAY-NO TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-CHECK-DATE
           PERFORM CHECK-PROCESSING-DAY
           IF WS-CHECK-PROCESSING = 'N'
              MOVE WS-CHECK-DESC TO WS-OFR-DESC
              WRITE TREND-REPORT-OUT FROM WS-OFF-DAY-RUN-LINE
           END-IF
           .

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '05' OR WS-CAL-STATUS = '35'
              DISPLAY 'CALENDAR: NO PROCESSING CALENDAR - MONDAY TO '
                 'FRIDAY ARE TAKEN AS THE PROCESSING DAYS'
           ELSE
              PERFORM UNTIL WS-CAL-EOF = 'Y'
                 READ CALENDAR-FILE INTO CALENDAR-RECORD
                    AT END
                       MOVE 'Y' TO WS-CAL-EOF
                    NOT AT END
                       PERFORM STOW-ONE-CALENDAR-ENTRY
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           .

       STOW-ONE-CALENDAR-ENTRY.
           EVALUATE TRUE
              WHEN CAL-DATE NOT NUMERIC
                 OR (NOT CAL-IS-PROCESSING
                    AND NOT CAL-IS-NON-PROCESSING)
                 DISPLAY 'CALENDAR: SKIPPING UNREADABLE ENTRY - '
                    'THE CALENDAR SHOULD ONLY BE CHANGED THROUGH '
                    'CALMAINT'
              WHEN WS-CAL-COUNT = WS-MAX-CALS
                 DISPLAY 'CALENDAR: MORE THAN ' WS-MAX-CALS
                    ' ENTRIES - EXTRA ENTRIES IGNORED'
              WHEN OTHER
                 ADD 1 TO WS-CAL-COUNT
                 MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                 MOVE CAL-PROCESSING-FLAG
                    TO WS-CAL-FLAG(WS-CAL-COUNT)
                 MOVE CAL-DESCRIPTION TO WS-CAL-DESC(WS-CAL-COUNT)
           END-EVALUATE
           .

      *    THE STANDING RULE FIRST - MONDAY TO FRIDAY PROCESS,
      *    SATURDAY AND SUNDAY DO NOT (MOD 7 OF THE INTEGER DATE:
      *    0 IS SUNDAY, 6 IS SATURDAY) - THEN A CALENDAR ENTRY FOR
      *    THE DATE, IF THERE IS ONE, OVERRIDES IT.
       CHECK-PROCESSING-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE), 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE 'N' TO WS-CHECK-PROCESSING
              MOVE 'WEEKEND' TO WS-CHECK-DESC
           ELSE
              MOVE 'Y' TO WS-CHECK-PROCESSING
              MOVE SPACES TO WS-CHECK-DESC
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-DATE(CAL-IDX) = WS-CHECK-DATE
                 MOVE WS-CAL-FLAG(CAL-IDX) TO WS-CHECK-PROCESSING
                 MOVE WS-CAL-DESC(CAL-IDX) TO WS-CHECK-DESC
                 IF WS-CHECK-DESC = SPACES
                    MOVE 'CALENDAR ENTRY' TO WS-CHECK-DESC
                 END-IF
              END-IF
           END-PERFORM
           .

       WRITE-DAY-LINES.
           MOVE WS-DAY-NO TO WS-DLA-DAY
           MOVE WS-DAY-VALUES(WS-DAY-NO) TO WS-DLA-VALUES
           MOVE 'MISSING STATS   :' TO WS-TOT-TEXT
           MOVE WS-NOSTAT-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'MISSED RUNS     :' TO WS-TOT-TEXT
           MOVE WS-MISSED-RUN-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'NON-PROCESS DAYS:' TO WS-TOT-TEXT
           MOVE WS-NON-RUN-DAY-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'RULE RATE FLAGS :' TO WS-TOT-TEXT
           MOVE WS-RULE-FLAG-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-OUT FROM WS-TOTAL-LINE
