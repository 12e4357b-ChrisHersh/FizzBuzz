              FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT-FILE ASSIGN TO PENDOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ACKH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01 PEND-OUT                    PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01 CALENDAR-IN                 PIC X(80).

       FD  ACK-HIST-FILE
           RECORDING MODE IS F.
       01 ACK-HIST-OUT                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EXTRREC.
       COPY ACKREC.
       COPY DACKREC.
       COPY PENDREC.
       COPY ACKCARD.
       COPY CALREC.
       COPY ACKHREC.

       01 WS-EXT-EOF        PIC X(1) VALUE 'N'.
       01 WS-EXT-VALID      PIC X(1).
       01 WS-RDET-STATUS    PIC X(2).
       01 WS-DACK-STATUS    PIC X(2).
       01 WS-PEND-IN-STATUS PIC X(2).
       01 WS-CAL-STATUS     PIC X(2).
       01 WS-ACKH-STATUS    PIC X(2).
       01 WS-PEND-EOF       PIC X(1) VALUE 'N'.
       01 WS-RDET-EOF       PIC X(1) VALUE 'N'.
       01 WS-DACK-EOF       PIC X(1) VALUE 'N'.
       01 WS-BUCKET-2-3-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-BUCKET-OVER-3-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-PEND-OVERFLOW  PIC X(1) VALUE 'N'.
       01 WS-LATE-DAYS-TOTAL PIC S9(9) BINARY VALUE ZERO.
       01 WS-LATE-DAYS-MAX  PIC S9(4) BINARY VALUE ZERO.

      *    THE SUBSCRIBER THE HISTORY RECORD IS FILED UNDER - THE
      *    ID FIZZDST PUT ON THE TRAILER, OR THE STEP'S SUBID
      *    ENVIRONMENT VARIABLE WHEN THE COPY HAS NO TRAILER.
       01 WS-ENV-SUB-ID     PIC X(8).
       01 WS-TRAILER-SUB-ID PIC X(8) VALUE SPACES.

      *    AGES ARE COUNTED IN PROCESSING DAYS - A WEEKEND OR A
      *    CALENDAR HOLIDAY IS NOT A DAY THE SUBSCRIBER WAS LATE.
      *    THE PENDING TABLE IS IN CYCLE-DATE ORDER, SO THE LAST
      *    DATE AGED AND ITS AGE ARE KEPT AND REUSED.
       01 WS-AGED-DATE      PIC 9(8) VALUE ZERO.
       01 WS-AGED-DAYS      PIC S9(4) BINARY VALUE ZERO.
       01 WS-AGE-DAY-INT    PIC S9(9) BINARY.
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

      *    CARRY-FORWARD PENDING-ACK TABLE: PRIOR CYCLES' ENTRIES
      *    LOADED FROM PENDIN (OLDEST FIRST, THE ORDER THE FILE IS
           05 WS-PEND-DATE-OUT        PIC 9(8).
           05 FILLER                  PIC X(5) VALUE ' AGE='.
           05 WS-PEND-AGE-OUT         PIC ZZZ9.
           05 FILLER                  PIC X(18)
              VALUE ' PROCESSING DAY(S)'.
           05 FILLER                  PIC X(8) VALUE SPACE.
       01 WS-DDET-LINE.
           05 WS-DDET-TAG             PIC X(15).
           05 FILLER                  PIC X(8) VALUE ' SEQ NO='.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-SUBSCRIBER-ID
           PERFORM READ-ACK-CARD
           PERFORM LOAD-CALENDAR
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM DETAIL-RECONCILIATION
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-PENDING-FILE
           PERFORM WRITE-ACK-HISTORY
           CLOSE EXTRACT-IN-FILE
           CLOSE ACK-IN-FILE
           CLOSE ACK-REPORT-FILE
           IF WS-ESCALATED-COUNT > ZERO
              DISPLAY 'FIZZACK: ' WS-ESCALATED-COUNT ' PENDING '
                 'ACK(S) OLDER THAN ' ACKC-ESCALATE-DAYS
                 ' PROCESSING DAY(S) - DOWNSTREAM LOAD MAY BE '
                 'STALLED'
           END-IF
           IF WS-MISMATCH-COUNT > ZERO
              OR WS-ESCALATED-COUNT > ZERO
           GOBACK
           .

       GET-SUBSCRIBER-ID.
           DISPLAY 'SUBID' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-SUB-ID FROM ENVIRONMENT-VALUE
           .

       READ-ACK-CARD.
           OPEN INPUT ACK-CARD-FILE
           READ ACK-CARD-FILE INTO ACKC-CARD-RECORD

       REPORT-ONE-PENDING-ENTRY.
           ADD 1 TO WS-PEND-OPEN-COUNT
           PERFORM COUNT-PROCESSING-DAYS
           EVALUATE TRUE
              WHEN WS-AGE-DAYS < 2
                 ADD 1 TO WS-BUCKET-1-COUNT
           WRITE ACK-REPORT-OUT FROM WS-PEND-LINE
           .

      *    THE AGE IS THE NUMBER OF PROCESSING DAYS AFTER THE
      *    CYCLE DATE UP TO AND INCLUDING TODAY: AN EXTRACT SENT
      *    FRIDAY AND STILL UNACKNOWLEDGED MONDAY IS 1 DAY OLD.
       COUNT-PROCESSING-DAYS.
           IF WS-PEND-DATE(PEND-IDX) NOT = WS-AGED-DATE
              MOVE WS-PEND-DATE(PEND-IDX) TO WS-AGED-DATE
              MOVE ZERO TO WS-AGED-DAYS
              COMPUTE WS-PEND-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-PEND-DATE(PEND-IDX))
              PERFORM VARYING WS-AGE-DAY-INT
                 FROM WS-PEND-DATE-INT BY 1
                 UNTIL WS-AGE-DAY-INT NOT < WS-TODAY-INT
                 COMPUTE WS-CHECK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-AGE-DAY-INT + 1)
                 PERFORM CHECK-PROCESSING-DAY
                 IF WS-CHECK-PROCESSING = 'Y'
                    ADD 1 TO WS-AGED-DAYS
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-AGED-DAYS TO WS-AGE-DAYS
           .

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '05' OR WS-CAL-STATUS = '35'
              DISPLAY 'CALENDAR: NO PROCESSING CALENDAR - AGING IN '
                 'WEEKDAYS (MONDAY TO FRIDAY)'
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

       WRITE-PENDING-FILE.
           OPEN OUTPUT PEND-OUT-FILE
           PERFORM VARYING PEND-IDX FROM 1 BY 1
           CLOSE PEND-OUT-FILE
           .

      *    ONE RECORD PER RUN ON THE SHARED HISTORY DATASET FOR
      *    THE MONTH-END SLA SCORECARD (FIZZSLA). SAME-DAY ACKS ARE
      *    EVERY EXTRACT RECORD THAT FOUND ITS ACK IN THIS RUN,
      *    WHETHER OR NOT THE CODE MATCHED.
       WRITE-ACK-HISTORY.
           MOVE SPACES TO ACK-HISTORY-RECORD
           IF WS-TRAILER-SUB-ID NOT = SPACES
              MOVE WS-TRAILER-SUB-ID TO ACKH-SUB-ID
              IF WS-ENV-SUB-ID NOT = SPACES
                 AND WS-ENV-SUB-ID NOT = WS-TRAILER-SUB-ID
                 DISPLAY 'ACKHIST: TRAILER SAYS SUBSCRIBER '
                    WS-TRAILER-SUB-ID ' BUT THE STEP SUBID IS '
                    WS-ENV-SUB-ID ' - FILED UNDER THE TRAILER ID, '
                    'CHECK THE SLOT BINDING'
              END-IF
           ELSE
              MOVE WS-ENV-SUB-ID TO ACKH-SUB-ID
           END-IF
           IF ACKH-SUB-ID = SPACES
              DISPLAY 'ACKHIST: NO TRAILER AND NO SUBID - NO '
                 'HISTORY RECORD WRITTEN FOR THIS RUN'
           ELSE
              MOVE WS-TODAY-DATE TO ACKH-CYCLE-DATE
              MOVE WS-EXT-REC-COUNT TO ACKH-SENT
              COMPUTE ACKH-SAME-DAY =
                 WS-MATCHED-COUNT + WS-CODE-DIFF-COUNT
              MOVE WS-LATE-CLEAR-COUNT TO ACKH-LATE
              MOVE WS-LATE-DAYS-TOTAL TO ACKH-LATE-DAYS
              MOVE WS-LATE-DAYS-MAX TO ACKH-LATE-MAX
              MOVE WS-CODE-DIFF-COUNT TO ACKH-MISMATCH
              MOVE WS-ORPHAN-COUNT TO ACKH-ORPHANS
              MOVE WS-BAD-ACK-COUNT TO ACKH-INVALID
              MOVE WS-TRAILER-ERR-COUNT TO ACKH-TRLR-BRKS
              MOVE WS-ESCALATED-COUNT TO ACKH-ESCALATED
              OPEN EXTEND ACK-HIST-FILE
              IF WS-ACKH-STATUS = '05' OR WS-ACKH-STATUS = '35'
                 OPEN OUTPUT ACK-HIST-FILE
              END-IF
              WRITE ACK-HIST-OUT FROM ACK-HISTORY-RECORD
              CLOSE ACK-HIST-FILE
           END-IF
           .

       READ-EXTRACT-RECORD.
           MOVE 'N' TO WS-EXT-VALID
           PERFORM UNTIL WS-EXT-VALID = 'Y' OR WS-EXT-EOF = 'Y'
                 'CHECK THE DISTRIBUTED EXTRACT'
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE XTR-SUB-ID TO WS-TRAILER-SUB-ID
           IF XTR-RECORD-COUNT NOT NUMERIC
              OR XTR-RECORD-COUNT NOT = WS-EXT-REC-COUNT
              ADD 1 TO WS-TRAILER-ERR-COUNT
           IF WS-PEND-FOUND-IDX > ZERO
              MOVE 'Y' TO WS-PEND-CLEARED(WS-PEND-FOUND-IDX)
              ADD 1 TO WS-LATE-CLEAR-COUNT
              SET PEND-IDX TO WS-PEND-FOUND-IDX
              PERFORM COUNT-PROCESSING-DAYS
              ADD WS-AGE-DAYS TO WS-LATE-DAYS-TOTAL
              IF WS-AGE-DAYS > WS-LATE-DAYS-MAX
                 MOVE WS-AGE-DAYS TO WS-LATE-DAYS-MAX
              END-IF
              MOVE 'LATE ACK CLEAR' TO WS-DET-TAG
              MOVE ACK-SEQ-NO TO WS-DET-SEQ-NO
              MOVE WS-PEND-CODE(WS-PEND-FOUND-IDX)
