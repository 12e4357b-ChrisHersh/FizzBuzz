       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-CARD-FILE ASSIGN TO SLACARD
              ORGANIZATION IS SEQUENTIAL.
           SELECT SUBS-FILE ASSIGN TO SUBSFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ACKH-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-CARD-FILE
           RECORDING MODE IS F.
       01 SLA-CARD-IN                 PIC X(80).

       FD  SUBS-FILE
           RECORDING MODE IS F.
       01 SUBS-IN                     PIC X(80).

       FD  ACK-HIST-FILE
           RECORDING MODE IS F.
       01 ACK-HIST-IN                 PIC X(80).

       FD  SLA-REPORT-FILE
           RECORDING MODE IS F.
       01 SLA-REPORT-OUT              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SLACARD.
       COPY SUBSREC.
       COPY ACKHREC.

       01 WS-ACKH-STATUS    PIC X(2).
       01 WS-SUBS-EOF       PIC X(1) VALUE 'N'.
       01 WS-ACKH-EOF       PIC X(1) VALUE 'N'.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-WORK-DATE      PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM          PIC 9(6).
           05 WS-WORK-DD              PIC 9(2).

       01 WS-ACKH-RECS-READ PIC S9(9) BINARY VALUE ZERO.
       01 WS-ACKH-BAD-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SCORED-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-MISSED-SUB-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-UNREG-COUNT    PIC S9(4) BINARY VALUE ZERO.
       01 WS-NO-HIST-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-WARNING-FLAG   PIC X(1) VALUE 'N'.

      *    ONE ENTRY PER SUBSCRIBER - REGISTRY ENTRIES FIRST, IN
      *    REGISTRY ORDER, THEN ANY ID FOUND ONLY ON THE HISTORY
      *    (SCORED AGAINST THE HOUSE DEFAULTS). EACH HAS ONE SLOT
      *    PER CALENDAR DAY OF THE MONTH; A DAY WITH SEVERAL
      *    HISTORY RECORDS (A RERUN APPENDS ITS OWN) KEEPS THE
      *    LAST ONE.
       01 WS-SUB-COUNT      PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-SUBS       PIC S9(4) BINARY VALUE 20.
       01 WS-SUB-FOUND-IDX  PIC S9(4) BINARY.
       01 WS-DAY-NO         PIC S9(4) BINARY.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 20 TIMES INDEXED BY SUB-IDX.
               10 WS-SUB-ID           PIC X(8).
               10 WS-SUB-REGISTERED   PIC X(1).
               10 WS-SUB-ACTIVE       PIC X(1).
               10 WS-SUB-TGT-ONTIME   PIC 9(3)V9(1).
               10 WS-SUB-TGT-AVG-LAG  PIC 9(3)V9(1).
               10 WS-SUB-TGT-MAX-LAG  PIC S9(4) BINARY.
               10 WS-SUB-TGT-MISMATCH PIC 9(3)V9(2).
               10 WS-SUB-TGT-ESCS     PIC S9(4) BINARY.
               10 WS-SUB-DAY OCCURS 31 TIMES.
                   15 WS-SD-SEEN      PIC X(1).
                   15 WS-SD-SENT      PIC S9(9) BINARY.
                   15 WS-SD-SAME-DAY  PIC S9(9) BINARY.
                   15 WS-SD-LATE      PIC S9(9) BINARY.
                   15 WS-SD-LATE-DAYS PIC S9(9) BINARY.
                   15 WS-SD-LATE-MAX  PIC S9(4) BINARY.
                   15 WS-SD-MISMATCH  PIC S9(9) BINARY.
                   15 WS-SD-ORPHANS   PIC S9(9) BINARY.
                   15 WS-SD-INVALID   PIC S9(9) BINARY.
                   15 WS-SD-TRLR-BRKS PIC S9(4) BINARY.
                   15 WS-SD-ESCALATED PIC S9(9) BINARY.

      *    ONE SUBSCRIBER'S MONTH, SUMMED FROM ITS DAY SLOTS.
       01 WS-MON-CYCLES     PIC S9(4) BINARY.
       01 WS-MON-SENT       PIC S9(9) BINARY.
       01 WS-MON-SAME-DAY   PIC S9(9) BINARY.
       01 WS-MON-LATE       PIC S9(9) BINARY.
       01 WS-MON-LATE-DAYS  PIC S9(9) BINARY.
       01 WS-MON-WORST-LAG  PIC S9(4) BINARY.
       01 WS-MON-MISMATCH   PIC S9(9) BINARY.
       01 WS-MON-ORPHANS    PIC S9(9) BINARY.
       01 WS-MON-INVALID    PIC S9(9) BINARY.
       01 WS-MON-TRLR-BRKS  PIC S9(9) BINARY.
       01 WS-MON-ESC-CYCLES PIC S9(4) BINARY.
       01 WS-MON-ACKED      PIC S9(9) BINARY.
       01 WS-MON-BAD-ACKS   PIC S9(9) BINARY.
       01 WS-MON-ONTIME-PCT PIC 9(3)V9(1).
       01 WS-MON-AVG-LAG    PIC 9(3)V9(1).
       01 WS-MON-MISMATCH-PCT PIC 9(3)V9(2).
       01 WS-SUB-MISSED     PIC X(1).

       01 WS-EDIT-PCT-1     PIC ZZZZZZ9.9.
       01 WS-EDIT-PCT-2     PIC ZZZZZ9.99.
       01 WS-EDIT-COUNT     PIC ZZZZZZZZ9.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-MONTH-LINE.
           05 FILLER                  PIC X(13)
              VALUE 'REPORT MONTH '.
           05 WS-MON-MONTH            PIC 9(6).
           05 FILLER                  PIC X(61) VALUE SPACE.
       01 WS-SUB-HEAD-LINE.
           05 FILLER                  PIC X(11) VALUE 'SUBSCRIBER '.
           05 WS-SHL-SUB-ID           PIC X(8).
           05 FILLER                  PIC X(8) VALUE ' CYCLES '.
           05 WS-SHL-CYCLES           PIC ZZ9.
           05 FILLER                  PIC X(14)
              VALUE ' RECORDS SENT '.
           05 WS-SHL-SENT             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-SHL-NOTE             PIC X(26).
       01 WS-MEASURE-HEAD-LINE.
           05 FILLER                  PIC X(20)
              VALUE '  MEASURE           '.
           05 FILLER                  PIC X(20)
              VALUE '   ACTUAL     TARGET'.
           05 FILLER                  PIC X(40)
              VALUE '  RESULT'.
       01 WS-MEASURE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-ML-MEASURE           PIC X(18).
           05 WS-ML-ACTUAL            PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-ML-TARGET            PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-ML-RESULT            PIC X(18).
           05 FILLER                  PIC X(20) VALUE SPACE.
       01 WS-COUNT-LINE.
           05 FILLER                  PIC X(11) VALUE '  SAME DAY '.
           05 WS-CL-SAME-DAY          PIC ZZZZZZ9.
           05 FILLER                  PIC X(6) VALUE ' LATE '.
           05 WS-CL-LATE              PIC ZZZZZZ9.
           05 FILLER                  PIC X(8) VALUE ' ORPHAN '.
           05 WS-CL-ORPHANS           PIC ZZZZZ9.
           05 FILLER                  PIC X(9) VALUE ' INVALID '.
           05 WS-CL-INVALID           PIC ZZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' TRLR BRK '.
           05 WS-CL-TRLR-BRKS         PIC ZZZZ9.
           05 FILLER                  PIC X(5) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-SLA-CARD
           PERFORM LOAD-SUBSCRIBERS
           PERFORM LOAD-ACK-HISTORY
           OPEN OUTPUT SLA-REPORT-FILE
           MOVE '***** SUBSCRIBER ACK SLA SCORECARD *****'
              TO WS-REPORT-LINE
           WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SLAC-REPORT-MONTH TO WS-MON-MONTH
           WRITE SLA-REPORT-OUT FROM WS-MONTH-LINE
           PERFORM VARYING SUB-IDX FROM 1 BY 1
              UNTIL SUB-IDX > WS-SUB-COUNT
              PERFORM SCORE-ONE-SUBSCRIBER
           END-PERFORM
           PERFORM WRITE-SLA-SUMMARY
           CLOSE SLA-REPORT-FILE
           IF WS-MISSED-SUB-COUNT > ZERO
              OR WS-WARNING-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-SLA-CARD.
           OPEN INPUT SLA-CARD-FILE
           READ SLA-CARD-FILE INTO SLAC-CARD-RECORD
              AT END
                 DISPLAY 'SLACARD: NO SCORECARD CARD - DEFAULTING '
                    'TO THE CURRENT MONTH'
                 MOVE ZERO TO SLAC-REPORT-MONTH
           END-READ
           CLOSE SLA-CARD-FILE
           IF SLAC-REPORT-MONTH NOT NUMERIC
              OR SLAC-REPORT-MONTH = ZERO
              MOVE WS-TODAY-DATE TO WS-WORK-DATE
              MOVE WS-WORK-YYYYMM TO SLAC-REPORT-MONTH
              DISPLAY 'SLACARD: REPORT MONTH DEFAULTED TO '
                 SLAC-REPORT-MONTH
           END-IF
           .

       LOAD-SUBSCRIBERS.
           OPEN INPUT SUBS-FILE
           PERFORM UNTIL WS-SUBS-EOF = 'Y'
              READ SUBS-FILE INTO SUBSCRIBER-RECORD
                 AT END
                    MOVE 'Y' TO WS-SUBS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-SUBSCRIBER
              END-READ
           END-PERFORM
           CLOSE SUBS-FILE
           .

       LOAD-ONE-SUBSCRIBER.
           EVALUATE TRUE
              WHEN SUB-ID = SPACES
                 DISPLAY 'SUBSFILE: SKIPPING REGISTRY ENTRY WITH A '
                    'BLANK SUBSCRIBER ID'
                 MOVE 'Y' TO WS-WARNING-FLAG
              WHEN WS-SUB-COUNT = WS-MAX-SUBS
                 DISPLAY 'SUBSFILE: MORE THAN ' WS-MAX-SUBS
                    ' SUBSCRIBERS - ' SUB-ID ' NOT SCORED'
                 MOVE 'Y' TO WS-WARNING-FLAG
              WHEN OTHER
                 ADD 1 TO WS-SUB-COUNT
                 SET SUB-IDX TO WS-SUB-COUNT
                 PERFORM INIT-SUBSCRIBER-ENTRY
                 MOVE 'Y' TO WS-SUB-REGISTERED(SUB-IDX)
                 IF SUB-IS-ACTIVE
                    MOVE 'Y' TO WS-SUB-ACTIVE(SUB-IDX)
                 ELSE
                    MOVE 'N' TO WS-SUB-ACTIVE(SUB-IDX)
                 END-IF
                 PERFORM TAKE-REGISTRY-TARGETS
           END-EVALUATE
           .

      *    A TARGET LEFT AS SPACES ON THE REGISTRY KEEPS THE HOUSE
      *    DEFAULT SET IN INIT-SUBSCRIBER-ENTRY.
       TAKE-REGISTRY-TARGETS.
           IF SUB-TGT-ONTIME-PCT NUMERIC
              MOVE SUB-TGT-ONTIME-PCT TO WS-SUB-TGT-ONTIME(SUB-IDX)
           END-IF
           IF SUB-TGT-AVG-LAG NUMERIC
              MOVE SUB-TGT-AVG-LAG TO WS-SUB-TGT-AVG-LAG(SUB-IDX)
           END-IF
           IF SUB-TGT-MAX-LAG NUMERIC
              MOVE SUB-TGT-MAX-LAG TO WS-SUB-TGT-MAX-LAG(SUB-IDX)
           END-IF
           IF SUB-TGT-MISMATCH-PCT NUMERIC
              MOVE SUB-TGT-MISMATCH-PCT
                 TO WS-SUB-TGT-MISMATCH(SUB-IDX)
           END-IF
           IF SUB-TGT-ESCALATIONS NUMERIC
              MOVE SUB-TGT-ESCALATIONS TO WS-SUB-TGT-ESCS(SUB-IDX)
           END-IF
           .

       INIT-SUBSCRIBER-ENTRY.
           MOVE SUB-ID TO WS-SUB-ID(SUB-IDX)
           MOVE 'N' TO WS-SUB-REGISTERED(SUB-IDX)
           MOVE 'Y' TO WS-SUB-ACTIVE(SUB-IDX)
           MOVE 95 TO WS-SUB-TGT-ONTIME(SUB-IDX)
           MOVE 0.5 TO WS-SUB-TGT-AVG-LAG(SUB-IDX)
           MOVE 3 TO WS-SUB-TGT-MAX-LAG(SUB-IDX)
           MOVE 0.10 TO WS-SUB-TGT-MISMATCH(SUB-IDX)
           MOVE 0 TO WS-SUB-TGT-ESCS(SUB-IDX)
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
              UNTIL WS-DAY-NO > 31
              MOVE 'N' TO WS-SD-SEEN(SUB-IDX WS-DAY-NO)
           END-PERFORM
           .

       LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HIST-FILE
           IF WS-ACKH-STATUS = '05' OR WS-ACKH-STATUS = '35'
              DISPLAY 'ACKHIST: NO ACKNOWLEDGMENT HISTORY DATASET - '
                 'NOTHING TO SCORE'
              MOVE 'Y' TO WS-WARNING-FLAG
           ELSE
              PERFORM UNTIL WS-ACKH-EOF = 'Y'
                 READ ACK-HIST-FILE INTO ACK-HISTORY-RECORD
                    AT END
                       MOVE 'Y' TO WS-ACKH-EOF
                    NOT AT END
                       ADD 1 TO WS-ACKH-RECS-READ
                       PERFORM STOW-ONE-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE ACK-HIST-FILE
           END-IF
           .

       STOW-ONE-HISTORY-RECORD.
           EVALUATE TRUE
              WHEN ACKH-CYCLE-DATE NOT NUMERIC
                 OR ACKH-SENT NOT NUMERIC
                 OR ACKH-SAME-DAY NOT NUMERIC
                 OR ACKH-LATE NOT NUMERIC
                 OR ACKH-LATE-DAYS NOT NUMERIC
                 OR ACKH-LATE-MAX NOT NUMERIC
                 OR ACKH-MISMATCH NOT NUMERIC
                 OR ACKH-ORPHANS NOT NUMERIC
                 OR ACKH-INVALID NOT NUMERIC
                 OR ACKH-TRLR-BRKS NOT NUMERIC
                 OR ACKH-ESCALATED NOT NUMERIC
                 ADD 1 TO WS-ACKH-BAD-COUNT
                 MOVE 'Y' TO WS-WARNING-FLAG
              WHEN OTHER
                 MOVE ACKH-CYCLE-DATE TO WS-WORK-DATE
                 IF WS-WORK-YYYYMM = SLAC-REPORT-MONTH
                    AND WS-WORK-DD > ZERO
                    AND WS-WORK-DD < 32
                    MOVE WS-WORK-DD TO WS-DAY-NO
                    PERFORM FIND-HISTORY-SUBSCRIBER
                    IF WS-SUB-FOUND-IDX > ZERO
                       SET SUB-IDX TO WS-SUB-FOUND-IDX
                       PERFORM STOW-HISTORY-DAY
                    END-IF
                 END-IF
           END-EVALUATE
           .

       FIND-HISTORY-SUBSCRIBER.
           MOVE ZERO TO WS-SUB-FOUND-IDX
           PERFORM VARYING SUB-IDX FROM 1 BY 1
              UNTIL SUB-IDX > WS-SUB-COUNT
              IF WS-SUB-ID(SUB-IDX) = ACKH-SUB-ID
                 AND WS-SUB-FOUND-IDX = ZERO
                 SET WS-SUB-FOUND-IDX TO SUB-IDX
              END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IDX = ZERO
              IF WS-SUB-COUNT = WS-MAX-SUBS
                 DISPLAY 'ACKHIST: MORE THAN ' WS-MAX-SUBS
                    ' SUBSCRIBERS - HISTORY FOR ' ACKH-SUB-ID
                    ' NOT SCORED'
                 MOVE 'Y' TO WS-WARNING-FLAG
              ELSE
                 ADD 1 TO WS-SUB-COUNT
                 ADD 1 TO WS-UNREG-COUNT
                 SET SUB-IDX TO WS-SUB-COUNT
                 MOVE ACKH-SUB-ID TO SUB-ID
                 PERFORM INIT-SUBSCRIBER-ENTRY
                 MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IDX
              END-IF
           END-IF
           .

       STOW-HISTORY-DAY.
           MOVE 'Y' TO WS-SD-SEEN(SUB-IDX WS-DAY-NO)
           MOVE ACKH-SENT TO WS-SD-SENT(SUB-IDX WS-DAY-NO)
           MOVE ACKH-SAME-DAY TO WS-SD-SAME-DAY(SUB-IDX WS-DAY-NO)
           MOVE ACKH-LATE TO WS-SD-LATE(SUB-IDX WS-DAY-NO)
           MOVE ACKH-LATE-DAYS TO WS-SD-LATE-DAYS(SUB-IDX WS-DAY-NO)
           MOVE ACKH-LATE-MAX TO WS-SD-LATE-MAX(SUB-IDX WS-DAY-NO)
           MOVE ACKH-MISMATCH TO WS-SD-MISMATCH(SUB-IDX WS-DAY-NO)
           MOVE ACKH-ORPHANS TO WS-SD-ORPHANS(SUB-IDX WS-DAY-NO)
           MOVE ACKH-INVALID TO WS-SD-INVALID(SUB-IDX WS-DAY-NO)
           MOVE ACKH-TRLR-BRKS TO WS-SD-TRLR-BRKS(SUB-IDX WS-DAY-NO)
           MOVE ACKH-ESCALATED TO WS-SD-ESCALATED(SUB-IDX WS-DAY-NO)
           .

       SCORE-ONE-SUBSCRIBER.
           PERFORM SUM-SUBSCRIBER-MONTH
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
           MOVE WS-SUB-ID(SUB-IDX) TO WS-SHL-SUB-ID
           MOVE WS-MON-CYCLES TO WS-SHL-CYCLES
           MOVE WS-MON-SENT TO WS-SHL-SENT
           EVALUATE TRUE
              WHEN WS-SUB-REGISTERED(SUB-IDX) = 'N'
                 MOVE '(NOT ON THE REGISTRY)' TO WS-SHL-NOTE
              WHEN WS-SUB-ACTIVE(SUB-IDX) = 'N'
                 MOVE '(INACTIVE ON REGISTRY)' TO WS-SHL-NOTE
              WHEN OTHER
                 MOVE SPACES TO WS-SHL-NOTE
           END-EVALUATE
           WRITE SLA-REPORT-OUT FROM WS-SUB-HEAD-LINE
           EVALUATE TRUE
              WHEN WS-MON-CYCLES = ZERO
                 ADD 1 TO WS-NO-HIST-COUNT
                 MOVE '  NO ACK HISTORY THIS MONTH - NOT SCORED'
                    TO WS-REPORT-LINE
                 WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
              WHEN WS-MON-SENT = ZERO
                 ADD 1 TO WS-NO-HIST-COUNT
                 MOVE '  NO RECORDS SENT THIS MONTH - NOT SCORED'
                    TO WS-REPORT-LINE
                 WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
              WHEN OTHER
                 ADD 1 TO WS-SCORED-COUNT
                 PERFORM WRITE-SUBSCRIBER-MEASURES
           END-EVALUATE
           .

       SUM-SUBSCRIBER-MONTH.
           MOVE ZERO TO WS-MON-CYCLES
           MOVE ZERO TO WS-MON-SENT
           MOVE ZERO TO WS-MON-SAME-DAY
           MOVE ZERO TO WS-MON-LATE
           MOVE ZERO TO WS-MON-LATE-DAYS
           MOVE ZERO TO WS-MON-WORST-LAG
           MOVE ZERO TO WS-MON-MISMATCH
           MOVE ZERO TO WS-MON-ORPHANS
           MOVE ZERO TO WS-MON-INVALID
           MOVE ZERO TO WS-MON-TRLR-BRKS
           MOVE ZERO TO WS-MON-ESC-CYCLES
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
              UNTIL WS-DAY-NO > 31
              IF WS-SD-SEEN(SUB-IDX WS-DAY-NO) = 'Y'
                 PERFORM ADD-ONE-HISTORY-DAY
              END-IF
           END-PERFORM
           .

       ADD-ONE-HISTORY-DAY.
           ADD 1 TO WS-MON-CYCLES
           ADD WS-SD-SENT(SUB-IDX WS-DAY-NO) TO WS-MON-SENT
           ADD WS-SD-SAME-DAY(SUB-IDX WS-DAY-NO) TO WS-MON-SAME-DAY
           ADD WS-SD-LATE(SUB-IDX WS-DAY-NO) TO WS-MON-LATE
           ADD WS-SD-LATE-DAYS(SUB-IDX WS-DAY-NO)
              TO WS-MON-LATE-DAYS
           IF WS-SD-LATE-MAX(SUB-IDX WS-DAY-NO) > WS-MON-WORST-LAG
              MOVE WS-SD-LATE-MAX(SUB-IDX WS-DAY-NO)
                 TO WS-MON-WORST-LAG
           END-IF
           ADD WS-SD-MISMATCH(SUB-IDX WS-DAY-NO) TO WS-MON-MISMATCH
           ADD WS-SD-ORPHANS(SUB-IDX WS-DAY-NO) TO WS-MON-ORPHANS
           ADD WS-SD-INVALID(SUB-IDX WS-DAY-NO) TO WS-MON-INVALID
           ADD WS-SD-TRLR-BRKS(SUB-IDX WS-DAY-NO)
              TO WS-MON-TRLR-BRKS
           IF WS-SD-ESCALATED(SUB-IDX WS-DAY-NO) > ZERO
              ADD 1 TO WS-MON-ESC-CYCLES
           END-IF
           .

      *    ON-TIME IS SAME-DAY ACKS OVER RECORDS SENT. THE AVERAGE
      *    LAG IS OVER EVERY ACK RECEIVED, A SAME-DAY ACK COUNTING
      *    ZERO DAYS. THE MISMATCH RATE COUNTS EVERY ACK THAT DID
      *    NOT ECHO WHAT WE SENT - WRONG CODE, ORPHAN OR INVALID -
      *    PER HUNDRED RECORDS SENT.
       WRITE-SUBSCRIBER-MEASURES.
           MOVE 'N' TO WS-SUB-MISSED
           COMPUTE WS-MON-ONTIME-PCT ROUNDED =
              WS-MON-SAME-DAY * 100 / WS-MON-SENT
           COMPUTE WS-MON-ACKED = WS-MON-SAME-DAY + WS-MON-LATE
           IF WS-MON-ACKED > ZERO
              COMPUTE WS-MON-AVG-LAG ROUNDED =
                 WS-MON-LATE-DAYS / WS-MON-ACKED
           ELSE
              MOVE ZERO TO WS-MON-AVG-LAG
           END-IF
           MOVE WS-MON-MISMATCH TO WS-MON-BAD-ACKS
           ADD WS-MON-ORPHANS WS-MON-INVALID TO WS-MON-BAD-ACKS
           COMPUTE WS-MON-MISMATCH-PCT ROUNDED =
              WS-MON-BAD-ACKS * 100 / WS-MON-SENT
              ON SIZE ERROR
                 MOVE 999.99 TO WS-MON-MISMATCH-PCT
           END-COMPUTE
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-HEAD-LINE
           MOVE 'ON-TIME PCT' TO WS-ML-MEASURE
           MOVE WS-MON-ONTIME-PCT TO WS-EDIT-PCT-1
           MOVE WS-EDIT-PCT-1 TO WS-ML-ACTUAL
           MOVE WS-SUB-TGT-ONTIME(SUB-IDX) TO WS-EDIT-PCT-1
           MOVE WS-EDIT-PCT-1 TO WS-ML-TARGET
           IF WS-MON-ONTIME-PCT < WS-SUB-TGT-ONTIME(SUB-IDX)
              PERFORM MARK-TARGET-MISSED
           ELSE
              MOVE 'MET' TO WS-ML-RESULT
           END-IF
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-LINE
           MOVE 'AVG ACK LAG DAYS' TO WS-ML-MEASURE
           MOVE WS-MON-AVG-LAG TO WS-EDIT-PCT-1
           MOVE WS-EDIT-PCT-1 TO WS-ML-ACTUAL
           MOVE WS-SUB-TGT-AVG-LAG(SUB-IDX) TO WS-EDIT-PCT-1
           MOVE WS-EDIT-PCT-1 TO WS-ML-TARGET
           IF WS-MON-AVG-LAG > WS-SUB-TGT-AVG-LAG(SUB-IDX)
              PERFORM MARK-TARGET-MISSED
           ELSE
              MOVE 'MET' TO WS-ML-RESULT
           END-IF
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-LINE
           MOVE 'WORST ACK LAG DAYS' TO WS-ML-MEASURE
           MOVE WS-MON-WORST-LAG TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ML-ACTUAL
           MOVE WS-SUB-TGT-MAX-LAG(SUB-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ML-TARGET
           IF WS-MON-WORST-LAG > WS-SUB-TGT-MAX-LAG(SUB-IDX)
              PERFORM MARK-TARGET-MISSED
           ELSE
              MOVE 'MET' TO WS-ML-RESULT
           END-IF
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-LINE
           MOVE 'MISMATCH PCT' TO WS-ML-MEASURE
           MOVE WS-MON-MISMATCH-PCT TO WS-EDIT-PCT-2
           MOVE WS-EDIT-PCT-2 TO WS-ML-ACTUAL
           MOVE WS-SUB-TGT-MISMATCH(SUB-IDX) TO WS-EDIT-PCT-2
           MOVE WS-EDIT-PCT-2 TO WS-ML-TARGET
           IF WS-MON-MISMATCH-PCT > WS-SUB-TGT-MISMATCH(SUB-IDX)
              PERFORM MARK-TARGET-MISSED
           ELSE
              MOVE 'MET' TO WS-ML-RESULT
           END-IF
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-LINE
           MOVE 'ESCALATED CYCLES' TO WS-ML-MEASURE
           MOVE WS-MON-ESC-CYCLES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ML-ACTUAL
           MOVE WS-SUB-TGT-ESCS(SUB-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ML-TARGET
           IF WS-MON-ESC-CYCLES > WS-SUB-TGT-ESCS(SUB-IDX)
              PERFORM MARK-TARGET-MISSED
           ELSE
              MOVE 'MET' TO WS-ML-RESULT
           END-IF
           WRITE SLA-REPORT-OUT FROM WS-MEASURE-LINE
           MOVE WS-MON-SAME-DAY TO WS-CL-SAME-DAY
           MOVE WS-MON-LATE TO WS-CL-LATE
           MOVE WS-MON-ORPHANS TO WS-CL-ORPHANS
           MOVE WS-MON-INVALID TO WS-CL-INVALID
           MOVE WS-MON-TRLR-BRKS TO WS-CL-TRLR-BRKS
           WRITE SLA-REPORT-OUT FROM WS-COUNT-LINE
           IF WS-SUB-MISSED = 'Y'
              ADD 1 TO WS-MISSED-SUB-COUNT
           END-IF
           .

       MARK-TARGET-MISSED.
           MOVE '*** TARGET MISSED' TO WS-ML-RESULT
           MOVE 'Y' TO WS-SUB-MISSED
           .

       WRITE-SLA-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
           MOVE '***** COUNT SUMMARY *****' TO WS-REPORT-LINE
           WRITE SLA-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HISTORY RECORDS :' TO WS-TOT-TEXT
           MOVE WS-ACKH-RECS-READ TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'UNREADABLE RECS :' TO WS-TOT-TEXT
           MOVE WS-ACKH-BAD-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'SUBSCRIBERS     :' TO WS-TOT-TEXT
           MOVE WS-SUB-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'SCORED          :' TO WS-TOT-TEXT
           MOVE WS-SCORED-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'NOT SCORED      :' TO WS-TOT-TEXT
           MOVE WS-NO-HIST-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'NOT ON REGISTRY :' TO WS-TOT-TEXT
           MOVE WS-UNREG-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'MISSED A TARGET :' TO WS-TOT-TEXT
           MOVE WS-MISSED-SUB-COUNT TO WS-TOT-COUNT
           WRITE SLA-REPORT-OUT FROM WS-TOTAL-LINE
           .
