       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCYC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CONTROL-FILE ASSIGN TO CMPCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT APPLY-CARD-FILE ASSIGN TO APLCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-APL-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO RUNSTATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RST-STATUS.
           SELECT AUDIT-CURRENT-FILE ASSIGN TO AUDITCUR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STATUS.
           SELECT TOTALS-IN-FILE ASSIGN TO CTLTOTS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TOT-STATUS.
           SELECT NEW-OUTPUT-FILE ASSIGN TO NEWOUT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-NEW-STATUS.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTFILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EXT-STATUS.
           SELECT DELTA-IN-FILE ASSIGN TO DELTAFIL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DELTA-STATUS.
           SELECT SUB-EXTRACT-FILE ASSIGN TO SUBXTRS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT CYCLE-REPORT-FILE ASSIGN TO CYCRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CYCLE-STATUS-FILE ASSIGN TO CYCSTAT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01 CMP-CONTROL-IN              PIC X(80).

       FD  APPLY-CARD-FILE
           RECORDING MODE IS F.
       01 APPLY-CARD-IN               PIC X(80).

       FD  RUN-STATE-FILE
           RECORDING MODE IS F.
       01 RUN-STATE-IN                PIC X(80).

       FD  AUDIT-CURRENT-FILE
           RECORDING MODE IS F.
       01 AUDIT-CURRENT-IN            PIC X(80).

       FD  TOTALS-IN-FILE
           RECORDING MODE IS F.
       01 TOTALS-IN                   PIC X(80).

       FD  NEW-OUTPUT-FILE
           RECORDING MODE IS F.
       01 NEW-OUTPUT-IN               PIC X(80).

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01 EXTRACT-IN                  PIC X(80).

       FD  DELTA-IN-FILE
           RECORDING MODE IS F.
       01 DELTA-IN                    PIC X(80).

       FD  SUB-EXTRACT-FILE
           RECORDING MODE IS F.
       01 SUB-EXTRACT-IN              PIC X(80).

       FD  CYCLE-REPORT-FILE
           RECORDING MODE IS F.
       01 CYCLE-REPORT-OUT            PIC X(80).

       FD  CYCLE-STATUS-FILE
           RECORDING MODE IS F.
       01 CYCLE-STATUS-OUT            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CMPCARD.
       COPY APLCARD.
       COPY RUNSTREC.
       COPY AUDITREC.
       COPY TOTREC.
       COPY DLTAREC.
       COPY XTRLREC.
       COPY CYCSREC.

       01 WS-CMP-STATUS     PIC X(2).
       01 WS-APL-STATUS     PIC X(2).
       01 WS-RST-STATUS     PIC X(2).
       01 WS-AUD-STATUS     PIC X(2).
       01 WS-TOT-STATUS     PIC X(2).
       01 WS-NEW-STATUS     PIC X(2).
       01 WS-EXT-STATUS     PIC X(2).
       01 WS-DELTA-STATUS   PIC X(2).
       01 WS-SUB-STATUS     PIC X(2).

       01 WS-RST-EOF        PIC X(1) VALUE 'N'.
       01 WS-TOT-EOF        PIC X(1) VALUE 'N'.
       01 WS-NEW-EOF        PIC X(1) VALUE 'N'.
       01 WS-EXT-EOF        PIC X(1) VALUE 'N'.
       01 WS-DELTA-EOF      PIC X(1) VALUE 'N'.
       01 WS-SUB-EOF        PIC X(1) VALUE 'N'.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-RST-RECS-READ  PIC S9(9) BINARY VALUE ZERO.
       01 WS-AUDIT-SEEN     PIC X(1) VALUE 'N'.
       01 WS-PROMOTED       PIC X(1) VALUE 'N'.
       01 WS-GRAND-SEEN     PIC X(1) VALUE 'N'.
       01 WS-DELTA-PRESENT  PIC X(1) VALUE 'N'.
       01 WS-TRAILER-SEEN   PIC X(1) VALUE 'N'.
       01 WS-BALANCE-OFF    PIC X(1) VALUE 'N'.
       01 WS-COMPARE-OVER   PIC X(1) VALUE 'N'.

      *    A FIZZRST RESTART RUN HAS NO BALANCE, COMPARE OR DELTA
      *    APPLY STEP: ITS CONTROL TOTALS COVER ONLY THE VALUES
      *    AFTER THE RESUME POINT, THE DELTA FILE ON DISK IS
      *    WHATEVER THE LAST FULL CYCLE LEFT THERE, AND THE KSDS
      *    IS ALWAYS RELOADED IN FULL.
       01 WS-RESTART-RUN    PIC X(1) VALUE 'N'.

       01 WS-GT-VALUES      PIC S9(9) BINARY VALUE ZERO.
       01 WS-GT-SKIPPED     PIC S9(9) BINARY VALUE ZERO.
       01 WS-OUT-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-EXT-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-DELTA-REC-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SUB-DETAIL-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SUB-BREAK-COUNT PIC S9(4) BINARY VALUE ZERO.

      *    ONE ENTRY PER SUBSCRIBER EXTRACT FOUND ON THE SUBXTRS
      *    CONCATENATION (ONE PER TRAILER). FIZZDST HAS FIVE
      *    SLOTS; THE TABLE LEAVES ROOM FOR MORE.
       01 WS-SUB-MAX        PIC S9(4) BINARY VALUE 10.
       01 WS-SUB-COUNT      PIC S9(4) BINARY VALUE ZERO.
       01 WS-SUB-IDX        PIC S9(4) BINARY.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 10 TIMES.
               10 WS-SUB-ID           PIC X(8).
               10 WS-SUB-TRAILER-CNT  PIC S9(9) BINARY.
               10 WS-SUB-ACTUAL-CNT   PIC S9(9) BINARY.

       01 WS-CHK-EXPECTED   PIC S9(9) BINARY.
       01 WS-CHK-ACTUAL     PIC S9(9) BINARY.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-RUN-LINE.
           05 FILLER                  PIC X(9) VALUE 'LAST RUN '.
           05 FILLER                  PIC X(4) VALUE 'JOB='.
           05 WS-RUN-JOB-NAME         PIC X(8).
           05 FILLER                  PIC X(6) VALUE ' DATE='.
           05 WS-RUN-DATE-OUT         PIC 9(8).
           05 FILLER                  PIC X(6) VALUE ' TIME='.
           05 WS-RUN-TIME-OUT         PIC 9(6).
           05 FILLER                  PIC X(7) VALUE ' STATE='.
           05 WS-RUN-STATE-OUT        PIC X(8).
           05 FILLER                  PIC X(4) VALUE ' RC='.
           05 WS-RUN-RC-OUT           PIC 9(4).
           05 FILLER                  PIC X(10) VALUE SPACE.
       01 WS-STATUS-LINE.
           05 FILLER                  PIC X(14)
              VALUE 'CYCLE STATUS: '.
           05 WS-STAT-STATUS-OUT      PIC X(8).
           05 FILLER                  PIC X(10)
              VALUE ' SEVERITY='.
           05 WS-STAT-SEVERITY-OUT    PIC 9(2).
           05 FILLER                  PIC X(46) VALUE SPACE.
       01 WS-PUBLISHED-LINE.
           05 FILLER                  PIC X(14)
              VALUE 'PUBLISHED RUN '.
           05 FILLER                  PIC X(4) VALUE 'JOB='.
           05 WS-PUB-JOB-NAME         PIC X(8).
           05 FILLER                  PIC X(6) VALUE ' DATE='.
           05 WS-PUB-DATE-OUT         PIC 9(8).
           05 FILLER                  PIC X(18)
              VALUE ' RULE SET VERSION='.
           05 WS-PUB-VERSION-OUT      PIC X(8).
           05 FILLER                  PIC X(14) VALUE SPACE.
       01 WS-ROLLBACK-LINE.
           05 FILLER                  PIC X(26)
              VALUE 'OUTPUT ROLLED BACK TO RUN '.
           05 WS-BACK-DATE-OUT        PIC 9(8).
           05 FILLER                  PIC X(4) VALUE ' BY '.
           05 WS-BACK-OPERATOR-OUT    PIC X(8).
           05 FILLER                  PIC X(34) VALUE SPACE.
       01 WS-ROLLBACK-REASON-LINE.
           05 FILLER                  PIC X(12)
              VALUE '     REASON='.
           05 WS-BACK-REASON-OUT      PIC X(28).
           05 FILLER                  PIC X(40) VALUE SPACE.
       01 WS-RC-REASON-LINE.
           05 FILLER                  PIC X(17)
              VALUE '*** RUN ENDED RC '.
           05 WS-RSN-RC-OUT           PIC 9(4).
           05 FILLER                  PIC X(36)
              VALUE ' - THE RUN ITSELF HELD THE PROMOTE'.
           05 FILLER                  PIC X(23) VALUE SPACE.
       01 WS-CMP-REASON-LINE.
           05 FILLER                  PIC X(21)
              VALUE '*** COMPARE DELTA OF '.
           05 WS-RSN-PCT-OUT          PIC ZZZZ9.
           05 FILLER                  PIC X(32)
              VALUE ' PCT OVER THE CMPCARD LIMIT OF '.
           05 WS-RSN-MAX-OUT          PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE ' PCT'.
           05 FILLER                  PIC X(15) VALUE SPACE.
       01 WS-APL-LINE.
           05 FILLER                  PIC X(28)
              VALUE '    FULL REBUILD - DELTA OF '.
           05 WS-APL-PCT-OUT          PIC ZZZZ9.
           05 FILLER                  PIC X(31)
              VALUE ' PCT OVER THE APLCARD LIMIT OF '.
           05 WS-APL-MAX-OUT          PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE ' PCT'.
           05 FILLER                  PIC X(9) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.
       01 WS-CHECK-LINE.
           05 WS-CHK-NAME             PIC X(16).
           05 FILLER                  PIC X(10) VALUE ' EXPECTED='.
           05 WS-CHK-EXPECTED-OUT     PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(8) VALUE ' ACTUAL='.
           05 WS-CHK-ACTUAL-OUT       PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHK-STATUS           PIC X(11).
           05 FILLER                  PIC X(16) VALUE SPACE.
       01 WS-SUB-CHECK-NAME.
           05 FILLER                  PIC X(4) VALUE 'SUB '.
           05 WS-SCN-SUB-ID           PIC X(8).
           05 FILLER                  PIC X(4) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CYCLE-REPORT-FILE
           MOVE '***** FIZZBUZZ BATCH CYCLE STATUS REPORT *****'
              TO WS-REPORT-LINE
           WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM READ-COMPARE-CARD
           PERFORM READ-APPLY-CARD
           PERFORM LOAD-LAST-RUN-STATE
           PERFORM LOAD-AUDIT-SNAPSHOT
           PERFORM DECIDE-CYCLE-STATUS
           IF RST-IS-ENDED AND WS-RST-RECS-READ > ZERO
              PERFORM GATHER-HAND-OFF-COUNTS
              IF CYS-IS-HELD
                 PERFORM DECIDE-HOLD-REASON
              END-IF
              IF CYS-IS-PROMOTED
                 PERFORM DECIDE-KSDS-METHOD
              END-IF
           END-IF
           PERFORM DECIDE-SEVERITY
           PERFORM WRITE-CYCLE-SECTION
           IF RST-IS-ENDED AND WS-RST-RECS-READ > ZERO
              IF CYS-IS-HELD
                 PERFORM WRITE-HOLD-REASONS
              END-IF
              PERFORM WRITE-HAND-OFF-COUNTS
              PERFORM WRITE-SUBSCRIBER-COUNTS
              PERFORM WRITE-KSDS-SECTION
           END-IF
           CLOSE CYCLE-REPORT-FILE
           PERFORM WRITE-STATUS-RECORD
           IF CYS-SEVERITY > ZERO
              DISPLAY 'FIZZCYC: CYCLE ' CYS-CYCLE-DATE ' IS '
                 CYS-CYCLE-STATUS ' - SEVERITY ' CYS-SEVERITY
                 ' RAISED TO THE SCHEDULER'
           END-IF
           MOVE CYS-SEVERITY TO RETURN-CODE
           GOBACK
           .

       READ-COMPARE-CARD.
           OPEN INPUT CMP-CONTROL-FILE
           IF WS-CMP-STATUS = '05' OR WS-CMP-STATUS = '35'
              MOVE 100 TO CMP-MAX-DELTA-PCT
           ELSE
              READ CMP-CONTROL-FILE INTO CMP-CARD-RECORD
                 AT END
                    MOVE 100 TO CMP-MAX-DELTA-PCT
              END-READ
              CLOSE CMP-CONTROL-FILE
           END-IF
           IF CMP-MAX-DELTA-PCT NOT NUMERIC
              MOVE 100 TO CMP-MAX-DELTA-PCT
           END-IF
           .

       READ-APPLY-CARD.
           OPEN INPUT APPLY-CARD-FILE
           IF WS-APL-STATUS = '05' OR WS-APL-STATUS = '35'
              MOVE 10 TO APLC-MAX-APPLY-PCT
           ELSE
              READ APPLY-CARD-FILE INTO APLC-CARD-RECORD
                 AT END
                    MOVE 10 TO APLC-MAX-APPLY-PCT
              END-READ
              CLOSE APPLY-CARD-FILE
           END-IF
           IF APLC-MAX-APPLY-PCT NOT NUMERIC
              OR APLC-MAX-APPLY-PCT = ZERO
              MOVE 10 TO APLC-MAX-APPLY-PCT
           END-IF
           .

      *    THE LAST RECORD ON THE RUN-STATE LOG IS THE CYCLE BEING
      *    REPORTED ON - THE LATEST RUN OF FIZZBUZ, FIZZRST OR
      *    FIZZMRG, OR A LATER FIZZBACK ROLLBACK.
       LOAD-LAST-RUN-STATE.
           OPEN INPUT RUN-STATE-FILE
           IF WS-RST-STATUS = '05' OR WS-RST-STATUS = '35'
              DISPLAY 'RUNSTATE: NO RUN-STATE LOG - NO CYCLE HAS '
                 'EVER RUN'
           ELSE
              PERFORM UNTIL WS-RST-EOF = 'Y'
                 READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-RST-EOF
                    NOT AT END
                       ADD 1 TO WS-RST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE RUN-STATE-FILE
           END-IF
           IF WS-RST-RECS-READ = ZERO
              MOVE SPACES TO RUN-STATE-RECORD
           END-IF
           IF RST-JOB-NAME = 'FIZZRST'
              MOVE 'Y' TO WS-RESTART-RUN
           END-IF
           .

      *    AUDIT.CURRENT IS WRITTEN ONLY INSIDE THE PROMOTE
      *    IF-BLOCK, SO IT NAMES THE RUN WHOSE OUTPUT IS
      *    PUBLISHED. WHEN IT NAMES THE LAST RUN, THAT RUN WAS
      *    PROMOTED.
       LOAD-AUDIT-SNAPSHOT.
           OPEN INPUT AUDIT-CURRENT-FILE
           IF WS-AUD-STATUS = '05' OR WS-AUD-STATUS = '35'
              DISPLAY 'AUDITCUR: NO AUDIT SNAPSHOT - NOTHING HAS '
                 'EVER BEEN PUBLISHED'
           ELSE
              READ AUDIT-CURRENT-FILE INTO AUDIT-RECORD
                 AT END
                    DISPLAY 'AUDITCUR: AUDIT SNAPSHOT IS EMPTY'
                 NOT AT END
                    MOVE 'Y' TO WS-AUDIT-SEEN
              END-READ
              CLOSE AUDIT-CURRENT-FILE
           END-IF
           IF WS-AUDIT-SEEN = 'Y'
              AND AUD-IS-RUN-ENTRY
              AND RST-IS-ENDED
              AND AUD-JOB-NAME = RST-JOB-NAME
              AND AUD-RUN-DATE = RST-RUN-DATE
              MOVE 'Y' TO WS-PROMOTED
           END-IF
           .

       DECIDE-CYCLE-STATUS.
           MOVE SPACES TO CYCLE-STATUS-RECORD
           MOVE ZERO TO CYS-CYCLE-DATE
           MOVE ZERO TO CYS-RUN-RC
           MOVE ZERO TO CYS-VALUES
           MOVE ZERO TO CYS-OUTPUT-COUNT
           MOVE ZERO TO CYS-DELTA-COUNT
           MOVE ZERO TO CYS-SUB-BREAKS
           MOVE WS-TODAY-DATE TO CYS-STATUS-DATE
           IF WS-RST-RECS-READ > ZERO
              MOVE RST-JOB-NAME TO CYS-JOB-NAME
              MOVE RST-RUN-DATE TO CYS-CYCLE-DATE
           END-IF
           EVALUATE TRUE
              WHEN WS-RST-RECS-READ = ZERO
                 MOVE 'NOTRUN' TO CYS-CYCLE-STATUS
              WHEN RST-IS-STARTED
                 MOVE 'ABENDED' TO CYS-CYCLE-STATUS
                 MOVE 'ABEND' TO CYS-HOLD-REASON
              WHEN RST-IS-ROLLED-BACK
                 MOVE 'ROLLBACK' TO CYS-CYCLE-STATUS
              WHEN WS-PROMOTED = 'Y'
                 MOVE 'PROMOTED' TO CYS-CYCLE-STATUS
                 MOVE RST-RETURN-CODE TO CYS-RUN-RC
              WHEN OTHER
                 MOVE 'HELD' TO CYS-CYCLE-STATUS
                 IF RST-RETURN-CODE NUMERIC
                    MOVE RST-RETURN-CODE TO CYS-RUN-RC
                 END-IF
           END-EVALUATE
           .

      *    RECORD COUNTS AT EACH HAND-OFF: THE RUN'S CONTROL
      *    TOTALS, THE OUTPUT AND EXTRACT GENERATIONS IT WROTE,
      *    THE COMPARE STEP'S DELTA FILE AND THE SUBSCRIBER
      *    EXTRACTS DISTRIB CUT FROM IT. COMPARE, BALANCE AND
      *    DISTRIB RUN ONLY AFTER A CLEAN RUN, SO AFTER A DIRTY
      *    ONE THE SUBSCRIBER SLOTS STILL HOLD THE LAST CYCLE'S
      *    FILES AND ARE NOT READ.
       GATHER-HAND-OFF-COUNTS.
           PERFORM LOAD-CONTROL-TOTALS
           PERFORM COUNT-NEW-OUTPUT
           PERFORM COUNT-EXTRACT
           IF WS-RESTART-RUN = 'N'
              PERFORM SCAN-DELTA-FILE
           END-IF
           IF CYS-RUN-RC = ZERO
              PERFORM SCAN-SUBSCRIBER-EXTRACTS
           END-IF
           MOVE WS-GT-VALUES TO CYS-VALUES
           MOVE WS-OUT-REC-COUNT TO CYS-OUTPUT-COUNT
           MOVE WS-DELTA-REC-COUNT TO CYS-DELTA-COUNT
           IF WS-SUB-BREAK-COUNT > 9
              MOVE 9 TO CYS-SUB-BREAKS
           ELSE
              MOVE WS-SUB-BREAK-COUNT TO CYS-SUB-BREAKS
           END-IF
           .

       LOAD-CONTROL-TOTALS.
           OPEN INPUT TOTALS-IN-FILE
           IF WS-TOT-STATUS = '05' OR WS-TOT-STATUS = '35'
              DISPLAY 'CTLTOTS: NO CONTROL TOTALS GENERATION'
           ELSE
              PERFORM UNTIL WS-TOT-EOF = 'Y'
                 READ TOTALS-IN-FILE INTO TOTALS-RECORD
                    AT END
                       MOVE 'Y' TO WS-TOT-EOF
                    NOT AT END
                       IF TOT-IS-GRAND
                          AND TOT-VALUES NUMERIC
                          AND TOT-SKIPPED NUMERIC
                          MOVE 'Y' TO WS-GRAND-SEEN
                          MOVE TOT-VALUES TO WS-GT-VALUES
                          MOVE TOT-SKIPPED TO WS-GT-SKIPPED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TOTALS-IN-FILE
           END-IF
           .

       COUNT-NEW-OUTPUT.
           OPEN INPUT NEW-OUTPUT-FILE
           IF WS-NEW-STATUS = '05' OR WS-NEW-STATUS = '35'
              DISPLAY 'NEWOUT: NO OUTPUT GENERATION'
           ELSE
              PERFORM UNTIL WS-NEW-EOF = 'Y'
                 READ NEW-OUTPUT-FILE
                    AT END
                       MOVE 'Y' TO WS-NEW-EOF
                    NOT AT END
                       ADD 1 TO WS-OUT-REC-COUNT
                 END-READ
              END-PERFORM
              CLOSE NEW-OUTPUT-FILE
           END-IF
           .

       COUNT-EXTRACT.
           OPEN INPUT EXTRACT-IN-FILE
           IF WS-EXT-STATUS = '05' OR WS-EXT-STATUS = '35'
              DISPLAY 'EXTFILE: NO EXTRACT GENERATION'
           ELSE
              PERFORM UNTIL WS-EXT-EOF = 'Y'
                 READ EXTRACT-IN-FILE
                    AT END
                       MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                       ADD 1 TO WS-EXT-REC-COUNT
                 END-READ
              END-PERFORM
              CLOSE EXTRACT-IN-FILE
           END-IF
           .

      *    THE DELTA FILE IS CLEARED BY DELDLT BEFORE EVERY
      *    COMPARE, SO WHAT IS ON IT NOW IS THIS CYCLE'S DELTA -
      *    OR NOTHING, WHEN COMPARE DID NOT RUN.
       SCAN-DELTA-FILE.
           OPEN INPUT DELTA-IN-FILE
           IF WS-DELTA-STATUS = '05' OR WS-DELTA-STATUS = '35'
              CONTINUE
           ELSE
              MOVE 'Y' TO WS-DELTA-PRESENT
              PERFORM UNTIL WS-DELTA-EOF = 'Y'
                 READ DELTA-IN-FILE INTO DELTA-RECORD
                    AT END
                       MOVE 'Y' TO WS-DELTA-EOF
                    NOT AT END
                       IF DLT-IS-TRAILER
                          MOVE 'Y' TO WS-TRAILER-SEEN
                       ELSE
                          ADD 1 TO WS-DELTA-REC-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DELTA-IN-FILE
           END-IF
           IF WS-TRAILER-SEEN = 'N'
              MOVE SPACES TO DELTA-RECORD
           END-IF
           .

      *    SUBXTRS IS THE CONCATENATION OF THE SUBSCRIBER SLOT
      *    DATASETS. EACH USED SLOT ENDS WITH ITS XTRLREC TRAILER,
      *    SO THE DETAIL RECORDS COUNTED SINCE THE LAST TRAILER
      *    BELONG TO THE SUBSCRIBER THE NEXT TRAILER NAMES; EMPTY
      *    SLOTS CONTRIBUTE NOTHING.
       SCAN-SUBSCRIBER-EXTRACTS.
           OPEN INPUT SUB-EXTRACT-FILE
           IF WS-SUB-STATUS = '05' OR WS-SUB-STATUS = '35'
              DISPLAY 'SUBXTRS: NO SUBSCRIBER EXTRACTS'
           ELSE
              PERFORM UNTIL WS-SUB-EOF = 'Y'
                 READ SUB-EXTRACT-FILE INTO EXTRACT-TRAILER-RECORD
                    AT END
                       MOVE 'Y' TO WS-SUB-EOF
                    NOT AT END
                       IF XTR-IS-TRAILER
                          PERFORM STOW-SUBSCRIBER-TRAILER
                       ELSE
                          ADD 1 TO WS-SUB-DETAIL-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUB-EXTRACT-FILE
           END-IF
           IF WS-SUB-DETAIL-COUNT > ZERO
              ADD 1 TO WS-SUB-BREAK-COUNT
           END-IF
           .

       STOW-SUBSCRIBER-TRAILER.
           IF WS-SUB-COUNT < WS-SUB-MAX
              ADD 1 TO WS-SUB-COUNT
              MOVE XTR-SUB-ID TO WS-SUB-ID(WS-SUB-COUNT)
              MOVE WS-SUB-DETAIL-COUNT
                 TO WS-SUB-ACTUAL-CNT(WS-SUB-COUNT)
              IF XTR-RECORD-COUNT NUMERIC
                 MOVE XTR-RECORD-COUNT
                    TO WS-SUB-TRAILER-CNT(WS-SUB-COUNT)
                 IF XTR-RECORD-COUNT NOT = WS-SUB-DETAIL-COUNT
                    ADD 1 TO WS-SUB-BREAK-COUNT
                 END-IF
              ELSE
                 DISPLAY 'SUBXTRS: TRAILER COUNT NOT NUMERIC FOR '
                    XTR-SUB-ID
                 MOVE ZERO TO WS-SUB-TRAILER-CNT(WS-SUB-COUNT)
                 ADD 1 TO WS-SUB-BREAK-COUNT
              END-IF
           ELSE
              DISPLAY 'SUBXTRS: MORE THAN ' WS-SUB-MAX
                 ' SUBSCRIBER TRAILERS - ' XTR-SUB-ID ' NOT CHECKED'
           END-IF
           MOVE ZERO TO WS-SUB-DETAIL-COUNT
           .

      *    WHY A RUN THAT ENDED WAS NOT PROMOTED, IN THE ORDER THE
      *    PROMOTE IF-BLOCK TESTS IT: THE RUN'S OWN RETURN CODE,
      *    THEN BALANCE, THEN COMPARE. BALANCE IS JUDGED ON THE
      *    RECORD COUNTS ALONE HERE; FIZZBAL'S REPORT HAS THE
      *    CATEGORY-LEVEL DETAIL.
       DECIDE-HOLD-REASON.
           IF WS-RESTART-RUN = 'N'
              IF WS-GRAND-SEEN = 'N'
                 OR WS-OUT-REC-COUNT NOT = WS-GT-VALUES - WS-GT-SKIPPED
                 OR WS-EXT-REC-COUNT NOT = WS-GT-VALUES
                 MOVE 'Y' TO WS-BALANCE-OFF
              END-IF
              IF WS-TRAILER-SEEN = 'Y'
                 AND DLT-TOT-PCT NUMERIC
                 IF DLT-TOT-PCT > CMP-MAX-DELTA-PCT
                    MOVE 'Y' TO WS-COMPARE-OVER
                 END-IF
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN CYS-RUN-RC > ZERO
                 MOVE 'RUNRC' TO CYS-HOLD-REASON
              WHEN WS-BALANCE-OFF = 'Y'
                 MOVE 'BALANCE' TO CYS-HOLD-REASON
              WHEN WS-COMPARE-OVER = 'Y'
                 MOVE 'COMPARE' TO CYS-HOLD-REASON
              WHEN OTHER
                 MOVE 'UNKNOWN' TO CYS-HOLD-REASON
           END-EVALUATE
           .

      *    REPEATS FIZZAPL'S OWN DECISION FROM THE SAME DELTA
      *    TRAILER AND APLCARD THRESHOLD. FIZZAPL ALSO FALLS BACK
      *    TO THE REBUILD WHEN A KEYED UPDATE FAILS OR THE KSDS
      *    DOES NOT EXIST YET - THOSE SHOW ONLY ON ITS APLRPT, AND
      *    THE REPORT SAYS SO.
       DECIDE-KSDS-METHOD.
           EVALUATE TRUE
              WHEN WS-RESTART-RUN = 'Y'
                 MOVE 'R' TO CYS-KSDS-METHOD
              WHEN WS-TRAILER-SEEN = 'N'
                 MOVE 'R' TO CYS-KSDS-METHOD
              WHEN DLT-TOT-PCT NOT NUMERIC
                 MOVE 'R' TO CYS-KSDS-METHOD
              WHEN DLT-TOT-PCT > APLC-MAX-APPLY-PCT
                 MOVE 'R' TO CYS-KSDS-METHOD
              WHEN OTHER
                 MOVE 'A' TO CYS-KSDS-METHOD
           END-EVALUATE
           .

       DECIDE-SEVERITY.
           EVALUATE TRUE
              WHEN CYS-IS-PROMOTED AND WS-SUB-BREAK-COUNT > ZERO
                 MOVE 4 TO CYS-SEVERITY
              WHEN CYS-IS-PROMOTED
                 MOVE 0 TO CYS-SEVERITY
              WHEN CYS-IS-ROLLBACK
                 MOVE 4 TO CYS-SEVERITY
              WHEN OTHER
                 MOVE 8 TO CYS-SEVERITY
           END-EVALUATE
           .

       WRITE-CYCLE-SECTION.
           IF WS-RST-RECS-READ = ZERO
              MOVE '*** NO RUN-STATE LOG - NO CYCLE HAS EVER RUN'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           ELSE
              MOVE RST-JOB-NAME TO WS-RUN-JOB-NAME
              MOVE RST-RUN-DATE TO WS-RUN-DATE-OUT
              MOVE RST-RUN-TIME(1:6) TO WS-RUN-TIME-OUT
              MOVE RST-STATUS TO WS-RUN-STATE-OUT
              MOVE CYS-RUN-RC TO WS-RUN-RC-OUT
              WRITE CYCLE-REPORT-OUT FROM WS-RUN-LINE
           END-IF
           MOVE CYS-CYCLE-STATUS TO WS-STAT-STATUS-OUT
           MOVE CYS-SEVERITY TO WS-STAT-SEVERITY-OUT
           WRITE CYCLE-REPORT-OUT FROM WS-STATUS-LINE
           EVALUATE TRUE
              WHEN CYS-IS-ABENDED
                 MOVE '*** THE RUN NEVER ENDED - ABENDED OR STILL '
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
                 IF RST-JOB-NAME = 'FIZZMRG'
                    MOVE '*** RUNNING. RERUN FIZZMRG.JCL (A FAILED '
                       TO WS-REPORT-LINE
                    WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
                    MOVE '*** PARTITION WITH FIZZPRRN.JCL FIRST)'
                       TO WS-REPORT-LINE
                    WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
                 ELSE
                    MOVE '*** RUNNING. RESTART IT WITH FIZZRST.JCL'
                       TO WS-REPORT-LINE
                    WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
                 END-IF
              WHEN CYS-IS-ROLLBACK
                 MOVE RST-RB-RESTORED-DATE TO WS-BACK-DATE-OUT
                 MOVE RST-RB-OPERATOR-ID TO WS-BACK-OPERATOR-OUT
                 MOVE RST-RB-REASON TO WS-BACK-REASON-OUT
                 WRITE CYCLE-REPORT-OUT FROM WS-ROLLBACK-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-ROLLBACK-REASON-LINE
           END-EVALUATE
           IF WS-AUDIT-SEEN = 'Y' AND AUD-IS-RUN-ENTRY
              MOVE AUD-JOB-NAME TO WS-PUB-JOB-NAME
              MOVE AUD-RUN-DATE TO WS-PUB-DATE-OUT
              MOVE AUD-RULE-SET-VERSION TO WS-PUB-VERSION-OUT
              WRITE CYCLE-REPORT-OUT FROM WS-PUBLISHED-LINE
           END-IF
           IF CYS-IS-HELD OR CYS-IS-ABENDED
              MOVE '*** NOT PUBLISHED - CURRENT STILL HOLDS THE RUN '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '*** SHOWN ON THE PUBLISHED RUN LINE'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       WRITE-HOLD-REASONS.
           MOVE '***** WHY THE PROMOTE WAS HELD *****'
              TO WS-REPORT-LINE
           WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           IF CYS-RUN-RC > ZERO
              MOVE CYS-RUN-RC TO WS-RSN-RC-OUT
              WRITE CYCLE-REPORT-OUT FROM WS-RC-REASON-LINE
              MOVE '    (COMPARE, BALANCE AND DISTRIB DID NOT RUN - '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '    SEE THE RUN''S SYSOUT)'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           IF WS-BALANCE-OFF = 'Y'
              MOVE '*** BALANCE - OUTPUT/EXTRACT OUT OF STEP WITH THE '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '    CONTROL TOTALS (COUNTS BELOW, DETAIL ON BALRPT)'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           IF WS-COMPARE-OVER = 'Y'
              MOVE DLT-TOT-PCT TO WS-RSN-PCT-OUT
              MOVE CMP-MAX-DELTA-PCT TO WS-RSN-MAX-OUT
              WRITE CYCLE-REPORT-OUT FROM WS-CMP-REASON-LINE
           END-IF
           IF CYS-HOLD-REASON = 'UNKNOWN'
              MOVE '*** NO CAUSE FOUND IN THE CYCLE''S DATASETS - SEE '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '    THE JOB LOG (BALRPT, DELTARPT)'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       WRITE-HAND-OFF-COUNTS.
           MOVE '***** RECORD COUNTS AT EACH HAND-OFF *****'
              TO WS-REPORT-LINE
           WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           IF WS-GRAND-SEEN = 'N'
              MOVE '*** NO GRAND TOTAL RECORD ON THE CONTROL TOTALS'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'VALUES PROCESSED:' TO WS-TOT-TEXT
           MOVE WS-GT-VALUES TO WS-TOT-COUNT
           WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'SKIPPED BY EXCP :' TO WS-TOT-TEXT
           MOVE WS-GT-SKIPPED TO WS-TOT-COUNT
           WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
           IF WS-RESTART-RUN = 'Y'
              MOVE 'OUTPUT RECORDS  :' TO WS-TOT-TEXT
              MOVE WS-OUT-REC-COUNT TO WS-TOT-COUNT
              WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
              MOVE 'EXTRACT RECORDS :' TO WS-TOT-TEXT
              MOVE WS-EXT-REC-COUNT TO WS-TOT-COUNT
              WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
              MOVE '    (RESTART RUN - TOTALS COVER ONLY THE VALUES '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '    AFTER THE RESUME POINT; NO BALANCE OR COMPARE)'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           ELSE
              MOVE 'OUTPUT RECORDS' TO WS-CHK-NAME
              COMPUTE WS-CHK-EXPECTED = WS-GT-VALUES - WS-GT-SKIPPED
              MOVE WS-OUT-REC-COUNT TO WS-CHK-ACTUAL
              PERFORM WRITE-ONE-CHECK
              MOVE 'EXTRACT RECORDS' TO WS-CHK-NAME
              MOVE WS-GT-VALUES TO WS-CHK-EXPECTED
              MOVE WS-EXT-REC-COUNT TO WS-CHK-ACTUAL
              PERFORM WRITE-ONE-CHECK
              PERFORM WRITE-DELTA-COUNTS
           END-IF
           .

       WRITE-DELTA-COUNTS.
           EVALUATE TRUE
              WHEN WS-DELTA-PRESENT = 'N'
                 MOVE '    NO DELTA FILE - COMPARE DID NOT RUN'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN WS-TRAILER-SEEN = 'N'
                 MOVE '*** DELTA FILE HAS NO TRAILER - INCOMPLETE'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN OTHER
                 MOVE 'COMPARED RECORDS' TO WS-CHK-NAME
                 MOVE WS-OUT-REC-COUNT TO WS-CHK-EXPECTED
                 IF DLT-TOT-NEW NUMERIC
                    MOVE DLT-TOT-NEW TO WS-CHK-ACTUAL
                 ELSE
                    MOVE ZERO TO WS-CHK-ACTUAL
                 END-IF
                 PERFORM WRITE-ONE-CHECK
                 MOVE 'DELTA RECORDS' TO WS-CHK-NAME
                 IF DLT-TOT-DELTA NUMERIC
                    MOVE DLT-TOT-DELTA TO WS-CHK-EXPECTED
                 ELSE
                    MOVE ZERO TO WS-CHK-EXPECTED
                 END-IF
                 MOVE WS-DELTA-REC-COUNT TO WS-CHK-ACTUAL
                 PERFORM WRITE-ONE-CHECK
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE 'DELTA PCT       :' TO WS-TOT-TEXT
                 IF DLT-TOT-PCT NUMERIC
                    MOVE DLT-TOT-PCT TO WS-TOT-COUNT
                 ELSE
                    MOVE ZERO TO WS-TOT-COUNT
                 END-IF
                 WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
           END-EVALUATE
           .

       WRITE-SUBSCRIBER-COUNTS.
           MOVE '***** SUBSCRIBER EXTRACTS (TRAILER VS RECORDS) *****'
              TO WS-REPORT-LINE
           WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           IF CYS-RUN-RC > ZERO
              MOVE '    NOT DISTRIBUTED THIS CYCLE - THE RUN ENDED '
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '    NONZERO'
                 TO WS-REPORT-LINE
              WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           ELSE
              IF WS-SUB-COUNT = ZERO
                 MOVE '    NO SUBSCRIBER EXTRACT CARRIES A TRAILER'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              END-IF
              PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                 UNTIL WS-SUB-IDX > WS-SUB-COUNT
                 MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-SCN-SUB-ID
                 MOVE WS-SUB-CHECK-NAME TO WS-CHK-NAME
                 MOVE WS-SUB-TRAILER-CNT(WS-SUB-IDX)
                    TO WS-CHK-EXPECTED
                 MOVE WS-SUB-ACTUAL-CNT(WS-SUB-IDX) TO WS-CHK-ACTUAL
                 PERFORM WRITE-ONE-CHECK
              END-PERFORM
              IF WS-SUB-DETAIL-COUNT > ZERO
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE '*** NO TRAILER  :' TO WS-TOT-TEXT
                 MOVE WS-SUB-DETAIL-COUNT TO WS-TOT-COUNT
                 WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
              END-IF
           END-IF
           .

       WRITE-KSDS-SECTION.
           MOVE '***** KEYED RESULTS STORE (KSDS) *****'
              TO WS-REPORT-LINE
           WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           EVALUATE TRUE
              WHEN NOT CYS-IS-PROMOTED
                 MOVE '    NOT TOUCHED - NOTHING WAS PUBLISHED'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN WS-RESTART-RUN = 'Y'
                 MOVE '    FULL REBUILD - A RESTART RUN ALWAYS RELOADS'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN CYS-KSDS-REBUILT AND WS-TRAILER-SEEN = 'N'
                 MOVE '    FULL REBUILD - NO COMPLETE DELTA FILE'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN CYS-KSDS-REBUILT AND DLT-TOT-PCT NOT NUMERIC
                 MOVE '    FULL REBUILD - DELTA TRAILER UNREADABLE'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN CYS-KSDS-REBUILT
                 MOVE DLT-TOT-PCT TO WS-APL-PCT-OUT
                 MOVE APLC-MAX-APPLY-PCT TO WS-APL-MAX-OUT
                 WRITE CYCLE-REPORT-OUT FROM WS-APL-LINE
              WHEN OTHER
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE 'DELTA APPLIED   :' TO WS-TOT-TEXT
                 MOVE WS-DELTA-REC-COUNT TO WS-TOT-COUNT
                 WRITE CYCLE-REPORT-OUT FROM WS-TOTAL-LINE
                 MOVE '    (A KEYED EXCEPTION, OR NO KSDS YET, TURNS '
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
                 MOVE '    THIS INTO A FULL REBUILD - SEE APLRPT)'
                    TO WS-REPORT-LINE
                 WRITE CYCLE-REPORT-OUT FROM WS-REPORT-LINE
           END-EVALUATE
           .

       WRITE-ONE-CHECK.
           MOVE WS-CHK-EXPECTED TO WS-CHK-EXPECTED-OUT
           MOVE WS-CHK-ACTUAL TO WS-CHK-ACTUAL-OUT
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              MOVE 'IN BALANCE' TO WS-CHK-STATUS
           ELSE
              MOVE '*** OFF ***' TO WS-CHK-STATUS
           END-IF
           WRITE CYCLE-REPORT-OUT FROM WS-CHECK-LINE
           .

       WRITE-STATUS-RECORD.
           OPEN OUTPUT CYCLE-STATUS-FILE
           WRITE CYCLE-STATUS-OUT FROM CYCLE-STATUS-RECORD
           CLOSE CYCLE-STATUS-FILE
           .
