       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZNTC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTC-CONTROL-FILE ASSIGN TO NTCCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-NTC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
              ORGANIZATION IS SEQUENTIAL.
           SELECT RULES-FILE ASSIGN TO RULEFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EXCP-STATUS.
           SELECT SUBS-FILE ASSIGN TO SUBSFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE-1 ASSIGN TO NOTICE1
              ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE-2 ASSIGN TO NOTICE2
              ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE-3 ASSIGN TO NOTICE3
              ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE-4 ASSIGN TO NOTICE4
              ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE-5 ASSIGN TO NOTICE5
              ORGANIZATION IS SEQUENTIAL.
           SELECT NTC-REPORT-FILE ASSIGN TO NTCRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NTC-CONTROL-FILE
           RECORDING MODE IS F.
       01 NTC-CARD-IN                 PIC X(80).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 CTL-CARD-IN                 PIC X(80).

       FD  RULES-FILE
           RECORDING MODE IS F.
       01 RULE-FILE-IN                PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01 EXCEPTION-FILE-IN           PIC X(80).

       FD  SUBS-FILE
           RECORDING MODE IS F.
       01 SUBS-IN                     PIC X(80).

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01 EXTRACT-IN                  PIC X(80).

       FD  NOTICE-FILE-1
           RECORDING MODE IS F.
       01 NOTICE-OUT-1                PIC X(80).

       FD  NOTICE-FILE-2
           RECORDING MODE IS F.
       01 NOTICE-OUT-2                PIC X(80).

       FD  NOTICE-FILE-3
           RECORDING MODE IS F.
       01 NOTICE-OUT-3                PIC X(80).

       FD  NOTICE-FILE-4
           RECORDING MODE IS F.
       01 NOTICE-OUT-4                PIC X(80).

       FD  NOTICE-FILE-5
           RECORDING MODE IS F.
       01 NOTICE-OUT-5                PIC X(80).

       FD  NTC-REPORT-FILE
           RECORDING MODE IS F.
       01 NTC-REPORT-OUT              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NTCCARD.
       COPY CTLCARD.
       COPY RULEREC.
       COPY EXCPREC.
       COPY SUBSREC.
       COPY EXTRREC.

       01 WS-NTC-STATUS  PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).

       01 I PIC S9(9) BINARY.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-AS-OF-DATE     PIC 9(8).
       01 WS-HORIZON-DATE   PIC 9(8).
       01 WS-LOOKAHEAD-DAYS PIC 9(3).
       01 WS-DAY-INT        PIC S9(9) BINARY.
       01 WS-CTL-VERSION    PIC X(8) VALUE SPACES.

       01 WS-CTL-EOF PIC X(1).
       01 WS-CARD-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-CARDS  PIC S9(4) BINARY VALUE 50.
       01 WS-CURR-RANGE PIC S9(4) BINARY.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 50 TIMES.
               10 WS-RANGE-START-I    PIC S9(9) BINARY.
               10 WS-RANGE-END-I      PIC S9(9) BINARY.

      *    EVERY RULE ON THE FILE, ALL VERSIONS AND DATES - THE
      *    CHANGE POINTS ARE FOUND FROM IT, AND EACH CHANGE
      *    POINT'S RULES IN EFFECT ARE SELECTED FROM IT.
       01 WS-RULES-EOF  PIC X(1).
       01 WS-RF-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-RF     PIC S9(4) BINARY VALUE 200.
       01 WS-RF-IDX     PIC S9(4) BINARY.
       01 WS-RULE-FILE-TABLE.
           05 WS-RF-ENTRY OCCURS 200 TIMES.
               10 WS-RF-DIVISOR       PIC S9(4) BINARY.
               10 WS-RF-LABEL         PIC X(10).
               10 WS-RF-VERSION       PIC X(8).
               10 WS-RF-EFF-FROM      PIC 9(8).
               10 WS-RF-EFF-TO        PIC 9(8).

      *    ONE CHANGE POINT PER DISTINCT VERSION AND DATE ON WHICH
      *    THAT VERSION'S RULES IN EFFECT CHANGE INSIDE THE
      *    LOOKAHEAD WINDOW, IN DATE ORDER.
       01 WS-CHG-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-CHGS   PIC S9(4) BINARY VALUE 10.
       01 WS-CHG-IDX    PIC S9(4) BINARY.
       01 WS-CHG-SCAN   PIC S9(4) BINARY.
       01 WS-NEW-CHG-VERSION PIC X(8).
       01 WS-NEW-CHG-DATE    PIC 9(8).
       01 WS-CHG-DUP-FLAG    PIC X(1).
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 10 TIMES.
               10 WS-CHG-VERSION      PIC X(8).
               10 WS-CHG-DATE         PIC 9(8).
               10 WS-CHG-RULE-COUNT   PIC S9(4) BINARY.
       01 WS-CHG-SWAP.
           05 WS-SWAP-VERSION         PIC X(8).
           05 WS-SWAP-DATE            PIC 9(8).
           05 WS-SWAP-RULE-COUNT      PIC S9(4) BINARY.

       01 WS-RULE-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-RULES  PIC S9(4) BINARY VALUE 20.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULE-IDX.
               10 WS-RULE-DIVISOR     PIC S9(4) BINARY.
               10 WS-RULE-LABEL       PIC X(10).

       01 WS-EXCP-EOF       PIC X(1).
       01 WS-EXCP-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-EXCPS      PIC S9(4) BINARY VALUE 100.
       01 WS-EXCP-FOUND-IDX PIC S9(4) BINARY.
       01 WS-EXCP-TABLE.
           05 WS-EXCP-ENTRY OCCURS 100 TIMES INDEXED BY EXCP-IDX.
               10 WS-EXCP-I           PIC S9(9) BINARY.
               10 WS-EXCP-ACTION      PIC X(1).

      *    NOTICE SLOTS - SLOT N IS BOUND TO REGISTRY ENTRY N AND
      *    TO THE NOTICEN DD, AS THE SUBXTRN SLOTS ARE IN FIZZDST.
       01 WS-SUBS-EOF       PIC X(1) VALUE 'N'.
       01 WS-SUBS-READ-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-SUB-COUNT      PIC S9(4) BINARY VALUE ZERO.
       01 WS-NOTICE-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-SUBS       PIC S9(4) BINARY VALUE 5.
       01 WS-SUB-SLOT       PIC S9(4) BINARY.
       01 WS-CODE-SLOT      PIC S9(4) BINARY.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 5 TIMES.
               10 WS-SUB-ID           PIC X(8).
               10 WS-SUB-NOTIFIED     PIC X(1).
               10 WS-SUB-ASSESSED     PIC X(1).
               10 WS-SUB-WANT-CODE    PIC X(1) OCCURS 8 TIMES.
               10 WS-SUB-WANT-SKIPS   PIC X(1).
               10 WS-SUB-WANT-FORCES  PIC X(1).
               10 WS-SUB-EFF-FROM     PIC 9(8).
               10 WS-SUB-EFF-TO       PIC 9(8).
               10 WS-SUB-CHANGED      PIC S9(9) BINARY.
               10 WS-SUB-ENTERING     PIC S9(9) BINARY.
               10 WS-SUB-LEAVING      PIC S9(9) BINARY.
               10 WS-SUB-TOTAL-IMPACT PIC S9(9) BINARY.

      *    ONE SEQUENCE NUMBER AS IT STANDS ON THE LATEST EXTRACT
      *    (OLD) AND AS THE CHANGE POINT'S RULES WOULD PRODUCE IT
      *    (NEW). A SIDE THAT HAS NO RECORD IS NOT PRESENT.
       01 WS-CMP-SEQ-NO     PIC 9(9).
       01 WS-OLD-PRESENT    PIC X(1).
       01 WS-OLD-CODE       PIC 9(2).
       01 WS-OLD-FLAG       PIC X(1).
       01 WS-NEW-PRESENT    PIC X(1).
       01 WS-NEW-CODE       PIC 9(2).
       01 WS-NEW-FLAG       PIC X(1).
       01 WS-OLD-WANTED     PIC X(1).
       01 WS-NEW-WANTED     PIC X(1).
       01 WS-CHK-CODE       PIC 9(2).
       01 WS-CHK-FLAG       PIC X(1).
       01 WS-WANT-FLAG      PIC X(1).

       01 WS-FIZZ-MATCHED   PIC X(1).
       01 WS-BUZZ-MATCHED   PIC X(1).
       01 WS-OTHER-MATCHED  PIC X(1).

       01 WS-EXT-EOF        PIC X(1).
       01 WS-HIGH-SEQ-NO    PIC S9(9) BINARY.
       01 WS-BAD-EXT-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-BAD-EXT-SEEN   PIC X(1) VALUE 'N'.

       01 WS-MIN-VALID-I       PIC S9(9) BINARY VALUE 1.
       01 WS-MAX-VALID-I       PIC S9(9) BINARY VALUE 999999999.
       01 WS-SWAP-TEMP-I       PIC S9(9) BINARY.
       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-NOTICE-LINE    PIC X(80).
       01 WS-NOTICE-DETAIL-LINE.
           05 WS-NTD-TAG              PIC X(10).
           05 FILLER                  PIC X(4) VALUE 'SEQ '.
           05 WS-NTD-SEQ-NO           PIC 9(9).
           05 FILLER                  PIC X(11) VALUE '   NOW CODE'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NTD-OLD-CODE         PIC X(2).
           05 WS-NTD-OLD-FLAG         PIC X(1).
           05 FILLER                  PIC X(11) VALUE '   NEW CODE'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NTD-NEW-CODE         PIC X(2).
           05 WS-NTD-NEW-FLAG         PIC X(1).
           05 FILLER                  PIC X(27) VALUE SPACE.
       01 WS-CHG-RPT-LINE.
           05 FILLER                  PIC X(8) VALUE 'VERSION '.
           05 WS-CRP-VERSION          PIC X(8).
           05 FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
           05 WS-CRP-DATE             PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-CRP-RULES            PIC Z9.
           05 FILLER                  PIC X(16)
              VALUE ' RULES IN EFFECT'.
           05 WS-CRP-NOTE             PIC X(25).
       01 WS-SUB-RPT-LINE.
           05 WS-SRP-SUB-ID           PIC X(8).
           05 FILLER                  PIC X(9) VALUE ' CHANGED '.
           05 WS-SRP-CHANGED          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' ENTERING '.
           05 WS-SRP-ENTERING         PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(9) VALUE ' LEAVING '.
           05 WS-SRP-LEAVING          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-SRP-NOTE             PIC X(16).
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-NOTICE-CARD
           PERFORM READ-CONTROL-CARDS
           PERFORM LOAD-RULE-FILE
           PERFORM FIND-CHANGE-POINTS
           PERFORM LOAD-EXCEPTIONS
           PERFORM LOAD-SUBSCRIBERS
           OPEN OUTPUT NTC-REPORT-FILE
           MOVE '***** ADVANCE SUBSCRIBER CHANGE NOTICES *****'
              TO WS-REPORT-LINE
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM WRITE-NOTICE-RUN-HEADER
           PERFORM WRITE-CHANGE-POINT-SECTION
           PERFORM OPEN-NOTICE-FILES
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
              PERFORM ASSESS-CHANGE-POINT
           END-PERFORM
           PERFORM CLOSE-NOTICE-FILES
           PERFORM WRITE-NOTICE-SUMMARY
           CLOSE NTC-REPORT-FILE
           IF WS-EDIT-WARNING-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-NOTICE-CARD.
           MOVE ZERO TO NTCC-LOOKAHEAD-DAYS
           MOVE ZERO TO NTCC-AS-OF-DATE
           OPEN INPUT NTC-CONTROL-FILE
           IF WS-NTC-STATUS = '05' OR WS-NTC-STATUS = '35'
              DISPLAY 'NTCCARD: NO NOTICE CARD - DEFAULTING TO 7 '
                 'DAYS AHEAD OF TODAY'
           ELSE
              READ NTC-CONTROL-FILE INTO NTCC-CARD-RECORD
                 AT END
                    DISPLAY 'NTCCARD: NO NOTICE CARD - DEFAULTING '
                       'TO 7 DAYS AHEAD OF TODAY'
              END-READ
              CLOSE NTC-CONTROL-FILE
           END-IF
           IF NTCC-LOOKAHEAD-DAYS NOT NUMERIC
              OR NTCC-LOOKAHEAD-DAYS = ZERO
              MOVE 7 TO WS-LOOKAHEAD-DAYS
           ELSE
              MOVE NTCC-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
           END-IF
           IF NTCC-AS-OF-DATE NOT NUMERIC
              OR NTCC-AS-OF-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           ELSE
              MOVE NTCC-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
              + WS-LOOKAHEAD-DAYS
           COMPUTE WS-HORIZON-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           .

       WRITE-NOTICE-RUN-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AS OF ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  ' LOOKING AHEAD ' DELIMITED BY SIZE
                  WS-LOOKAHEAD-DAYS DELIMITED BY SIZE
                  ' DAYS TO ' DELIMITED BY SIZE
                  WS-HORIZON-DATE DELIMITED BY SIZE
                  ' - CTLCARD VERSION ' DELIMITED BY SIZE
                  WS-CTL-VERSION DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           .

      *    A RULE STARTING INSIDE THE WINDOW CHANGES ITS VERSION
      *    ON ITS RULE-EFF-FROM; A RULE ENDING INSIDE THE WINDOW
      *    CHANGES IT THE DAY AFTER ITS RULE-EFF-TO. A RULE THAT
      *    STARTS OR ENDS ON THE AS-OF DATE ITSELF IS ALREADY IN
      *    TODAY'S EXTRACT AND IS NOT A CHANGE.
       FIND-CHANGE-POINTS.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-EFF-FROM(WS-RF-IDX) > WS-AS-OF-DATE
                 AND WS-RF-EFF-FROM(WS-RF-IDX) NOT > WS-HORIZON-DATE
                 MOVE WS-RF-VERSION(WS-RF-IDX) TO WS-NEW-CHG-VERSION
                 MOVE WS-RF-EFF-FROM(WS-RF-IDX) TO WS-NEW-CHG-DATE
                 PERFORM ADD-CHANGE-POINT
              END-IF
              IF WS-RF-EFF-TO(WS-RF-IDX) NOT = ZERO
                 AND WS-RF-EFF-TO(WS-RF-IDX) NOT < WS-AS-OF-DATE
                 AND WS-RF-EFF-TO(WS-RF-IDX) < WS-HORIZON-DATE
                 MOVE WS-RF-VERSION(WS-RF-IDX) TO WS-NEW-CHG-VERSION
                 COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                    (WS-RF-EFF-TO(WS-RF-IDX)) + 1
                 COMPUTE WS-NEW-CHG-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 PERFORM ADD-CHANGE-POINT
              END-IF
           END-PERFORM
           PERFORM SORT-CHANGE-POINTS
           .

       ADD-CHANGE-POINT.
           MOVE 'N' TO WS-CHG-DUP-FLAG
           PERFORM VARYING WS-CHG-SCAN FROM 1 BY 1
              UNTIL WS-CHG-SCAN > WS-CHG-COUNT
              IF WS-CHG-VERSION(WS-CHG-SCAN) = WS-NEW-CHG-VERSION
                 AND WS-CHG-DATE(WS-CHG-SCAN) = WS-NEW-CHG-DATE
                 MOVE 'Y' TO WS-CHG-DUP-FLAG
              END-IF
           END-PERFORM
           IF WS-CHG-DUP-FLAG = 'N'
              IF WS-CHG-COUNT = WS-MAX-CHGS
                 DISPLAY 'RULEFILE: MORE THAN ' WS-MAX-CHGS
                    ' RULE CHANGES IN THE WINDOW - VERSION '
                    WS-NEW-CHG-VERSION ' ON ' WS-NEW-CHG-DATE
                    ' NOT ASSESSED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              ELSE
                 ADD 1 TO WS-CHG-COUNT
                 MOVE WS-NEW-CHG-VERSION
                    TO WS-CHG-VERSION(WS-CHG-COUNT)
                 MOVE WS-NEW-CHG-DATE TO WS-CHG-DATE(WS-CHG-COUNT)
                 MOVE ZERO TO WS-CHG-RULE-COUNT(WS-CHG-COUNT)
              END-IF
           END-IF
           .

       SORT-CHANGE-POINTS.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX >= WS-CHG-COUNT
              PERFORM VARYING WS-CHG-SCAN FROM 1 BY 1
                 UNTIL WS-CHG-SCAN > WS-CHG-COUNT - WS-CHG-IDX
                 IF WS-CHG-DATE(WS-CHG-SCAN)
                    > WS-CHG-DATE(WS-CHG-SCAN + 1)
                    OR (WS-CHG-DATE(WS-CHG-SCAN)
                       = WS-CHG-DATE(WS-CHG-SCAN + 1)
                       AND WS-CHG-VERSION(WS-CHG-SCAN)
                          > WS-CHG-VERSION(WS-CHG-SCAN + 1))
                    MOVE WS-CHG-ENTRY(WS-CHG-SCAN) TO WS-CHG-SWAP
                    MOVE WS-CHG-ENTRY(WS-CHG-SCAN + 1)
                       TO WS-CHG-ENTRY(WS-CHG-SCAN)
                    MOVE WS-CHG-SWAP TO WS-CHG-ENTRY(WS-CHG-SCAN + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       WRITE-CHANGE-POINT-SECTION.
           MOVE '***** RULE SET CHANGES IN THE WINDOW *****'
              TO WS-REPORT-LINE
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           IF WS-CHG-COUNT = ZERO
              MOVE '(NONE - EVERY NOTICE SAYS NO CHANGE)'
                 TO WS-REPORT-LINE
              WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
              PERFORM LOAD-RULES-IN-EFFECT
              MOVE WS-RULE-COUNT TO WS-CHG-RULE-COUNT(WS-CHG-IDX)
              MOVE WS-CHG-VERSION(WS-CHG-IDX) TO WS-CRP-VERSION
              MOVE WS-CHG-DATE(WS-CHG-IDX) TO WS-CRP-DATE
              MOVE WS-RULE-COUNT TO WS-CRP-RULES
              IF WS-CHG-VERSION(WS-CHG-IDX) = WS-CTL-VERSION
                 MOVE SPACES TO WS-CRP-NOTE
              ELSE
                 MOVE ' (NOT CTLCARD VERSION)' TO WS-CRP-NOTE
              END-IF
              WRITE NTC-REPORT-OUT FROM WS-CHG-RPT-LINE
           END-PERFORM
           .

      *    THE RULES OF THE CHANGE POINT'S VERSION IN EFFECT ON ITS
      *    DATE, SELECTED EXACTLY AS THE DAILY RUN AND RULESIM
      *    SELECT THEM FOR A RUN ON THAT DATE.
       LOAD-RULES-IN-EFFECT.
           MOVE ZERO TO WS-RULE-COUNT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CHG-VERSION(WS-CHG-IDX)
                 AND WS-RF-EFF-FROM(WS-RF-IDX)
                    NOT > WS-CHG-DATE(WS-CHG-IDX)
                 AND (WS-RF-EFF-TO(WS-RF-IDX) = ZERO
                    OR WS-RF-EFF-TO(WS-RF-IDX)
                       NOT < WS-CHG-DATE(WS-CHG-IDX))
                 IF WS-RULE-COUNT = WS-MAX-RULES
                    DISPLAY 'RULEFILE: MORE THAN ' WS-MAX-RULES
                       ' RULES OF VERSION ' WS-CHG-VERSION(WS-CHG-IDX)
                       ' IN EFFECT ON ' WS-CHG-DATE(WS-CHG-IDX)
                       ' - EXTRA RULES IGNORED'
                    MOVE 'Y' TO WS-EDIT-WARNING-FLAG
                 ELSE
                    ADD 1 TO WS-RULE-COUNT
                    MOVE WS-RF-DIVISOR(WS-RF-IDX)
                       TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                    MOVE WS-RF-LABEL(WS-RF-IDX)
                       TO WS-RULE-LABEL(WS-RULE-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           .

      *    ONE PASS OF THE CTLCARD RANGES PER CHANGE POINT,
      *    MATCHED AGAINST THE LATEST EXTRACT GENERATION (WHAT
      *    EVERY SUBSCRIBER'S FEED WAS CUT FROM).
       ASSESS-CHANGE-POINT.
           PERFORM LOAD-RULES-IN-EFFECT
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              IF WS-SUB-NOTIFIED(WS-SUB-SLOT) = 'Y'
                 PERFORM START-NOTICE-SECTION
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-EXT-EOF
           MOVE ZERO TO WS-HIGH-SEQ-NO
           OPEN INPUT EXTRACT-IN-FILE
           PERFORM READ-NEXT-EXTRACT
           PERFORM VARYING WS-CURR-RANGE FROM 1 BY 1
              UNTIL WS-CURR-RANGE > WS-CARD-COUNT
              PERFORM VARYING I FROM WS-RANGE-START-I(WS-CURR-RANGE)
                 BY 1 UNTIL I > WS-RANGE-END-I(WS-CURR-RANGE)
                 PERFORM ASSESS-ONE-VALUE
              END-PERFORM
           END-PERFORM
           PERFORM UNTIL WS-EXT-EOF = 'Y'
              PERFORM ASSESS-EXTRACT-ONLY
           END-PERFORM
           CLOSE EXTRACT-IN-FILE
           IF WS-BAD-EXT-COUNT > ZERO AND WS-BAD-EXT-SEEN = 'N'
              DISPLAY 'EXTFILE: ' WS-BAD-EXT-COUNT
                 ' UNREADABLE EXTRACT RECORDS IGNORED'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           MOVE 'Y' TO WS-BAD-EXT-SEEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VERSION ' DELIMITED BY SIZE
                  WS-CHG-VERSION(WS-CHG-IDX) DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-CHG-DATE(WS-CHG-IDX) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              IF WS-SUB-NOTIFIED(WS-SUB-SLOT) = 'Y'
                 PERFORM END-NOTICE-SECTION
              END-IF
           END-PERFORM
           .

      *    A RESTARTED DAY'S EXTRACT RE-EMITS A BLOCK OF SEQUENCE
      *    NUMBERS BELOW THE HIGH-WATER MARK; FIZZDST NEVER SENT
      *    THEM TWICE, SO THEY ARE SKIPPED HERE THE SAME WAY.
       READ-NEXT-EXTRACT.
           PERFORM UNTIL WS-EXT-EOF = 'Y'
              READ EXTRACT-IN-FILE INTO EXTRACT-RECORD
                 AT END
                    MOVE 'Y' TO WS-EXT-EOF
                 NOT AT END
                    EVALUATE TRUE
                       WHEN EXT-SEQ-NO NOT NUMERIC
                          OR EXT-RESULT-CODE NOT NUMERIC
                          IF WS-BAD-EXT-SEEN = 'N'
                             ADD 1 TO WS-BAD-EXT-COUNT
                          END-IF
                       WHEN EXT-SEQ-NO NOT > WS-HIGH-SEQ-NO
                          CONTINUE
                       WHEN OTHER
                          MOVE EXT-SEQ-NO TO WS-HIGH-SEQ-NO
                          EXIT PERFORM
                    END-EVALUATE
              END-READ
           END-PERFORM
           .

       ASSESS-ONE-VALUE.
           PERFORM UNTIL WS-EXT-EOF = 'Y'
              OR EXT-SEQ-NO NOT < I
              PERFORM ASSESS-EXTRACT-ONLY
           END-PERFORM
           MOVE I TO WS-CMP-SEQ-NO
           PERFORM SIMULATE-ONE-VALUE
           IF WS-EXT-EOF = 'N' AND EXT-SEQ-NO = I
              MOVE 'Y' TO WS-OLD-PRESENT
              MOVE EXT-RESULT-CODE TO WS-OLD-CODE
              MOVE EXT-OVERRIDE-FLAG TO WS-OLD-FLAG
              PERFORM COMPARE-FOR-SUBSCRIBERS
              PERFORM READ-NEXT-EXTRACT
           ELSE
              MOVE 'N' TO WS-OLD-PRESENT
              PERFORM COMPARE-FOR-SUBSCRIBERS
           END-IF
           .

      *    ON TODAY'S EXTRACT BUT OUTSIDE EVERY CTLCARD RANGE -
      *    THE CHANGE POINT'S RUN WOULD NOT PRODUCE IT AT ALL.
       ASSESS-EXTRACT-ONLY.
           MOVE EXT-SEQ-NO TO WS-CMP-SEQ-NO
           MOVE 'Y' TO WS-OLD-PRESENT
           MOVE EXT-RESULT-CODE TO WS-OLD-CODE
           MOVE EXT-OVERRIDE-FLAG TO WS-OLD-FLAG
           MOVE 'N' TO WS-NEW-PRESENT
           PERFORM COMPARE-FOR-SUBSCRIBERS
           PERFORM READ-NEXT-EXTRACT
           .

      *    THE EXT-RESULT-CODE AND OVERRIDE FLAG THE DAILY RUN
      *    WOULD WRITE FOR I UNDER THE CHANGE POINT'S RULES AND
      *    TODAY'S EXCEPTIONS (SAME BITMASK AS EXTRREC).
       SIMULATE-ONE-VALUE.
           MOVE 'Y' TO WS-NEW-PRESENT
           MOVE ZERO TO WS-NEW-CODE
           MOVE SPACE TO WS-NEW-FLAG
           PERFORM LOOKUP-EXCEPTION
           IF WS-EXCP-FOUND-IDX > ZERO
              MOVE WS-EXCP-ACTION(WS-EXCP-FOUND-IDX) TO WS-NEW-FLAG
           ELSE
              MOVE 'N' TO WS-FIZZ-MATCHED
              MOVE 'N' TO WS-BUZZ-MATCHED
              MOVE 'N' TO WS-OTHER-MATCHED
              PERFORM VARYING RULE-IDX FROM 1 BY 1
                 UNTIL RULE-IDX > WS-RULE-COUNT
                 IF FUNCTION MOD(I, WS-RULE-DIVISOR(RULE-IDX)) = 0
                    EVALUATE WS-RULE-LABEL(RULE-IDX)
                       WHEN 'FIZZ'
                          MOVE 'Y' TO WS-FIZZ-MATCHED
                       WHEN 'BUZZ'
                          MOVE 'Y' TO WS-BUZZ-MATCHED
                       WHEN OTHER
                          MOVE 'Y' TO WS-OTHER-MATCHED
                    END-EVALUATE
                 END-IF
              END-PERFORM
              IF WS-FIZZ-MATCHED = 'Y'
                 ADD 1 TO WS-NEW-CODE
              END-IF
              IF WS-BUZZ-MATCHED = 'Y'
                 ADD 2 TO WS-NEW-CODE
              END-IF
              IF WS-OTHER-MATCHED = 'Y'
                 ADD 4 TO WS-NEW-CODE
              END-IF
           END-IF
           .

       LOOKUP-EXCEPTION.
           MOVE ZERO TO WS-EXCP-FOUND-IDX
           PERFORM VARYING EXCP-IDX FROM 1 BY 1
              UNTIL EXCP-IDX > WS-EXCP-COUNT
              IF WS-EXCP-I(EXCP-IDX) = I
                 SET WS-EXCP-FOUND-IDX TO EXCP-IDX
              END-IF
           END-PERFORM
           .

      *    A SEQUENCE NUMBER IN THE FEED ON BOTH SIDES WHOSE CODE
      *    OR OVERRIDE FLAG DIFFERS IS A CHANGE; ONE IN THE FEED ON
      *    ONE SIDE ONLY ENTERS OR LEAVES IT. THE FEED FILTER IS
      *    FIZZDST'S.
       COMPARE-FOR-SUBSCRIBERS.
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              IF WS-SUB-NOTIFIED(WS-SUB-SLOT) = 'Y'
                 AND WS-SUB-ASSESSED(WS-SUB-SLOT) = 'Y'
                 MOVE 'N' TO WS-OLD-WANTED
                 IF WS-OLD-PRESENT = 'Y'
                    MOVE WS-OLD-CODE TO WS-CHK-CODE
                    MOVE WS-OLD-FLAG TO WS-CHK-FLAG
                    PERFORM CHECK-SUBSCRIBER-WANTS
                    MOVE WS-WANT-FLAG TO WS-OLD-WANTED
                 END-IF
                 MOVE 'N' TO WS-NEW-WANTED
                 IF WS-NEW-PRESENT = 'Y'
                    MOVE WS-NEW-CODE TO WS-CHK-CODE
                    MOVE WS-NEW-FLAG TO WS-CHK-FLAG
                    PERFORM CHECK-SUBSCRIBER-WANTS
                    MOVE WS-WANT-FLAG TO WS-NEW-WANTED
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-OLD-WANTED = 'Y' AND WS-NEW-WANTED = 'Y'
                       IF WS-OLD-CODE NOT = WS-NEW-CODE
                          OR WS-OLD-FLAG NOT = WS-NEW-FLAG
                          ADD 1 TO WS-SUB-CHANGED(WS-SUB-SLOT)
                          MOVE 'CHANGED' TO WS-NTD-TAG
                          PERFORM WRITE-NOTICE-DETAIL
                       END-IF
                    WHEN WS-NEW-WANTED = 'Y'
                       ADD 1 TO WS-SUB-ENTERING(WS-SUB-SLOT)
                       MOVE 'ENTERING' TO WS-NTD-TAG
                       PERFORM WRITE-NOTICE-DETAIL
                    WHEN WS-OLD-WANTED = 'Y'
                       ADD 1 TO WS-SUB-LEAVING(WS-SUB-SLOT)
                       MOVE 'LEAVING' TO WS-NTD-TAG
                       PERFORM WRITE-NOTICE-DETAIL
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       CHECK-SUBSCRIBER-WANTS.
           MOVE 'N' TO WS-WANT-FLAG
           EVALUATE TRUE
              WHEN WS-CHK-FLAG = 'S'
                 MOVE WS-SUB-WANT-SKIPS(WS-SUB-SLOT)
                    TO WS-WANT-FLAG
              WHEN WS-CHK-FLAG = 'F'
                 MOVE WS-SUB-WANT-FORCES(WS-SUB-SLOT)
                    TO WS-WANT-FLAG
              WHEN WS-CHK-CODE < 8
                 COMPUTE WS-CODE-SLOT = WS-CHK-CODE + 1
                 MOVE WS-SUB-WANT-CODE(WS-SUB-SLOT WS-CODE-SLOT)
                    TO WS-WANT-FLAG
           END-EVALUATE
           IF WS-WANT-FLAG NOT = 'Y'
              MOVE 'N' TO WS-WANT-FLAG
           END-IF
           .

       WRITE-NOTICE-DETAIL.
           MOVE WS-CMP-SEQ-NO TO WS-NTD-SEQ-NO
           IF WS-OLD-PRESENT = 'Y'
              MOVE WS-OLD-CODE TO WS-NTD-OLD-CODE
              MOVE WS-OLD-FLAG TO WS-NTD-OLD-FLAG
           ELSE
              MOVE '--' TO WS-NTD-OLD-CODE
              MOVE SPACE TO WS-NTD-OLD-FLAG
           END-IF
           IF WS-NEW-PRESENT = 'Y'
              MOVE WS-NEW-CODE TO WS-NTD-NEW-CODE
              MOVE WS-NEW-FLAG TO WS-NTD-NEW-FLAG
           ELSE
              MOVE '--' TO WS-NTD-NEW-CODE
              MOVE SPACE TO WS-NTD-NEW-FLAG
           END-IF
           MOVE WS-NOTICE-DETAIL-LINE TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           .

      *    A SUBSCRIBER IS ASSESSED FOR A CHANGE POINT ONLY WHEN
      *    ITS OWN EFFECTIVE WINDOW COVERS THE CHANGE DATE -
      *    OTHERWISE IT WILL NOT BE RECEIVING THE FEED THAT DAY.
       START-NOTICE-SECTION.
           MOVE ZERO TO WS-SUB-CHANGED(WS-SUB-SLOT)
           MOVE ZERO TO WS-SUB-ENTERING(WS-SUB-SLOT)
           MOVE ZERO TO WS-SUB-LEAVING(WS-SUB-SLOT)
           IF WS-SUB-EFF-FROM(WS-SUB-SLOT) > WS-CHG-DATE(WS-CHG-IDX)
              OR (WS-SUB-EFF-TO(WS-SUB-SLOT) NOT = ZERO
                 AND WS-SUB-EFF-TO(WS-SUB-SLOT)
                    < WS-CHG-DATE(WS-CHG-IDX))
              MOVE 'N' TO WS-SUB-ASSESSED(WS-SUB-SLOT)
           ELSE
              MOVE 'Y' TO WS-SUB-ASSESSED(WS-SUB-SLOT)
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           STRING 'RULE SET VERSION ' DELIMITED BY SIZE
                  WS-CHG-VERSION(WS-CHG-IDX) DELIMITED BY SIZE
                  ' CHANGES ON ' DELIMITED BY SIZE
                  WS-CHG-DATE(WS-CHG-IDX) DELIMITED BY SIZE
              INTO WS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           IF WS-CHG-VERSION(WS-CHG-IDX) NOT = WS-CTL-VERSION
              STRING '(PRODUCTION RUNS VERSION ' DELIMITED BY SIZE
                     WS-CTL-VERSION DELIMITED BY SIZE
                     ' - APPLIES ONLY IF IT IS SWITCHED IN)'
                        DELIMITED BY SIZE
                 INTO WS-NOTICE-LINE
              END-STRING
              PERFORM WRITE-NOTICE-LINE
           END-IF
           IF WS-SUB-ASSESSED(WS-SUB-SLOT) = 'N'
              MOVE 'NOT RECEIVING THE FEED ON THIS DATE - NOT ASSESSED'
                 TO WS-NOTICE-LINE
              PERFORM WRITE-NOTICE-LINE
           END-IF
           .

       END-NOTICE-SECTION.
           IF WS-SUB-ASSESSED(WS-SUB-SLOT) = 'Y'
              IF WS-SUB-CHANGED(WS-SUB-SLOT) = ZERO
                 AND WS-SUB-ENTERING(WS-SUB-SLOT) = ZERO
                 AND WS-SUB-LEAVING(WS-SUB-SLOT) = ZERO
                 MOVE 'NO CHANGE TO YOUR FEED FROM THIS VERSION'
                    TO WS-NOTICE-LINE
                 PERFORM WRITE-NOTICE-LINE
              ELSE
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE 'CODE CHANGES    :' TO WS-TOT-TEXT
                 MOVE WS-SUB-CHANGED(WS-SUB-SLOT) TO WS-TOT-COUNT
                 MOVE WS-TOTAL-LINE TO WS-NOTICE-LINE
                 PERFORM WRITE-NOTICE-LINE
                 MOVE 'ENTERING FEED   :' TO WS-TOT-TEXT
                 MOVE WS-SUB-ENTERING(WS-SUB-SLOT) TO WS-TOT-COUNT
                 MOVE WS-TOTAL-LINE TO WS-NOTICE-LINE
                 PERFORM WRITE-NOTICE-LINE
                 MOVE 'LEAVING FEED    :' TO WS-TOT-TEXT
                 MOVE WS-SUB-LEAVING(WS-SUB-SLOT) TO WS-TOT-COUNT
                 MOVE WS-TOTAL-LINE TO WS-NOTICE-LINE
                 PERFORM WRITE-NOTICE-LINE
              END-IF
           END-IF
           ADD WS-SUB-CHANGED(WS-SUB-SLOT)
               WS-SUB-ENTERING(WS-SUB-SLOT)
               WS-SUB-LEAVING(WS-SUB-SLOT)
              TO WS-SUB-TOTAL-IMPACT(WS-SUB-SLOT)
           MOVE WS-SUB-ID(WS-SUB-SLOT) TO WS-SRP-SUB-ID
           MOVE WS-SUB-CHANGED(WS-SUB-SLOT) TO WS-SRP-CHANGED
           MOVE WS-SUB-ENTERING(WS-SUB-SLOT) TO WS-SRP-ENTERING
           MOVE WS-SUB-LEAVING(WS-SUB-SLOT) TO WS-SRP-LEAVING
           IF WS-SUB-ASSESSED(WS-SUB-SLOT) = 'Y'
              MOVE SPACES TO WS-SRP-NOTE
           ELSE
              MOVE 'NOT ASSESSED' TO WS-SRP-NOTE
           END-IF
           WRITE NTC-REPORT-OUT FROM WS-SUB-RPT-LINE
           .

       READ-CONTROL-CARDS.
           MOVE ZERO TO WS-CARD-COUNT
           MOVE 'N' TO WS-CTL-EOF
           OPEN INPUT CONTROL-FILE
           PERFORM UNTIL WS-CTL-EOF = 'Y'
              READ CONTROL-FILE INTO CTL-CARD-RECORD
                 AT END
                    MOVE 'Y' TO WS-CTL-EOF
                 NOT AT END
                    PERFORM STOW-ONE-CONTROL-CARD
              END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-CARD-COUNT = ZERO
              DISPLAY 'CTLCARD: NO CONTROL CARD - DEFAULTING 1-100'
              MOVE 1 TO WS-CARD-COUNT
              MOVE 1 TO WS-RANGE-START-I(1)
              MOVE 100 TO WS-RANGE-END-I(1)
              MOVE 'DEFAULT1' TO WS-CTL-VERSION
           END-IF
           .

       STOW-ONE-CONTROL-CARD.
           IF WS-CARD-COUNT = WS-MAX-CARDS
              DISPLAY 'CTLCARD: MORE THAN ' WS-MAX-CARDS
                 ' CONTROL CARDS - EXTRA CARDS IGNORED'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           ELSE
              PERFORM VALIDATE-RANGE-BOUNDS
              IF WS-CARD-COUNT > ZERO
                 AND CTL-START-I NOT > WS-RANGE-END-I(WS-CARD-COUNT)
                 DISPLAY 'CTLCARD: REJECTING CARD - RANGE '
                    CTL-START-I ' THRU ' CTL-END-I ' OVERLAPS OR '
                    'IS NOT IN ASCENDING ORDER'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              ELSE
                 IF WS-CARD-COUNT = ZERO
                    IF CTL-RULE-SET-VERSION = SPACES
                       MOVE 'DEFAULT1' TO WS-CTL-VERSION
                    ELSE
                       MOVE CTL-RULE-SET-VERSION TO WS-CTL-VERSION
                    END-IF
                 END-IF
                 ADD 1 TO WS-CARD-COUNT
                 MOVE CTL-START-I TO WS-RANGE-START-I(WS-CARD-COUNT)
                 MOVE CTL-END-I TO WS-RANGE-END-I(WS-CARD-COUNT)
              END-IF
           END-IF
           .

       VALIDATE-RANGE-BOUNDS.
           IF CTL-START-I NOT NUMERIC
              DISPLAY 'CTLCARD: START-I IS NOT NUMERIC - DEFAULTING TO '
                 WS-MIN-VALID-I
              MOVE WS-MIN-VALID-I TO CTL-START-I
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           IF CTL-END-I NOT NUMERIC
              DISPLAY 'CTLCARD: END-I IS NOT NUMERIC - DEFAULTING TO '
                 WS-MAX-VALID-I
              MOVE WS-MAX-VALID-I TO CTL-END-I
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           IF CTL-START-I < WS-MIN-VALID-I
              OR CTL-START-I > WS-MAX-VALID-I
              DISPLAY 'CTLCARD: START-I OUT OF RANGE - DEFAULTING TO '
                 WS-MIN-VALID-I
              MOVE WS-MIN-VALID-I TO CTL-START-I
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           IF CTL-END-I < WS-MIN-VALID-I
              OR CTL-END-I > WS-MAX-VALID-I
              DISPLAY 'CTLCARD: END-I OUT OF RANGE - DEFAULTING TO '
                 WS-MAX-VALID-I
              MOVE WS-MAX-VALID-I TO CTL-END-I
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           IF CTL-START-I > CTL-END-I
              DISPLAY 'CTLCARD: START-I EXCEEDS END-I - SWAPPING '
                 'BOUNDS'
              MOVE CTL-START-I TO WS-SWAP-TEMP-I
              MOVE CTL-END-I TO CTL-START-I
              MOVE WS-SWAP-TEMP-I TO CTL-END-I
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           .

       LOAD-RULE-FILE.
           MOVE ZERO TO WS-RF-COUNT
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           PERFORM UNTIL WS-RULES-EOF = 'Y'
              READ RULES-FILE INTO RULE-RECORD
                 AT END
                    MOVE 'Y' TO WS-RULES-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-RULE
              END-READ
           END-PERFORM
           CLOSE RULES-FILE
           .

       LOAD-ONE-RULE.
           EVALUATE TRUE
              WHEN RULE-DIVISOR NOT NUMERIC
                 OR RULE-DIVISOR NOT > ZERO
                 DISPLAY 'RULEFILE: REJECTING RULE WITH '
                    'INVALID DIVISOR'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN WS-RF-COUNT = WS-MAX-RF
                 DISPLAY 'RULEFILE: MORE THAN ' WS-MAX-RF
                    ' RULE RECORDS - EXTRA RECORDS IGNORED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN OTHER
                 IF RULE-SET-VERSION = SPACES
                    MOVE 'DEFAULT1' TO RULE-SET-VERSION
                 END-IF
                 IF RULE-EFF-FROM NOT NUMERIC
                    MOVE ZERO TO RULE-EFF-FROM
                 END-IF
                 IF RULE-EFF-TO NOT NUMERIC
                    MOVE ZERO TO RULE-EFF-TO
                 END-IF
                 ADD 1 TO WS-RF-COUNT
                 MOVE RULE-DIVISOR TO WS-RF-DIVISOR(WS-RF-COUNT)
                 MOVE RULE-LABEL TO WS-RF-LABEL(WS-RF-COUNT)
                 MOVE RULE-SET-VERSION TO WS-RF-VERSION(WS-RF-COUNT)
                 MOVE RULE-EFF-FROM TO WS-RF-EFF-FROM(WS-RF-COUNT)
                 MOVE RULE-EFF-TO TO WS-RF-EFF-TO(WS-RF-COUNT)
           END-EVALUATE
           .

       LOAD-EXCEPTIONS.
           MOVE ZERO TO WS-EXCP-COUNT
           MOVE 'N' TO WS-EXCP-EOF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS = '05' OR WS-EXCP-STATUS = '35'
              DISPLAY 'EXCPFILE: NO EXCEPTION FILE - NO OVERRIDES '
                 'IN EFFECT'
           ELSE
              PERFORM UNTIL WS-EXCP-EOF = 'Y'
                 READ EXCEPTION-FILE INTO EXCEPTION-RECORD
                    AT END
                       MOVE 'Y' TO WS-EXCP-EOF
                    NOT AT END
                       PERFORM LOAD-ONE-EXCEPTION
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EXCEPTION-FILE
           .

       LOAD-ONE-EXCEPTION.
           EVALUATE TRUE
              WHEN EXC-I-VALUE NOT NUMERIC
                 DISPLAY 'EXCPFILE: REJECTING EXCEPTION WITH '
                    'INVALID I VALUE'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN NOT EXC-IS-SKIP AND NOT EXC-IS-FORCE
                 DISPLAY 'EXCPFILE: REJECTING EXCEPTION FOR I = '
                    EXC-I-VALUE ' - ACTION NOT S OR F'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN EXC-IS-FORCE AND EXC-FORCE-LABEL = SPACES
                 DISPLAY 'EXCPFILE: REJECTING FORCE FOR I = '
                    EXC-I-VALUE ' - NO REPLACEMENT LABEL'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN WS-EXCP-COUNT = WS-MAX-EXCPS
                 DISPLAY 'EXCPFILE: MORE THAN ' WS-MAX-EXCPS
                    ' EXCEPTIONS DEFINED - EXTRA ENTRIES IGNORED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN OTHER
                 ADD 1 TO WS-EXCP-COUNT
                 MOVE EXC-I-VALUE TO WS-EXCP-I(WS-EXCP-COUNT)
                 MOVE EXC-ACTION TO WS-EXCP-ACTION(WS-EXCP-COUNT)
           END-EVALUATE
           .

       LOAD-SUBSCRIBERS.
           OPEN INPUT SUBS-FILE
           PERFORM UNTIL WS-SUBS-EOF = 'Y'
              READ SUBS-FILE INTO SUBSCRIBER-RECORD
                 AT END
                    MOVE 'Y' TO WS-SUBS-EOF
                 NOT AT END
                    ADD 1 TO WS-SUBS-READ-COUNT
                    PERFORM LOAD-ONE-SUBSCRIBER
              END-READ
           END-PERFORM
           CLOSE SUBS-FILE
           .

      *    EVERY REGISTRY ENTRY CONSUMES ITS SLOT, AS IN FIZZDST.
      *    AN ACTIVE SUBSCRIBER GETS A NOTICE UNLESS ITS WINDOW
      *    HAS ALREADY CLOSED OR OPENS ONLY AFTER THE LOOKAHEAD.
       LOAD-ONE-SUBSCRIBER.
           IF SUB-EFF-FROM NOT NUMERIC
              MOVE ZERO TO SUB-EFF-FROM
           END-IF
           IF SUB-EFF-TO NOT NUMERIC
              MOVE ZERO TO SUB-EFF-TO
           END-IF
           IF WS-SUB-COUNT = WS-MAX-SUBS
              DISPLAY 'SUBSFILE: MORE THAN ' WS-MAX-SUBS
                 ' REGISTRY ENTRIES - ' SUB-ID ' NOT '
                 'NOTIFIED (ONLY FIVE NOTICE SLOTS)'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           ELSE
              ADD 1 TO WS-SUB-COUNT
              MOVE SUB-ID TO WS-SUB-ID(WS-SUB-COUNT)
              MOVE 'N' TO WS-SUB-NOTIFIED(WS-SUB-COUNT)
              MOVE 'N' TO WS-SUB-ASSESSED(WS-SUB-COUNT)
              MOVE ZERO TO WS-SUB-TOTAL-IMPACT(WS-SUB-COUNT)
              PERFORM VARYING WS-CODE-SLOT FROM 1 BY 1
                 UNTIL WS-CODE-SLOT > 8
                 MOVE SUB-WANT-CODE(WS-CODE-SLOT)
                    TO WS-SUB-WANT-CODE(WS-SUB-COUNT
                       WS-CODE-SLOT)
              END-PERFORM
              MOVE SUB-WANT-SKIPS
                 TO WS-SUB-WANT-SKIPS(WS-SUB-COUNT)
              MOVE SUB-WANT-FORCES
                 TO WS-SUB-WANT-FORCES(WS-SUB-COUNT)
              MOVE SUB-EFF-FROM TO WS-SUB-EFF-FROM(WS-SUB-COUNT)
              MOVE SUB-EFF-TO TO WS-SUB-EFF-TO(WS-SUB-COUNT)
              EVALUATE TRUE
                 WHEN SUB-ID = SPACES
                    DISPLAY 'SUBSFILE: REGISTRY ENTRY ' WS-SUB-COUNT
                       ' HAS A BLANK SUBSCRIBER ID - NO NOTICE'
                    MOVE 'Y' TO WS-EDIT-WARNING-FLAG
                 WHEN NOT SUB-IS-ACTIVE
                    CONTINUE
                 WHEN SUB-EFF-FROM > WS-HORIZON-DATE
                    OR (SUB-EFF-TO NOT = ZERO
                       AND SUB-EFF-TO < WS-AS-OF-DATE)
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-SUB-NOTIFIED(WS-SUB-COUNT)
                    ADD 1 TO WS-NOTICE-COUNT
              END-EVALUATE
           END-IF
           .

       OPEN-NOTICE-FILES.
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              IF WS-SUB-NOTIFIED(WS-SUB-SLOT) = 'Y'
                 EVALUATE WS-SUB-SLOT
                    WHEN 1
                       OPEN OUTPUT NOTICE-FILE-1
                    WHEN 2
                       OPEN OUTPUT NOTICE-FILE-2
                    WHEN 3
                       OPEN OUTPUT NOTICE-FILE-3
                    WHEN 4
                       OPEN OUTPUT NOTICE-FILE-4
                    WHEN 5
                       OPEN OUTPUT NOTICE-FILE-5
                 END-EVALUATE
                 PERFORM WRITE-NOTICE-HEADER
              END-IF
           END-PERFORM
           .

       WRITE-NOTICE-HEADER.
           MOVE '***** FIZZBUZZ EXTRACT - ADVANCE CHANGE NOTICE *****'
              TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           STRING 'SUBSCRIBER ' DELIMITED BY SIZE
                  WS-SUB-ID(WS-SUB-SLOT) DELIMITED BY SIZE
                  ' - RULE SET CHANGES FROM ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  WS-HORIZON-DATE DELIMITED BY SIZE
              INTO WS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           MOVE 'EACH CHANGE LISTS THE SEQUENCE NUMBERS IN YOUR FEED '
              TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE 'WHOSE EXT-RESULT-CODE OR OVERRIDE FLAG CHANGES, OR '
              TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE 'THAT ENTER OR LEAVE YOUR FEED, AGAINST THE LATEST '
              TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE 'EXTRACT YOU RECEIVED.' TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           .

      *    EVERY NOTICE ENDS WITH AN OVERALL VERDICT, SO A
      *    SUBSCRIBER WITH NOTHING CHANGING STILL HEARS THAT WE
      *    CHECKED.
       CLOSE-NOTICE-FILES.
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              IF WS-SUB-NOTIFIED(WS-SUB-SLOT) = 'Y'
                 MOVE SPACES TO WS-NOTICE-LINE
                 PERFORM WRITE-NOTICE-LINE
                 IF WS-CHG-COUNT = ZERO
                    MOVE 'NO RULE SET CHANGES TAKE EFFECT IN WINDOW'
                       TO WS-NOTICE-LINE
                    PERFORM WRITE-NOTICE-LINE
                 END-IF
                 IF WS-SUB-TOTAL-IMPACT(WS-SUB-SLOT) = ZERO
                    MOVE '***** NO CHANGE TO YOUR FEED *****'
                       TO WS-NOTICE-LINE
                    PERFORM WRITE-NOTICE-LINE
                 ELSE
                    MOVE SPACES TO WS-TOTAL-LINE
                    MOVE 'TOTAL IMPACTED  :' TO WS-TOT-TEXT
                    MOVE WS-SUB-TOTAL-IMPACT(WS-SUB-SLOT)
                       TO WS-TOT-COUNT
                    MOVE WS-TOTAL-LINE TO WS-NOTICE-LINE
                    PERFORM WRITE-NOTICE-LINE
                 END-IF
                 EVALUATE WS-SUB-SLOT
                    WHEN 1
                       CLOSE NOTICE-FILE-1
                    WHEN 2
                       CLOSE NOTICE-FILE-2
                    WHEN 3
                       CLOSE NOTICE-FILE-3
                    WHEN 4
                       CLOSE NOTICE-FILE-4
                    WHEN 5
                       CLOSE NOTICE-FILE-5
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       WRITE-NOTICE-LINE.
           EVALUATE WS-SUB-SLOT
              WHEN 1
                 WRITE NOTICE-OUT-1 FROM WS-NOTICE-LINE
              WHEN 2
                 WRITE NOTICE-OUT-2 FROM WS-NOTICE-LINE
              WHEN 3
                 WRITE NOTICE-OUT-3 FROM WS-NOTICE-LINE
              WHEN 4
                 WRITE NOTICE-OUT-4 FROM WS-NOTICE-LINE
              WHEN 5
                 WRITE NOTICE-OUT-5 FROM WS-NOTICE-LINE
           END-EVALUATE
           MOVE SPACES TO WS-NOTICE-LINE
           .

       WRITE-NOTICE-SUMMARY.
           MOVE '***** NOTICES SENT *****' TO WS-REPORT-LINE
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
              UNTIL WS-SUB-SLOT > WS-SUB-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              EVALUATE TRUE
                 WHEN WS-SUB-NOTIFIED(WS-SUB-SLOT) NOT = 'Y'
                    STRING WS-SUB-ID(WS-SUB-SLOT) DELIMITED BY SIZE
                           '  NO NOTICE - INACTIVE OR OUT OF WINDOW'
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                    END-STRING
                 WHEN WS-SUB-TOTAL-IMPACT(WS-SUB-SLOT) = ZERO
                    STRING WS-SUB-ID(WS-SUB-SLOT) DELIMITED BY SIZE
                           '  NO CHANGE NOTICE' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                    END-STRING
                 WHEN OTHER
                    STRING WS-SUB-ID(WS-SUB-SLOT) DELIMITED BY SIZE
                           '  CHANGE NOTICE' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                    END-STRING
              END-EVALUATE
              WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE '***** COUNT SUMMARY *****' TO WS-REPORT-LINE
           WRITE NTC-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'RULE CHANGES    :' TO WS-TOT-TEXT
           MOVE WS-CHG-COUNT TO WS-TOT-COUNT
           WRITE NTC-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'REGISTRY ENTRIES:' TO WS-TOT-TEXT
           MOVE WS-SUBS-READ-COUNT TO WS-TOT-COUNT
           WRITE NTC-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'NOTICES WRITTEN :' TO WS-TOT-TEXT
           MOVE WS-NOTICE-COUNT TO WS-TOT-COUNT
           WRITE NTC-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'UNREADABLE RECS :' TO WS-TOT-TEXT
           MOVE WS-BAD-EXT-COUNT TO WS-TOT-COUNT
           WRITE NTC-REPORT-OUT FROM WS-TOTAL-LINE
           .
