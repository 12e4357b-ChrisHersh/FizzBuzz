       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULELINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-RULES-FILE ASSIGN TO NEWRULES
              ORGANIZATION IS SEQUENTIAL.
           SELECT LINT-REPORT-FILE ASSIGN TO LINTRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-RULES-FILE
           RECORDING MODE IS F.
       01 NEW-RULE-IN                 PIC X(80).

       FD  LINT-REPORT-FILE
           RECORDING MODE IS F.
       01 LINT-REPORT-OUT             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RULEREC.
       COPY OUTREC.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-DAY-INT        PIC S9(9) BINARY.

      *    THE LIMITS THE DAILY RUN WORKS TO: LOAD-ONE-RULE HOLDS
      *    20 RULES OF A VERSION, THE COMBINED LABEL IS BUILT IN
      *    THE 40-BYTE WS-RESULT-LABEL AND WRITTEN TO THE 20-BYTE
      *    OUT-LABEL, AND I NEVER GOES PAST 999999999.
       01 WS-MAX-RULES      PIC S9(4) BINARY VALUE 20.
       01 WS-RESULT-LABEL-SIZE PIC S9(4) BINARY VALUE 40.
       01 WS-MAX-VALID-I    PIC S9(18) BINARY VALUE 999999999.

      *    EVERY RULE ON THE FILE, ALL VERSIONS AND DATES.
       01 WS-RULES-EOF  PIC X(1).
       01 WS-RF-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-RF     PIC S9(4) BINARY VALUE 200.
       01 WS-RF-IDX     PIC S9(4) BINARY.
       01 WS-RF-SCAN    PIC S9(4) BINARY.
       01 WS-RULE-FILE-TABLE.
           05 WS-RF-ENTRY OCCURS 200 TIMES.
               10 WS-RF-DIVISOR       PIC S9(4) BINARY.
               10 WS-RF-LABEL         PIC X(10).
               10 WS-RF-VERSION       PIC X(8).
               10 WS-RF-EFF-FROM      PIC 9(8).
               10 WS-RF-EFF-TO        PIC 9(8).

      *    EACH RULE SET VERSION ON THE FILE, IN THE ORDER IT WAS
      *    FIRST SEEN.
       01 WS-VER-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-VERS   PIC S9(4) BINARY VALUE 50.
       01 WS-VER-IDX    PIC S9(4) BINARY.
       01 WS-VER-FOUND  PIC X(1).
       01 WS-VER-RULE-COUNT PIC S9(4) BINARY.
       01 WS-VERSION-TABLE.
           05 WS-VER-ENTRY OCCURS 50 TIMES.
               10 WS-VER-NAME         PIC X(8).

      *    THE DATES ON WHICH THE VERSION'S RULES IN EFFECT CHANGE,
      *    FROM TODAY ON, IN DATE ORDER. EACH ONE STARTS A WINDOW
      *    THAT RUNS TO THE DAY BEFORE THE NEXT.
       01 WS-WIN-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-WINS   PIC S9(4) BINARY VALUE 100.
       01 WS-WIN-IDX    PIC S9(4) BINARY.
       01 WS-WIN-SCAN   PIC S9(4) BINARY.
       01 WS-NEW-WIN-DATE PIC 9(8).
       01 WS-WIN-DUP-FLAG PIC X(1).
       01 WS-WIN-SWAP-DATE PIC 9(8).
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 100 TIMES.
               10 WS-WIN-DATE         PIC 9(8).

      *    THE RULES IN EFFECT FOR ONE WINDOW, IN FILE ORDER AS
      *    THE DAILY RUN LOADS THEM (FIRST 20 ONLY), AND THE STATE
      *    OF THE SEARCH FOR THE LONGEST LABEL: AT EACH DEPTH THE
      *    RULE IS TRIED IN ('I'), THEN OUT ('X'), CARRYING THE
      *    LEAST COMMON MULTIPLE AND LABEL LENGTH SO FAR.
       01 WS-IN-EFFECT-COUNT PIC S9(4) BINARY.
       01 WS-FIRE-COUNT PIC S9(4) BINARY.
       01 WS-FIRE-IDX   PIC S9(4) BINARY.
       01 WS-FIRE-TABLE.
           05 WS-FIRE-ENTRY OCCURS 20 TIMES.
               10 WS-FIRE-DIVISOR     PIC S9(4) BINARY.
               10 WS-FIRE-LABEL       PIC X(10).
               10 WS-FIRE-LEN         PIC S9(4) BINARY.
               10 WS-FIRE-REST-LEN    PIC S9(4) BINARY.
               10 WS-FIRE-CHOICE      PIC X(1).
               10 WS-FIRE-LCM         PIC S9(18) BINARY.
               10 WS-FIRE-TOT-LEN     PIC S9(4) BINARY.
               10 WS-FIRE-BEST        PIC X(1).
       01 WS-DEPTH      PIC S9(4) BINARY.
       01 WS-PREV-LCM   PIC S9(18) BINARY.
       01 WS-PREV-LEN   PIC S9(4) BINARY.
       01 WS-NEW-LCM    PIC S9(18) BINARY.
       01 WS-REST-SUM   PIC S9(4) BINARY.
       01 WS-BEST-LEN   PIC S9(4) BINARY.
       01 WS-BEST-LCM   PIC S9(18) BINARY.
       01 WS-GCD-A      PIC S9(18) BINARY.
       01 WS-GCD-B      PIC S9(18) BINARY.
       01 WS-GCD-R      PIC S9(18) BINARY.
       01 WS-LONG-LABEL PIC X(200).
       01 WS-LABEL-PTR  PIC S9(4) BINARY.

      *    RULE PAIR CHECKS - THE SPAN FROM TODAY ON WHEN BOTH
      *    RULES OF A PAIR ARE IN EFFECT TOGETHER.
       01 WS-PAIR-START PIC 9(8).
       01 WS-PAIR-END   PIC 9(8).
       01 WS-PAIR-END-B PIC 9(8).

       01 WS-BLOCK-COUNT    PIC S9(4) BINARY VALUE ZERO.
       01 WS-WARN-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-WINS-CHECKED   PIC S9(4) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.

       01 WS-EDIT-DIV-A     PIC 9(4).
       01 WS-EDIT-DIV-B     PIC 9(4).
       01 WS-EDIT-COUNT     PIC ZZZ9.
       01 WS-EDIT-DATE      PIC 9(8).
       01 WS-CURR-VERSION   PIC X(8).

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-RPT-RULE-LINE.
           05 WS-RPT-DIVISOR          PIC 9(4).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-LABEL            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-VERSION          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-EFF-FROM         PIC 9(8).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 WS-RPT-EFF-TO           PIC 9(8).
           05 FILLER                  PIC X(35) VALUE SPACE.
       01 WS-WINDOW-LINE.
           05 WS-WLN-FROM             PIC 9(8).
           05 WS-WLN-TO               PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-WLN-RULES            PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-WLN-LENGTH           PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-WLN-AT-I             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-WLN-LABEL            PIC X(38).
       01 WS-WINDOW-HEAD.
           05 FILLER                  PIC X(19)
              VALUE 'IN EFFECT FROM-TO'.
           05 FILLER                  PIC X(7) VALUE 'RULES'.
           05 FILLER                  PIC X(3) VALUE 'LEN'.
           05 FILLER                  PIC X(11) VALUE ' FIRST AT I'.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 FILLER                  PIC X(38)
              VALUE 'LONGEST COMBINED LABEL'.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RULE-FILE
           OPEN OUTPUT LINT-REPORT-FILE
           MOVE '***** RULE TABLE LINT REPORT *****'
              TO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW RULES FILE CHECKED FOR EVERY DATE FROM '
                  DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           IF WS-VER-COUNT = ZERO
              MOVE '(RULES FILE IS EMPTY)' TO WS-REPORT-LINE
              WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
              UNTIL WS-VER-IDX > WS-VER-COUNT
              PERFORM LINT-ONE-VERSION
           END-PERFORM
           PERFORM WRITE-LINT-SUMMARY
           CLOSE LINT-REPORT-FILE
           EVALUATE TRUE
              WHEN WS-BLOCK-COUNT > ZERO
                 DISPLAY 'RULELINT: ' WS-BLOCK-COUNT ' BLOCKING '
                    'ERROR(S) - THE NEW RULES WOULD TRUNCATE OR '
                    'OVERFLOW IN THE DAILY RUN; PROMOTE HELD'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WARN-COUNT > ZERO
                 OR WS-EDIT-WARNING-FLAG = 'Y'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       LOAD-RULE-FILE.
           MOVE ZERO TO WS-RF-COUNT
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT NEW-RULES-FILE
           PERFORM UNTIL WS-RULES-EOF = 'Y'
              READ NEW-RULES-FILE INTO RULE-RECORD
                 AT END
                    MOVE 'Y' TO WS-RULES-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-RULE
              END-READ
           END-PERFORM
           CLOSE NEW-RULES-FILE
           .

      *    THE SAME EDITS THE DAILY RUN'S LOAD-ONE-RULE APPLIES, SO
      *    THE LINT SEES THE RULES EXACTLY AS THE RUN WILL.
       LOAD-ONE-RULE.
           EVALUATE TRUE
              WHEN RULE-DIVISOR NOT NUMERIC
                 OR RULE-DIVISOR NOT > ZERO
                 DISPLAY 'NEWRULES: REJECTING RULE WITH '
                    'INVALID DIVISOR - THE DAILY RUN WILL REJECT IT TOO'
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN WS-RF-COUNT = WS-MAX-RF
                 DISPLAY 'NEWRULES: MORE THAN ' WS-MAX-RF
                    ' RULE RECORDS - EXTRA RECORDS NOT CHECKED'
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
                 PERFORM ADD-VERSION
           END-EVALUATE
           .

       ADD-VERSION.
           MOVE 'N' TO WS-VER-FOUND
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
              UNTIL WS-VER-IDX > WS-VER-COUNT
              IF WS-VER-NAME(WS-VER-IDX) = RULE-SET-VERSION
                 MOVE 'Y' TO WS-VER-FOUND
              END-IF
           END-PERFORM
           IF WS-VER-FOUND = 'N'
              IF WS-VER-COUNT = WS-MAX-VERS
                 DISPLAY 'NEWRULES: MORE THAN ' WS-MAX-VERS
                    ' RULE SET VERSIONS - VERSION ' RULE-SET-VERSION
                    ' NOT CHECKED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              ELSE
                 ADD 1 TO WS-VER-COUNT
                 MOVE RULE-SET-VERSION TO WS-VER-NAME(WS-VER-COUNT)
              END-IF
           END-IF
           .

      *    ONE SECTION PER VERSION: ITS RULES AS THEY STAND ON THE
      *    FILE, ONE LINE PER WINDOW OF DATES OVER WHICH ITS RULES
      *    IN EFFECT DO NOT CHANGE, AND THE RULE PAIR FINDINGS.
       LINT-ONE-VERSION.
           MOVE WS-VER-NAME(WS-VER-IDX) TO WS-CURR-VERSION
           MOVE ZERO TO WS-VER-RULE-COUNT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CURR-VERSION
                 ADD 1 TO WS-VER-RULE-COUNT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           MOVE WS-VER-RULE-COUNT TO WS-EDIT-COUNT
           STRING '***** VERSION ' DELIMITED BY SIZE
                  WS-CURR-VERSION DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' RULE(S) ON FILE *****' DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CURR-VERSION
                 MOVE WS-RF-DIVISOR(WS-RF-IDX) TO WS-RPT-DIVISOR
                 MOVE WS-RF-LABEL(WS-RF-IDX) TO WS-RPT-LABEL
                 MOVE WS-RF-VERSION(WS-RF-IDX) TO WS-RPT-VERSION
                 MOVE WS-RF-EFF-FROM(WS-RF-IDX) TO WS-RPT-EFF-FROM
                 MOVE WS-RF-EFF-TO(WS-RF-IDX) TO WS-RPT-EFF-TO
                 WRITE LINT-REPORT-OUT FROM WS-RPT-RULE-LINE
              END-IF
           END-PERFORM
           PERFORM FIND-WINDOWS
           WRITE LINT-REPORT-OUT FROM WS-WINDOW-HEAD
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
              UNTIL WS-WIN-IDX > WS-WIN-COUNT
              PERFORM CHECK-ONE-WINDOW
           END-PERFORM
           PERFORM CHECK-RULE-PAIRS
           .

      *    TODAY, EVERY LATER RULE-EFF-FROM AND THE DAY AFTER EVERY
      *    RULE-EFF-TO FROM TODAY ON. A DATE THAT IS NOT A CALENDAR
      *    DATE CANNOT BE PLACED AND IS REPORTED INSTEAD.
       FIND-WINDOWS.
           MOVE ZERO TO WS-WIN-COUNT
           MOVE WS-TODAY-DATE TO WS-NEW-WIN-DATE
           PERFORM ADD-WINDOW
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CURR-VERSION
                 IF WS-RF-EFF-FROM(WS-RF-IDX) > WS-TODAY-DATE
                    IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-RF-EFF-FROM(WS-RF-IDX)) = ZERO
                       MOVE WS-RF-EFF-FROM(WS-RF-IDX)
                          TO WS-NEW-WIN-DATE
                       PERFORM ADD-WINDOW
                    ELSE
                       MOVE WS-RF-EFF-FROM(WS-RF-IDX) TO WS-EDIT-DATE
                       PERFORM WRITE-BAD-DATE-LINE
                    END-IF
                 END-IF
                 IF WS-RF-EFF-TO(WS-RF-IDX) NOT = ZERO
                    AND WS-RF-EFF-TO(WS-RF-IDX) NOT < WS-TODAY-DATE
                    AND WS-RF-EFF-TO(WS-RF-IDX) < 99991231
                    IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-RF-EFF-TO(WS-RF-IDX)) = ZERO
                       COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                          (WS-RF-EFF-TO(WS-RF-IDX)) + 1
                       COMPUTE WS-NEW-WIN-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                       PERFORM ADD-WINDOW
                    ELSE
                       MOVE WS-RF-EFF-TO(WS-RF-IDX) TO WS-EDIT-DATE
                       PERFORM WRITE-BAD-DATE-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM SORT-WINDOWS
           .

       ADD-WINDOW.
           MOVE 'N' TO WS-WIN-DUP-FLAG
           PERFORM VARYING WS-WIN-SCAN FROM 1 BY 1
              UNTIL WS-WIN-SCAN > WS-WIN-COUNT
              IF WS-WIN-DATE(WS-WIN-SCAN) = WS-NEW-WIN-DATE
                 MOVE 'Y' TO WS-WIN-DUP-FLAG
              END-IF
           END-PERFORM
           IF WS-WIN-DUP-FLAG = 'N'
              IF WS-WIN-COUNT = WS-MAX-WINS
                 DISPLAY 'NEWRULES: MORE THAN ' WS-MAX-WINS
                    ' EFFECTIVE DATES FOR VERSION ' WS-CURR-VERSION
                    ' - ' WS-NEW-WIN-DATE ' NOT CHECKED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              ELSE
                 ADD 1 TO WS-WIN-COUNT
                 MOVE WS-NEW-WIN-DATE TO WS-WIN-DATE(WS-WIN-COUNT)
              END-IF
           END-IF
           .

       SORT-WINDOWS.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
              UNTIL WS-WIN-IDX >= WS-WIN-COUNT
              PERFORM VARYING WS-WIN-SCAN FROM 1 BY 1
                 UNTIL WS-WIN-SCAN > WS-WIN-COUNT - WS-WIN-IDX
                 IF WS-WIN-DATE(WS-WIN-SCAN)
                    > WS-WIN-DATE(WS-WIN-SCAN + 1)
                    MOVE WS-WIN-DATE(WS-WIN-SCAN) TO WS-WIN-SWAP-DATE
                    MOVE WS-WIN-DATE(WS-WIN-SCAN + 1)
                       TO WS-WIN-DATE(WS-WIN-SCAN)
                    MOVE WS-WIN-SWAP-DATE
                       TO WS-WIN-DATE(WS-WIN-SCAN + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *    THE RULES IN EFFECT ON THE WINDOW'S FIRST DATE HOLD FOR
      *    THE WHOLE WINDOW. THE DAILY RUN KEEPS THE FIRST 20 IN
      *    FILE ORDER AND IGNORES THE REST, SO THE LONGEST LABEL IS
      *    WORKED OUT OVER THOSE 20.
       CHECK-ONE-WINDOW.
           ADD 1 TO WS-WINS-CHECKED
           MOVE SPACES TO WS-WINDOW-LINE
           MOVE WS-WIN-DATE(WS-WIN-IDX) TO WS-WLN-FROM
           IF WS-WIN-IDX < WS-WIN-COUNT
              COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                 (WS-WIN-DATE(WS-WIN-IDX + 1)) - 1
              COMPUTE WS-EDIT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              STRING '-' DELIMITED BY SIZE
                     WS-EDIT-DATE DELIMITED BY SIZE
                 INTO WS-WLN-TO
           ELSE
              MOVE '-ONWARDS' TO WS-WLN-TO
           END-IF
           MOVE ZERO TO WS-IN-EFFECT-COUNT
           MOVE ZERO TO WS-FIRE-COUNT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CURR-VERSION
                 AND WS-RF-EFF-FROM(WS-RF-IDX)
                    NOT > WS-WIN-DATE(WS-WIN-IDX)
                 AND (WS-RF-EFF-TO(WS-RF-IDX) = ZERO
                    OR WS-RF-EFF-TO(WS-RF-IDX)
                       NOT < WS-WIN-DATE(WS-WIN-IDX))
                 ADD 1 TO WS-IN-EFFECT-COUNT
                 IF WS-FIRE-COUNT < WS-MAX-RULES
                    ADD 1 TO WS-FIRE-COUNT
                    MOVE WS-RF-DIVISOR(WS-RF-IDX)
                       TO WS-FIRE-DIVISOR(WS-FIRE-COUNT)
                    MOVE WS-RF-LABEL(WS-RF-IDX)
                       TO WS-FIRE-LABEL(WS-FIRE-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-IN-EFFECT-COUNT TO WS-WLN-RULES
           IF WS-FIRE-COUNT = ZERO
              MOVE 'NO RULES IN EFFECT' TO WS-WLN-LABEL
              WRITE LINT-REPORT-OUT FROM WS-WINDOW-LINE
           ELSE
              PERFORM FIND-LONGEST-LABEL
              MOVE SPACES TO WS-LONG-LABEL
              MOVE 1 TO WS-LABEL-PTR
              PERFORM VARYING WS-FIRE-IDX FROM 1 BY 1
                 UNTIL WS-FIRE-IDX > WS-FIRE-COUNT
                 IF WS-FIRE-BEST(WS-FIRE-IDX) = 'Y'
                    STRING WS-FIRE-LABEL(WS-FIRE-IDX)
                              DELIMITED BY SPACE
                       INTO WS-LONG-LABEL
                       WITH POINTER WS-LABEL-PTR
                 END-IF
              END-PERFORM
              MOVE WS-BEST-LEN TO WS-WLN-LENGTH
              MOVE WS-BEST-LCM TO WS-WLN-AT-I
              MOVE WS-LONG-LABEL TO WS-WLN-LABEL
              WRITE LINT-REPORT-OUT FROM WS-WINDOW-LINE
              MOVE WS-BEST-LEN TO WS-EDIT-COUNT
              IF WS-BEST-LEN > LENGTH OF OUT-LABEL
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '*** OUTPUT LABEL TRUNCATED - '
                           DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                        ' BYTES FOR THE 20-BYTE OUT-LABEL'
                           DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 PERFORM WRITE-BLOCKING-LINE
              END-IF
              IF WS-BEST-LEN > WS-RESULT-LABEL-SIZE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '*** RESULT LABEL TRUNCATED - '
                           DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                        ' BYTES FOR THE 40-BYTE WS-RESULT-LABEL'
                           DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 PERFORM WRITE-BLOCKING-LINE
              END-IF
           END-IF
           IF WS-IN-EFFECT-COUNT > WS-MAX-RULES
              MOVE WS-IN-EFFECT-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** MORE THAN 20 RULES IN EFFECT - '
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                     ', ALL BUT THE FIRST 20 IGNORED'
                        DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM WRITE-BLOCKING-LINE
           END-IF
           .

      *    A SET OF RULES FIRES TOGETHER AT EVERY COMMON MULTIPLE OF
      *    ITS DIVISORS, FIRST AT THEIR LEAST COMMON MULTIPLE, SO
      *    ANY SET WHOSE LCM IS A VALID I CAN APPEAR ON ONE OUTPUT
      *    RECORD. THE SEARCH TRIES EACH RULE IN AND THEN OUT,
      *    DROPPING A SET ONCE ITS LCM PASSES 999999999 AND A BRANCH
      *    ONCE ITS LABELS CANNOT BEAT THE LONGEST FOUND. A LABEL
      *    COUNTS UP TO ITS FIRST SPACE, AS THE DAILY RUN STRINGS
      *    IT DELIMITED BY SPACE.
       FIND-LONGEST-LABEL.
           PERFORM VARYING WS-FIRE-IDX FROM 1 BY 1
              UNTIL WS-FIRE-IDX > WS-FIRE-COUNT
              MOVE ZERO TO WS-FIRE-LEN(WS-FIRE-IDX)
              INSPECT WS-FIRE-LABEL(WS-FIRE-IDX)
                 TALLYING WS-FIRE-LEN(WS-FIRE-IDX)
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE 'N' TO WS-FIRE-BEST(WS-FIRE-IDX)
           END-PERFORM
           MOVE ZERO TO WS-REST-SUM
           PERFORM VARYING WS-FIRE-IDX FROM WS-FIRE-COUNT BY -1
              UNTIL WS-FIRE-IDX < 1
              MOVE WS-REST-SUM TO WS-FIRE-REST-LEN(WS-FIRE-IDX)
              ADD WS-FIRE-LEN(WS-FIRE-IDX) TO WS-REST-SUM
           END-PERFORM
           MOVE -1 TO WS-BEST-LEN
           MOVE 1 TO WS-BEST-LCM
           MOVE 1 TO WS-DEPTH
           MOVE 'N' TO WS-FIRE-CHOICE(1)
           PERFORM UNTIL WS-DEPTH = ZERO
              IF WS-DEPTH > WS-FIRE-COUNT
                 PERFORM RECORD-LONGEST-SET
                 SUBTRACT 1 FROM WS-DEPTH
              ELSE
                 IF WS-DEPTH = 1
                    MOVE 1 TO WS-PREV-LCM
                    MOVE ZERO TO WS-PREV-LEN
                 ELSE
                    MOVE WS-FIRE-LCM(WS-DEPTH - 1) TO WS-PREV-LCM
                    MOVE WS-FIRE-TOT-LEN(WS-DEPTH - 1) TO WS-PREV-LEN
                 END-IF
                 EVALUATE WS-FIRE-CHOICE(WS-DEPTH)
                    WHEN 'N'
                       MOVE 'I' TO WS-FIRE-CHOICE(WS-DEPTH)
                       PERFORM COMPUTE-NEW-LCM
                       IF WS-NEW-LCM NOT > WS-MAX-VALID-I
                          MOVE WS-NEW-LCM TO WS-FIRE-LCM(WS-DEPTH)
                          MOVE WS-PREV-LEN
                             TO WS-FIRE-TOT-LEN(WS-DEPTH)
                          ADD WS-FIRE-LEN(WS-DEPTH)
                             TO WS-FIRE-TOT-LEN(WS-DEPTH)
                          PERFORM DESCEND-IF-PROMISING
                       END-IF
                    WHEN 'I'
                       MOVE 'X' TO WS-FIRE-CHOICE(WS-DEPTH)
                       MOVE WS-PREV-LCM TO WS-FIRE-LCM(WS-DEPTH)
                       MOVE WS-PREV-LEN TO WS-FIRE-TOT-LEN(WS-DEPTH)
                       PERFORM DESCEND-IF-PROMISING
                    WHEN OTHER
                       SUBTRACT 1 FROM WS-DEPTH
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *    LCM OF THE SET SO FAR AND THIS DEPTH'S DIVISOR, BY WAY
      *    OF THEIR GREATEST COMMON DIVISOR (EUCLID).
       COMPUTE-NEW-LCM.
           MOVE WS-PREV-LCM TO WS-GCD-A
           MOVE WS-FIRE-DIVISOR(WS-DEPTH) TO WS-GCD-B
           PERFORM UNTIL WS-GCD-B = ZERO
              COMPUTE WS-GCD-R = FUNCTION MOD(WS-GCD-A, WS-GCD-B)
              MOVE WS-GCD-B TO WS-GCD-A
              MOVE WS-GCD-R TO WS-GCD-B
           END-PERFORM
           COMPUTE WS-NEW-LCM = WS-PREV-LCM / WS-GCD-A
           MULTIPLY WS-FIRE-DIVISOR(WS-DEPTH) BY WS-NEW-LCM
           .

       DESCEND-IF-PROMISING.
           IF WS-FIRE-TOT-LEN(WS-DEPTH) + WS-FIRE-REST-LEN(WS-DEPTH)
              > WS-BEST-LEN
              ADD 1 TO WS-DEPTH
              IF WS-DEPTH NOT > WS-FIRE-COUNT
                 MOVE 'N' TO WS-FIRE-CHOICE(WS-DEPTH)
              END-IF
           END-IF
           .

       RECORD-LONGEST-SET.
           IF WS-FIRE-TOT-LEN(WS-FIRE-COUNT) > WS-BEST-LEN
              MOVE WS-FIRE-TOT-LEN(WS-FIRE-COUNT) TO WS-BEST-LEN
              MOVE WS-FIRE-LCM(WS-FIRE-COUNT) TO WS-BEST-LCM
              PERFORM VARYING WS-FIRE-IDX FROM 1 BY 1
                 UNTIL WS-FIRE-IDX > WS-FIRE-COUNT
                 IF WS-FIRE-CHOICE(WS-FIRE-IDX) = 'I'
                    MOVE 'Y' TO WS-FIRE-BEST(WS-FIRE-IDX)
                 ELSE
                    MOVE 'N' TO WS-FIRE-BEST(WS-FIRE-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .

      *    EVERY PAIR OF THE VERSION'S RULES THAT ARE IN EFFECT
      *    TOGETHER ON SOME DATE FROM TODAY ON: THE SAME DIVISOR
      *    TWICE (OVERLAPPING WINDOWS - IT FIRES TWICE), A DIVISOR
      *    THAT IS A MULTIPLE OF THE OTHER (IT NEVER FIRES WITHOUT
      *    IT), OR THE SAME LABEL ON TWO DIVISORS. WARNINGS ONLY -
      *    THE DAILY RUN STILL PRODUCES WHAT THE RULES SAY.
       CHECK-RULE-PAIRS.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-VERSION(WS-RF-IDX) = WS-CURR-VERSION
                 PERFORM VARYING WS-RF-SCAN FROM WS-RF-IDX BY 1
                    UNTIL WS-RF-SCAN > WS-RF-COUNT
                    IF WS-RF-SCAN NOT = WS-RF-IDX
                       AND WS-RF-VERSION(WS-RF-SCAN) = WS-CURR-VERSION
                       PERFORM CHECK-ONE-RULE-PAIR
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       CHECK-ONE-RULE-PAIR.
           MOVE WS-TODAY-DATE TO WS-PAIR-START
           IF WS-RF-EFF-FROM(WS-RF-IDX) > WS-PAIR-START
              MOVE WS-RF-EFF-FROM(WS-RF-IDX) TO WS-PAIR-START
           END-IF
           IF WS-RF-EFF-FROM(WS-RF-SCAN) > WS-PAIR-START
              MOVE WS-RF-EFF-FROM(WS-RF-SCAN) TO WS-PAIR-START
           END-IF
           MOVE WS-RF-EFF-TO(WS-RF-IDX) TO WS-PAIR-END
           IF WS-PAIR-END = ZERO
              MOVE 99999999 TO WS-PAIR-END
           END-IF
           MOVE WS-RF-EFF-TO(WS-RF-SCAN) TO WS-PAIR-END-B
           IF WS-PAIR-END-B = ZERO
              MOVE 99999999 TO WS-PAIR-END-B
           END-IF
           IF WS-PAIR-END-B < WS-PAIR-END
              MOVE WS-PAIR-END-B TO WS-PAIR-END
           END-IF
           IF WS-PAIR-START NOT > WS-PAIR-END
              MOVE WS-RF-DIVISOR(WS-RF-IDX) TO WS-EDIT-DIV-A
              MOVE WS-RF-DIVISOR(WS-RF-SCAN) TO WS-EDIT-DIV-B
              MOVE SPACES TO WS-REPORT-LINE
              EVALUATE TRUE
                 WHEN WS-RF-DIVISOR(WS-RF-IDX)
                    = WS-RF-DIVISOR(WS-RF-SCAN)
                    STRING '*** WARNING OVERLAPPING WINDOWS - DIVISOR '
                              DELIMITED BY SIZE
                           WS-EDIT-DIV-A DELIMITED BY SIZE
                           ' IS IN EFFECT TWICE FROM '
                              DELIMITED BY SIZE
                           WS-PAIR-START DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                    PERFORM WRITE-WARNING-LINE
                 WHEN FUNCTION MOD(WS-RF-DIVISOR(WS-RF-SCAN),
                    WS-RF-DIVISOR(WS-RF-IDX)) = ZERO
                    STRING '*** WARNING REDUNDANT DIVISOR '
                              DELIMITED BY SIZE
                           WS-EDIT-DIV-B DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-RF-LABEL(WS-RF-SCAN) DELIMITED BY SPACE
                           ' IS A MULTIPLE OF ' DELIMITED BY SIZE
                           WS-EDIT-DIV-A DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-RF-LABEL(WS-RF-IDX) DELIMITED BY SPACE
                       INTO WS-REPORT-LINE
                    PERFORM WRITE-WARNING-LINE
                 WHEN FUNCTION MOD(WS-RF-DIVISOR(WS-RF-IDX),
                    WS-RF-DIVISOR(WS-RF-SCAN)) = ZERO
                    STRING '*** WARNING REDUNDANT DIVISOR '
                              DELIMITED BY SIZE
                           WS-EDIT-DIV-A DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-RF-LABEL(WS-RF-IDX) DELIMITED BY SPACE
                           ' IS A MULTIPLE OF ' DELIMITED BY SIZE
                           WS-EDIT-DIV-B DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-RF-LABEL(WS-RF-SCAN) DELIMITED BY SPACE
                       INTO WS-REPORT-LINE
                    PERFORM WRITE-WARNING-LINE
              END-EVALUATE
              IF WS-RF-LABEL(WS-RF-IDX) = WS-RF-LABEL(WS-RF-SCAN)
                 AND WS-RF-DIVISOR(WS-RF-IDX)
                    NOT = WS-RF-DIVISOR(WS-RF-SCAN)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '*** WARNING DUPLICATE LABEL '
                           DELIMITED BY SIZE
                        WS-RF-LABEL(WS-RF-IDX) DELIMITED BY SPACE
                        ' ON DIVISORS ' DELIMITED BY SIZE
                        WS-EDIT-DIV-A DELIMITED BY SIZE
                        ' AND ' DELIMITED BY SIZE
                        WS-EDIT-DIV-B DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 PERFORM WRITE-WARNING-LINE
              END-IF
           END-IF
           .

       WRITE-BAD-DATE-LINE.
           MOVE WS-RF-DIVISOR(WS-RF-IDX) TO WS-EDIT-DIV-A
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** WARNING DIVISOR ' DELIMITED BY SIZE
                  WS-EDIT-DIV-A DELIMITED BY SIZE
                  ' EFFECTIVE DATE ' DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  ' IS NOT A VALID DATE' DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM WRITE-WARNING-LINE
           .

       WRITE-BLOCKING-LINE.
           ADD 1 TO WS-BLOCK-COUNT
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           DISPLAY 'RULELINT: VERSION ' WS-CURR-VERSION ' FROM '
              WS-WIN-DATE(WS-WIN-IDX) ' '
              FUNCTION TRIM(WS-REPORT-LINE)
           .

       WRITE-WARNING-LINE.
           ADD 1 TO WS-WARN-COUNT
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           DISPLAY 'RULELINT: VERSION ' WS-CURR-VERSION ' '
              FUNCTION TRIM(WS-REPORT-LINE)
           .

       WRITE-LINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           MOVE '***** LINT SUMMARY *****' TO WS-REPORT-LINE
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'RULES CHECKED   :' TO WS-TOT-TEXT
           MOVE WS-RF-COUNT TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'RULES REJECTED  :' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'VERSIONS CHECKED:' TO WS-TOT-TEXT
           MOVE WS-VER-COUNT TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'WINDOWS CHECKED :' TO WS-TOT-TEXT
           MOVE WS-WINS-CHECKED TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'BLOCKING ERRORS :' TO WS-TOT-TEXT
           MOVE WS-BLOCK-COUNT TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'WARNINGS        :' TO WS-TOT-TEXT
           MOVE WS-WARN-COUNT TO WS-TOT-COUNT
           WRITE LINT-REPORT-OUT FROM WS-TOTAL-LINE
           IF WS-BLOCK-COUNT > ZERO
              MOVE '***** PROMOTE HELD *****' TO WS-REPORT-LINE
           ELSE
              MOVE '***** NO BLOCKING ERRORS *****' TO WS-REPORT-LINE
           END-IF
           WRITE LINT-REPORT-OUT FROM WS-REPORT-LINE
           .
