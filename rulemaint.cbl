              ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RULES-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-OUT                PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01 CALENDAR-IN                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RULEREC.
       COPY RULETRAN.
       COPY CALREC.

       01 WS-TRAN-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-APPLIED-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-OFF-DAY-WARN-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-REJECT-REASON  PIC X(40).

       01 WS-REPORT-LINE    PIC X(80).
           05 WS-DISP-VERSION         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-REASON          PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-REQUEST-NO      PIC X(7).
           05 FILLER                  PIC X(7) VALUE SPACE.
       01 WS-OFF-DAY-LINE.
           05 FILLER                  PIC X(21)
              VALUE '*** WARNING EFF-FROM '.
           05 WS-OFD-EFF-FROM         PIC 9(8).
           05 FILLER                  PIC X(26)
              VALUE ' IS A NON-PROCESSING DAY: '.
           05 WS-OFD-DESC             PIC X(25).

       01 WS-RULE-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-RULES      PIC S9(4) BINARY VALUE 20.
               10 WS-RULE-EFF-FROM    PIC 9(8).
               10 WS-RULE-EFF-TO      PIC 9(8).

      *    PROCESSING CALENDAR (CALREC) - ONLY THE DAYS THAT
      *    DIFFER FROM THE MONDAY-FRIDAY STANDING RULE.
       01 WS-CAL-STATUS     PIC X(2).
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

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-OLD-RULES
           PERFORM LOAD-CALENDAR
           OPEN OUTPUT CHANGE-REPORT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           MOVE '***** RULE TABLE BEFORE MAINTENANCE *****'
           IF TRAN-EFF-TO NOT NUMERIC
              MOVE ZERO TO TRAN-EFF-TO
           END-IF
           EVALUATE TRUE
              WHEN TRAN-REQUESTER-ID = SPACES
                 OR TRAN-APPROVER-ID = SPACES
                 MOVE 'NOT APPROVED UNDER DUAL CONTROL'
                    TO WS-REJECT-REASON
              WHEN TRAN-APPROVER-ID = TRAN-REQUESTER-ID
                 MOVE 'APPROVER IS THE REQUESTER'
                    TO WS-REJECT-REASON
              WHEN TRAN-DIVISOR NOT NUMERIC
                 OR TRAN-DIVISOR NOT > ZERO
                 MOVE 'DIVISOR MISSING OR NOT NUMERIC'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM FIND-RULE-BY-DIVISOR
                 EVALUATE TRUE
                    WHEN TRAN-IS-ADD
                       EVALUATE TRUE
                          WHEN WS-FOUND-IDX NOT = ZERO
                             MOVE 'DIVISOR ALREADY DEFINED IN VERSION'
                                TO WS-REJECT-REASON
                          WHEN WS-RULE-COUNT = WS-MAX-RULES
                             MOVE 'RULE TABLE FULL'
                                TO WS-REJECT-REASON
                          WHEN OTHER
                             ADD 1 TO WS-RULE-COUNT
                             MOVE TRAN-DIVISOR
                                TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                             MOVE TRAN-LABEL
                                TO WS-RULE-LABEL(WS-RULE-COUNT)
                             MOVE TRAN-RULE-SET-VERSION
                                TO WS-RULE-VERSION(WS-RULE-COUNT)
                             MOVE TRAN-EFF-FROM
                                TO WS-RULE-EFF-FROM(WS-RULE-COUNT)
                             MOVE TRAN-EFF-TO
                                TO WS-RULE-EFF-TO(WS-RULE-COUNT)
                       END-EVALUATE
                    WHEN TRAN-IS-UPDATE
                       IF WS-FOUND-IDX NOT = ZERO
                          MOVE TRAN-LABEL TO WS-RULE-LABEL(WS-FOUND-IDX)
                          MOVE TRAN-EFF-FROM
                             TO WS-RULE-EFF-FROM(WS-FOUND-IDX)
                          MOVE TRAN-EFF-TO
                             TO WS-RULE-EFF-TO(WS-FOUND-IDX)
                       ELSE
                          MOVE 'NO RULE WITH THIS DIVISOR/VERSION'
                             TO WS-REJECT-REASON
                       END-IF
                    WHEN TRAN-IS-DELETE
                       IF WS-FOUND-IDX NOT = ZERO
                          PERFORM REMOVE-RULE-AT-FOUND-IDX
                       ELSE
                          MOVE 'NO RULE WITH THIS DIVISOR/VERSION'
                             TO WS-REJECT-REASON
                       END-IF
                    WHEN OTHER
                       MOVE 'ACTION NOT A, U OR D'
                          TO WS-REJECT-REASON
                 END-EVALUATE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-APPLIED-COUNT
              MOVE 'APPLIED' TO WS-DISP-STATUS
              MOVE SPACES TO WS-DISP-REASON
              PERFORM WRITE-DISPOSITION-LINE
              IF NOT TRAN-IS-DELETE
                 PERFORM CHECK-EFF-FROM-DAY
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           .

      *    A RULE THAT TAKES EFFECT ON A WEEKEND OR HOLIDAY FIRST
      *    FIRES ON THE NEXT PROCESSING DAY'S RUN, NOT ON THE DATE
      *    THE BUSINESS ASKED FOR - USUALLY A DATE KEYED WITHOUT
      *    A LOOK AT THE CALENDAR. REPORT-ONLY: IT DOES NOT HOLD
      *    THE PROMOTE, SINCE THE RULE IS STILL CORRECT FROM THE
      *    NEXT RUN ON.
       CHECK-EFF-FROM-DAY.
           IF TRAN-EFF-FROM NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(TRAN-EFF-FROM) = ZERO
              MOVE TRAN-EFF-FROM TO WS-CHECK-DATE
              PERFORM CHECK-PROCESSING-DAY
              IF WS-CHECK-PROCESSING = 'N'
                 ADD 1 TO WS-OFF-DAY-WARN-COUNT
                 DISPLAY 'RULETRAN: WARNING - DIVISOR ' TRAN-DIVISOR
                    ' VERSION ' TRAN-RULE-SET-VERSION
                    ' TAKES EFFECT ' TRAN-EFF-FROM ', A '
                    'NON-PROCESSING DAY ('
                    FUNCTION TRIM(WS-CHECK-DESC)
                    ') - IT FIRST FIRES ON THE NEXT PROCESSING DAY'
                 MOVE TRAN-EFF-FROM TO WS-OFD-EFF-FROM
                 MOVE WS-CHECK-DESC TO WS-OFD-DESC
                 WRITE CHANGE-REPORT-OUT FROM WS-OFF-DAY-LINE
              END-IF
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

       WRITE-DISPOSITION-LINE.
           MOVE TRAN-ACTION TO WS-DISP-ACTION
           MOVE TRAN-DIVISOR TO WS-DISP-DIVISOR
           MOVE TRAN-RULE-SET-VERSION TO WS-DISP-VERSION
           MOVE TRAN-REQUEST-NO TO WS-DISP-REQUEST-NO
           WRITE CHANGE-REPORT-OUT FROM WS-DISP-LINE
           .

       WRITE-MAINT-SUMMARY.
           DISPLAY 'RULEMAINT: ' WS-TRAN-COUNT ' TRANSACTION(S), '
              WS-APPLIED-COUNT ' APPLIED, '
              WS-REJECTED-COUNT ' REJECTED TO SUSPENSE, '
              WS-OFF-DAY-WARN-COUNT ' NON-PROCESSING EFF-FROM '
              'WARNING(S)'
           .

       FIND-RULE-BY-DIVISOR.
