           SELECT STAT-HIST-FILE ASSIGN TO STATHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STAT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 STAT-HIST-OUT               PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01 CALENDAR-IN                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLCARD.
       COPY RULEREC.
       COPY RDETREC.
       COPY RUNSTREC.
       COPY STATREC.
       COPY CALREC.

       01 WS-JOB-NAME    PIC X(8).
       01 WS-RUN-MODE    PIC X(8).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-RUNSTATE-STATUS PIC X(2).
       01 WS-STAT-STATUS PIC X(2).
       01 WS-CAL-STATUS  PIC X(2).

       01 WS-RST-EOF        PIC X(1).
       01 WS-RST-RECS-READ  PIC S9(4) BINARY VALUE ZERO.
       01 WS-FIRST-RESTART-FLAG     PIC X(1).
       01 WS-FIRST-RULE-SET-VERSION PIC X(8).
       01 WS-FIRST-RUNSTATE-OVERRIDE PIC X(1).
       01 WS-FIRST-CALENDAR-OVERRIDE PIC X(1).

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

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-CONTROL-CARDS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-JOB-NAME
           PERFORM GET-RUN-MODE
           PERFORM CHECK-RUN-STATE
           PERFORM CHECK-CALENDAR
           IF WS-RUN-MODE = 'PRECHECK'
              DISPLAY 'PRECHECK: ' WS-RUN-DATE ' - RUN-STATE AND '
                 'CALENDAR CHECKS PASSED, CLEAR TO RUN'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM MARK-RUN-STARTED
           PERFORM LOAD-RULES
           PERFORM LOAD-EXCEPTIONS
           END-IF
           .

      *    RUNMODE=PRECHECK (STDENV) RUNS ONLY THE RUN-STATE AND
      *    CALENDAR CHECKS AND ENDS - RC 16 IF EITHER WOULD REFUSE
      *    THE RUN, OTHERWISE 0 - WITHOUT OPENING ANY OUTPUT OR
      *    WRITING A RUN-STATE RECORD, SO THE JOB CAN TEST IT
      *    BEFORE ALLOCATING THE DAY'S NEW GENERATIONS.
       GET-RUN-MODE.
           MOVE SPACES TO WS-RUN-MODE
           DISPLAY 'RUNMODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
           .

       CHECK-RUN-STATE.
           MOVE 'N' TO WS-PRIOR-STARTED
           MOVE ZERO TO WS-RST-RECS-READ
           END-EVALUATE
           .

      *    NO DAILY RUN ON A NON-PROCESSING DAY (WEEKEND OR
      *    CALENDAR HOLIDAY) UNLESS THE OPERATOR OVERRIDES IT. A
      *    RESTART OF A RUN THAT ABENDED IS LET THROUGH - IT IS
      *    FINISHING A CYCLE THAT HAS ALREADY BEGUN, AND HOLDING
      *    IT WOULD LEAVE THE RUN-STATE LOG MARKED STARTED.
       CHECK-CALENDAR.
           PERFORM LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           PERFORM CHECK-PROCESSING-DAY
           IF WS-CHECK-PROCESSING = 'N'
              EVALUATE TRUE
                 WHEN CTL-CALENDAR-FORCED
                    DISPLAY 'CALENDAR: ' WS-RUN-DATE ' IS A '
                       'NON-PROCESSING DAY ('
                       FUNCTION TRIM(WS-CHECK-DESC)
                       ') - PROCEEDING ON OPERATOR OVERRIDE'
                 WHEN CTL-RESTART-YES AND WS-PRIOR-STARTED = 'Y'
                    DISPLAY 'CALENDAR: ' WS-RUN-DATE ' IS A '
                       'NON-PROCESSING DAY ('
                       FUNCTION TRIM(WS-CHECK-DESC)
                       ') - PROCEEDING TO FINISH THE ABENDED RUN '
                       'OF ' WS-PRIOR-RUN-DATE
                 WHEN OTHER
                    DISPLAY 'CALENDAR: ' WS-RUN-DATE ' IS A '
                       'NON-PROCESSING DAY ('
                       FUNCTION TRIM(WS-CHECK-DESC)
                       ') - NO RUN IS SCHEDULED. TO RUN ANYWAY, '
                       'SET THE CALENDAR OVERRIDE ON THE CONTROL '
                       'CARD - RUN TERMINATED'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
              END-EVALUATE
           END-IF
           .

       LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '05' OR WS-CAL-STATUS = '35'
              DISPLAY 'CALENDAR: NO PROCESSING CALENDAR - MONDAY TO '
                 'FRIDAY ARE TAKEN AS THE PROCESSING DAYS'
           ELSE
              MOVE 'N' TO WS-CAL-EOF
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
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN WS-CAL-COUNT = WS-MAX-CALS
                 DISPLAY 'CALENDAR: MORE THAN ' WS-MAX-CALS
                    ' ENTRIES - EXTRA ENTRIES IGNORED'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
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

       MARK-RUN-STARTED.
           PERFORM COMPUTE-RANGE-CHECKSUM
           MOVE SPACES TO RUN-STATE-RECORD
              MOVE 'N' TO CTL-RESTART-FLAG
              MOVE 'DEFAULT1' TO CTL-RULE-SET-VERSION
              MOVE 'N' TO CTL-RUNSTATE-OVERRIDE
              MOVE 'N' TO CTL-CALENDAR-OVERRIDE
              MOVE 1 TO WS-CARD-COUNT
              MOVE 1 TO WS-RANGE-START-I(1)
              MOVE 100 TO WS-RANGE-END-I(1)
              MOVE WS-FIRST-RULE-SET-VERSION TO CTL-RULE-SET-VERSION
              MOVE WS-FIRST-RUNSTATE-OVERRIDE
                 TO CTL-RUNSTATE-OVERRIDE
              MOVE WS-FIRST-CALENDAR-OVERRIDE
                 TO CTL-CALENDAR-OVERRIDE
           END-IF
           .

                       TO WS-FIRST-RULE-SET-VERSION
                    MOVE CTL-RUNSTATE-OVERRIDE
                       TO WS-FIRST-RUNSTATE-OVERRIDE
                    MOVE CTL-CALENDAR-OVERRIDE
                       TO WS-FIRST-CALENDAR-OVERRIDE
                 END-IF
                 ADD 1 TO WS-CARD-COUNT
                 MOVE CTL-START-I TO WS-RANGE-START-I(WS-CARD-COUNT)
              MOVE 'N' TO CTL-RUNSTATE-OVERRIDE
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           IF CTL-CALENDAR-OVERRIDE NOT = 'Y'
              AND CTL-CALENDAR-OVERRIDE NOT = 'N'
              AND CTL-CALENDAR-OVERRIDE NOT = SPACE
              DISPLAY 'CTLCARD: CALENDAR OVERRIDE INVALID - '
                 'DEFAULTING TO N'
              MOVE 'N' TO CTL-CALENDAR-OVERRIDE
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           .

       LOAD-RULES.
