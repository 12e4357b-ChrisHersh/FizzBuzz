       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CAL-FILE ASSIGN TO OLDCAL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-OLD-CAL-STATUS.
           SELECT CAL-TRAN-FILE ASSIGN TO CALTRAN
              ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CAL-FILE ASSIGN TO NEWCAL
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CAL-FILE
           RECORDING MODE IS F.
       01 OLD-CAL-IN                  PIC X(80).

       FD  CAL-TRAN-FILE
           RECORDING MODE IS F.
       01 CAL-TRAN-IN                 PIC X(80).

       FD  NEW-CAL-FILE
           RECORDING MODE IS F.
       01 NEW-CAL-OUT                 PIC X(80).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01 CHANGE-REPORT-OUT           PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-OUT                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY CALTRAN.

       01 WS-OLD-CAL-STATUS PIC X(2).
       01 WS-TRAN-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-APPLIED-COUNT  PIC S9(4) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-NO-EFFECT-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-DUP-DROP-COUNT PIC S9(4) BINARY VALUE ZERO.
       01 WS-REJECT-REASON  PIC X(40).

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-RPT-CAL-LINE.
           05 WS-RPT-DATE             PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-DAY-NAME         PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-FLAG             PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-DESCRIPTION      PIC X(30).
           05 FILLER                  PIC X(32) VALUE SPACE.
       01 WS-DISP-LINE.
           05 WS-DISP-STATUS          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-ACTION          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-DATE            PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-REASON          PIC X(40).
           05 FILLER                  PIC X(20) VALUE SPACE.
       01 WS-NO-EFFECT-LINE.
           05 FILLER                  PIC X(12)
              VALUE '*** WARNING '.
           05 WS-NOEF-DATE            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NOEF-DAY-NAME        PIC X(3).
           05 FILLER                  PIC X(46)
              VALUE ' ENTRY ONLY RESTATES THE WEEKDAY/WEEKEND RULE'.
           05 FILLER                  PIC X(10) VALUE SPACE.

      *    DAY OF WEEK FROM FUNCTION MOD(INTEGER-OF-DATE, 7):
      *    DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A
      *    MONDAY, SO 0 IS SUNDAY AND 6 IS SATURDAY.
       01 WS-DAY-NAMES-VALUES.
           05 FILLER                  PIC X(21)
              VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
           05 WS-DAY-NAME             PIC X(3) OCCURS 7 TIMES.
       01 WS-CHECK-DATE     PIC 9(8).
       01 WS-DAY-OF-WEEK    PIC S9(4) BINARY.
       01 WS-STANDING-FLAG  PIC X(1).

       01 WS-CAL-COUNT      PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-CALS       PIC S9(4) BINARY VALUE 1000.
       01 WS-FOUND-IDX      PIC S9(4) BINARY.
       01 WS-INSERT-IDX     PIC S9(4) BINARY.
       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.
       01 WS-TRAN-EOF       PIC X(1) VALUE 'N'.
       01 WS-OLD-EOF        PIC X(1) VALUE 'N'.
      *    KEPT IN ASCENDING DATE ORDER SO THE NEW CALENDAR IS
      *    WRITTEN SORTED WHATEVER ORDER THE TRANSACTIONS CAME IN.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-DATE         PIC 9(8).
               10 WS-CAL-FLAG         PIC X(1).
               10 WS-CAL-DESC         PIC X(30).
       01 WS-NEW-DATE       PIC 9(8).
       01 WS-NEW-FLAG       PIC X(1).
       01 WS-NEW-DESC       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT CHANGE-REPORT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM LOAD-OLD-CALENDAR
           MOVE '***** CALENDAR BEFORE MAINTENANCE *****'
              TO WS-REPORT-LINE
           WRITE CHANGE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM WRITE-TABLE-SNAPSHOT
           MOVE '***** TRANSACTION DISPOSITIONS *****'
              TO WS-REPORT-LINE
           WRITE CHANGE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM APPLY-TRANSACTIONS
           MOVE '***** CALENDAR AFTER MAINTENANCE *****'
              TO WS-REPORT-LINE
           WRITE CHANGE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM WRITE-TABLE-SNAPSHOT
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE CHANGE-REPORT-FILE
           CLOSE SUSPENSE-FILE
           PERFORM WRITE-NEW-CALENDAR
           IF WS-EDIT-WARNING-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-OLD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT OLD-CAL-FILE
           IF WS-OLD-CAL-STATUS = '05' OR WS-OLD-CAL-STATUS = '35'
              DISPLAY 'OLDCAL: NO CALENDAR DATASET YET - STARTING '
                 'FROM AN EMPTY CALENDAR'
           ELSE
              PERFORM UNTIL WS-OLD-EOF = 'Y'
                 READ OLD-CAL-FILE INTO CALENDAR-RECORD
                    AT END
                       MOVE 'Y' TO WS-OLD-EOF
                    NOT AT END
                       PERFORM LOAD-ONE-OLD-ENTRY
                 END-READ
              END-PERFORM
              CLOSE OLD-CAL-FILE
           END-IF
           .

       LOAD-ONE-OLD-ENTRY.
           EVALUATE TRUE
              WHEN CAL-DATE NOT NUMERIC
                 DISPLAY 'OLDCAL: DROPPING RECORD WITH NON-NUMERIC '
                    'DATE'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE) NOT = ZERO
                 DISPLAY 'OLDCAL: DROPPING RECORD FOR ' CAL-DATE
                    ' - NOT A VALID CALENDAR DATE'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN NOT CAL-IS-PROCESSING
                 AND NOT CAL-IS-NON-PROCESSING
                 DISPLAY 'OLDCAL: DROPPING RECORD FOR ' CAL-DATE
                    ' - PROCESSING FLAG NOT Y OR N'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN WS-CAL-COUNT = WS-MAX-CALS
                 DISPLAY 'OLDCAL: MORE THAN ' WS-MAX-CALS
                    ' CALENDAR ENTRIES - EXTRA ENTRIES IGNORED, '
                    'DELETE PAST YEARS'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              WHEN OTHER
                 MOVE CAL-DATE TO WS-NEW-DATE
                 PERFORM FIND-CAL-BY-DATE
                 IF WS-FOUND-IDX NOT = ZERO
                    ADD 1 TO WS-DUP-DROP-COUNT
                    MOVE 'Y' TO WS-EDIT-WARNING-FLAG
                    DISPLAY 'OLDCAL: DUPLICATE ENTRY FOR ' CAL-DATE
                       ' - KEEPING THE FIRST, DROPPING THE LATER ONE'
                 ELSE
                    MOVE CAL-PROCESSING-FLAG TO WS-NEW-FLAG
                    MOVE CAL-DESCRIPTION TO WS-NEW-DESC
                    PERFORM INSERT-CAL-ENTRY
                 END-IF
           END-EVALUATE
           .

       APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-TRAN-EOF
           OPEN INPUT CAL-TRAN-FILE
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ CAL-TRAN-FILE INTO CAL-TRAN-RECORD
                 AT END
                    MOVE 'Y' TO WS-TRAN-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM
           CLOSE CAL-TRAN-FILE
           .

       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN CTRN-DATE NOT NUMERIC
                 MOVE 'DATE MISSING OR NOT NUMERIC'
                    TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(CTRN-DATE) NOT = ZERO
                 MOVE 'NOT A VALID CALENDAR DATE'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE CTRN-DATE TO WS-NEW-DATE
                 PERFORM FIND-CAL-BY-DATE
                 EVALUATE TRUE
                    WHEN CTRN-IS-ADD
                       PERFORM APPLY-ADD-TRANSACTION
                    WHEN CTRN-IS-UPDATE
                       PERFORM APPLY-UPDATE-TRANSACTION
                    WHEN CTRN-IS-DELETE
                       IF WS-FOUND-IDX NOT = ZERO
                          PERFORM REMOVE-CAL-AT-FOUND-IDX
                       ELSE
                          MOVE 'NO CALENDAR ENTRY FOR THIS DATE'
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
              IF NOT CTRN-IS-DELETE
                 PERFORM CHECK-NO-EFFECT-ENTRY
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              DISPLAY 'CALTRAN: REJECTING ' CTRN-ACTION
                 ' FOR DATE ' CTRN-DATE ' - '
                 WS-REJECT-REASON
              MOVE 'REJECTED' TO WS-DISP-STATUS
              MOVE WS-REJECT-REASON TO WS-DISP-REASON
              PERFORM WRITE-DISPOSITION-LINE
              WRITE SUSPENSE-OUT FROM CAL-TRAN-RECORD
           END-IF
           .

       APPLY-ADD-TRANSACTION.
           EVALUATE TRUE
              WHEN WS-FOUND-IDX NOT = ZERO
                 MOVE 'DATE ALREADY ON THE CALENDAR'
                    TO WS-REJECT-REASON
              WHEN WS-CAL-COUNT = WS-MAX-CALS
                 MOVE 'CALENDAR TABLE FULL'
                    TO WS-REJECT-REASON
              WHEN CTRN-PROCESSING-FLAG NOT = 'Y'
                 AND CTRN-PROCESSING-FLAG NOT = 'N'
                 MOVE 'PROCESSING FLAG NOT Y OR N'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE CTRN-PROCESSING-FLAG TO WS-NEW-FLAG
                 MOVE CTRN-DESCRIPTION TO WS-NEW-DESC
                 PERFORM INSERT-CAL-ENTRY
           END-EVALUATE
           .

       APPLY-UPDATE-TRANSACTION.
           EVALUATE TRUE
              WHEN WS-FOUND-IDX = ZERO
                 MOVE 'NO CALENDAR ENTRY FOR THIS DATE'
                    TO WS-REJECT-REASON
              WHEN CTRN-PROCESSING-FLAG NOT = 'Y'
                 AND CTRN-PROCESSING-FLAG NOT = 'N'
                 MOVE 'PROCESSING FLAG NOT Y OR N'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE CTRN-PROCESSING-FLAG
                    TO WS-CAL-FLAG(WS-FOUND-IDX)
                 MOVE CTRN-DESCRIPTION
                    TO WS-CAL-DESC(WS-FOUND-IDX)
           END-EVALUATE
           .

      *    AN 'N' ON A SATURDAY OR SUNDAY, OR A 'Y' ON A WEEKDAY,
      *    CHANGES NOTHING - THE STANDING RULE ALREADY SAYS SO.
      *    USUALLY A MIS-KEYED DATE, SO IT IS WORTH A LOOK, BUT
      *    IT IS HARMLESS AND DOES NOT HOLD THE PROMOTE.
       CHECK-NO-EFFECT-ENTRY.
           MOVE CTRN-DATE TO WS-CHECK-DATE
           PERFORM SET-STANDING-FLAG
           IF CTRN-PROCESSING-FLAG = WS-STANDING-FLAG
              ADD 1 TO WS-NO-EFFECT-COUNT
              DISPLAY 'CALTRAN: WARNING - ' CTRN-DATE ' IS A '
                 WS-DAY-NAME(WS-DAY-OF-WEEK + 1) ' AND FLAG '
                 CTRN-PROCESSING-FLAG ' IS WHAT THE STANDING '
                 'WEEKDAY/WEEKEND RULE ALREADY GIVES IT'
              MOVE CTRN-DATE TO WS-NOEF-DATE
              MOVE WS-DAY-NAME(WS-DAY-OF-WEEK + 1)
                 TO WS-NOEF-DAY-NAME
              WRITE CHANGE-REPORT-OUT FROM WS-NO-EFFECT-LINE
           END-IF
           .

       SET-STANDING-FLAG.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE), 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE 'N' TO WS-STANDING-FLAG
           ELSE
              MOVE 'Y' TO WS-STANDING-FLAG
           END-IF
           .

       WRITE-DISPOSITION-LINE.
           MOVE CTRN-ACTION TO WS-DISP-ACTION
           MOVE CTRN-DATE TO WS-DISP-DATE
           WRITE CHANGE-REPORT-OUT FROM WS-DISP-LINE
           .

       WRITE-TABLE-SNAPSHOT.
           IF WS-CAL-COUNT = ZERO
              MOVE '(CALENDAR IS EMPTY - WEEKDAYS ONLY)'
                 TO WS-REPORT-LINE
              WRITE CHANGE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              MOVE WS-CAL-DATE(CAL-IDX) TO WS-RPT-DATE
              MOVE WS-CAL-DATE(CAL-IDX) TO WS-CHECK-DATE
              PERFORM SET-STANDING-FLAG
              MOVE WS-DAY-NAME(WS-DAY-OF-WEEK + 1) TO WS-RPT-DAY-NAME
              MOVE WS-CAL-FLAG(CAL-IDX) TO WS-RPT-FLAG
              MOVE WS-CAL-DESC(CAL-IDX) TO WS-RPT-DESCRIPTION
              WRITE CHANGE-REPORT-OUT FROM WS-RPT-CAL-LINE
           END-PERFORM
           .

       WRITE-MAINT-SUMMARY.
           DISPLAY 'CALMAINT: ' WS-TRAN-COUNT ' TRANSACTION(S), '
              WS-APPLIED-COUNT ' APPLIED, '
              WS-REJECTED-COUNT ' REJECTED TO SUSPENSE, '
              WS-NO-EFFECT-COUNT ' NO-EFFECT WARNING(S), '
              WS-DUP-DROP-COUNT ' OLD-FILE DUPLICATE(S) DROPPED'
           .

       FIND-CAL-BY-DATE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-DATE(CAL-IDX) = WS-NEW-DATE
                 SET WS-FOUND-IDX TO CAL-IDX
              END-IF
           END-PERFORM
           .

      *    OPEN A SLOT AT THE FIRST ENTRY DATED AFTER THE NEW ONE
      *    AND SHIFT EVERYTHING FROM THERE DOWN ONE.
       INSERT-CAL-ENTRY.
           COMPUTE WS-INSERT-IDX = WS-CAL-COUNT + 1
           PERFORM VARYING CAL-IDX FROM WS-CAL-COUNT BY -1
              UNTIL CAL-IDX < 1
              IF WS-CAL-DATE(CAL-IDX) > WS-NEW-DATE
                 SET WS-INSERT-IDX TO CAL-IDX
              END-IF
           END-PERFORM
           PERFORM VARYING CAL-IDX FROM WS-CAL-COUNT BY -1
              UNTIL CAL-IDX < WS-INSERT-IDX
              MOVE WS-CAL-ENTRY(CAL-IDX)
                 TO WS-CAL-ENTRY(CAL-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-NEW-DATE TO WS-CAL-DATE(WS-INSERT-IDX)
           MOVE WS-NEW-FLAG TO WS-CAL-FLAG(WS-INSERT-IDX)
           MOVE WS-NEW-DESC TO WS-CAL-DESC(WS-INSERT-IDX)
           .

       REMOVE-CAL-AT-FOUND-IDX.
           PERFORM VARYING CAL-IDX FROM WS-FOUND-IDX BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT - 1
              MOVE WS-CAL-ENTRY(CAL-IDX + 1)
                 TO WS-CAL-ENTRY(CAL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT
           .

       WRITE-NEW-CALENDAR.
           OPEN OUTPUT NEW-CAL-FILE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              MOVE SPACES TO CALENDAR-RECORD
              MOVE WS-CAL-DATE(CAL-IDX) TO CAL-DATE
              MOVE WS-CAL-FLAG(CAL-IDX) TO CAL-PROCESSING-FLAG
              MOVE WS-CAL-DESC(CAL-IDX) TO CAL-DESCRIPTION
              WRITE NEW-CAL-OUT FROM CALENDAR-RECORD
           END-PERFORM
           CLOSE NEW-CAL-FILE
           .
