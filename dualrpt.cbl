       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUAL-CARD-FILE ASSIGN TO DUALCARD
              ORGANIZATION IS SEQUENTIAL.
           SELECT APPR-LOG-FILE ASSIGN TO APPRLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT PEND-FILE ASSIGN TO PENDAPPR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
           SELECT DUAL-REPORT-FILE ASSIGN TO DUALRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DUAL-CARD-FILE
           RECORDING MODE IS F.
       01 DUAL-CARD-IN                PIC X(80).

       FD  APPR-LOG-FILE
           RECORDING MODE IS F.
       01 APPR-LOG-IN                 PIC X(80).

       FD  PEND-FILE
           RECORDING MODE IS F.
       01 PEND-IN                     PIC X(80).

       FD  DUAL-REPORT-FILE
           RECORDING MODE IS F.
       01 DUAL-REPORT-OUT             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DUALCARD.
       COPY APPRREC.
       COPY RULETRAN.
       COPY EXCPTRAN.

       01 WS-LOG-STATUS     PIC X(2).
       01 WS-PEND-STATUS    PIC X(2).
       01 WS-READ-EOF       PIC X(1).

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-TODAY-INT      PIC S9(9) BINARY.
       01 WS-AGE-DAYS       PIC S9(9) BINARY.
       01 WS-WORK-DATE      PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM          PIC 9(6).
           05 WS-WORK-DD              PIC 9(2).

       01 WS-LOG-RECS-READ  PIC S9(9) BINARY VALUE ZERO.
       01 WS-MONTH-EVENTS   PIC S9(9) BINARY VALUE ZERO.
       01 WS-SUBMITTED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-APPROVED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SELF-APPR-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-PENDING-COUNT  PIC S9(9) BINARY VALUE ZERO.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-MONTH-LINE.
           05 FILLER                  PIC X(13)
              VALUE 'REPORT MONTH '.
           05 WS-MON-MONTH            PIC 9(6).
           05 FILLER                  PIC X(13)
              VALUE '  PRODUCED ON'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-MON-TODAY            PIC 9(8).
           05 FILLER                  PIC X(39) VALUE SPACE.
       01 WS-EVENT-LINE.
           05 WS-EVT-DATE             PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-EVT-REQUEST-NO       PIC 9(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-EVT-TYPE             PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-EVT-ACTION           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-EVT-KEY              PIC X(9).
           05 FILLER                  PIC X(5) VALUE ' REQ='.
           05 WS-EVT-REQUESTER        PIC X(8).
           05 FILLER                  PIC X(5) VALUE ' CHK='.
           05 WS-EVT-CHECKER          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-EVT-TEXT             PIC X(20).
       01 WS-PEND-LINE.
           05 WS-PND-REQUEST-NO       PIC 9(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-PND-TYPE             PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-PND-ACTION           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-PND-KEY              PIC X(9).
           05 FILLER                  PIC X(5) VALUE ' REQ='.
           05 WS-PND-REQUESTER        PIC X(8).
           05 FILLER                  PIC X(5) VALUE ' SUB='.
           05 WS-PND-SUBMIT-DATE      PIC 9(8).
           05 FILLER                  PIC X(5) VALUE ' AGE='.
           05 WS-PND-AGE              PIC ZZZ9.
           05 FILLER                  PIC X(5) VALUE ' DAYS'.
           05 FILLER                  PIC X(16) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM READ-DUAL-CARD
           OPEN OUTPUT DUAL-REPORT-FILE
           MOVE '***** FIZZBUZZ DUAL-CONTROL AUDIT REPORT *****'
              TO WS-REPORT-LINE
           WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           MOVE DUAL-REPORT-MONTH TO WS-MON-MONTH
           MOVE WS-TODAY-DATE TO WS-MON-TODAY
           WRITE DUAL-REPORT-OUT FROM WS-MONTH-LINE
           MOVE '***** APPROVAL LOG EVENTS FOR THE MONTH *****'
              TO WS-REPORT-LINE
           WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM REPORT-MONTH-EVENTS
           MOVE '***** PENDING APPROVAL AS OF THIS REPORT *****'
              TO WS-REPORT-LINE
           WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM REPORT-PENDING-REQUESTS
           PERFORM WRITE-DUAL-SUMMARY
           CLOSE DUAL-REPORT-FILE
           IF WS-SELF-APPR-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-DUAL-CARD.
           OPEN INPUT DUAL-CARD-FILE
           READ DUAL-CARD-FILE INTO DUAL-CARD-RECORD
              AT END
                 DISPLAY 'DUALCARD: NO REPORT CARD - DEFAULTING TO '
                    'THE CURRENT MONTH'
                 MOVE ZERO TO DUAL-REPORT-MONTH
           END-READ
           CLOSE DUAL-CARD-FILE
           IF DUAL-REPORT-MONTH NOT NUMERIC
              OR DUAL-REPORT-MONTH = ZERO
              MOVE WS-TODAY-DATE TO WS-WORK-DATE
              MOVE WS-WORK-YYYYMM TO DUAL-REPORT-MONTH
              DISPLAY 'DUALCARD: REPORT MONTH DEFAULTED TO '
                 DUAL-REPORT-MONTH
           END-IF
           .

       REPORT-MONTH-EVENTS.
           OPEN INPUT APPR-LOG-FILE
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
              DISPLAY 'APPRLOG: NO APPROVAL LOG - NO EVENTS TO '
                 'REPORT'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ APPR-LOG-FILE INTO APPR-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       ADD 1 TO WS-LOG-RECS-READ
                       PERFORM REPORT-ONE-EVENT
                 END-READ
              END-PERFORM
              CLOSE APPR-LOG-FILE
           END-IF
           IF WS-MONTH-EVENTS = ZERO
              MOVE '(NO DUAL-CONTROL ACTIVITY THIS MONTH)'
                 TO WS-REPORT-LINE
              WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       REPORT-ONE-EVENT.
           IF APR-EVENT-DATE NUMERIC
              MOVE APR-EVENT-DATE TO WS-WORK-DATE
              IF WS-WORK-YYYYMM = DUAL-REPORT-MONTH
                 ADD 1 TO WS-MONTH-EVENTS
                 MOVE SPACES TO WS-EVT-TEXT
                 EVALUATE TRUE
                    WHEN APR-EV-SUBMITTED
                       ADD 1 TO WS-SUBMITTED-COUNT
                       MOVE 'SUBMITTED' TO WS-EVT-TEXT
                    WHEN APR-EV-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE 'APPROVED' TO WS-EVT-TEXT
                    WHEN APR-EV-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'REJECTED' TO WS-EVT-TEXT
                    WHEN APR-EV-WITHDRAWN
                       ADD 1 TO WS-WITHDRAWN-COUNT
                       MOVE 'WITHDRAWN' TO WS-EVT-TEXT
                    WHEN APR-EV-SELF-APPROVAL
                       ADD 1 TO WS-SELF-APPR-COUNT
                       MOVE '*** SELF-APPROVAL' TO WS-EVT-TEXT
                    WHEN OTHER
                       MOVE '*** UNKNOWN EVENT' TO WS-EVT-TEXT
                 END-EVALUATE
                 MOVE APR-EVENT-DATE TO WS-EVT-DATE
                 MOVE APR-REQUEST-NO TO WS-EVT-REQUEST-NO
                 MOVE APR-REQUESTER-ID TO WS-EVT-REQUESTER
                 MOVE APR-CHECKER-ID TO WS-EVT-CHECKER
                 IF APR-IS-RULE-TRAN
                    MOVE APR-TRAN-IMAGE TO RULE-TRAN-RECORD
                    MOVE 'RULE' TO WS-EVT-TYPE
                    MOVE TRAN-ACTION TO WS-EVT-ACTION
                    MOVE TRAN-DIVISOR TO WS-EVT-KEY
                 ELSE
                    MOVE APR-TRAN-IMAGE TO EXCP-TRAN-RECORD
                    MOVE 'EXCP' TO WS-EVT-TYPE
                    MOVE XTRN-ACTION TO WS-EVT-ACTION
                    MOVE XTRN-I-VALUE TO WS-EVT-KEY
                 END-IF
                 WRITE DUAL-REPORT-OUT FROM WS-EVENT-LINE
              END-IF
           END-IF
           .

       REPORT-PENDING-REQUESTS.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = '05' OR WS-PEND-STATUS = '35'
              DISPLAY 'PENDAPPR: NO PENDING-APPROVAL FILE'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ PEND-FILE INTO APPR-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM REPORT-ONE-PENDING
                 END-READ
              END-PERFORM
              CLOSE PEND-FILE
           END-IF
           IF WS-PENDING-COUNT = ZERO
              MOVE '(NOTHING PENDING)' TO WS-REPORT-LINE
              WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       REPORT-ONE-PENDING.
           MOVE APR-REQUEST-NO TO WS-PND-REQUEST-NO
           MOVE APR-REQUESTER-ID TO WS-PND-REQUESTER
           IF APR-IS-RULE-TRAN
              MOVE APR-TRAN-IMAGE TO RULE-TRAN-RECORD
              MOVE 'RULE' TO WS-PND-TYPE
              MOVE TRAN-ACTION TO WS-PND-ACTION
              MOVE TRAN-DIVISOR TO WS-PND-KEY
           ELSE
              MOVE APR-TRAN-IMAGE TO EXCP-TRAN-RECORD
              MOVE 'EXCP' TO WS-PND-TYPE
              MOVE XTRN-ACTION TO WS-PND-ACTION
              MOVE XTRN-I-VALUE TO WS-PND-KEY
           END-IF
           IF APR-SUBMIT-DATE NUMERIC
              AND APR-SUBMIT-DATE > ZERO
              MOVE APR-SUBMIT-DATE TO WS-PND-SUBMIT-DATE
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(APR-SUBMIT-DATE)
              MOVE WS-AGE-DAYS TO WS-PND-AGE
           ELSE
              MOVE ZERO TO WS-PND-SUBMIT-DATE
              MOVE ZERO TO WS-PND-AGE
           END-IF
           WRITE DUAL-REPORT-OUT FROM WS-PEND-LINE
           .

       WRITE-DUAL-SUMMARY.
           MOVE '***** DUAL-CONTROL SUMMARY *****' TO WS-REPORT-LINE
           WRITE DUAL-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'SUBMITTED       :' TO WS-TOT-TEXT
           MOVE WS-SUBMITTED-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'APPROVED        :' TO WS-TOT-TEXT
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'REJECTED        :' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'WITHDRAWN       :' TO WS-TOT-TEXT
           MOVE WS-WITHDRAWN-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'SELF-APPROVALS  :' TO WS-TOT-TEXT
           MOVE WS-SELF-APPR-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'PENDING NOW     :' TO WS-TOT-TEXT
           MOVE WS-PENDING-COUNT TO WS-TOT-COUNT
           WRITE DUAL-REPORT-OUT FROM WS-TOTAL-LINE
           DISPLAY 'DUALRPT: ' WS-MONTH-EVENTS ' EVENT(S) IN '
              DUAL-REPORT-MONTH ', ' WS-SELF-APPR-COUNT
              ' SELF-APPROVAL ATTEMPT(S), ' WS-PENDING-COUNT
              ' PENDING'
           .
