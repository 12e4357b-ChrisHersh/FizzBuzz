       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-CARD-FILE ASSIGN TO APPRCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.
           SELECT PEND-OLD-FILE ASSIGN TO PENDOLD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-NEW-FILE ASSIGN TO PENDNEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT RULE-OLD-FILE ASSIGN TO RULEOLD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.
           SELECT RULE-NEW-FILE ASSIGN TO RULENEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT EXCP-OLD-FILE ASSIGN TO EXCPOLD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EXCP-STATUS.
           SELECT EXCP-NEW-FILE ASSIGN TO EXCPNEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT APPR-LOG-FILE ASSIGN TO APPRLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT APPR-REPORT-FILE ASSIGN TO APPRRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPR-CARD-FILE
           RECORDING MODE IS F.
       01 APPR-CARD-IN                PIC X(80).

       FD  PEND-OLD-FILE
           RECORDING MODE IS F.
       01 PEND-OLD-IN                 PIC X(80).

       FD  PEND-NEW-FILE
           RECORDING MODE IS F.
       01 PEND-NEW-OUT                PIC X(80).

       FD  RULE-OLD-FILE
           RECORDING MODE IS F.
       01 RULE-OLD-IN                 PIC X(80).

       FD  RULE-NEW-FILE
           RECORDING MODE IS F.
       01 RULE-NEW-OUT                PIC X(80).

       FD  EXCP-OLD-FILE
           RECORDING MODE IS F.
       01 EXCP-OLD-IN                 PIC X(80).

       FD  EXCP-NEW-FILE
           RECORDING MODE IS F.
       01 EXCP-NEW-OUT                PIC X(80).

       FD  APPR-LOG-FILE
           RECORDING MODE IS F.
       01 APPR-LOG-OUT                PIC X(80).

       FD  APPR-REPORT-FILE
           RECORDING MODE IS F.
       01 APPR-REPORT-OUT             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY APPRCARD.
       COPY APPRREC.
       COPY RULETRAN.
       COPY EXCPTRAN.

       01 WS-CARD-STATUS    PIC X(2).
       01 WS-PEND-STATUS    PIC X(2).
       01 WS-RULE-STATUS    PIC X(2).
       01 WS-EXCP-STATUS    PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-READ-EOF       PIC X(1).
       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.
       01 WS-OVER-CAPACITY  PIC X(1) VALUE 'N'.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-JOB-USER-ID    PIC X(8).
       01 WS-TODAY-INT      PIC S9(9) BINARY.
       01 WS-AGE-DAYS       PIC S9(9) BINARY.
       01 WS-REFUSE-REASON  PIC X(26).

       01 WS-CARD-COUNT     PIC S9(9) BINARY VALUE ZERO.
       01 WS-APPROVED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SELF-APPR-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-REFUSED-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-STILL-PENDING  PIC S9(9) BINARY VALUE ZERO.
       01 WS-AWAITING-COUNT PIC S9(9) BINARY VALUE ZERO.

      *    EVERYTHING STILL PENDING AT THE START OF THE RUN. A
      *    REQUEST DECIDED THIS RUN IS FLAGGED RATHER THAN REMOVED
      *    SO A SECOND CARD FOR IT FALLS THROUGH TO THE APPROVED
      *    BATCH (WHERE AN 'R' WITHDRAWS IT AGAIN).
       01 WS-PEND-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-PEND       PIC S9(4) BINARY VALUE 500.
       01 WS-PEND-IDX       PIC S9(4) BINARY.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 WS-PEND-IMAGE       PIC X(80).
               10 WS-PEND-DONE        PIC X(1).

      *    THE APPROVED BATCH - APPROVED BUT NOT YET APPLIED BY A
      *    CLEAN RULEMAINT/EXCPMAINT RUN - KEPT IN REQUEST NUMBER
      *    ORDER SO THE MAINTENANCE PROGRAMS APPLY TRANSACTIONS IN
      *    THE ORDER THEY WERE SUBMITTED, WHATEVER ORDER THEY WERE
      *    APPROVED IN.
       01 WS-APPR-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-APPR       PIC S9(4) BINARY VALUE 500.
       01 WS-APPR-IDX       PIC S9(4) BINARY.
       01 WS-INSERT-IDX     PIC S9(4) BINARY.
       01 WS-NEW-REQUEST-NO PIC 9(7).
       01 WS-NEW-TYPE       PIC X(1).
       01 WS-NEW-IMAGE      PIC X(80).
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 500 TIMES.
               10 WS-APPR-REQUEST-NO  PIC 9(7).
               10 WS-APPR-TYPE        PIC X(1).
               10 WS-APPR-IMAGE       PIC X(80).
               10 WS-APPR-WITHDRAWN   PIC X(1).

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-DECISION-LINE.
           05 WS-DEC-STATUS           PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-REQUEST-NO       PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-TYPE             PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-ACTION           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-KEY              PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-REQUESTER        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-CHECKER          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DEC-REASON           PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACE.
       01 WS-WAIT-LINE.
           05 WS-WAIT-REQUEST-NO      PIC 9(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-WAIT-TYPE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-WAIT-ACTION          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-WAIT-KEY             PIC X(9).
           05 FILLER                  PIC X(5) VALUE ' REQ='.
           05 WS-WAIT-REQUESTER       PIC X(8).
           05 FILLER                  PIC X(5) VALUE ' CHK='.
           05 WS-WAIT-CHECKER         PIC X(8).
           05 FILLER                  PIC X(5) VALUE ' SUB='.
           05 WS-WAIT-SUBMIT-DATE     PIC 9(8).
           05 FILLER                  PIC X(5) VALUE ' AGE='.
           05 WS-WAIT-AGE             PIC ZZZ9.
           05 FILLER                  PIC X(8) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM GET-JOB-USER-ID
           PERFORM LOAD-PENDING-FILE
           PERFORM LOAD-APPROVED-BATCHES
           IF WS-OVER-CAPACITY = 'Y'
              PERFORM CARRY-FILES-FORWARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-APPR-LOG
           OPEN OUTPUT APPR-REPORT-FILE
           MOVE '***** DUAL-CONTROL APPROVAL REPORT *****'
              TO WS-REPORT-LINE
           WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           MOVE '***** CHECKER DECISIONS *****' TO WS-REPORT-LINE
           WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM APPLY-DECISION-CARDS
           PERFORM WRITE-PENDING-FILE
           PERFORM WRITE-APPROVED-BATCHES
           PERFORM WRITE-APPROVAL-SUMMARY
           CLOSE APPR-REPORT-FILE
           CLOSE APPR-LOG-FILE
           IF WS-EDIT-WARNING-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * THE CHECKER IS THE USER THE JOB RUNS UNDER (&SYSUID, VIA
      * STDENV), NOT WHATEVER IS KEYED ON THE CARD - OTHERWISE A
      * REQUESTER COULD KEY SOMEONE ELSE'S ID AND DECIDE THEIR OWN
      * REQUEST.
       GET-JOB-USER-ID.
           DISPLAY 'USERID' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-USER-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-USER-ID = SPACES
              DISPLAY 'STDENV: NO USERID FOR THE JOB - EVERY '
                 'DECISION CARD WILL BE REFUSED'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           .

       LOAD-PENDING-FILE.
           OPEN INPUT PEND-OLD-FILE
           IF WS-PEND-STATUS = '05' OR WS-PEND-STATUS = '35'
              DISPLAY 'PENDOLD: NO PENDING-APPROVAL FILE - NOTHING '
                 'IS AWAITING APPROVAL'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ PEND-OLD-FILE INTO APPR-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       IF WS-PEND-COUNT = WS-MAX-PEND
                          DISPLAY 'PENDOLD: MORE THAN ' WS-MAX-PEND
                             ' PENDING REQUESTS - NOTHING DECIDED'
                          MOVE 'Y' TO WS-OVER-CAPACITY
                          MOVE 'Y' TO WS-READ-EOF
                       ELSE
                          ADD 1 TO WS-PEND-COUNT
                          MOVE APPR-RECORD
                             TO WS-PEND-IMAGE(WS-PEND-COUNT)
                          MOVE 'N' TO WS-PEND-DONE(WS-PEND-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PEND-OLD-FILE
           END-IF
           .

       LOAD-APPROVED-BATCHES.
           OPEN INPUT RULE-OLD-FILE
           IF WS-RULE-STATUS = '05' OR WS-RULE-STATUS = '35'
              DISPLAY 'RULEOLD: NO APPROVED RULE BATCH - STARTING '
                 'EMPTY'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ RULE-OLD-FILE INTO RULE-TRAN-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       MOVE TRAN-REQUEST-NO TO WS-NEW-REQUEST-NO
                       MOVE 'R' TO WS-NEW-TYPE
                       MOVE RULE-TRAN-RECORD TO WS-NEW-IMAGE
                       PERFORM LOAD-ONE-APPROVED-ENTRY
                 END-READ
              END-PERFORM
              CLOSE RULE-OLD-FILE
           END-IF
           OPEN INPUT EXCP-OLD-FILE
           IF WS-EXCP-STATUS = '05' OR WS-EXCP-STATUS = '35'
              DISPLAY 'EXCPOLD: NO APPROVED EXCEPTION BATCH - '
                 'STARTING EMPTY'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ EXCP-OLD-FILE INTO EXCP-TRAN-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       MOVE XTRN-REQUEST-NO TO WS-NEW-REQUEST-NO
                       MOVE 'E' TO WS-NEW-TYPE
                       MOVE EXCP-TRAN-RECORD TO WS-NEW-IMAGE
                       PERFORM LOAD-ONE-APPROVED-ENTRY
                 END-READ
              END-PERFORM
              CLOSE EXCP-OLD-FILE
           END-IF
           .

       LOAD-ONE-APPROVED-ENTRY.
           EVALUATE TRUE
              WHEN WS-OVER-CAPACITY = 'Y'
                 MOVE 'Y' TO WS-READ-EOF
              WHEN WS-APPR-COUNT = WS-MAX-APPR
                 DISPLAY 'APPROVED BATCH: MORE THAN ' WS-MAX-APPR
                    ' TRANSACTIONS AWAITING MAINTENANCE - RUN '
                    'RULEMNT/EXCPMNT FIRST, NOTHING DECIDED'
                 MOVE 'Y' TO WS-OVER-CAPACITY
                 MOVE 'Y' TO WS-READ-EOF
              WHEN OTHER
                 IF WS-NEW-REQUEST-NO NOT NUMERIC
                    MOVE ZERO TO WS-NEW-REQUEST-NO
                 END-IF
                 PERFORM INSERT-APPROVED-ENTRY
           END-EVALUATE
           .

      * A FILE TOO BIG FOR ITS TABLE CANNOT BE REWRITTEN FROM THE
      * TABLE, AND THE JOB CATALOGS THE NEW GENERATIONS WHATEVER
      * THE RETURN CODE - SO THE OLD PENDING QUEUE AND APPROVED
      * BATCHES ARE COPIED ACROSS RECORD FOR RECORD, UNCHANGED,
      * RATHER THAN LEFT TO CATALOG EMPTY.
       CARRY-FILES-FORWARD.
           OPEN OUTPUT PEND-NEW-FILE
           OPEN INPUT PEND-OLD-FILE
           IF WS-PEND-STATUS NOT = '05' AND WS-PEND-STATUS NOT = '35'
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ PEND-OLD-FILE
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       WRITE PEND-NEW-OUT FROM PEND-OLD-IN
                 END-READ
              END-PERFORM
              CLOSE PEND-OLD-FILE
           END-IF
           CLOSE PEND-NEW-FILE
           OPEN OUTPUT RULE-NEW-FILE
           OPEN INPUT RULE-OLD-FILE
           IF WS-RULE-STATUS NOT = '05' AND WS-RULE-STATUS NOT = '35'
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ RULE-OLD-FILE
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       WRITE RULE-NEW-OUT FROM RULE-OLD-IN
                 END-READ
              END-PERFORM
              CLOSE RULE-OLD-FILE
           END-IF
           CLOSE RULE-NEW-FILE
           OPEN OUTPUT EXCP-NEW-FILE
           OPEN INPUT EXCP-OLD-FILE
           IF WS-EXCP-STATUS NOT = '05' AND WS-EXCP-STATUS NOT = '35'
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ EXCP-OLD-FILE
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       WRITE EXCP-NEW-OUT FROM EXCP-OLD-IN
                 END-READ
              END-PERFORM
              CLOSE EXCP-OLD-FILE
           END-IF
           CLOSE EXCP-NEW-FILE
           DISPLAY 'TRANAPPR: PENDING QUEUE AND APPROVED BATCHES '
              'CARRIED FORWARD UNCHANGED'
           .

       OPEN-APPR-LOG.
           OPEN EXTEND APPR-LOG-FILE
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
              OPEN OUTPUT APPR-LOG-FILE
           END-IF
           .

       APPLY-DECISION-CARDS.
           OPEN INPUT APPR-CARD-FILE
           IF WS-CARD-STATUS = '05' OR WS-CARD-STATUS = '35'
              DISPLAY 'APPRCARD: NO DECISION CARDS - REPORTING '
                 'ONLY'
           ELSE
              MOVE 'N' TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = 'Y'
                 READ APPR-CARD-FILE INTO APC-CARD-RECORD
                    AT END
                       MOVE 'Y' TO WS-READ-EOF
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM APPLY-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE APPR-CARD-FILE
           END-IF
           IF WS-CARD-COUNT = ZERO
              MOVE '(NO DECISION CARDS THIS RUN)' TO WS-REPORT-LINE
              WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO WS-DECISION-LINE
           MOVE APC-CHECKER-ID TO WS-DEC-CHECKER
           EVALUATE TRUE
              WHEN APC-REQUEST-NO NOT NUMERIC
                 MOVE 'REQUEST NO NOT NUMERIC' TO WS-REFUSE-REASON
              WHEN NOT APC-IS-APPROVE AND NOT APC-IS-REJECT
                 MOVE 'DECISION NOT A OR R' TO WS-REFUSE-REASON
              WHEN APC-CHECKER-ID = SPACES
                 MOVE 'NO CHECKER ID' TO WS-REFUSE-REASON
              WHEN WS-JOB-USER-ID = SPACES
                 MOVE 'NO JOB USER ID' TO WS-REFUSE-REASON
              WHEN APC-CHECKER-ID NOT = WS-JOB-USER-ID
                 MOVE 'CHECKER IS NOT JOB USER' TO WS-REFUSE-REASON
              WHEN OTHER
                 PERFORM FIND-PENDING-REQUEST
                 IF WS-PEND-IDX NOT = ZERO
                    PERFORM DECIDE-PENDING-REQUEST
                 ELSE
                    PERFORM FIND-APPROVED-REQUEST
                    IF WS-APPR-IDX NOT = ZERO
                       PERFORM DECIDE-APPROVED-REQUEST
                    ELSE
                       MOVE 'NOT PENDING OR APPROVED'
                          TO WS-REFUSE-REASON
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              DISPLAY 'APPRCARD: REFUSING ' APC-DECISION
                 ' FOR REQUEST ' APC-REQUEST-NO ' BY '
                 APC-CHECKER-ID ' - ' WS-REFUSE-REASON
              MOVE 'REFUSED' TO WS-DEC-STATUS
              MOVE APC-REQUEST-NO TO WS-DEC-REQUEST-NO
              MOVE APC-DECISION TO WS-DEC-ACTION
              MOVE WS-REFUSE-REASON TO WS-DEC-REASON
              WRITE APPR-REPORT-OUT FROM WS-DECISION-LINE
           END-IF
           .

       FIND-PENDING-REQUEST.
           MOVE ZERO TO WS-PEND-IDX
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
              UNTIL WS-APPR-IDX > WS-PEND-COUNT
              IF WS-PEND-DONE(WS-APPR-IDX) = 'N'
                 AND WS-PEND-IMAGE(WS-APPR-IDX)(1:7)
                    = APC-REQUEST-NO
                 MOVE WS-APPR-IDX TO WS-PEND-IDX
              END-IF
           END-PERFORM
           .

       FIND-APPROVED-REQUEST.
           MOVE ZERO TO WS-INSERT-IDX
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
              UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-APPR-WITHDRAWN(WS-APPR-IDX) = 'N'
                 AND WS-APPR-REQUEST-NO(WS-APPR-IDX)
                    = APC-REQUEST-NO
                 MOVE WS-APPR-IDX TO WS-INSERT-IDX
              END-IF
           END-PERFORM
           MOVE WS-INSERT-IDX TO WS-APPR-IDX
           .

      * THE CORE OF DUAL CONTROL: NOBODY DECIDES THEIR OWN REQUEST.
      * THE ATTEMPT IS LOGGED FOR THE MONTHLY AUDIT REPORT AND THE
      * REQUEST STAYS PENDING FOR A DIFFERENT CHECKER.
       DECIDE-PENDING-REQUEST.
           MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO APPR-RECORD
           PERFORM SET-DECISION-LINE-FIELDS
           EVALUATE TRUE
              WHEN WS-JOB-USER-ID = APR-REQUESTER-ID
                 PERFORM LOG-SELF-APPROVAL
              WHEN APC-IS-APPROVE
                 IF WS-APPR-COUNT = WS-MAX-APPR
                    MOVE 'APPROVED BATCH IS FULL'
                       TO WS-REFUSE-REASON
                 ELSE
                    MOVE 'A' TO APR-EVENT
                    PERFORM LOG-DECISION-EVENT
                    PERFORM RELEASE-TO-APPROVED-BATCH
                    MOVE 'Y' TO WS-PEND-DONE(WS-PEND-IDX)
                    ADD 1 TO WS-APPROVED-COUNT
                    MOVE 'APPROVED' TO WS-DEC-STATUS
                    MOVE APC-COMMENT TO WS-DEC-REASON
                    WRITE APPR-REPORT-OUT FROM WS-DECISION-LINE
                 END-IF
              WHEN OTHER
                 MOVE 'R' TO APR-EVENT
                 PERFORM LOG-DECISION-EVENT
                 MOVE 'Y' TO WS-PEND-DONE(WS-PEND-IDX)
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'REJECTED' TO WS-DEC-STATUS
                 MOVE APC-COMMENT TO WS-DEC-REASON
                 WRITE APPR-REPORT-OUT FROM WS-DECISION-LINE
           END-EVALUATE
           .

      * AN APPROVED REQUEST THE MAINTENANCE RUN HAS NOT YET APPLIED
      * CAN ONLY BE WITHDRAWN - TYPICALLY AFTER RULEMAINT OR
      * EXCPMAINT REJECTED IT AND HELD THE WHOLE BATCH BACK.
       DECIDE-APPROVED-REQUEST.
           PERFORM BUILD-APPR-FROM-APPROVED
           PERFORM SET-DECISION-LINE-FIELDS
           EVALUATE TRUE
              WHEN APC-IS-APPROVE
                 MOVE 'ALREADY APPROVED' TO WS-REFUSE-REASON
              WHEN WS-JOB-USER-ID = APR-REQUESTER-ID
                 PERFORM LOG-SELF-APPROVAL
              WHEN OTHER
                 MOVE 'W' TO APR-EVENT
                 PERFORM LOG-DECISION-EVENT
                 MOVE 'Y' TO WS-APPR-WITHDRAWN(WS-APPR-IDX)
                 ADD 1 TO WS-WITHDRAWN-COUNT
                 MOVE 'WITHDRAWN' TO WS-DEC-STATUS
                 MOVE APC-COMMENT TO WS-DEC-REASON
                 WRITE APPR-REPORT-OUT FROM WS-DECISION-LINE
           END-EVALUATE
           .

       LOG-SELF-APPROVAL.
           MOVE 'X' TO APR-EVENT
           PERFORM LOG-DECISION-EVENT
           ADD 1 TO WS-SELF-APPR-COUNT
           MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           DISPLAY 'APPRCARD: SELF-APPROVAL ATTEMPT ON REQUEST '
              APC-REQUEST-NO ' BY ' APC-CHECKER-ID ' - REFUSED'
           MOVE 'SELF-APPR' TO WS-DEC-STATUS
           MOVE 'CHECKER IS THE REQUESTER' TO WS-DEC-REASON
           WRITE APPR-REPORT-OUT FROM WS-DECISION-LINE
           .

       LOG-DECISION-EVENT.
           MOVE WS-TODAY-DATE TO APR-EVENT-DATE
           MOVE APC-CHECKER-ID TO APR-CHECKER-ID
           WRITE APPR-LOG-OUT FROM APPR-RECORD
           .

      * THE APPROVED TRANSACTION GOES TO THE BATCH IN ITS OWN
      * RULETRAN/EXCPTRAN FORMAT WITH THE DUAL-CONTROL FIELDS
      * FILLED IN, WHICH RULEMAINT/EXCPMAINT CHECK AGAIN.
       RELEASE-TO-APPROVED-BATCH.
           MOVE APR-REQUEST-NO TO WS-NEW-REQUEST-NO
           MOVE APR-TRAN-TYPE TO WS-NEW-TYPE
           IF APR-IS-RULE-TRAN
              MOVE SPACES TO RULE-TRAN-RECORD
              MOVE APR-TRAN-IMAGE TO RULE-TRAN-RECORD
              MOVE APR-REQUESTER-ID TO TRAN-REQUESTER-ID
              MOVE APC-CHECKER-ID TO TRAN-APPROVER-ID
              MOVE APR-REQUEST-NO TO TRAN-REQUEST-NO
              MOVE RULE-TRAN-RECORD TO WS-NEW-IMAGE
           ELSE
              MOVE SPACES TO EXCP-TRAN-RECORD
              MOVE APR-TRAN-IMAGE TO EXCP-TRAN-RECORD
              MOVE APR-REQUESTER-ID TO XTRN-REQUESTER-ID
              MOVE APC-CHECKER-ID TO XTRN-APPROVER-ID
              MOVE APR-REQUEST-NO TO XTRN-REQUEST-NO
              MOVE EXCP-TRAN-RECORD TO WS-NEW-IMAGE
           END-IF
           PERFORM INSERT-APPROVED-ENTRY
           .

       INSERT-APPROVED-ENTRY.
           MOVE 1 TO WS-INSERT-IDX
           PERFORM UNTIL WS-INSERT-IDX > WS-APPR-COUNT
              OR WS-APPR-REQUEST-NO(WS-INSERT-IDX)
                 > WS-NEW-REQUEST-NO
              ADD 1 TO WS-INSERT-IDX
           END-PERFORM
           PERFORM VARYING WS-APPR-IDX FROM WS-APPR-COUNT BY -1
              UNTIL WS-APPR-IDX < WS-INSERT-IDX
              MOVE WS-APPR-ENTRY(WS-APPR-IDX)
                 TO WS-APPR-ENTRY(WS-APPR-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-APPR-COUNT
           MOVE WS-NEW-REQUEST-NO TO WS-APPR-REQUEST-NO(WS-INSERT-IDX)
           MOVE WS-NEW-TYPE TO WS-APPR-TYPE(WS-INSERT-IDX)
           MOVE WS-NEW-IMAGE TO WS-APPR-IMAGE(WS-INSERT-IDX)
           MOVE 'N' TO WS-APPR-WITHDRAWN(WS-INSERT-IDX)
           .

       BUILD-APPR-FROM-APPROVED.
           MOVE SPACES TO APPR-RECORD
           MOVE WS-APPR-REQUEST-NO(WS-APPR-IDX) TO APR-REQUEST-NO
           MOVE WS-APPR-TYPE(WS-APPR-IDX) TO APR-TRAN-TYPE
           MOVE ZERO TO APR-SUBMIT-DATE
           MOVE ZERO TO APR-EVENT-DATE
           IF APR-IS-RULE-TRAN
              MOVE WS-APPR-IMAGE(WS-APPR-IDX) TO RULE-TRAN-RECORD
              MOVE TRAN-REQUESTER-ID TO APR-REQUESTER-ID
              MOVE TRAN-APPROVER-ID TO APR-CHECKER-ID
           ELSE
              MOVE WS-APPR-IMAGE(WS-APPR-IDX) TO EXCP-TRAN-RECORD
              MOVE XTRN-REQUESTER-ID TO APR-REQUESTER-ID
              MOVE XTRN-APPROVER-ID TO APR-CHECKER-ID
           END-IF
           MOVE WS-APPR-IMAGE(WS-APPR-IDX) TO APR-TRAN-IMAGE
           .

       SET-DECISION-LINE-FIELDS.
           MOVE APR-REQUEST-NO TO WS-DEC-REQUEST-NO
           MOVE APR-REQUESTER-ID TO WS-DEC-REQUESTER
           IF APR-IS-RULE-TRAN
              MOVE APR-TRAN-IMAGE TO RULE-TRAN-RECORD
              MOVE 'RULE' TO WS-DEC-TYPE
              MOVE TRAN-ACTION TO WS-DEC-ACTION
              MOVE TRAN-DIVISOR TO WS-DEC-KEY
           ELSE
              MOVE APR-TRAN-IMAGE TO EXCP-TRAN-RECORD
              MOVE 'EXCP' TO WS-DEC-TYPE
              MOVE XTRN-ACTION TO WS-DEC-ACTION
              MOVE XTRN-I-VALUE TO WS-DEC-KEY
           END-IF
           .

       WRITE-PENDING-FILE.
           MOVE '***** STILL PENDING APPROVAL *****' TO WS-REPORT-LINE
           WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           OPEN OUTPUT PEND-NEW-FILE
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
              UNTIL WS-PEND-IDX > WS-PEND-COUNT
              IF WS-PEND-DONE(WS-PEND-IDX) = 'N'
                 ADD 1 TO WS-STILL-PENDING
                 MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO APPR-RECORD
                 WRITE PEND-NEW-OUT FROM APPR-RECORD
                 PERFORM WRITE-WAIT-LINE
              END-IF
           END-PERFORM
           CLOSE PEND-NEW-FILE
           IF WS-STILL-PENDING = ZERO
              MOVE '(NOTHING PENDING)' TO WS-REPORT-LINE
              WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       WRITE-APPROVED-BATCHES.
           MOVE '***** APPROVED - AWAITING MAINTENANCE RUN *****'
              TO WS-REPORT-LINE
           WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           OPEN OUTPUT RULE-NEW-FILE
           OPEN OUTPUT EXCP-NEW-FILE
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
              UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-APPR-WITHDRAWN(WS-APPR-IDX) = 'N'
                 ADD 1 TO WS-AWAITING-COUNT
                 IF WS-APPR-TYPE(WS-APPR-IDX) = 'R'
                    WRITE RULE-NEW-OUT FROM WS-APPR-IMAGE(WS-APPR-IDX)
                 ELSE
                    WRITE EXCP-NEW-OUT FROM WS-APPR-IMAGE(WS-APPR-IDX)
                 END-IF
                 PERFORM BUILD-APPR-FROM-APPROVED
                 PERFORM WRITE-WAIT-LINE
              END-IF
           END-PERFORM
           CLOSE RULE-NEW-FILE
           CLOSE EXCP-NEW-FILE
           IF WS-AWAITING-COUNT = ZERO
              MOVE '(NOTHING AWAITING MAINTENANCE)' TO WS-REPORT-LINE
              WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       WRITE-WAIT-LINE.
           MOVE APR-REQUEST-NO TO WS-WAIT-REQUEST-NO
           MOVE APR-REQUESTER-ID TO WS-WAIT-REQUESTER
           MOVE APR-CHECKER-ID TO WS-WAIT-CHECKER
           IF APR-IS-RULE-TRAN
              MOVE APR-TRAN-IMAGE TO RULE-TRAN-RECORD
              MOVE 'RULE' TO WS-WAIT-TYPE
              MOVE TRAN-ACTION TO WS-WAIT-ACTION
              MOVE TRAN-DIVISOR TO WS-WAIT-KEY
           ELSE
              MOVE APR-TRAN-IMAGE TO EXCP-TRAN-RECORD
              MOVE 'EXCP' TO WS-WAIT-TYPE
              MOVE XTRN-ACTION TO WS-WAIT-ACTION
              MOVE XTRN-I-VALUE TO WS-WAIT-KEY
           END-IF
           IF APR-SUBMIT-DATE NUMERIC
              AND APR-SUBMIT-DATE > ZERO
              MOVE APR-SUBMIT-DATE TO WS-WAIT-SUBMIT-DATE
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(APR-SUBMIT-DATE)
              MOVE WS-AGE-DAYS TO WS-WAIT-AGE
           ELSE
              MOVE ZERO TO WS-WAIT-SUBMIT-DATE
              MOVE ZERO TO WS-WAIT-AGE
           END-IF
           WRITE APPR-REPORT-OUT FROM WS-WAIT-LINE
           .

       WRITE-APPROVAL-SUMMARY.
           MOVE '***** APPROVAL SUMMARY *****' TO WS-REPORT-LINE
           WRITE APPR-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'DECISION CARDS  :' TO WS-TOT-TEXT
           MOVE WS-CARD-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'APPROVED        :' TO WS-TOT-TEXT
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'REJECTED        :' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'WITHDRAWN       :' TO WS-TOT-TEXT
           MOVE WS-WITHDRAWN-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'SELF-APPROVALS  :' TO WS-TOT-TEXT
           MOVE WS-SELF-APPR-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'CARDS REFUSED   :' TO WS-TOT-TEXT
           MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'STILL PENDING   :' TO WS-TOT-TEXT
           MOVE WS-STILL-PENDING TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'AWAITING MAINT  :' TO WS-TOT-TEXT
           MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT
           WRITE APPR-REPORT-OUT FROM WS-TOTAL-LINE
           DISPLAY 'TRANAPPR: ' WS-APPROVED-COUNT ' APPROVED, '
              WS-REJECTED-COUNT ' REJECTED, '
              WS-WITHDRAWN-COUNT ' WITHDRAWN, '
              WS-SELF-APPR-COUNT ' SELF-APPROVAL ATTEMPT(S), '
              WS-STILL-PENDING ' STILL PENDING'
           .
