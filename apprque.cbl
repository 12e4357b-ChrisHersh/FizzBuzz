       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-TRAN-FILE ASSIGN TO RULETRAN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RTRN-STATUS.
           SELECT EXCP-TRAN-FILE ASSIGN TO EXCPTRAN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-XTRN-STATUS.
           SELECT PEND-OLD-FILE ASSIGN TO PENDOLD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-NEW-FILE ASSIGN TO PENDNEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT APPR-LOG-FILE ASSIGN TO APPRLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT QUEUE-REPORT-FILE ASSIGN TO QUERPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-TRAN-FILE
           RECORDING MODE IS F.
       01 RULE-TRAN-IN                PIC X(80).

       FD  EXCP-TRAN-FILE
           RECORDING MODE IS F.
       01 EXCP-TRAN-IN                PIC X(80).

       FD  PEND-OLD-FILE
           RECORDING MODE IS F.
       01 PEND-OLD-IN                 PIC X(80).

       FD  PEND-NEW-FILE
           RECORDING MODE IS F.
       01 PEND-NEW-OUT                PIC X(80).

       FD  APPR-LOG-FILE
           RECORDING MODE IS F.
       01 APPR-LOG-REC                PIC X(80).

       FD  QUEUE-REPORT-FILE
           RECORDING MODE IS F.
       01 QUEUE-REPORT-OUT            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RULETRAN.
       COPY EXCPTRAN.
       COPY APPRREC.

       01 WS-RTRN-STATUS    PIC X(2).
       01 WS-XTRN-STATUS    PIC X(2).
       01 WS-PEND-STATUS    PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-TRAN-EOF       PIC X(1).
       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.

       01 WS-TODAY-DATE     PIC 9(8).
       01 WS-JOB-USER-ID    PIC X(8).
       01 WS-LAST-REQUEST-NO PIC 9(7) VALUE ZERO.
       01 WS-CARRIED-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-QUEUED-COUNT   PIC S9(9) BINARY VALUE ZERO.
       01 WS-REFUSED-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-REFUSE-REASON  PIC X(30).

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-QUEUE-LINE.
           05 WS-QUE-STATUS           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-REQUEST-NO       PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-TYPE             PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-ACTION           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-KEY              PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-REQUESTER        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-QUE-REASON           PIC X(30).
           05 FILLER                  PIC X(7) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-JOB-USER-ID
           PERFORM FIND-LAST-REQUEST-NO
           OPEN OUTPUT PEND-NEW-FILE
           PERFORM CARRY-PENDING-FORWARD
           PERFORM OPEN-APPR-LOG
           OPEN OUTPUT QUEUE-REPORT-FILE
           MOVE '***** DUAL-CONTROL QUEUE REPORT *****'
              TO WS-REPORT-LINE
           WRITE QUEUE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM QUEUE-RULE-TRANSACTIONS
           PERFORM QUEUE-EXCP-TRANSACTIONS
           PERFORM WRITE-QUEUE-SUMMARY
           CLOSE QUEUE-REPORT-FILE
           CLOSE APPR-LOG-FILE
           CLOSE PEND-NEW-FILE
           IF WS-EDIT-WARNING-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * THE REQUESTER IS THE USER THE JOB RUNS UNDER (&SYSUID, VIA
      * STDENV). THE ID KEYED IN COLUMNS 40-47 MUST MATCH IT, SO
      * NOBODY CAN QUEUE A CHANGE UNDER SOMEONE ELSE'S NAME AND
      * THEN APPROVE IT AS THEMSELVES.
       GET-JOB-USER-ID.
           DISPLAY 'USERID' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-USER-ID FROM ENVIRONMENT-VALUE
           IF WS-JOB-USER-ID = SPACES
              DISPLAY 'STDENV: NO USERID FOR THE JOB - EVERY '
                 'TRANSACTION WILL BE REFUSED'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-IF
           .

      * REQUEST NUMBERS ARE NEVER REUSED: EVERY REQUEST EVER QUEUED
      * HAS ITS SUBMITTED EVENT ON THE APPROVAL LOG, SO THE NEXT
      * NUMBER IS ONE HIGHER THAN THE HIGHEST THERE.
       FIND-LAST-REQUEST-NO.
           OPEN INPUT APPR-LOG-FILE
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
              DISPLAY 'APPRLOG: NO APPROVAL LOG YET - REQUEST '
                 'NUMBERS START AT 1'
           ELSE
              MOVE 'N' TO WS-TRAN-EOF
              PERFORM UNTIL WS-TRAN-EOF = 'Y'
                 READ APPR-LOG-FILE INTO APPR-RECORD
                    AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                    NOT AT END
                       IF APR-REQUEST-NO NUMERIC
                          AND APR-REQUEST-NO > WS-LAST-REQUEST-NO
                          MOVE APR-REQUEST-NO TO WS-LAST-REQUEST-NO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPR-LOG-FILE
           END-IF
           .

       CARRY-PENDING-FORWARD.
           OPEN INPUT PEND-OLD-FILE
           IF WS-PEND-STATUS = '05' OR WS-PEND-STATUS = '35'
              DISPLAY 'PENDOLD: NO PENDING-APPROVAL FILE YET - '
                 'STARTING EMPTY'
           ELSE
              MOVE 'N' TO WS-TRAN-EOF
              PERFORM UNTIL WS-TRAN-EOF = 'Y'
                 READ PEND-OLD-FILE INTO APPR-RECORD
                    AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                    NOT AT END
                       ADD 1 TO WS-CARRIED-COUNT
                       IF APR-REQUEST-NO NUMERIC
                          AND APR-REQUEST-NO > WS-LAST-REQUEST-NO
                          MOVE APR-REQUEST-NO TO WS-LAST-REQUEST-NO
                       END-IF
                       WRITE PEND-NEW-OUT FROM APPR-RECORD
                 END-READ
              END-PERFORM
              CLOSE PEND-OLD-FILE
           END-IF
           .

       OPEN-APPR-LOG.
           OPEN EXTEND APPR-LOG-FILE
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
              OPEN OUTPUT APPR-LOG-FILE
           END-IF
           .

       QUEUE-RULE-TRANSACTIONS.
           OPEN INPUT RULE-TRAN-FILE
           IF WS-RTRN-STATUS = '05' OR WS-RTRN-STATUS = '35'
              DISPLAY 'RULETRAN: NO RULE TRANSACTIONS SUBMITTED'
           ELSE
              MOVE 'N' TO WS-TRAN-EOF
              PERFORM UNTIL WS-TRAN-EOF = 'Y'
                 READ RULE-TRAN-FILE INTO RULE-TRAN-RECORD
                    AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                    NOT AT END
                       PERFORM QUEUE-ONE-RULE-TRAN
                 END-READ
              END-PERFORM
              CLOSE RULE-TRAN-FILE
           END-IF
           .

       QUEUE-ONE-RULE-TRAN.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
              WHEN TRAN-REQUESTER-ID = SPACES
                 MOVE 'NO REQUESTER ID IN COLS 40-47'
                    TO WS-REFUSE-REASON
              WHEN WS-JOB-USER-ID = SPACES
                 MOVE 'NO JOB USER ID'
                    TO WS-REFUSE-REASON
              WHEN TRAN-REQUESTER-ID NOT = WS-JOB-USER-ID
                 MOVE 'REQUESTER IS NOT THE JOB USER'
                    TO WS-REFUSE-REASON
              WHEN NOT TRAN-IS-ADD
                 AND NOT TRAN-IS-UPDATE
                 AND NOT TRAN-IS-DELETE
                 MOVE 'ACTION NOT A, U OR D'
                    TO WS-REFUSE-REASON
           END-EVALUATE
           MOVE 'RULE' TO WS-QUE-TYPE
           MOVE TRAN-ACTION TO WS-QUE-ACTION
           MOVE TRAN-DIVISOR TO WS-QUE-KEY
           MOVE TRAN-REQUESTER-ID TO WS-QUE-REQUESTER
           MOVE SPACES TO APPR-RECORD
           MOVE 'R' TO APR-TRAN-TYPE
           MOVE TRAN-REQUESTER-ID TO APR-REQUESTER-ID
           MOVE RULE-TRAN-RECORD TO APR-TRAN-IMAGE
           PERFORM QUEUE-ONE-REQUEST
           .

       QUEUE-EXCP-TRANSACTIONS.
           OPEN INPUT EXCP-TRAN-FILE
           IF WS-XTRN-STATUS = '05' OR WS-XTRN-STATUS = '35'
              DISPLAY 'EXCPTRAN: NO EXCEPTION TRANSACTIONS SUBMITTED'
           ELSE
              MOVE 'N' TO WS-TRAN-EOF
              PERFORM UNTIL WS-TRAN-EOF = 'Y'
                 READ EXCP-TRAN-FILE INTO EXCP-TRAN-RECORD
                    AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                    NOT AT END
                       PERFORM QUEUE-ONE-EXCP-TRAN
                 END-READ
              END-PERFORM
              CLOSE EXCP-TRAN-FILE
           END-IF
           .

       QUEUE-ONE-EXCP-TRAN.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
              WHEN XTRN-REQUESTER-ID = SPACES
                 MOVE 'NO REQUESTER ID IN COLS 40-47'
                    TO WS-REFUSE-REASON
              WHEN WS-JOB-USER-ID = SPACES
                 MOVE 'NO JOB USER ID'
                    TO WS-REFUSE-REASON
              WHEN XTRN-REQUESTER-ID NOT = WS-JOB-USER-ID
                 MOVE 'REQUESTER IS NOT THE JOB USER'
                    TO WS-REFUSE-REASON
              WHEN NOT XTRN-IS-ADD
                 AND NOT XTRN-IS-UPDATE
                 AND NOT XTRN-IS-DELETE
                 MOVE 'ACTION NOT A, U OR D'
                    TO WS-REFUSE-REASON
           END-EVALUATE
           MOVE 'EXCP' TO WS-QUE-TYPE
           MOVE XTRN-ACTION TO WS-QUE-ACTION
           MOVE XTRN-I-VALUE TO WS-QUE-KEY
           MOVE XTRN-REQUESTER-ID TO WS-QUE-REQUESTER
           MOVE SPACES TO APPR-RECORD
           MOVE 'E' TO APR-TRAN-TYPE
           MOVE XTRN-REQUESTER-ID TO APR-REQUESTER-ID
           MOVE EXCP-TRAN-RECORD TO APR-TRAN-IMAGE
           PERFORM QUEUE-ONE-REQUEST
           .

      * A REFUSED SUBMISSION IS NOT QUEUED OR NUMBERED - THE
      * REQUESTER CORRECTS IT AND SUBMITS IT AGAIN. DETAILED
      * EDITS (DIVISOR ON FILE, LABEL PRESENT ...) STAY WITH
      * RULEMAINT AND EXCPMAINT.
       QUEUE-ONE-REQUEST.
           IF WS-REFUSE-REASON = SPACES
              ADD 1 TO WS-QUEUED-COUNT
              ADD 1 TO WS-LAST-REQUEST-NO
              MOVE WS-LAST-REQUEST-NO TO APR-REQUEST-NO
              MOVE 'S' TO APR-EVENT
              MOVE WS-TODAY-DATE TO APR-SUBMIT-DATE
              MOVE WS-TODAY-DATE TO APR-EVENT-DATE
              MOVE SPACES TO APR-CHECKER-ID
              WRITE PEND-NEW-OUT FROM APPR-RECORD
              WRITE APPR-LOG-REC FROM APPR-RECORD
              MOVE 'QUEUED' TO WS-QUE-STATUS
              MOVE APR-REQUEST-NO TO WS-QUE-REQUEST-NO
              MOVE 'AWAITING APPROVAL' TO WS-QUE-REASON
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              DISPLAY 'APPRQUE: REFUSING ' WS-QUE-TYPE ' '
                 WS-QUE-ACTION ' FOR ' WS-QUE-KEY ' - '
                 WS-REFUSE-REASON
              MOVE 'REFUSED' TO WS-QUE-STATUS
              MOVE SPACES TO WS-QUE-REQUEST-NO
              MOVE WS-REFUSE-REASON TO WS-QUE-REASON
           END-IF
           WRITE QUEUE-REPORT-OUT FROM WS-QUEUE-LINE
           .

       WRITE-QUEUE-SUMMARY.
           MOVE '***** QUEUE SUMMARY *****' TO WS-REPORT-LINE
           WRITE QUEUE-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'ALREADY PENDING :' TO WS-TOT-TEXT
           MOVE WS-CARRIED-COUNT TO WS-TOT-COUNT
           WRITE QUEUE-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'NEWLY QUEUED    :' TO WS-TOT-TEXT
           MOVE WS-QUEUED-COUNT TO WS-TOT-COUNT
           WRITE QUEUE-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'REFUSED         :' TO WS-TOT-TEXT
           MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT
           WRITE QUEUE-REPORT-OUT FROM WS-TOTAL-LINE
           DISPLAY 'APPRQUE: ' WS-QUEUED-COUNT ' QUEUED, '
              WS-REFUSED-COUNT ' REFUSED, '
              WS-CARRIED-COUNT ' ALREADY PENDING'
           .
