           05 WS-DISP-I-VALUE         PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-REASON          PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DISP-REQUEST-NO      PIC X(7).
           05 FILLER                  PIC X(11) VALUE SPACE.
       01 WS-DEAD-LINE.
           05 FILLER                  PIC X(12)
              VALUE '*** WARNING '.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN XTRN-REQUESTER-ID = SPACES
                 OR XTRN-APPROVER-ID = SPACES
                 MOVE 'NOT APPROVED UNDER DUAL CONTROL'
                    TO WS-REJECT-REASON
              WHEN XTRN-APPROVER-ID = XTRN-REQUESTER-ID
                 MOVE 'APPROVER IS THE REQUESTER'
                    TO WS-REJECT-REASON
              WHEN XTRN-I-VALUE NOT NUMERIC
                 OR XTRN-I-VALUE < WS-MIN-VALID-I
                 OR XTRN-I-VALUE > WS-MAX-VALID-I
                 MOVE 'I VALUE MISSING OR OUT OF 1-999999999'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM FIND-EXCP-BY-I-VALUE
                 EVALUATE TRUE
                    WHEN XTRN-IS-ADD
                       PERFORM APPLY-ADD-TRANSACTION
                    WHEN XTRN-IS-UPDATE
                       PERFORM APPLY-UPDATE-TRANSACTION
                    WHEN XTRN-IS-DELETE
                       IF WS-FOUND-IDX NOT = ZERO
                          PERFORM REMOVE-EXCP-AT-FOUND-IDX
                       ELSE
                          MOVE 'NO EXCEPTION FOR THIS I VALUE'
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
       WRITE-DISPOSITION-LINE.
           MOVE XTRN-ACTION TO WS-DISP-ACTION
           MOVE XTRN-I-VALUE TO WS-DISP-I-VALUE
           MOVE XTRN-REQUEST-NO TO WS-DISP-REQUEST-NO
           WRITE CHANGE-REPORT-OUT FROM WS-DISP-LINE
           .

