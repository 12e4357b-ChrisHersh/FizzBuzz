       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VER-CONTROL-FILE ASSIGN TO VERCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-VER-STATUS.
           SELECT CUR-OUTPUT-FILE ASSIGN TO CUROUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT RESULTS-KSDS-FILE ASSIGN TO RESULTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OUT-SEQ-NO
              FILE STATUS IS WS-KSDS-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO VERRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT DELTA-OUT-FILE ASSIGN TO DELTAOUT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VER-CONTROL-FILE
           RECORDING MODE IS F.
       01 VER-CARD-IN                 PIC X(80).

       FD  CUR-OUTPUT-FILE
           RECORDING MODE IS F.
       01 CUR-OUTPUT-IN               PIC X(80).

       FD  RESULTS-KSDS-FILE.
       COPY OUTREC.

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01 VERIFY-REPORT-OUT           PIC X(80).

       FD  DELTA-OUT-FILE
           RECORDING MODE IS F.
       01 DELTA-OUT                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY VERCARD.
       COPY DLTAREC.

      *    MIRROR OF OUTPUT-RECORD (OUTREC) FOR THE PUBLISHED
      *    "CURRENT" SIDE OF THE MATCH; THE KSDS SIDE IS READ
      *    STRAIGHT INTO ITS FD RECORD, OUTPUT-RECORD.
       01 CUR-OUTPUT-RECORD.
           05 CUR-SEQ-NO              PIC 9(9).
           05 CUR-FIZZ-FLAG           PIC X(1).
           05 CUR-BUZZ-FLAG           PIC X(1).
           05 CUR-LABEL               PIC X(20).
           05 FILLER                  PIC X(49).

       01 WS-VER-STATUS     PIC X(2).
       01 WS-KSDS-STATUS    PIC X(2).
       01 WS-CUR-EOF        PIC X(1) VALUE 'N'.
       01 WS-KSDS-EOF       PIC X(1) VALUE 'N'.
       01 WS-CUR-VALID      PIC X(1).
       01 WS-PREV-CUR-SEQ-NO PIC 9(9) VALUE ZERO.

       01 WS-CUR-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-KSDS-REC-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-SAME-COUNT     PIC S9(9) BINARY VALUE ZERO.
       01 WS-DIFFERENT-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-MISSING-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-EXTRA-COUNT    PIC S9(9) BINARY VALUE ZERO.
       01 WS-BAD-CUR-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-DRIFT-COUNT    PIC S9(9) BINARY VALUE ZERO.
       01 WS-DRIFT-PCT      PIC S9(5) BINARY VALUE ZERO.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-HEADING-LINE.
           05 FILLER                  PIC X(13) VALUE 'TAG'.
           05 FILLER                  PIC X(10) VALUE 'SEQ NO'.
           05 FILLER                  PIC X(28)
              VALUE 'CURRENT (PUBLISHED)'.
           05 FILLER                  PIC X(29) VALUE 'KSDS'.
       01 WS-DETAIL-LINE.
           05 WS-DET-TAG              PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DET-SEQ-NO           PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DET-CUR-TEXT         PIC X(26).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-DET-KSDS-TEXT        PIC X(26).
           05 FILLER                  PIC X(3) VALUE SPACE.
       01 WS-SIDE-TEXT.
           05 WS-SIDE-FIZZ-FLAG       PIC X(1).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-SIDE-BUZZ-FLAG       PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-SIDE-LABEL           PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT             PIC X(18).
           05 WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(53) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-VERIFY-CARD
           OPEN INPUT RESULTS-KSDS-FILE
           IF WS-KSDS-STATUS NOT = '00'
              DISPLAY 'RESULTS: OPEN FAILED WITH STATUS '
                 WS-KSDS-STATUS ' - RUN TERMINATED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CUR-OUTPUT-FILE
           OPEN OUTPUT VERIFY-REPORT-FILE
           OPEN OUTPUT DELTA-OUT-FILE
           MOVE '***** FIZZBUZZ KSDS VERSUS CURRENT VERIFICATION *****'
              TO WS-REPORT-LINE
           WRITE VERIFY-REPORT-OUT FROM WS-REPORT-LINE
           WRITE VERIFY-REPORT-OUT FROM WS-HEADING-LINE
           PERFORM READ-CUR-OUTPUT
           PERFORM READ-KSDS-RECORD
           PERFORM UNTIL WS-CUR-EOF = 'Y' AND WS-KSDS-EOF = 'Y'
              EVALUATE TRUE
                 WHEN WS-KSDS-EOF = 'Y'
                    PERFORM REPORT-MISSING
                    PERFORM READ-CUR-OUTPUT
                 WHEN WS-CUR-EOF = 'Y'
                    PERFORM REPORT-EXTRA
                    PERFORM READ-KSDS-RECORD
                 WHEN CUR-SEQ-NO < OUT-SEQ-NO
                    PERFORM REPORT-MISSING
                    PERFORM READ-CUR-OUTPUT
                 WHEN CUR-SEQ-NO > OUT-SEQ-NO
                    PERFORM REPORT-EXTRA
                    PERFORM READ-KSDS-RECORD
                 WHEN OTHER
                    PERFORM VERIFY-MATCHED-PAIR
                    PERFORM READ-CUR-OUTPUT
                    PERFORM READ-KSDS-RECORD
              END-EVALUATE
           END-PERFORM
           PERFORM WRITE-COUNT-SUMMARY
           IF VERC-DELTA-WANTED
              PERFORM WRITE-DELTA-TRAILER
           END-IF
           CLOSE CUR-OUTPUT-FILE
           CLOSE RESULTS-KSDS-FILE
           CLOSE VERIFY-REPORT-FILE
           CLOSE DELTA-OUT-FILE
           IF WS-DRIFT-COUNT > ZERO
              OR WS-BAD-CUR-COUNT > ZERO
              DISPLAY 'FIZZVER: ' WS-DRIFT-COUNT ' KSDS RECORD(S) '
                 'DISAGREE WITH CURRENT AND ' WS-BAD-CUR-COUNT
                 ' CURRENT RECORD(S) COULD NOT BE MATCHED - SEE '
                 'VERRPT'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-VERIFY-CARD.
           OPEN INPUT VER-CONTROL-FILE
           IF WS-VER-STATUS = '05' OR WS-VER-STATUS = '35'
              MOVE 'N' TO VERC-WRITE-DELTA
           ELSE
              READ VER-CONTROL-FILE INTO VERC-CARD-RECORD
                 AT END
                    MOVE 'N' TO VERC-WRITE-DELTA
              END-READ
              CLOSE VER-CONTROL-FILE
           END-IF
           IF VERC-DELTA-WANTED
              DISPLAY 'VERCARD: CORRECTING DELTA REQUESTED'
           ELSE
              DISPLAY 'VERCARD: REPORT ONLY - NO CORRECTING DELTA'
           END-IF
           .

      *    CURRENT MUST BE IN ASCENDING KEY ORDER FOR THE MATCH.
      *    A RECORD OUT OF SEQUENCE (OR A DUPLICATE KEY, WHICH THE
      *    KSDS LOAD WOULD HAVE DROPPED) IS REPORTED AND SKIPPED
      *    RATHER THAN LET IT THROW EVERY LATER KEY OUT OF STEP.
       READ-CUR-OUTPUT.
           MOVE 'N' TO WS-CUR-VALID
           PERFORM UNTIL WS-CUR-VALID = 'Y' OR WS-CUR-EOF = 'Y'
              READ CUR-OUTPUT-FILE INTO CUR-OUTPUT-RECORD
                 AT END
                    MOVE 'Y' TO WS-CUR-EOF
                 NOT AT END
                    ADD 1 TO WS-CUR-REC-COUNT
                    EVALUATE TRUE
                       WHEN CUR-SEQ-NO NOT NUMERIC
                          ADD 1 TO WS-BAD-CUR-COUNT
                          MOVE '*** UNREADABLE CURRENT RECORD'
                             TO WS-REPORT-LINE
                          WRITE VERIFY-REPORT-OUT
                             FROM WS-REPORT-LINE
                       WHEN WS-CUR-REC-COUNT > 1
                          AND CUR-SEQ-NO NOT > WS-PREV-CUR-SEQ-NO
                          ADD 1 TO WS-BAD-CUR-COUNT
                          MOVE SPACES TO WS-DET-CUR-TEXT
                          MOVE SPACES TO WS-DET-KSDS-TEXT
                          MOVE 'CUR OUT SEQ' TO WS-DET-TAG
                          MOVE CUR-SEQ-NO TO WS-DET-SEQ-NO
                          WRITE VERIFY-REPORT-OUT
                             FROM WS-DETAIL-LINE
                       WHEN OTHER
                          MOVE CUR-SEQ-NO TO WS-PREV-CUR-SEQ-NO
                          MOVE 'Y' TO WS-CUR-VALID
                    END-EVALUATE
              END-READ
           END-PERFORM
           .

       READ-KSDS-RECORD.
           READ RESULTS-KSDS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-KSDS-EOF
              NOT AT END
                 ADD 1 TO WS-KSDS-REC-COUNT
           END-READ
           .

       VERIFY-MATCHED-PAIR.
           IF OUT-LABEL = CUR-LABEL
              AND OUT-FIZZ-FLAG = CUR-FIZZ-FLAG
              AND OUT-BUZZ-FLAG = CUR-BUZZ-FLAG
              ADD 1 TO WS-SAME-COUNT
           ELSE
              ADD 1 TO WS-DIFFERENT-COUNT
              MOVE 'DIFFERENT' TO WS-DET-TAG
              MOVE CUR-SEQ-NO TO WS-DET-SEQ-NO
              PERFORM BUILD-CUR-SIDE-TEXT
              PERFORM BUILD-KSDS-SIDE-TEXT
              WRITE VERIFY-REPORT-OUT FROM WS-DETAIL-LINE
              IF VERC-DELTA-WANTED
                 MOVE SPACES TO DELTA-RECORD
                 MOVE 'C' TO DLT-ACTION
                 PERFORM WRITE-DELTA-FROM-CURRENT
              END-IF
           END-IF
           .

      *    ON CURRENT BUT NOT ON THE KSDS - THE KSDS MISSED AN ADD.
       REPORT-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE 'MISSING' TO WS-DET-TAG
           MOVE CUR-SEQ-NO TO WS-DET-SEQ-NO
           PERFORM BUILD-CUR-SIDE-TEXT
           MOVE SPACES TO WS-DET-KSDS-TEXT
           WRITE VERIFY-REPORT-OUT FROM WS-DETAIL-LINE
           IF VERC-DELTA-WANTED
              MOVE SPACES TO DELTA-RECORD
              MOVE 'N' TO DLT-ACTION
              PERFORM WRITE-DELTA-FROM-CURRENT
           END-IF
           .

      *    ON THE KSDS BUT NOT ON CURRENT - THE KSDS MISSED A
      *    DELETE. THE CORRECTING DELETE CARRIES THE KSDS SIDE'S
      *    FLAGS AND LABEL FOR REFERENCE, AS FIZZCMP'S DO.
       REPORT-EXTRA.
           ADD 1 TO WS-EXTRA-COUNT
           MOVE 'EXTRA' TO WS-DET-TAG
           MOVE OUT-SEQ-NO TO WS-DET-SEQ-NO
           MOVE SPACES TO WS-DET-CUR-TEXT
           PERFORM BUILD-KSDS-SIDE-TEXT
           WRITE VERIFY-REPORT-OUT FROM WS-DETAIL-LINE
           IF VERC-DELTA-WANTED
              MOVE SPACES TO DELTA-RECORD
              MOVE 'D' TO DLT-ACTION
              MOVE OUT-SEQ-NO TO DLT-SEQ-NO
              MOVE OUT-FIZZ-FLAG TO DLT-FIZZ-FLAG
              MOVE OUT-BUZZ-FLAG TO DLT-BUZZ-FLAG
              MOVE OUT-LABEL TO DLT-LABEL
              WRITE DELTA-OUT FROM DELTA-RECORD
           END-IF
           .

       BUILD-CUR-SIDE-TEXT.
           MOVE CUR-FIZZ-FLAG TO WS-SIDE-FIZZ-FLAG
           MOVE CUR-BUZZ-FLAG TO WS-SIDE-BUZZ-FLAG
           MOVE CUR-LABEL TO WS-SIDE-LABEL
           MOVE WS-SIDE-TEXT TO WS-DET-CUR-TEXT
           .

       BUILD-KSDS-SIDE-TEXT.
           MOVE OUT-FIZZ-FLAG TO WS-SIDE-FIZZ-FLAG
           MOVE OUT-BUZZ-FLAG TO WS-SIDE-BUZZ-FLAG
           MOVE OUT-LABEL TO WS-SIDE-LABEL
           MOVE WS-SIDE-TEXT TO WS-DET-KSDS-TEXT
           .

      *    DLT-ACTION IS SET BY THE CALLER; THE DETAIL COLUMNS
      *    ALWAYS CARRY THE PUBLISHED (CURRENT) SIDE, WHICH IS
      *    WHAT THE KSDS SHOULD HOLD.
       WRITE-DELTA-FROM-CURRENT.
           MOVE CUR-SEQ-NO TO DLT-SEQ-NO
           MOVE CUR-FIZZ-FLAG TO DLT-FIZZ-FLAG
           MOVE CUR-BUZZ-FLAG TO DLT-BUZZ-FLAG
           MOVE CUR-LABEL TO DLT-LABEL
           WRITE DELTA-OUT FROM DELTA-RECORD
           .

       WRITE-DELTA-TRAILER.
           MOVE SPACES TO DELTA-RECORD
           MOVE 'T' TO DLT-ACTION
           MOVE WS-DRIFT-COUNT TO DLT-TOT-DELTA
           COMPUTE DLT-TOT-NEW = WS-CUR-REC-COUNT - WS-BAD-CUR-COUNT
           MOVE WS-DRIFT-PCT TO DLT-TOT-PCT
           WRITE DELTA-OUT FROM DELTA-RECORD
           .

       WRITE-COUNT-SUMMARY.
           COMPUTE WS-DRIFT-COUNT = WS-DIFFERENT-COUNT
              + WS-MISSING-COUNT + WS-EXTRA-COUNT
           EVALUATE TRUE
              WHEN WS-CUR-REC-COUNT > WS-BAD-CUR-COUNT
                 COMPUTE WS-DRIFT-PCT ROUNDED =
                    (WS-DRIFT-COUNT * 100)
                    / (WS-CUR-REC-COUNT - WS-BAD-CUR-COUNT)
              WHEN WS-KSDS-REC-COUNT > ZERO
                 COMPUTE WS-DRIFT-PCT ROUNDED =
                    (WS-DRIFT-COUNT * 100) / WS-KSDS-REC-COUNT
              WHEN OTHER
                 MOVE ZERO TO WS-DRIFT-PCT
           END-EVALUATE
           MOVE '***** COUNT SUMMARY *****' TO WS-REPORT-LINE
           WRITE VERIFY-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CURRENT RECORDS :' TO WS-TOT-TEXT
           MOVE WS-CUR-REC-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KSDS RECORDS    :' TO WS-TOT-TEXT
           MOVE WS-KSDS-REC-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'MATCHED         :' TO WS-TOT-TEXT
           MOVE WS-SAME-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'DIFFERENT       :' TO WS-TOT-TEXT
           MOVE WS-DIFFERENT-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'MISSING FROM KSDS:' TO WS-TOT-TEXT
           MOVE WS-MISSING-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'EXTRA ON KSDS   :' TO WS-TOT-TEXT
           MOVE WS-EXTRA-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'CURRENT UNUSABLE:' TO WS-TOT-TEXT
           MOVE WS-BAD-CUR-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'TOTAL DRIFT     :' TO WS-TOT-TEXT
           MOVE WS-DRIFT-COUNT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'DRIFT PCT       :' TO WS-TOT-TEXT
           MOVE WS-DRIFT-PCT TO WS-TOT-COUNT
           WRITE VERIFY-REPORT-OUT FROM WS-TOTAL-LINE
           IF WS-DRIFT-COUNT = ZERO AND WS-BAD-CUR-COUNT = ZERO
              MOVE '*** KSDS AGREES WITH CURRENT ***'
                 TO WS-REPORT-LINE
              WRITE VERIFY-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           IF VERC-DELTA-WANTED AND WS-DRIFT-COUNT > ZERO
              MOVE '*** CORRECTING DELTA WRITTEN - APPLY WITH FIZZVFIX'
                 TO WS-REPORT-LINE
              WRITE VERIFY-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .
