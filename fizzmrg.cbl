       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CARD-FILE ASSIGN TO MRGCARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.
           SELECT PART-STATE-FILE-1 ASSIGN TO PARTRS1
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.
           SELECT PART-STATE-FILE-2 ASSIGN TO PARTRS2
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.
           SELECT PART-STATE-FILE-3 ASSIGN TO PARTRS3
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.
           SELECT PART-STATE-FILE-4 ASSIGN TO PARTRS4
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.
           SELECT PART-AUDIT-FILE ASSIGN TO PARTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PAUD-STATUS.
           SELECT PART-TOTALS-FILE ASSIGN TO PARTTOT
              ORGANIZATION IS SEQUENTIAL.
           SELECT PART-OUTPUT-FILE ASSIGN TO PARTOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT PART-EXTRACT-FILE ASSIGN TO PARTXTR
              ORGANIZATION IS SEQUENTIAL.
           SELECT PART-DETAIL-FILE ASSIGN TO PARTDTL
              ORGANIZATION IS SEQUENTIAL.
           SELECT PART-STATS-FILE ASSIGN TO PARTSTA
              ORGANIZATION IS SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO FIZZOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO FIZZXTR
              ORGANIZATION IS SEQUENTIAL.
           SELECT RULE-DETAIL-FILE ASSIGN TO RULEDTL
              ORGANIZATION IS SEQUENTIAL.
           SELECT TOTALS-FILE ASSIGN TO CTLTOTS
              ORGANIZATION IS SEQUENTIAL.
           SELECT RULE-REPORT-FILE ASSIGN TO RULERPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-CURR-FILE ASSIGN TO AUDITCUR
              ORGANIZATION IS SEQUENTIAL.
           SELECT STAT-HIST-FILE ASSIGN TO STATHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STAT-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO RUNSTATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNSTATE-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO MRGRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-CARD-FILE
           RECORDING MODE IS F.
       01 MERGE-CARD-IN               PIC X(80).

       FD  PART-STATE-FILE-1
           RECORDING MODE IS F.
       01 PART-STATE-IN-1             PIC X(80).

       FD  PART-STATE-FILE-2
           RECORDING MODE IS F.
       01 PART-STATE-IN-2             PIC X(80).

       FD  PART-STATE-FILE-3
           RECORDING MODE IS F.
       01 PART-STATE-IN-3             PIC X(80).

       FD  PART-STATE-FILE-4
           RECORDING MODE IS F.
       01 PART-STATE-IN-4             PIC X(80).

       FD  PART-AUDIT-FILE
           RECORDING MODE IS F.
       01 PART-AUDIT-IN               PIC X(80).

       FD  PART-TOTALS-FILE
           RECORDING MODE IS F.
       01 PART-TOTALS-IN              PIC X(80).

       FD  PART-OUTPUT-FILE
           RECORDING MODE IS F.
       01 PART-OUTPUT-IN              PIC X(80).

       FD  PART-EXTRACT-FILE
           RECORDING MODE IS F.
       01 PART-EXTRACT-IN             PIC X(80).

       FD  PART-DETAIL-FILE
           RECORDING MODE IS F.
       01 PART-DETAIL-IN              PIC X(80).

       FD  PART-STATS-FILE
           RECORDING MODE IS F.
       01 PART-STATS-IN               PIC X(80).

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-FILE-OUT             PIC X(80).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01 EXTRACT-FILE-OUT            PIC X(80).

       FD  RULE-DETAIL-FILE
           RECORDING MODE IS F.
       01 RULE-DETAIL-OUT             PIC X(80).

       FD  TOTALS-FILE
           RECORDING MODE IS F.
       01 TOTALS-FILE-OUT             PIC X(80).

       FD  RULE-REPORT-FILE
           RECORDING MODE IS F.
       01 RULE-REPORT-OUT             PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-FILE-OUT              PIC X(80).

       FD  AUDIT-CURR-FILE
           RECORDING MODE IS F.
       01 AUDIT-CURR-OUT              PIC X(80).

       FD  STAT-HIST-FILE
           RECORDING MODE IS F.
       01 STAT-HIST-OUT               PIC X(80).

       FD  RUN-STATE-FILE
           RECORDING MODE IS F.
       01 RUN-STATE-OUT               PIC X(80).

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01 MERGE-REPORT-OUT            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MRGCARD.
       COPY RUNSTREC.
       COPY AUDITREC.
       COPY TOTREC.
       COPY OUTREC.
       COPY EXTRREC.
       COPY RDETREC.
       COPY STATREC.

       01 WS-JOB-NAME       PIC X(8).
       01 WS-RUN-MODE       PIC X(8).
       01 WS-CARD-STATUS    PIC X(2).
       01 WS-PST-STATUS     PIC X(2).
       01 WS-PAUD-STATUS    PIC X(2).
       01 WS-AUDIT-STATUS   PIC X(2).
       01 WS-STAT-STATUS    PIC X(2).
       01 WS-RUNSTATE-STATUS PIC X(2).

       01 WS-PST-EOF        PIC X(1).
       01 WS-PST-RECS-READ  PIC S9(4) BINARY VALUE ZERO.
       01 WS-PAUD-EOF       PIC X(1) VALUE 'N'.
       01 WS-PAUD-RECS-READ PIC S9(4) BINARY VALUE ZERO.
       01 WS-RST-EOF        PIC X(1).
       01 WS-RST-RECS-READ  PIC S9(4) BINARY VALUE ZERO.
       01 WS-TOT-EOF        PIC X(1) VALUE 'N'.
       01 WS-OUT-EOF        PIC X(1) VALUE 'N'.
       01 WS-EXT-EOF        PIC X(1) VALUE 'N'.
       01 WS-DTL-EOF        PIC X(1) VALUE 'N'.
       01 WS-STA-EOF        PIC X(1) VALUE 'N'.

      *    ONE ENTRY PER PARTITION, IN PARTITION ORDER - THE RANGE
      *    AND RULE SET VERSION FROM ITS AUDIT RECORD, THE RETURN
      *    CODE AND CONTROL DECK FINGERPRINT FROM ITS RUN STATE.
       01 WS-PART-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-PARTS      PIC S9(4) BINARY VALUE 4.
       01 WS-PART-NO        PIC S9(4) BINARY.
       01 WS-PART-NO-OUT    PIC 9(1).
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 4 TIMES.
               10 WS-PART-START-I     PIC S9(9) BINARY.
               10 WS-PART-END-I       PIC S9(9) BINARY.
               10 WS-PART-VERSION     PIC X(8).
               10 WS-PART-RUN-DATE    PIC 9(8).
               10 WS-PART-JOB-NAME    PIC X(8).
               10 WS-PART-RC          PIC 9(4).
               10 WS-PART-DECK-KNOWN  PIC X(1).
               10 WS-PART-CARD-COUNT  PIC 9(4).
               10 WS-PART-CHECKSUM    PIC 9(9).

       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RULE-SET-VERSION PIC X(8).
       01 WS-DECK-KNOWN     PIC X(1).
       01 WS-CARD-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-CHECKSUM-WORK  PIC S9(18) BINARY VALUE ZERO.
       01 WS-RANGE-CHECKSUM PIC S9(9) BINARY VALUE ZERO.

       01 WS-EDIT-WARNING-FLAG PIC X(1) VALUE 'N'.
       01 WS-ERROR-COUNT    PIC S9(9) BINARY VALUE ZERO.

       01 WS-MERGED-RANGE-NO PIC S9(4) BINARY VALUE ZERO.
       01 WS-GRAND-COUNT    PIC S9(4) BINARY VALUE ZERO.
       01 WS-OUT-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-DTL-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-STAT-A-COUNT   PIC S9(4) BINARY VALUE ZERO.
       01 WS-LAST-OUT-SEQ   PIC 9(9) VALUE ZERO.
       01 WS-LAST-EXT-SEQ   PIC 9(9) VALUE ZERO.
       01 WS-LAST-DTL-SEQ   PIC 9(9) VALUE ZERO.

      *    SUM OF THE PARTITIONS' GRAND RECORDS, SUM OF THEIR
      *    RANGE RECORDS, AND A RECOUNT OF THE MERGED EXTRACT -
      *    THE MERGED GENERATION IS ONLY HANDED ON TO BALANCE,
      *    COMPARE AND PROMOTE WHEN ALL THREE AGREE.
       01 WS-GRAND-TOTALS.
           05 WS-GT-FIZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-BUZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-FIZZBUZZ          PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-OTHER-RULE        PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-PLAIN             PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-SKIPPED           PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-FORCED            PIC S9(9) BINARY VALUE ZERO.
           05 WS-GT-VALUES            PIC S9(9) BINARY VALUE ZERO.
       01 WS-RS-VALUES      PIC S9(9) BINARY VALUE ZERO.
       01 WS-EXTRACT-COUNTS.
           05 WS-XC-FIZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-BUZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-FIZZBUZZ          PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-OTHER-RULE        PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-PLAIN             PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-SKIPPED           PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-FORCED            PIC S9(9) BINARY VALUE ZERO.
           05 WS-XC-VALUES            PIC S9(9) BINARY VALUE ZERO.

      *    THE PARTITIONS' STATISTICS SETS SUMMED - EVERY
      *    PARTITION LOADS THE SAME RULE TABLE, SO THE RULE
      *    RECORDS ARE SUMMED BY DIVISOR AND LABEL.
       01 WS-STAT-TOTALS.
           05 WS-ST-VALUES            PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-FIZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-BUZZ-ONLY         PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-FIZZBUZZ          PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-OTHER-RULE        PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-PLAIN             PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-SKIPPED           PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-FORCED            PIC S9(9) BINARY VALUE ZERO.
           05 WS-ST-RULE-HITS         PIC S9(9) BINARY VALUE ZERO.
       01 WS-RULE-COUNT     PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-RULES      PIC S9(4) BINARY VALUE 20.
       01 WS-RULE-FOUND     PIC X(1).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULE-IDX.
               10 WS-RULE-DIVISOR     PIC 9(4).
               10 WS-RULE-LABEL       PIC X(10).
               10 WS-RULE-HIT-COUNT   PIC S9(9) BINARY.

       01 WS-RULE-HIT-PCT      PIC S9(3) BINARY.
       01 WS-RULE-RPT-LINE.
           05 WS-RPT-DIVISOR          PIC 9(4).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-LABEL            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-HITS             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-PCT              PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE ' PCT'.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-RPT-ZERO-FLAG        PIC X(17).
           05 FILLER                  PIC X(25) VALUE SPACE.
       01 WS-RULE-RPT-HEADER   PIC X(80).

       01 WS-CHK-EXPECTED   PIC S9(9) BINARY.
       01 WS-CHK-ACTUAL     PIC S9(9) BINARY.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-PART-LINE.
           05 FILLER                  PIC X(10) VALUE 'PARTITION '.
           05 WS-PL-PART-NO           PIC 9(1).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-PL-START-I           PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(6) VALUE ' THRU '.
           05 WS-PL-END-I             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-PL-JOB-NAME          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-PL-RUN-DATE          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-PL-VERSION           PIC X(8).
           05 FILLER                  PIC X(4) VALUE ' RC '.
           05 WS-PL-RC                PIC ZZZ9.
           05 FILLER                  PIC X(7) VALUE SPACE.
       01 WS-CHECK-LINE.
           05 WS-CHK-NAME             PIC X(16).
           05 FILLER                  PIC X(10) VALUE ' EXPECTED='.
           05 WS-CHK-EXPECTED-OUT     PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(8) VALUE ' ACTUAL='.
           05 WS-CHK-ACTUAL-OUT       PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHK-STATUS           PIC X(11).
           05 FILLER                  PIC X(16) VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 WS-DET-TAG              PIC X(22).
           05 FILLER                  PIC X(8) VALUE ' SEQ NO='.
           05 WS-DET-SEQ-NO           PIC 9(9).
           05 FILLER                  PIC X(41) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-MERGE-CARD
           PERFORM GET-JOB-NAME
           PERFORM GET-RUN-MODE
           PERFORM LOAD-PARTITION-AUDITS
           PERFORM CHECK-PARTITION-STATES
           PERFORM CHECK-RUN-STATE
           IF WS-RUN-MODE = 'PRECHECK'
              DISPLAY 'PRECHECK: ' WS-PART-COUNT ' PARTITION(S) '
                 'READY AND RUN STATE CLEAR - CLEAR TO MERGE'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM MARK-RUN-STARTED
           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE '***** FIZZBUZZ PARTITION MERGE REPORT *****'
              TO WS-REPORT-LINE
           WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
              UNTIL WS-PART-NO > WS-PART-COUNT
              PERFORM WRITE-PARTITION-LINE
           END-PERFORM
           PERFORM MERGE-CONTROL-TOTALS
           PERFORM MERGE-OUTPUT
           PERFORM MERGE-EXTRACT
           PERFORM MERGE-RULE-DETAIL
           PERFORM MERGE-STATISTICS
           PERFORM WRITE-MERGE-CHECKS
           CLOSE MERGE-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-RUN-STATISTICS
           PERFORM WRITE-RULE-USAGE-REPORT
           DISPLAY 'FIZZMRG: ' WS-PART-COUNT ' PARTITION(S) MERGED - '
              WS-OUT-REC-COUNT ' OUTPUT, ' WS-XC-VALUES
              ' EXTRACT, ' WS-DTL-REC-COUNT ' RULE DETAIL RECORD(S)'
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT > ZERO
                 DISPLAY 'FIZZMRG: ' WS-ERROR-COUNT ' MERGE '
                    'EXCEPTION(S) BETWEEN THE PARTITION CONTROL '
                    'TOTALS AND THE MERGED GENERATION - HOLDING '
                    'PROMOTE'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EDIT-WARNING-FLAG = 'Y'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM MARK-RUN-ENDED
           GOBACK
           .

       READ-MERGE-CARD.
           OPEN INPUT MERGE-CARD-FILE
           IF WS-CARD-STATUS = '05' OR WS-CARD-STATUS = '35'
              DISPLAY 'MRGCARD: NO MERGE CARD - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           READ MERGE-CARD-FILE INTO MRGC-CARD-RECORD
              AT END
                 DISPLAY 'MRGCARD: NO MERGE CARD - RUN TERMINATED'
                 CLOSE MERGE-CARD-FILE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           CLOSE MERGE-CARD-FILE
           IF MRGC-PARTITION-COUNT NOT NUMERIC
              OR MRGC-PARTITION-COUNT = ZERO
              OR MRGC-PARTITION-COUNT > WS-MAX-PARTS
              DISPLAY 'MRGCARD: PARTITION COUNT MUST BE 1 THRU '
                 WS-MAX-PARTS ' - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE MRGC-PARTITION-COUNT TO WS-PART-COUNT
           .

       GET-JOB-NAME.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           IF WS-JOB-NAME = SPACES
              MOVE 'FIZZMRG' TO WS-JOB-NAME
           END-IF
           .

      *    RUNMODE=PRECHECK (STDENV) RUNS ONLY THE MERGE CARD,
      *    PARTITION AND RUN-STATE CHECKS AND ENDS - RC 16 IF ANY
      *    WOULD REFUSE THE MERGE, OTHERWISE 0 - WITHOUT OPENING
      *    ANY OUTPUT OR WRITING A RUN-STATE RECORD, SO THE JOB
      *    CAN TEST IT BEFORE ALLOCATING THE DAY'S NEW GENERATIONS.
       GET-RUN-MODE.
           MOVE SPACES TO WS-RUN-MODE
           DISPLAY 'RUNMODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
           .

      *    EACH PARTITION'S AUDIT DATASET IS CLEARED BEFORE IT
      *    RUNS, SO THE PARTAUD CONCATENATION HOLDS EXACTLY ONE
      *    RECORD PER PARTITION, IN PARTITION ORDER. ONE MISSING
      *    OR EXTRA MEANS A PARTITION DID NOT RUN THIS CYCLE (OR
      *    THE CONCATENATION IS WRONG) AND NOTHING CAN BE MERGED.
       LOAD-PARTITION-AUDITS.
           OPEN INPUT PART-AUDIT-FILE
           IF WS-PAUD-STATUS = '05' OR WS-PAUD-STATUS = '35'
              DISPLAY 'PARTAUD: NO PARTITION AUDIT RECORDS - NO '
                 'PARTITION HAS RUN THIS CYCLE - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-PAUD-EOF = 'Y'
              READ PART-AUDIT-FILE INTO AUDIT-RECORD
                 AT END
                    MOVE 'Y' TO WS-PAUD-EOF
                 NOT AT END
                    ADD 1 TO WS-PAUD-RECS-READ
                    IF WS-PAUD-RECS-READ NOT > WS-PART-COUNT
                       PERFORM STOW-PARTITION-AUDIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PART-AUDIT-FILE
           IF WS-PAUD-RECS-READ NOT = WS-PART-COUNT
              DISPLAY 'PARTAUD: ' WS-PAUD-RECS-READ ' PARTITION '
                 'AUDIT RECORD(S) FOR ' WS-PART-COUNT ' PARTITION(S)'
                 ' - A PARTITION HAS NOT RUN THIS CYCLE OR ITS '
                 'AUDIT DATASET WAS NOT CLEARED - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PART-VERSION(1) TO WS-RULE-SET-VERSION
           MOVE WS-PART-RUN-DATE(1) TO WS-RUN-DATE
           PERFORM VARYING WS-PART-NO FROM 2 BY 1
              UNTIL WS-PART-NO > WS-PART-COUNT
              PERFORM CHECK-PARTITION-AGREEMENT
           END-PERFORM
           .

       STOW-PARTITION-AUDIT.
           MOVE WS-PAUD-RECS-READ TO WS-PART-NO
           MOVE WS-PART-NO TO WS-PART-NO-OUT
           IF AUD-IS-ROLLBACK
              OR AUD-START-I NOT NUMERIC
              OR AUD-END-I NOT NUMERIC
              OR AUD-RUN-DATE NOT NUMERIC
              DISPLAY 'PARTAUD: PARTITION ' WS-PART-NO-OUT
                 ' AUDIT RECORD IS NOT A RUN RECORD - RUN '
                 'TERMINATED'
              CLOSE PART-AUDIT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE AUD-START-I TO WS-PART-START-I(WS-PART-NO)
           MOVE AUD-END-I TO WS-PART-END-I(WS-PART-NO)
           MOVE AUD-RULE-SET-VERSION TO WS-PART-VERSION(WS-PART-NO)
           MOVE AUD-RUN-DATE TO WS-PART-RUN-DATE(WS-PART-NO)
           MOVE AUD-JOB-NAME TO WS-PART-JOB-NAME(WS-PART-NO)
           .

      *    PARTITIONS MUST COVER ASCENDING, NON-OVERLAPPING RANGES
      *    (THAT IS WHAT MAKES THE CONCATENATION SEQUENCE ORDER)
      *    AND RUN ONE RULE SET VERSION. THE EARLIEST RUN DATE IS
      *    THE CYCLE'S; A PARTITION RERUN ON A LATER DATE MAY HAVE
      *    PICKED UP DIFFERENT EFFECTIVE-DATED RULES, SO IT IS
      *    MERGED BUT THE PROMOTE IS HELD FOR A LOOK.
       CHECK-PARTITION-AGREEMENT.
           MOVE WS-PART-NO TO WS-PART-NO-OUT
           IF WS-PART-START-I(WS-PART-NO)
              NOT > WS-PART-END-I(WS-PART-NO - 1)
              DISPLAY 'PARTAUD: PARTITION ' WS-PART-NO-OUT
                 ' RANGE STARTS AT ' WS-PART-START-I(WS-PART-NO)
                 ', NOT PAST THE PRIOR PARTITION''S END OF '
                 WS-PART-END-I(WS-PART-NO - 1) ' - PARTITION '
                 'DECKS MUST COVER ASCENDING, NON-OVERLAPPING '
                 'RANGES - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PART-VERSION(WS-PART-NO) NOT = WS-RULE-SET-VERSION
              DISPLAY 'PARTAUD: PARTITION ' WS-PART-NO-OUT
                 ' RAN RULE SET VERSION '
                 WS-PART-VERSION(WS-PART-NO) ', PARTITION 1 RAN '
                 WS-RULE-SET-VERSION ' - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PART-RUN-DATE(WS-PART-NO) NOT = WS-RUN-DATE
              DISPLAY 'PARTAUD: PARTITION ' WS-PART-NO-OUT
                 ' RAN ON ' WS-PART-RUN-DATE(WS-PART-NO)
                 ', PARTITION 1 ON ' WS-RUN-DATE ' - MERGING, '
                 'BUT PROMOTE IS HELD'
              MOVE 'Y' TO WS-EDIT-WARNING-FLAG
              IF WS-PART-RUN-DATE(WS-PART-NO) < WS-RUN-DATE
                 MOVE WS-PART-RUN-DATE(WS-PART-NO) TO WS-RUN-DATE
              END-IF
           END-IF
           .

      *    EVERY PARTITION MUST HAVE REACHED ITS GOBACK. ONE STILL
      *    MARKED STARTED ABENDED OR IS STILL RUNNING - RERUN IT
      *    WITH FIZZPRRN AND MERGE AGAIN; THE OTHERS ARE NOT
      *    TOUCHED.
       CHECK-PARTITION-STATES.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
              UNTIL WS-PART-NO > WS-PART-COUNT
              MOVE ZERO TO WS-PST-RECS-READ
              EVALUATE WS-PART-NO
                 WHEN 1
                    PERFORM SCAN-PART-STATE-1
                 WHEN 2
                    PERFORM SCAN-PART-STATE-2
                 WHEN 3
                    PERFORM SCAN-PART-STATE-3
                 WHEN 4
                    PERFORM SCAN-PART-STATE-4
              END-EVALUATE
              PERFORM CHECK-ONE-PART-STATE
           END-PERFORM
           .

       SCAN-PART-STATE-1.
           OPEN INPUT PART-STATE-FILE-1
           IF WS-PST-STATUS NOT = '05' AND WS-PST-STATUS NOT = '35'
              MOVE 'N' TO WS-PST-EOF
              PERFORM UNTIL WS-PST-EOF = 'Y'
                 READ PART-STATE-FILE-1 INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-PST-EOF
                    NOT AT END
                       ADD 1 TO WS-PST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE PART-STATE-FILE-1
           END-IF
           .

       SCAN-PART-STATE-2.
           OPEN INPUT PART-STATE-FILE-2
           IF WS-PST-STATUS NOT = '05' AND WS-PST-STATUS NOT = '35'
              MOVE 'N' TO WS-PST-EOF
              PERFORM UNTIL WS-PST-EOF = 'Y'
                 READ PART-STATE-FILE-2 INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-PST-EOF
                    NOT AT END
                       ADD 1 TO WS-PST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE PART-STATE-FILE-2
           END-IF
           .

       SCAN-PART-STATE-3.
           OPEN INPUT PART-STATE-FILE-3
           IF WS-PST-STATUS NOT = '05' AND WS-PST-STATUS NOT = '35'
              MOVE 'N' TO WS-PST-EOF
              PERFORM UNTIL WS-PST-EOF = 'Y'
                 READ PART-STATE-FILE-3 INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-PST-EOF
                    NOT AT END
                       ADD 1 TO WS-PST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE PART-STATE-FILE-3
           END-IF
           .

       SCAN-PART-STATE-4.
           OPEN INPUT PART-STATE-FILE-4
           IF WS-PST-STATUS NOT = '05' AND WS-PST-STATUS NOT = '35'
              MOVE 'N' TO WS-PST-EOF
              PERFORM UNTIL WS-PST-EOF = 'Y'
                 READ PART-STATE-FILE-4 INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-PST-EOF
                    NOT AT END
                       ADD 1 TO WS-PST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE PART-STATE-FILE-4
           END-IF
           .

      *    THE LAST RUN-STATE RECORD IS THE PARTITION'S STATE. ITS
      *    RUN DATE MUST BE THE ONE ON THE PARTITION'S AUDIT
      *    RECORD, OR IT DESCRIBES SOME OTHER RUN. A PARTITION
      *    THAT ENDED RC 16 WROTE NOTHING WORTH MERGING; ONE THAT
      *    ENDED RC 4 IS MERGED BUT HOLDS THE PROMOTE, EXACTLY AS
      *    A DAILY RUN ENDING RC 4 DOES.
       CHECK-ONE-PART-STATE.
           MOVE WS-PART-NO TO WS-PART-NO-OUT
           EVALUATE TRUE
              WHEN WS-PST-RECS-READ = ZERO
                 DISPLAY 'PARTRS' WS-PART-NO-OUT ': NO RUN-STATE '
                    'RECORDS - PARTITION ' WS-PART-NO-OUT ' HAS NOT '
                    'RUN - RUN TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN NOT RST-IS-ENDED
                 DISPLAY 'PARTRS' WS-PART-NO-OUT ': PARTITION '
                    WS-PART-NO-OUT ' RUN ' RST-JOB-NAME ' OF '
                    RST-RUN-DATE ' IS STILL MARKED STARTED - IT '
                    'ABENDED OR IS STILL RUNNING. RERUN THAT '
                    'PARTITION WITH FIZZPRRN, THEN RESUBMIT THE '
                    'MERGE - RUN TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN RST-RUN-DATE NOT = WS-PART-RUN-DATE(WS-PART-NO)
                 DISPLAY 'PARTRS' WS-PART-NO-OUT ': LAST RUN-STATE '
                    'RECORD IS FROM ' RST-RUN-DATE ', THE PARTITION '
                    'AUDIT RECORD FROM '
                    WS-PART-RUN-DATE(WS-PART-NO) ' - THE PARTRS'
                    WS-PART-NO-OUT ' DD DOES NOT BELONG TO THIS '
                    'PARTITION - RUN TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN RST-RETURN-CODE NOT NUMERIC
                 OR RST-RETURN-CODE NOT < 16
                 DISPLAY 'PARTRS' WS-PART-NO-OUT ': PARTITION '
                    WS-PART-NO-OUT ' ENDED RC ' RST-RETURN-CODE
                    ' - RERUN THAT PARTITION WITH FIZZPRRN, THEN '
                    'RESUBMIT THE MERGE - RUN TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN RST-RETURN-CODE > ZERO
                 DISPLAY 'PARTRS' WS-PART-NO-OUT ': PARTITION '
                    WS-PART-NO-OUT ' ENDED RC ' RST-RETURN-CODE
                    ' - MERGING, BUT PROMOTE IS HELD'
                 MOVE 'Y' TO WS-EDIT-WARNING-FLAG
           END-EVALUATE
           MOVE RST-RETURN-CODE TO WS-PART-RC(WS-PART-NO)
           IF RST-CARD-COUNT NUMERIC AND RST-RANGE-CHECKSUM NUMERIC
              MOVE 'Y' TO WS-PART-DECK-KNOWN(WS-PART-NO)
              MOVE RST-CARD-COUNT TO WS-PART-CARD-COUNT(WS-PART-NO)
              MOVE RST-RANGE-CHECKSUM TO WS-PART-CHECKSUM(WS-PART-NO)
           ELSE
              MOVE 'N' TO WS-PART-DECK-KNOWN(WS-PART-NO)
           END-IF
           .

      *    THE MERGE IS WHAT MAKES THE CYCLE'S GENERATION, SO IT
      *    KEEPS THE MAIN RUN-STATE LOG THE WAY THE DAILY RUN
      *    DOES. A PRIOR RUN STILL MARKED STARTED IS ONLY LET
      *    THROUGH WHEN IT WAS AN EARLIER ATTEMPT OF THIS SAME
      *    MERGE JOB - ITS (+1) GENERATIONS WERE DELETED WHEN IT
      *    ABENDED, SO THERE IS NOTHING TO ORPHAN.
       CHECK-RUN-STATE.
           MOVE ZERO TO WS-RST-RECS-READ
           OPEN INPUT RUN-STATE-FILE
           IF WS-RUNSTATE-STATUS NOT = '05'
              AND WS-RUNSTATE-STATUS NOT = '35'
              MOVE 'N' TO WS-RST-EOF
              PERFORM UNTIL WS-RST-EOF = 'Y'
                 READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-RST-EOF
                    NOT AT END
                       ADD 1 TO WS-RST-RECS-READ
                 END-READ
              END-PERFORM
              CLOSE RUN-STATE-FILE
           END-IF
           IF WS-RST-RECS-READ > ZERO AND RST-IS-STARTED
              IF RST-JOB-NAME = WS-JOB-NAME
                 DISPLAY 'RUNSTATE: PRIOR MERGE ' RST-JOB-NAME
                    ' OF ' RST-RUN-DATE ' IS STILL MARKED STARTED - '
                    'MERGING AGAIN'
              ELSE
                 DISPLAY 'RUNSTATE: PRIOR RUN ' RST-JOB-NAME
                    ' OF ' RST-RUN-DATE ' IS STILL MARKED STARTED - '
                    'FINISH IT WITH FIZZRST BEFORE MERGING - RUN '
                    'TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      *    THE CARD COUNT AND RANGE CHECKSUM OF THE WHOLE DAY'S
      *    DECK ARE THE SUMS OF THE PARTITIONS' (THE CHECKSUM IS
      *    ITSELF A SUM OF BOUNDS), SO THE MERGE RECORDS THEM WHEN
      *    EVERY PARTITION RECORDED ITS OWN.
       COMPUTE-RANGE-CHECKSUM.
           MOVE 'Y' TO WS-DECK-KNOWN
           MOVE ZERO TO WS-CARD-COUNT
           MOVE ZERO TO WS-CHECKSUM-WORK
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
              UNTIL WS-PART-NO > WS-PART-COUNT
              IF WS-PART-DECK-KNOWN(WS-PART-NO) = 'Y'
                 ADD WS-PART-CARD-COUNT(WS-PART-NO) TO WS-CARD-COUNT
                 ADD WS-PART-CHECKSUM(WS-PART-NO) TO WS-CHECKSUM-WORK
              ELSE
                 MOVE 'N' TO WS-DECK-KNOWN
              END-IF
           END-PERFORM
           COMPUTE WS-RANGE-CHECKSUM =
              FUNCTION MOD(WS-CHECKSUM-WORK, 1000000000)
           .

       MARK-RUN-STARTED.
           PERFORM COMPUTE-RANGE-CHECKSUM
           MOVE SPACES TO RUN-STATE-RECORD
           MOVE 'STARTED' TO RST-STATUS
           MOVE ZERO TO RST-RETURN-CODE
           PERFORM BUILD-RUN-STATE-RECORD
           .

       MARK-RUN-ENDED.
           MOVE SPACES TO RUN-STATE-RECORD
           MOVE 'ENDED' TO RST-STATUS
           MOVE RETURN-CODE TO RST-RETURN-CODE
           PERFORM BUILD-RUN-STATE-RECORD
           .

       BUILD-RUN-STATE-RECORD.
           MOVE WS-JOB-NAME TO RST-JOB-NAME
           MOVE WS-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PART-START-I(1) TO RST-START-I
           MOVE WS-PART-END-I(WS-PART-COUNT) TO RST-END-I
           IF WS-DECK-KNOWN = 'Y'
              MOVE WS-CARD-COUNT TO RST-CARD-COUNT
              MOVE WS-RANGE-CHECKSUM TO RST-RANGE-CHECKSUM
           END-IF
           OPEN EXTEND RUN-STATE-FILE
           IF WS-RUNSTATE-STATUS = '05' OR WS-RUNSTATE-STATUS = '35'
              OPEN OUTPUT RUN-STATE-FILE
           END-IF
           WRITE RUN-STATE-OUT FROM RUN-STATE-RECORD
           CLOSE RUN-STATE-FILE
           .

       WRITE-PARTITION-LINE.
           MOVE WS-PART-NO TO WS-PL-PART-NO
           MOVE WS-PART-START-I(WS-PART-NO) TO WS-PL-START-I
           MOVE WS-PART-END-I(WS-PART-NO) TO WS-PL-END-I
           MOVE WS-PART-JOB-NAME(WS-PART-NO) TO WS-PL-JOB-NAME
           MOVE WS-PART-RUN-DATE(WS-PART-NO) TO WS-PL-RUN-DATE
           MOVE WS-PART-VERSION(WS-PART-NO) TO WS-PL-VERSION
           MOVE WS-PART-RC(WS-PART-NO) TO WS-PL-RC
           WRITE MERGE-REPORT-OUT FROM WS-PART-LINE
           .

      *    EACH PARTITION WROTE ITS 'R' RECORDS (NUMBERED FROM 1)
      *    FOLLOWED BY ONE 'G' RECORD. THE MERGED FILE RENUMBERS
      *    THE 'R' RECORDS ACROSS THE DAY AND CARRIES ONE 'G'
      *    RECORD, THE SUM OF THE PARTITIONS' - WHICH IS WHAT
      *    FIZZBAL WILL PROVE THE MERGED GENERATION AGAINST.
       MERGE-CONTROL-TOTALS.
           OPEN INPUT PART-TOTALS-FILE
           OPEN OUTPUT TOTALS-FILE
           PERFORM UNTIL WS-TOT-EOF = 'Y'
              READ PART-TOTALS-FILE INTO TOTALS-RECORD
                 AT END
                    MOVE 'Y' TO WS-TOT-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-TOTALS-RECORD
              END-READ
           END-PERFORM
           CLOSE PART-TOTALS-FILE
           MOVE SPACES TO TOTALS-RECORD
           MOVE 'G' TO TOT-REC-TYPE
           MOVE ZERO TO TOT-RANGE-NO
           MOVE WS-GT-FIZZ-ONLY TO TOT-FIZZ-ONLY
           MOVE WS-GT-BUZZ-ONLY TO TOT-BUZZ-ONLY
           MOVE WS-GT-FIZZBUZZ TO TOT-FIZZBUZZ
           MOVE WS-GT-OTHER-RULE TO TOT-OTHER-RULE
           MOVE WS-GT-PLAIN TO TOT-PLAIN
           MOVE WS-GT-SKIPPED TO TOT-SKIPPED
           MOVE WS-GT-FORCED TO TOT-FORCED
           MOVE WS-GT-VALUES TO TOT-VALUES
           WRITE TOTALS-FILE-OUT FROM TOTALS-RECORD
           CLOSE TOTALS-FILE
           IF WS-GRAND-COUNT NOT = WS-PART-COUNT
              ADD 1 TO WS-ERROR-COUNT
              MOVE '*** PARTITION GRAND TOTAL RECORDS DO NOT '
                 TO WS-REPORT-LINE
              WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '*** MATCH THE PARTITION COUNT ON MRGCARD'
                 TO WS-REPORT-LINE
              WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       MERGE-ONE-TOTALS-RECORD.
           EVALUATE TRUE
              WHEN TOT-FIZZ-ONLY NOT NUMERIC
                 OR TOT-VALUES NOT NUMERIC
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** UNREADABLE PARTITION CONTROL TOTALS RECORD'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN TOT-IS-RANGE
                 ADD TOT-VALUES TO WS-RS-VALUES
                 ADD 1 TO WS-MERGED-RANGE-NO
                 MOVE WS-MERGED-RANGE-NO TO TOT-RANGE-NO
                 WRITE TOTALS-FILE-OUT FROM TOTALS-RECORD
              WHEN TOT-IS-GRAND
                 ADD 1 TO WS-GRAND-COUNT
                 ADD TOT-FIZZ-ONLY TO WS-GT-FIZZ-ONLY
                 ADD TOT-BUZZ-ONLY TO WS-GT-BUZZ-ONLY
                 ADD TOT-FIZZBUZZ TO WS-GT-FIZZBUZZ
                 ADD TOT-OTHER-RULE TO WS-GT-OTHER-RULE
                 ADD TOT-PLAIN TO WS-GT-PLAIN
                 ADD TOT-SKIPPED TO WS-GT-SKIPPED
                 ADD TOT-FORCED TO WS-GT-FORCED
                 ADD TOT-VALUES TO WS-GT-VALUES
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** CONTROL TOTALS RECORD TYPE NOT R OR G'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           END-EVALUATE
           .

      *    THE PARTITIONS COVER ASCENDING RANGES AND ARE
      *    CONCATENATED IN PARTITION ORDER, SO COPYING THEM
      *    STRAIGHT THROUGH GIVES SEQUENCE ORDER. EVERY RECORD IS
      *    CHECKED ANYWAY - ONE OUT OF SEQUENCE MEANS THE
      *    CONCATENATION IS WRONG.
       MERGE-OUTPUT.
           OPEN INPUT PART-OUTPUT-FILE
           OPEN OUTPUT OUTPUT-FILE
           PERFORM UNTIL WS-OUT-EOF = 'Y'
              READ PART-OUTPUT-FILE INTO OUTPUT-RECORD
                 AT END
                    MOVE 'Y' TO WS-OUT-EOF
                 NOT AT END
                    ADD 1 TO WS-OUT-REC-COUNT
                    PERFORM CHECK-OUTPUT-SEQUENCE
                    WRITE OUTPUT-FILE-OUT FROM OUTPUT-RECORD
              END-READ
           END-PERFORM
           CLOSE PART-OUTPUT-FILE
           CLOSE OUTPUT-FILE
           .

       CHECK-OUTPUT-SEQUENCE.
           EVALUATE TRUE
              WHEN OUT-SEQ-NO NOT NUMERIC
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** UNREADABLE PARTITION OUTPUT RECORD'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN OUT-SEQ-NO NOT > WS-LAST-OUT-SEQ
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'OUTPUT OUT OF SEQUENCE' TO WS-DET-TAG
                 MOVE OUT-SEQ-NO TO WS-DET-SEQ-NO
                 WRITE MERGE-REPORT-OUT FROM WS-DETAIL-LINE
              WHEN OTHER
                 MOVE OUT-SEQ-NO TO WS-LAST-OUT-SEQ
           END-EVALUATE
           .

       MERGE-EXTRACT.
           OPEN INPUT PART-EXTRACT-FILE
           OPEN OUTPUT EXTRACT-FILE
           PERFORM UNTIL WS-EXT-EOF = 'Y'
              READ PART-EXTRACT-FILE INTO EXTRACT-RECORD
                 AT END
                    MOVE 'Y' TO WS-EXT-EOF
                 NOT AT END
                    PERFORM CHECK-EXTRACT-RECORD
                    WRITE EXTRACT-FILE-OUT FROM EXTRACT-RECORD
              END-READ
           END-PERFORM
           CLOSE PART-EXTRACT-FILE
           CLOSE EXTRACT-FILE
           .

       CHECK-EXTRACT-RECORD.
           EVALUATE TRUE
              WHEN EXT-SEQ-NO NOT NUMERIC
                 OR EXT-RESULT-CODE NOT NUMERIC
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** UNREADABLE PARTITION EXTRACT RECORD'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN EXT-SEQ-NO NOT > WS-LAST-EXT-SEQ
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'EXTRACT OUT OF SEQ' TO WS-DET-TAG
                 MOVE EXT-SEQ-NO TO WS-DET-SEQ-NO
                 WRITE MERGE-REPORT-OUT FROM WS-DETAIL-LINE
                 PERFORM TALLY-EXTRACT-RECORD
              WHEN OTHER
                 MOVE EXT-SEQ-NO TO WS-LAST-EXT-SEQ
                 PERFORM TALLY-EXTRACT-RECORD
           END-EVALUATE
           .

       TALLY-EXTRACT-RECORD.
           ADD 1 TO WS-XC-VALUES
           EVALUATE TRUE
              WHEN EXT-OVERRIDE-FLAG = 'S'
                 ADD 1 TO WS-XC-SKIPPED
              WHEN EXT-OVERRIDE-FLAG = 'F'
                 ADD 1 TO WS-XC-FORCED
              WHEN EXT-RESULT-CODE = 1
                 ADD 1 TO WS-XC-FIZZ-ONLY
              WHEN EXT-RESULT-CODE = 2
                 ADD 1 TO WS-XC-BUZZ-ONLY
              WHEN EXT-RESULT-CODE = 3
                 ADD 1 TO WS-XC-FIZZBUZZ
              WHEN EXT-RESULT-CODE > 3
                 ADD 1 TO WS-XC-OTHER-RULE
              WHEN OTHER
                 ADD 1 TO WS-XC-PLAIN
           END-EVALUATE
           .

      *    A VALUE MATCHING SEVERAL RULES HAS SEVERAL DETAIL
      *    RECORDS WITH THE SAME SEQUENCE NUMBER, SO THE DETAIL
      *    FILE NEED ONLY NEVER GO BACKWARDS.
       MERGE-RULE-DETAIL.
           OPEN INPUT PART-DETAIL-FILE
           OPEN OUTPUT RULE-DETAIL-FILE
           PERFORM UNTIL WS-DTL-EOF = 'Y'
              READ PART-DETAIL-FILE INTO RULE-DETAIL-RECORD
                 AT END
                    MOVE 'Y' TO WS-DTL-EOF
                 NOT AT END
                    ADD 1 TO WS-DTL-REC-COUNT
                    PERFORM CHECK-DETAIL-SEQUENCE
                    WRITE RULE-DETAIL-OUT FROM RULE-DETAIL-RECORD
              END-READ
           END-PERFORM
           CLOSE PART-DETAIL-FILE
           CLOSE RULE-DETAIL-FILE
           .

       CHECK-DETAIL-SEQUENCE.
           EVALUATE TRUE
              WHEN RDET-SEQ-NO NOT NUMERIC
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** UNREADABLE PARTITION RULE DETAIL RECORD'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              WHEN RDET-SEQ-NO < WS-LAST-DTL-SEQ
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'RULE DETAIL OUT OF SEQ' TO WS-DET-TAG
                 MOVE RDET-SEQ-NO TO WS-DET-SEQ-NO
                 WRITE MERGE-REPORT-OUT FROM WS-DETAIL-LINE
              WHEN OTHER
                 MOVE RDET-SEQ-NO TO WS-LAST-DTL-SEQ
           END-EVALUATE
           .

       MERGE-STATISTICS.
           OPEN INPUT PART-STATS-FILE
           PERFORM UNTIL WS-STA-EOF = 'Y'
              READ PART-STATS-FILE INTO STAT-RECORD
                 AT END
                    MOVE 'Y' TO WS-STA-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-STAT-RECORD
              END-READ
           END-PERFORM
           CLOSE PART-STATS-FILE
           IF WS-STAT-A-COUNT NOT = WS-PART-COUNT
              ADD 1 TO WS-ERROR-COUNT
              MOVE '*** PARTITION STATISTICS SETS DO NOT MATCH '
                 TO WS-REPORT-LINE
              WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              MOVE '*** THE PARTITION COUNT ON MRGCARD'
                 TO WS-REPORT-LINE
              WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .

       MERGE-ONE-STAT-RECORD.
           EVALUATE TRUE
              WHEN STAT-IS-COUNTS-A AND STAT-A-VALUES NUMERIC
                 ADD 1 TO WS-STAT-A-COUNT
                 ADD STAT-A-VALUES TO WS-ST-VALUES
                 ADD STAT-A-FIZZ-ONLY TO WS-ST-FIZZ-ONLY
                 ADD STAT-A-BUZZ-ONLY TO WS-ST-BUZZ-ONLY
                 ADD STAT-A-FIZZBUZZ TO WS-ST-FIZZBUZZ
                 ADD STAT-A-OTHER-RULE TO WS-ST-OTHER-RULE
              WHEN STAT-IS-COUNTS-B AND STAT-B-PLAIN NUMERIC
                 ADD STAT-B-PLAIN TO WS-ST-PLAIN
                 ADD STAT-B-SKIPPED TO WS-ST-SKIPPED
                 ADD STAT-B-FORCED TO WS-ST-FORCED
              WHEN STAT-IS-RULE AND STAT-R-HITS NUMERIC
                 PERFORM MERGE-ONE-RULE-STAT
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** UNREADABLE PARTITION STATISTICS RECORD'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           END-EVALUATE
           .

       MERGE-ONE-RULE-STAT.
           ADD STAT-R-HITS TO WS-ST-RULE-HITS
           MOVE 'N' TO WS-RULE-FOUND
           PERFORM VARYING RULE-IDX FROM 1 BY 1
              UNTIL RULE-IDX > WS-RULE-COUNT OR WS-RULE-FOUND = 'Y'
              IF WS-RULE-DIVISOR(RULE-IDX) = STAT-R-DIVISOR
                 AND WS-RULE-LABEL(RULE-IDX) = STAT-R-LABEL
                 MOVE 'Y' TO WS-RULE-FOUND
                 ADD STAT-R-HITS TO WS-RULE-HIT-COUNT(RULE-IDX)
              END-IF
           END-PERFORM
           IF WS-RULE-FOUND = 'N'
              IF WS-RULE-COUNT = WS-MAX-RULES
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '*** MORE RULES ON THE PARTITION STATISTICS '
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
                 MOVE '*** THAN ANY ONE RULE TABLE HOLDS'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
              ELSE
                 ADD 1 TO WS-RULE-COUNT
                 MOVE STAT-R-DIVISOR TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                 MOVE STAT-R-LABEL TO WS-RULE-LABEL(WS-RULE-COUNT)
                 MOVE STAT-R-HITS TO WS-RULE-HIT-COUNT(WS-RULE-COUNT)
              END-IF
           END-IF
           .

       WRITE-MERGE-CHECKS.
           MOVE '***** MERGED EXTRACT VS PARTITION TOTALS *****'
              TO WS-REPORT-LINE
           WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'FIZZ-ONLY' TO WS-CHK-NAME
           MOVE WS-GT-FIZZ-ONLY TO WS-CHK-EXPECTED
           MOVE WS-XC-FIZZ-ONLY TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'BUZZ-ONLY' TO WS-CHK-NAME
           MOVE WS-GT-BUZZ-ONLY TO WS-CHK-EXPECTED
           MOVE WS-XC-BUZZ-ONLY TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'FIZZBUZZ' TO WS-CHK-NAME
           MOVE WS-GT-FIZZBUZZ TO WS-CHK-EXPECTED
           MOVE WS-XC-FIZZBUZZ TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'OTHER RULE' TO WS-CHK-NAME
           MOVE WS-GT-OTHER-RULE TO WS-CHK-EXPECTED
           MOVE WS-XC-OTHER-RULE TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'PLAIN PASS-THRU' TO WS-CHK-NAME
           MOVE WS-GT-PLAIN TO WS-CHK-EXPECTED
           MOVE WS-XC-PLAIN TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'SKIPPED BY EXCP' TO WS-CHK-NAME
           MOVE WS-GT-SKIPPED TO WS-CHK-EXPECTED
           MOVE WS-XC-SKIPPED TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'FORCED BY EXCP' TO WS-CHK-NAME
           MOVE WS-GT-FORCED TO WS-CHK-EXPECTED
           MOVE WS-XC-FORCED TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'EXTRACT RECORDS' TO WS-CHK-NAME
           MOVE WS-GT-VALUES TO WS-CHK-EXPECTED
           MOVE WS-XC-VALUES TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE '***** MERGED OUTPUT VS PARTITION TOTALS *****'
              TO WS-REPORT-LINE
           WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'OUTPUT RECORDS' TO WS-CHK-NAME
           COMPUTE WS-CHK-EXPECTED = WS-GT-VALUES - WS-GT-SKIPPED
           MOVE WS-OUT-REC-COUNT TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE '***** PARTITION RANGES AND STATS VS GRAND *****'
              TO WS-REPORT-LINE
           WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'RANGE VALUES' TO WS-CHK-NAME
           MOVE WS-GT-VALUES TO WS-CHK-EXPECTED
           MOVE WS-RS-VALUES TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE 'STATS VALUES' TO WS-CHK-NAME
           MOVE WS-GT-VALUES TO WS-CHK-EXPECTED
           MOVE WS-ST-VALUES TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           MOVE '***** MERGED RULE DETAIL VS PARTITION STATS *****'
              TO WS-REPORT-LINE
           WRITE MERGE-REPORT-OUT FROM WS-REPORT-LINE
           MOVE 'RULE FIRINGS' TO WS-CHK-NAME
           MOVE WS-ST-RULE-HITS TO WS-CHK-EXPECTED
           MOVE WS-DTL-REC-COUNT TO WS-CHK-ACTUAL
           PERFORM CHECK-ONE-TOTAL
           .

       CHECK-ONE-TOTAL.
           MOVE WS-CHK-EXPECTED TO WS-CHK-EXPECTED-OUT
           MOVE WS-CHK-ACTUAL TO WS-CHK-ACTUAL-OUT
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              MOVE 'IN BALANCE' TO WS-CHK-STATUS
           ELSE
              MOVE '*** OFF ***' TO WS-CHK-STATUS
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE MERGE-REPORT-OUT FROM WS-CHECK-LINE
           .

      *    ONE AUDIT RECORD FOR THE MERGED GENERATION, NOT ONE PER
      *    PARTITION - HISTINQ AND FIZZBACK MAP AUDIT RUN RECORDS
      *    TO GENERATIONS ONE FOR ONE.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           ACCEPT AUD-RUN-TIME FROM TIME
           MOVE WS-PART-START-I(1) TO AUD-START-I
           MOVE WS-PART-END-I(WS-PART-COUNT) TO AUD-END-I
           MOVE WS-RULE-SET-VERSION TO AUD-RULE-SET-VERSION
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-FILE-OUT FROM AUDIT-RECORD
           CLOSE AUDIT-FILE
           OPEN OUTPUT AUDIT-CURR-FILE
           WRITE AUDIT-CURR-OUT FROM AUDIT-RECORD
           CLOSE AUDIT-CURR-FILE
           .

       WRITE-RUN-STATISTICS.
           OPEN EXTEND STAT-HIST-FILE
           IF WS-STAT-STATUS = '05' OR WS-STAT-STATUS = '35'
              OPEN OUTPUT STAT-HIST-FILE
           END-IF
           MOVE SPACES TO STAT-RECORD
           MOVE 'A' TO STAT-REC-TYPE
           MOVE WS-RUN-DATE TO STAT-RUN-DATE
           MOVE WS-RULE-SET-VERSION TO STAT-RULE-SET-VERSION
           MOVE WS-ST-VALUES TO STAT-A-VALUES
           MOVE WS-ST-FIZZ-ONLY TO STAT-A-FIZZ-ONLY
           MOVE WS-ST-BUZZ-ONLY TO STAT-A-BUZZ-ONLY
           MOVE WS-ST-FIZZBUZZ TO STAT-A-FIZZBUZZ
           MOVE WS-ST-OTHER-RULE TO STAT-A-OTHER-RULE
           WRITE STAT-HIST-OUT FROM STAT-RECORD
           MOVE SPACES TO STAT-RECORD
           MOVE 'B' TO STAT-REC-TYPE
           MOVE WS-RUN-DATE TO STAT-RUN-DATE
           MOVE WS-RULE-SET-VERSION TO STAT-RULE-SET-VERSION
           MOVE WS-ST-PLAIN TO STAT-B-PLAIN
           MOVE WS-ST-SKIPPED TO STAT-B-SKIPPED
           MOVE WS-ST-FORCED TO STAT-B-FORCED
           WRITE STAT-HIST-OUT FROM STAT-RECORD
           PERFORM VARYING RULE-IDX FROM 1 BY 1
              UNTIL RULE-IDX > WS-RULE-COUNT
              MOVE SPACES TO STAT-RECORD
              MOVE 'R' TO STAT-REC-TYPE
              MOVE WS-RUN-DATE TO STAT-RUN-DATE
              MOVE WS-RULE-SET-VERSION TO STAT-RULE-SET-VERSION
              MOVE WS-RULE-DIVISOR(RULE-IDX) TO STAT-R-DIVISOR
              MOVE WS-RULE-LABEL(RULE-IDX) TO STAT-R-LABEL
              MOVE WS-RULE-HIT-COUNT(RULE-IDX) TO STAT-R-HITS
              WRITE STAT-HIST-OUT FROM STAT-RECORD
           END-PERFORM
           CLOSE STAT-HIST-FILE
           .

       WRITE-RULE-USAGE-REPORT.
           OPEN OUTPUT RULE-REPORT-FILE
           MOVE '***** RULE USAGE REPORT *****'
              TO WS-RULE-RPT-HEADER
           WRITE RULE-REPORT-OUT FROM WS-RULE-RPT-HEADER
           MOVE 'DIV   LABEL            HITS  PCT OF RANGE'
              TO WS-RULE-RPT-HEADER
           WRITE RULE-REPORT-OUT FROM WS-RULE-RPT-HEADER
           PERFORM VARYING RULE-IDX FROM 1 BY 1
              UNTIL RULE-IDX > WS-RULE-COUNT
              MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-RPT-DIVISOR
              MOVE WS-RULE-LABEL(RULE-IDX) TO WS-RPT-LABEL
              MOVE WS-RULE-HIT-COUNT(RULE-IDX) TO WS-RPT-HITS
              IF WS-ST-VALUES > ZERO
                 COMPUTE WS-RULE-HIT-PCT ROUNDED =
                    (WS-RULE-HIT-COUNT(RULE-IDX) * 100)
                    / WS-ST-VALUES
              ELSE
                 MOVE ZERO TO WS-RULE-HIT-PCT
              END-IF
              MOVE WS-RULE-HIT-PCT TO WS-RPT-PCT
              IF WS-RULE-HIT-COUNT(RULE-IDX) = ZERO
                 MOVE '*** ZERO HITS ***' TO WS-RPT-ZERO-FLAG
              ELSE
                 MOVE SPACES TO WS-RPT-ZERO-FLAG
              END-IF
              WRITE RULE-REPORT-OUT FROM WS-RULE-RPT-LINE
           END-PERFORM
           CLOSE RULE-REPORT-FILE
           .
