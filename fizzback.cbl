       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-CARD-FILE ASSIGN TO BACKCARD
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO RUNSTATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNSTATE-STATUS.
           SELECT REST-OUTPUT-FILE ASSIGN TO RESTOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT REST-EXTRACT-FILE ASSIGN TO RESTXTR
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUR-OUTPUT-FILE ASSIGN TO CUROUT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CUR-STATUS.
           SELECT RESULTS-KSDS-FILE ASSIGN TO RESULTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OUT-SEQ-NO
              FILE STATUS IS WS-KSDS-STATUS.
           SELECT AUDIT-CURR-FILE ASSIGN TO AUDITCUR
              ORGANIZATION IS SEQUENTIAL.
           SELECT BACK-REPORT-FILE ASSIGN TO BACKRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACK-CARD-FILE
           RECORDING MODE IS F.
       01 BACK-CARD-IN                PIC X(80).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01 AUDIT-LOG-REC               PIC X(80).

       FD  RUN-STATE-FILE
           RECORDING MODE IS F.
       01 RUN-STATE-REC               PIC X(80).

       FD  REST-OUTPUT-FILE
           RECORDING MODE IS F.
       01 REST-OUTPUT-IN              PIC X(80).

       FD  REST-EXTRACT-FILE
           RECORDING MODE IS F.
       01 REST-EXTRACT-IN             PIC X(80).

       FD  CUR-OUTPUT-FILE
           RECORDING MODE IS F.
       01 CUR-OUTPUT-IN               PIC X(80).

       FD  RESULTS-KSDS-FILE.
       COPY OUTREC.

       FD  AUDIT-CURR-FILE
           RECORDING MODE IS F.
       01 AUDIT-CURR-OUT              PIC X(80).

       FD  BACK-REPORT-FILE
           RECORDING MODE IS F.
       01 BACK-REPORT-OUT             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BACKCARD.
       COPY AUDITREC.
       COPY RUNSTREC.
       COPY EXTRREC.

      *    MIRRORS OF OUTPUT-RECORD (OUTREC) FOR THE TWO SEQUENTIAL
      *    SIDES OF THE MATCH, AS IN FIZZCMP - OUTPUT-RECORD ITSELF
      *    IS THE KSDS RECORD AREA.
       01 REST-OUTPUT-RECORD.
           05 REST-SEQ-NO             PIC 9(9).
           05 REST-FIZZ-FLAG          PIC X(1).
           05 REST-BUZZ-FLAG          PIC X(1).
           05 REST-LABEL              PIC X(20).
           05 FILLER                  PIC X(49).
       01 CUR-OUTPUT-RECORD.
           05 CUR-SEQ-NO              PIC 9(9).
           05 CUR-FIZZ-FLAG           PIC X(1).
           05 CUR-BUZZ-FLAG           PIC X(1).
           05 CUR-LABEL               PIC X(20).
           05 FILLER                  PIC X(49).

       01 WS-JOB-NAME       PIC X(8).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-AUDIT-STATUS   PIC X(2).
       01 WS-RUNSTATE-STATUS PIC X(2).
       01 WS-CUR-STATUS     PIC X(2).
       01 WS-KSDS-STATUS    PIC X(2).

       01 WS-AUDIT-EOF      PIC X(1) VALUE 'N'.
       01 WS-RST-EOF        PIC X(1) VALUE 'N'.
       01 WS-REST-EOF       PIC X(1) VALUE 'N'.
       01 WS-XTR-EOF        PIC X(1) VALUE 'N'.
       01 WS-CUR-EOF        PIC X(1) VALUE 'N'.
       01 WS-RST-RECS-READ  PIC S9(4) BINARY VALUE ZERO.
       01 WS-REBUILD-NEEDED PIC X(1) VALUE 'N'.
       01 WS-REFUSED        PIC X(1) VALUE 'N'.

      *    AUDIT RECORDS IN FILE (CHRONOLOGICAL) ORDER, KEPT WHOLE
      *    SO THE RESTORED RUN'S OWN RECORD CAN BE WRITTEN BACK
      *    OUT AS THE AUDIT SNAPSHOT. ONLY RUN ENTRIES ALLOCATE A
      *    GENERATION; ROLLBACK ENTRIES ARE SKIPPED WHEN COUNTING
      *    RELATIVE GENERATIONS, AS IN HISTINQ.
       01 WS-AUDIT-COUNT    PIC S9(4) BINARY VALUE ZERO.
       01 WS-MAX-AUDITS     PIC S9(4) BINARY VALUE 200.
       01 WS-AUD-IDX        PIC S9(4) BINARY.
       01 WS-SEL-IDX        PIC S9(4) BINARY.
       01 WS-REL-GEN        PIC S9(4) BINARY.
       01 WS-AUDIT-TABLE.
           05 WS-AUD-ENTRY OCCURS 200 TIMES.
               10 WS-AUD-DATE         PIC 9(8).
               10 WS-AUD-TYPE         PIC X(1).
               10 WS-AUD-IMAGE        PIC X(80).

       01 WS-TARGET-START-I PIC S9(9) VALUE ZERO.
       01 WS-TARGET-END-I   PIC S9(9) VALUE ZERO.
       01 WS-TARGET-VERSION PIC X(8) VALUE SPACES.

       01 WS-PRIOR-REST-SEQ PIC 9(9) VALUE ZERO.
       01 WS-PRIOR-XTR-SEQ  PIC 9(9) VALUE ZERO.
       01 WS-FIRST-REST-SEQ PIC 9(9) VALUE ZERO.
       01 WS-REST-REC-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-XTR-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-XTR-PUB-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-CUR-REC-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-REWRITTEN-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-READDED-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-REMOVED-COUNT  PIC S9(9) BINARY VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC S9(9) BINARY VALUE ZERO.
       01 WS-KEY-ERR-COUNT  PIC S9(9) BINARY VALUE ZERO.

       01 WS-REPORT-LINE    PIC X(80).
       01 WS-DETAIL-LINE.
           05 WS-DET-TAG              PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DET-SEQ-NO           PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DET-OLD-TEXT         PIC X(26).
           05 FILLER                  PIC X(2) VALUE SPACE.
           05 WS-DET-NEW-TEXT         PIC X(26).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-JOB-NAME
           PERFORM READ-BACK-CARD
           PERFORM CHECK-RUN-STATE
           PERFORM LOAD-AUDIT-LOG
           PERFORM LOCATE-TARGET-RUN
           PERFORM PROVE-RESTORE-GENERATION
           OPEN OUTPUT BACK-REPORT-FILE
           MOVE '***** FIZZBUZZ POST-PROMOTE ROLLBACK REPORT *****'
              TO WS-REPORT-LINE
           WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
           PERFORM WRITE-ROLLBACK-HEADER
           IF WS-REFUSED = 'Y'
              MOVE '*** ROLLBACK REFUSED - NOTHING WAS CHANGED ***'
                 TO WS-REPORT-LINE
              WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
              CLOSE BACK-REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM RESTORE-KSDS-RECORDS
           PERFORM WRITE-AUDIT-SNAPSHOT
           PERFORM WRITE-ROLLBACK-SUMMARY
           CLOSE BACK-REPORT-FILE
           IF WS-REBUILD-NEEDED = 'Y'
              DISPLAY 'FIZZBACK: THE KSDS COULD NOT BE RESTORED KEY '
                 'BY KEY - REQUESTING FULL REBUILD FROM THE '
                 'RESTORED CURRENT DATASET'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM APPEND-ROLLBACK-AUDIT
           PERFORM APPEND-ROLLBACK-RUN-STATE
           GOBACK
           .

       GET-JOB-NAME.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           IF WS-JOB-NAME = SPACES
              MOVE 'FIZZBACK' TO WS-JOB-NAME
           END-IF
           .

      *    EVERY FIELD ON THE CARD IS REQUIRED - A ROLLBACK WITH
      *    NO NAMED GENERATION, OPERATOR OR REASON IS REFUSED
      *    OUTRIGHT RATHER THAN DEFAULTED.
       READ-BACK-CARD.
           OPEN INPUT BACK-CARD-FILE
           READ BACK-CARD-FILE INTO BKC-CARD-RECORD
              AT END
                 DISPLAY 'BACKCARD: NO ROLLBACK CARD - RUN '
                    'TERMINATED'
                 CLOSE BACK-CARD-FILE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           CLOSE BACK-CARD-FILE
           IF BKC-RESTORE-DATE NOT NUMERIC
              OR BKC-RESTORE-DATE = ZERO
              DISPLAY 'BACKCARD: RESTORE DATE MISSING OR NOT '
                 'NUMERIC - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF BKC-REL-GEN NOT NUMERIC
              DISPLAY 'BACKCARD: RELATIVE GENERATION NOT NUMERIC - '
                 'RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF BKC-OPERATOR-ID = SPACES
              DISPLAY 'BACKCARD: NO OPERATOR ID - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF BKC-REASON = SPACES
              DISPLAY 'BACKCARD: NO ROLLBACK REASON - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    A ROLLBACK UNDER A RUN THAT IS STILL MARKED STARTED
      *    WOULD BE OVERWRITTEN BY THAT RUN'S OWN PROMOTE (OR BY
      *    ITS RESTART) - FINISH OR RESTART THE RUN FIRST.
       CHECK-RUN-STATE.
           OPEN INPUT RUN-STATE-FILE
           IF WS-RUNSTATE-STATUS = '05' OR WS-RUNSTATE-STATUS = '35'
              DISPLAY 'RUNSTATE: NO RUN-STATE DATASET'
           ELSE
              PERFORM UNTIL WS-RST-EOF = 'Y'
                 READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                    AT END
                       MOVE 'Y' TO WS-RST-EOF
                    NOT AT END
                       ADD 1 TO WS-RST-RECS-READ
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RUN-STATE-FILE
           IF WS-RST-RECS-READ > ZERO
              AND RST-IS-STARTED
              DISPLAY 'RUNSTATE: RUN ' RST-JOB-NAME ' OF '
                 RST-RUN-DATE ' IS STILL MARKED STARTED - IT '
                 'ABENDED OR IS STILL RUNNING. FINISH IT (FIZZRST) '
                 'BEFORE ROLLING BACK - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              MOVE 'Y' TO WS-AUDIT-EOF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
              READ AUDIT-LOG-FILE INTO AUDIT-RECORD
                 AT END
                    MOVE 'Y' TO WS-AUDIT-EOF
                 NOT AT END
                    PERFORM STOW-ONE-AUDIT-RECORD
              END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           IF WS-AUDIT-COUNT = ZERO
              DISPLAY 'AUDITLOG: NO READABLE AUDIT RECORDS - THE '
                 'GENERATION TO RESTORE CANNOT BE LOCATED - RUN '
                 'TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       STOW-ONE-AUDIT-RECORD.
           IF AUD-RUN-DATE NOT NUMERIC
              DISPLAY 'AUDITLOG: SKIPPING RECORD WITH NON-NUMERIC '
                 'RUN DATE'
           ELSE
              IF WS-AUDIT-COUNT = WS-MAX-AUDITS
                 PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                    UNTIL WS-AUD-IDX > WS-AUDIT-COUNT - 1
                    MOVE WS-AUD-ENTRY(WS-AUD-IDX + 1)
                       TO WS-AUD-ENTRY(WS-AUD-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-AUDIT-COUNT
              END-IF
              ADD 1 TO WS-AUDIT-COUNT
              MOVE AUD-RUN-DATE TO WS-AUD-DATE(WS-AUDIT-COUNT)
              MOVE AUD-ENTRY-TYPE TO WS-AUD-TYPE(WS-AUDIT-COUNT)
              MOVE AUDIT-RECORD TO WS-AUD-IMAGE(WS-AUDIT-COUNT)
           END-IF
           .

      *    THE TARGET IS THE LATEST RUN ENTRY DATED ON THE CARD'S
      *    RESTORE DATE. ITS RELATIVE GENERATION IS THE NUMBER OF
      *    RUN ENTRIES AFTER IT - THE SAME MAPPING HISTINQ USES,
      *    WITH THE SAME RESTART-DAY CAVEAT, WHICH IS WHAT THE
      *    CARD'S MAPPING OVERRIDE IS FOR.
       LOCATE-TARGET-RUN.
           MOVE ZERO TO WS-SEL-IDX
           PERFORM VARYING WS-AUD-IDX FROM WS-AUDIT-COUNT BY -1
              UNTIL WS-AUD-IDX < 1 OR WS-SEL-IDX > ZERO
              IF WS-AUD-DATE(WS-AUD-IDX) = BKC-RESTORE-DATE
                 AND WS-AUD-TYPE(WS-AUD-IDX) NOT = 'B'
                 MOVE WS-AUD-IDX TO WS-SEL-IDX
              END-IF
           END-PERFORM
           IF WS-SEL-IDX = ZERO
              DISPLAY 'AUDITLOG: NO RUN OF ' BKC-RESTORE-DATE
                 ' ON THE AUDIT LOG - RUN TERMINATED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-AUD-IMAGE(WS-SEL-IDX) TO AUDIT-RECORD
           MOVE AUD-START-I TO WS-TARGET-START-I
           MOVE AUD-END-I TO WS-TARGET-END-I
           MOVE AUD-RULE-SET-VERSION TO WS-TARGET-VERSION
           MOVE ZERO TO WS-REL-GEN
           PERFORM VARYING WS-AUD-IDX FROM WS-SEL-IDX BY 1
              UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
              IF WS-AUD-IDX > WS-SEL-IDX
                 AND WS-AUD-TYPE(WS-AUD-IDX) NOT = 'B'
                 ADD 1 TO WS-REL-GEN
              END-IF
           END-PERFORM
           IF WS-REL-GEN NOT = BKC-REL-GEN
              IF BKC-MAPPING-FORCED
                 DISPLAY 'BACKCARD: THE AUDIT LOG MAPS THE RUN OF '
                    BKC-RESTORE-DATE ' TO GENERATION -' WS-REL-GEN
                    ', NOT -' BKC-REL-GEN ' - PROCEEDING ON '
                    'OPERATOR OVERRIDE'
              ELSE
                 DISPLAY 'BACKCARD: THE AUDIT LOG MAPS THE RUN OF '
                    BKC-RESTORE-DATE ' TO GENERATION -' WS-REL-GEN
                    ', NOT -' BKC-REL-GEN ' AS CODED ON THE CARD. '
                    'CHECK THE RESTOUT/RESTXTR DDS (OR SET THE '
                    'MAPPING OVERRIDE) - RUN TERMINATED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      *    THE GENERATION MUST PROVE ITSELF BEFORE ANYTHING IS
      *    TOUCHED: NOT EMPTY, KEYS ASCENDING (THE JCL DEDUPES IT
      *    FIRST), EVERY KEY INSIDE THE RANGE ITS AUDIT RECORD
      *    SAYS THE RUN COVERED, AND ONE OUTPUT RECORD FOR EVERY
      *    UNSUPPRESSED SEQUENCE NUMBER ON ITS EXTRACT - THE
      *    SAME PAIRING FIZZBAL PROVES ON THE DAY.
       PROVE-RESTORE-GENERATION.
           OPEN INPUT REST-OUTPUT-FILE
           PERFORM UNTIL WS-REST-EOF = 'Y'
              READ REST-OUTPUT-FILE INTO REST-OUTPUT-RECORD
                 AT END
                    MOVE 'Y' TO WS-REST-EOF
                 NOT AT END
                    PERFORM CHECK-ONE-RESTORE-RECORD
              END-READ
           END-PERFORM
           CLOSE REST-OUTPUT-FILE
           OPEN INPUT REST-EXTRACT-FILE
           PERFORM UNTIL WS-XTR-EOF = 'Y'
              READ REST-EXTRACT-FILE INTO EXTRACT-RECORD
                 AT END
                    MOVE 'Y' TO WS-XTR-EOF
                 NOT AT END
                    ADD 1 TO WS-XTR-REC-COUNT
      *             A RESTART-DAY EXTRACT REPEATS THE VALUES
      *             BETWEEN THE LAST CHECKPOINT AND THE ABEND -
      *             COUNT EACH SEQUENCE NUMBER ONCE.
                    IF EXT-SEQ-NO NUMERIC
                       AND EXT-SEQ-NO > WS-PRIOR-XTR-SEQ
                       MOVE EXT-SEQ-NO TO WS-PRIOR-XTR-SEQ
                       IF EXT-OVERRIDE-FLAG NOT = 'S'
                          ADD 1 TO WS-XTR-PUB-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REST-EXTRACT-FILE
           EVALUATE TRUE
              WHEN WS-REST-REC-COUNT = ZERO
                 DISPLAY 'RESTOUT: GENERATION TO RESTORE IS EMPTY - '
                    'ROLLBACK REFUSED'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-FIRST-REST-SEQ < WS-TARGET-START-I
                 OR WS-PRIOR-REST-SEQ > WS-TARGET-END-I
                 DISPLAY 'RESTOUT: GENERATION HOLDS KEYS '
                    WS-FIRST-REST-SEQ ' THRU ' WS-PRIOR-REST-SEQ
                    ', OUTSIDE THE RANGE ' WS-TARGET-START-I
                    ' THRU ' WS-TARGET-END-I ' OF THE RUN OF '
                    BKC-RESTORE-DATE ' - WRONG GENERATION, '
                    'ROLLBACK REFUSED'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-XTR-PUB-COUNT NOT = WS-REST-REC-COUNT
                 DISPLAY 'RESTXTR: ' WS-XTR-PUB-COUNT ' UNSUPPRESSED '
                    'EXTRACT RECORDS AGAINST ' WS-REST-REC-COUNT
                    ' OUTPUT RECORDS - GENERATION DOES NOT BALANCE, '
                    'ROLLBACK REFUSED'
                 MOVE 'Y' TO WS-REFUSED
           END-EVALUATE
           .

       CHECK-ONE-RESTORE-RECORD.
           IF REST-SEQ-NO NOT NUMERIC
              OR (WS-REST-REC-COUNT > ZERO
                 AND REST-SEQ-NO NOT > WS-PRIOR-REST-SEQ)
              IF WS-REFUSED = 'N'
                 DISPLAY 'RESTOUT: KEY OUT OF SEQUENCE OR NOT '
                    'NUMERIC AFTER ' WS-PRIOR-REST-SEQ
                    ' - ROLLBACK REFUSED'
              END-IF
              MOVE 'Y' TO WS-REFUSED
           ELSE
              IF WS-REST-REC-COUNT = ZERO
                 MOVE REST-SEQ-NO TO WS-FIRST-REST-SEQ
              END-IF
              ADD 1 TO WS-REST-REC-COUNT
              MOVE REST-SEQ-NO TO WS-PRIOR-REST-SEQ
           END-IF
           .

       WRITE-ROLLBACK-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RESTORING RUN OF ' DELIMITED BY SIZE
                  BKC-RESTORE-DATE DELIMITED BY SIZE
                  ' VER ' DELIMITED BY SIZE
                  WS-TARGET-VERSION DELIMITED BY SIZE
                  ' FROM GENERATION -' DELIMITED BY SIZE
                  BKC-REL-GEN DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  BKC-OPERATOR-ID DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' REASON: ' DELIMITED BY SIZE
                  BKC-REASON DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
           .

      *    MATCH THE RESTORED GENERATION AGAINST THE CURRENT
      *    (BAD) PUBLISHED DATASET ON THE KEY. EVERY KEY ON THE
      *    RESTORED SIDE IS READ FROM THE KSDS AND PUT BACK IF IT
      *    DIFFERS OR IS MISSING; EVERY KEY ONLY ON CURRENT WAS
      *    ADDED BY THE BAD RUN AND IS DELETED. READING EACH KEY
      *    FIRST MAKES A RERUN AFTER AN ABEND HERE HARMLESS.
       RESTORE-KSDS-RECORDS.
           OPEN I-O RESULTS-KSDS-FILE
           IF WS-KSDS-STATUS NOT = '00'
              DISPLAY 'RESULTS: OPEN FAILED WITH STATUS '
                 WS-KSDS-STATUS ' - FULL REBUILD REQUIRED'
              MOVE 'Y' TO WS-REBUILD-NEEDED
           ELSE
              MOVE '***** KSDS KEYS RESTORED *****' TO WS-REPORT-LINE
              WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ACTION       SEQ NO    AS PUBLISHED'
                        DELIMITED BY SIZE
                     '                AS RESTORED' DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
              MOVE 'N' TO WS-REST-EOF
              OPEN INPUT REST-OUTPUT-FILE
              OPEN INPUT CUR-OUTPUT-FILE
              IF WS-CUR-STATUS = '05' OR WS-CUR-STATUS = '35'
                 DISPLAY 'CUROUT: NO CURRENT DATASET - NO KEYS TO '
                    'REMOVE'
                 MOVE 'Y' TO WS-CUR-EOF
              ELSE
                 PERFORM READ-CUR-OUTPUT
              END-IF
              PERFORM READ-REST-OUTPUT
              PERFORM UNTIL WS-REST-EOF = 'Y' AND WS-CUR-EOF = 'Y'
                 EVALUATE TRUE
                    WHEN WS-CUR-EOF = 'Y'
                       PERFORM RESTORE-ONE-KEY
                       PERFORM READ-REST-OUTPUT
                    WHEN WS-REST-EOF = 'Y'
                       PERFORM REMOVE-ONE-KEY
                       PERFORM READ-CUR-OUTPUT
                    WHEN REST-SEQ-NO < CUR-SEQ-NO
                       PERFORM RESTORE-ONE-KEY
                       PERFORM READ-REST-OUTPUT
                    WHEN REST-SEQ-NO > CUR-SEQ-NO
                       PERFORM REMOVE-ONE-KEY
                       PERFORM READ-CUR-OUTPUT
                    WHEN OTHER
                       PERFORM RESTORE-ONE-KEY
                       PERFORM READ-REST-OUTPUT
                       PERFORM READ-CUR-OUTPUT
                 END-EVALUATE
              END-PERFORM
              CLOSE REST-OUTPUT-FILE
              CLOSE CUR-OUTPUT-FILE
              CLOSE RESULTS-KSDS-FILE
              IF WS-KEY-ERR-COUNT > ZERO
                 MOVE 'Y' TO WS-REBUILD-NEEDED
              END-IF
           END-IF
           .

       READ-REST-OUTPUT.
           READ REST-OUTPUT-FILE INTO REST-OUTPUT-RECORD
              AT END
                 MOVE 'Y' TO WS-REST-EOF
           END-READ
           .

       READ-CUR-OUTPUT.
           READ CUR-OUTPUT-FILE INTO CUR-OUTPUT-RECORD
              AT END
                 MOVE 'Y' TO WS-CUR-EOF
              NOT AT END
                 ADD 1 TO WS-CUR-REC-COUNT
           END-READ
           .

       RESTORE-ONE-KEY.
           MOVE REST-SEQ-NO TO OUT-SEQ-NO
           READ RESULTS-KSDS-FILE
              INVALID KEY
                 PERFORM READD-KSDS-RECORD
              NOT INVALID KEY
                 IF OUT-FIZZ-FLAG = REST-FIZZ-FLAG
                    AND OUT-BUZZ-FLAG = REST-BUZZ-FLAG
                    AND OUT-LABEL = REST-LABEL
                    ADD 1 TO WS-UNCHANGED-COUNT
                 ELSE
                    PERFORM REWRITE-KSDS-RECORD
                 END-IF
           END-READ
           .

       READD-KSDS-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE REST-SEQ-NO TO WS-DET-SEQ-NO
           PERFORM BUILD-KSDS-RECORD
           WRITE OUTPUT-RECORD
              INVALID KEY
                 ADD 1 TO WS-KEY-ERR-COUNT
                 MOVE 'ADD FAILED' TO WS-DET-TAG
              NOT INVALID KEY
                 ADD 1 TO WS-READDED-COUNT
                 MOVE 'RE-ADDED' TO WS-DET-TAG
           END-WRITE
           PERFORM FORMAT-RESTORED-SIDE
           WRITE BACK-REPORT-OUT FROM WS-DETAIL-LINE
           .

       REWRITE-KSDS-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE REST-SEQ-NO TO WS-DET-SEQ-NO
           MOVE OUT-FIZZ-FLAG TO WS-SIDE-FIZZ-FLAG
           MOVE OUT-BUZZ-FLAG TO WS-SIDE-BUZZ-FLAG
           MOVE OUT-LABEL TO WS-SIDE-LABEL
           MOVE WS-SIDE-TEXT TO WS-DET-OLD-TEXT
           PERFORM BUILD-KSDS-RECORD
           REWRITE OUTPUT-RECORD
              INVALID KEY
                 ADD 1 TO WS-KEY-ERR-COUNT
                 MOVE 'REWRITE FAIL' TO WS-DET-TAG
              NOT INVALID KEY
                 ADD 1 TO WS-REWRITTEN-COUNT
                 MOVE 'RESTORED' TO WS-DET-TAG
           END-REWRITE
           PERFORM FORMAT-RESTORED-SIDE
           WRITE BACK-REPORT-OUT FROM WS-DETAIL-LINE
           .

       REMOVE-ONE-KEY.
           MOVE CUR-SEQ-NO TO OUT-SEQ-NO
           READ RESULTS-KSDS-FILE
              INVALID KEY
                 ADD 1 TO WS-UNCHANGED-COUNT
              NOT INVALID KEY
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE CUR-SEQ-NO TO WS-DET-SEQ-NO
                 MOVE OUT-FIZZ-FLAG TO WS-SIDE-FIZZ-FLAG
                 MOVE OUT-BUZZ-FLAG TO WS-SIDE-BUZZ-FLAG
                 MOVE OUT-LABEL TO WS-SIDE-LABEL
                 MOVE WS-SIDE-TEXT TO WS-DET-OLD-TEXT
                 DELETE RESULTS-KSDS-FILE
                    INVALID KEY
                       ADD 1 TO WS-KEY-ERR-COUNT
                       MOVE 'DELETE FAIL' TO WS-DET-TAG
                    NOT INVALID KEY
                       ADD 1 TO WS-REMOVED-COUNT
                       MOVE 'REMOVED' TO WS-DET-TAG
                 END-DELETE
                 WRITE BACK-REPORT-OUT FROM WS-DETAIL-LINE
           END-READ
           .

       BUILD-KSDS-RECORD.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE REST-SEQ-NO TO OUT-SEQ-NO
           MOVE REST-FIZZ-FLAG TO OUT-FIZZ-FLAG
           MOVE REST-BUZZ-FLAG TO OUT-BUZZ-FLAG
           MOVE REST-LABEL TO OUT-LABEL
           .

       FORMAT-RESTORED-SIDE.
           MOVE REST-FIZZ-FLAG TO WS-SIDE-FIZZ-FLAG
           MOVE REST-BUZZ-FLAG TO WS-SIDE-BUZZ-FLAG
           MOVE REST-LABEL TO WS-SIDE-LABEL
           MOVE WS-SIDE-TEXT TO WS-DET-NEW-TEXT
           .

      *    THE SNAPSHOT IS THE RESTORED RUN'S OWN AUDIT RECORD, SO
      *    FIZZINQ REPORTS THE RUN DATE AND RULE SET VERSION OF
      *    THE DATA IT IS NOW SERVING. THE JCL COPIES IT TO
      *    PROD.FIZZBUZZ.AUDIT.CURRENT ALONGSIDE THE PROMOTE.
       WRITE-AUDIT-SNAPSHOT.
           MOVE WS-AUD-IMAGE(WS-SEL-IDX) TO AUDIT-RECORD
           OPEN OUTPUT AUDIT-CURR-FILE
           WRITE AUDIT-CURR-OUT FROM AUDIT-RECORD
           CLOSE AUDIT-CURR-FILE
           .

       APPEND-ROLLBACK-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           ACCEPT AUD-RUN-TIME FROM TIME
           MOVE BKC-RESTORE-DATE TO AUD-RB-RESTORED-DATE
           MOVE BKC-OPERATOR-ID TO AUD-RB-OPERATOR-ID
           MOVE BKC-REASON TO AUD-RB-REASON
           MOVE 'B' TO AUD-ENTRY-TYPE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .

       APPEND-ROLLBACK-RUN-STATE.
           MOVE SPACES TO RUN-STATE-RECORD
           MOVE 'ROLLBACK' TO RST-STATUS
           MOVE WS-JOB-NAME TO RST-JOB-NAME
           MOVE WS-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE RETURN-CODE TO RST-RETURN-CODE
           MOVE BKC-RESTORE-DATE TO RST-RB-RESTORED-DATE
           MOVE BKC-OPERATOR-ID TO RST-RB-OPERATOR-ID
           MOVE BKC-REASON TO RST-RB-REASON
           OPEN EXTEND RUN-STATE-FILE
           IF WS-RUNSTATE-STATUS = '05' OR WS-RUNSTATE-STATUS = '35'
              OPEN OUTPUT RUN-STATE-FILE
           END-IF
           WRITE RUN-STATE-REC FROM RUN-STATE-RECORD
           CLOSE RUN-STATE-FILE
           .

       WRITE-ROLLBACK-SUMMARY.
           MOVE '***** COUNT SUMMARY *****' TO WS-REPORT-LINE
           WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'RESTORED RECORDS:' TO WS-TOT-TEXT
           MOVE WS-REST-REC-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'EXTRACT RECORDS :' TO WS-TOT-TEXT
           MOVE WS-XTR-REC-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'PUBLISHED RECS  :' TO WS-TOT-TEXT
           MOVE WS-CUR-REC-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KSDS RESTORED   :' TO WS-TOT-TEXT
           MOVE WS-REWRITTEN-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KSDS RE-ADDED   :' TO WS-TOT-TEXT
           MOVE WS-READDED-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KSDS REMOVED    :' TO WS-TOT-TEXT
           MOVE WS-REMOVED-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KSDS UNCHANGED  :' TO WS-TOT-TEXT
           MOVE WS-UNCHANGED-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           MOVE 'KEYED EXCEPTIONS:' TO WS-TOT-TEXT
           MOVE WS-KEY-ERR-COUNT TO WS-TOT-COUNT
           WRITE BACK-REPORT-OUT FROM WS-TOTAL-LINE
           IF WS-REBUILD-NEEDED = 'Y'
              MOVE '*** FULL REBUILD REQUESTED ***'
                 TO WS-REPORT-LINE
              WRITE BACK-REPORT-OUT FROM WS-REPORT-LINE
           END-IF
           .
