       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZONL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FIZZMS.
       COPY OUTREC.
       COPY EXCPREC.
       COPY AUDITREC.
       COPY INQLREC.
       COPY DFHAID.

       01 WS-COMMAREA.
           05 WS-CA-LAST-KEY          PIC 9(9).

       01 WS-RESP           PIC S9(8) BINARY VALUE ZERO.
       01 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.

       01 WS-LOOKUP-KEY     PIC 9(9) VALUE ZERO.
       01 WS-BROWSE-KEY     PIC 9(9) VALUE ZERO.
       01 WS-BROWSE-KEY-X REDEFINES WS-BROWSE-KEY PIC X(9).
       01 WS-EXCP-KEY       PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-KEY      PIC X(8) VALUE LOW-VALUES.

       01 WS-ACTION         PIC X(1) VALUE SPACE.
       01 WS-LOOKUP-RESULT  PIC X(1) VALUE SPACE.
       01 WS-EXCP-FOUND     PIC X(1) VALUE 'N'.
       01 WS-EXCP-AVAILABLE PIC X(1) VALUE 'Y'.
       01 WS-AUDIT-FOUND    PIC X(1) VALUE 'N'.
       01 WS-LOG-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-BROWSE-OPEN    PIC X(1) VALUE 'N'.

       01 WS-MESSAGE        PIC X(78) VALUE SPACES.
       01 WS-END-MESSAGE    PIC X(30)
          VALUE 'FIZZBUZZ RESULTS INQUIRY ENDED'.

       LINKAGE SECTION.
       01 DFHCOMMAREA       PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           IF EIBCALEN = ZERO
              MOVE ZERO TO WS-CA-LAST-KEY
              MOVE LOW-VALUES TO FIZZMAPO
              MOVE 'KEY A VALUE OF I AND PRESS ENTER' TO MSGO
              PERFORM SEND-INQUIRY-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHCLEAR
                    PERFORM END-INQUIRY-SESSION
                 WHEN DFHENTER
                    PERFORM INQUIRE-BY-KEY
                 WHEN DFHPF7
                    PERFORM PAGE-TO-PREVIOUS-KEY
                 WHEN DFHPF8
                    PERFORM PAGE-TO-NEXT-KEY
                 WHEN OTHER
                    MOVE 'PRESS ENTER, PF7, PF8, OR PF3 TO END'
                       TO WS-MESSAGE
                    PERFORM SEND-MESSAGE-ONLY
              END-EVALUATE
           END-IF
           EXEC CICS RETURN
                TRANSID(EIBTRNID)
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK
           .

      *    PF3/CLEAR - CLEAR THE SCREEN AND END THE CONVERSATION.
       END-INQUIRY-SESSION.
           EXEC CICS SEND TEXT
                FROM(WS-END-MESSAGE)
                LENGTH(LENGTH OF WS-END-MESSAGE)
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *    ENTER - LOOK UP THE KEYED VALUE OF I. THE FIELD IS
      *    RIGHT-JUSTIFIED AND ZERO-FILLED BY BMS, SO A SHORT
      *    ENTRY ARRIVES AS A FULL NINE-DIGIT NUMBER.
       INQUIRE-BY-KEY.
           EXEC CICS RECEIVE MAP('FIZZMAP')
                MAPSET('FIZZMS')
                INTO(FIZZMAPI)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(MAPFAIL)
                 MOVE 'KEY A VALUE OF I AND PRESS ENTER'
                    TO WS-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'SCREEN COULD NOT BE READ - PRESS CLEAR'
                    TO WS-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
              WHEN IVALL = ZERO
                 MOVE 'KEY A VALUE OF I AND PRESS ENTER'
                    TO WS-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
              WHEN IVALI NOT NUMERIC
                 MOVE 'VALUE OF I MUST BE NUMERIC, 1-999999999'
                    TO WS-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
              WHEN IVALI = ZERO
                 MOVE 'VALUE OF I MUST BE NUMERIC, 1-999999999'
                    TO WS-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
              WHEN OTHER
                 MOVE 'E' TO WS-ACTION
                 MOVE IVALI TO WS-LOOKUP-KEY
                 PERFORM READ-RESULT-BY-KEY
                 PERFORM SHOW-LOOKUP-RESULT
           END-EVALUATE
           .

       READ-RESULT-BY-KEY.
           EXEC CICS READ FILE('FZRES')
                INTO(OUTPUT-RECORD)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'F' TO WS-LOOKUP-RESULT
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO WS-LOOKUP-RESULT
              WHEN OTHER
                 MOVE 'U' TO WS-LOOKUP-RESULT
           END-EVALUATE
           .

      *    PF8 - THE FIRST KEY ABOVE THE ONE LAST SHOWN (THE FIRST
      *    KEY ON THE FILE WHEN NOTHING HAS BEEN SHOWN YET). THE
      *    BROWSE STARTS AT THE LAST KEY ITSELF, SO WHEN THAT KEY
      *    IS ON THE FILE THE FIRST READNEXT RETURNS IT AGAIN AND
      *    IS STEPPED OVER.
       PAGE-TO-NEXT-KEY.
           MOVE 'F' TO WS-ACTION
           MOVE WS-CA-LAST-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('FZRES')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM READ-NEXT-RESULT
                 IF WS-RESP = DFHRESP(NORMAL)
                    AND OUT-SEQ-NO = WS-CA-LAST-KEY
                    PERFORM READ-NEXT-RESULT
                 END-IF
                 PERFORM SET-BROWSE-RESULT
                 EXEC CICS ENDBR FILE('FZRES')
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 MOVE 'E' TO WS-LOOKUP-RESULT
              WHEN OTHER
                 MOVE 'U' TO WS-LOOKUP-RESULT
           END-EVALUATE
           PERFORM SHOW-LOOKUP-RESULT
           .

      *    PF7 - THE LAST KEY BELOW THE ONE LAST SHOWN (THE LAST KEY
      *    ON THE FILE WHEN NOTHING HAS BEEN SHOWN YET). A READPREV
      *    STRAIGHT AFTER STARTBR ONLY WORKS WHEN THE START KEY IS
      *    ON THE FILE, AND THE LAST KEY SHOWN MAY NOT BE (A KEY
      *    LOOKED UP AND NOT FOUND, OR ONE A RELOAD REMOVED), SO
      *    THE BROWSE FIRST READS FORWARD ONTO THE REAL RECORD AT
      *    OR ABOVE IT. THE FIRST READPREV RETURNS THAT SAME RECORD
      *    AND IS STEPPED OVER. WHEN NOTHING IS AT OR ABOVE THE
      *    LAST KEY THE BROWSE IS RESTARTED AT HIGH-VALUES, WHICH
      *    POSITIONS IT AFTER THE LAST RECORD ON THE FILE.
       PAGE-TO-PREVIOUS-KEY.
           MOVE 'B' TO WS-ACTION
           MOVE 'N' TO WS-BROWSE-OPEN
           MOVE WS-CA-LAST-KEY TO WS-BROWSE-KEY
           IF WS-CA-LAST-KEY = ZERO
              MOVE HIGH-VALUES TO WS-BROWSE-KEY-X
           END-IF
           EXEC CICS STARTBR FILE('FZRES')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-OPEN
              IF WS-CA-LAST-KEY NOT = ZERO
                 PERFORM READ-NEXT-RESULT
                 IF WS-RESP = DFHRESP(ENDFILE)
                    EXEC CICS ENDBR FILE('FZRES')
                    END-EXEC
                    MOVE 'N' TO WS-BROWSE-OPEN
                 END-IF
              END-IF
           END-IF
           IF WS-BROWSE-OPEN = 'N'
              AND (WS-RESP = DFHRESP(NOTFND)
                 OR WS-RESP = DFHRESP(ENDFILE))
              MOVE HIGH-VALUES TO WS-BROWSE-KEY-X
              EXEC CICS STARTBR FILE('FZRES')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-OPEN
              END-IF
           END-IF
           IF WS-BROWSE-OPEN = 'Y'
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM READ-PREV-RESULT
                 IF WS-RESP = DFHRESP(NORMAL)
                    AND WS-CA-LAST-KEY NOT = ZERO
                    AND OUT-SEQ-NO NOT < WS-CA-LAST-KEY
                    PERFORM READ-PREV-RESULT
                 END-IF
              END-IF
              PERFORM SET-BROWSE-RESULT
              EXEC CICS ENDBR FILE('FZRES')
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'E' TO WS-LOOKUP-RESULT
              ELSE
                 MOVE 'U' TO WS-LOOKUP-RESULT
              END-IF
           END-IF
           PERFORM SHOW-LOOKUP-RESULT
           .

       READ-NEXT-RESULT.
           EXEC CICS READNEXT FILE('FZRES')
                INTO(OUTPUT-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           .

       READ-PREV-RESULT.
           EXEC CICS READPREV FILE('FZRES')
                INTO(OUTPUT-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           .

      *    A PAGE THAT LANDED ON A RECORD SHOWS THAT RECORD'S KEY;
      *    ONE THAT RAN OFF THE END KEEPS THE KEY IT PAGED FROM. A
      *    BROWSE READ THAT FINDS NO RECORD IS THE END OF THE FILE
      *    TOO, NEVER THE FILE BEING CLOSED.
       SET-BROWSE-RESULT.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'F' TO WS-LOOKUP-RESULT
                 MOVE OUT-SEQ-NO TO WS-LOOKUP-KEY
              WHEN DFHRESP(ENDFILE)
                 MOVE 'E' TO WS-LOOKUP-RESULT
              WHEN DFHRESP(NOTFND)
                 MOVE 'E' TO WS-LOOKUP-RESULT
              WHEN OTHER
                 MOVE 'U' TO WS-LOOKUP-RESULT
           END-EVALUATE
           .

      *    LOOK UP THE OVERRIDE AND THE RUN, LOG THE INQUIRY, THEN
      *    BUILD AND SEND THE SCREEN. A PAGE THAT FOUND NOTHING
      *    (END OF FILE OR FILE UNAVAILABLE) STILL LOGS, AGAINST
      *    THE KEY IT PAGED FROM.
       SHOW-LOOKUP-RESULT.
           IF WS-LOOKUP-RESULT = 'E' OR WS-LOOKUP-RESULT = 'U'
              IF WS-ACTION NOT = 'E'
                 MOVE WS-CA-LAST-KEY TO WS-LOOKUP-KEY
              END-IF
           ELSE
              PERFORM READ-EXCEPTION-ENTRY
              IF WS-LOOKUP-RESULT = 'N'
                 AND WS-EXCP-FOUND = 'Y' AND EXC-IS-SKIP
                 MOVE 'S' TO WS-LOOKUP-RESULT
              END-IF
           END-IF
           PERFORM READ-AUDIT-SNAPSHOT
           PERFORM WRITE-INQUIRY-LOG
           MOVE LOW-VALUES TO FIZZMAPO
           IF WS-LOG-WRITTEN NOT = 'Y'
              MOVE 'INQUIRY LOG UNAVAILABLE - CALL SUPPORT' TO MSGO
              PERFORM SEND-INQUIRY-SCREEN
           ELSE
              PERFORM BUILD-RESULT-SCREEN
              IF WS-LOOKUP-RESULT NOT = 'E'
                 AND WS-LOOKUP-RESULT NOT = 'U'
                 MOVE WS-LOOKUP-KEY TO WS-CA-LAST-KEY
              END-IF
              PERFORM SEND-INQUIRY-SCREEN
           END-IF
           .

       READ-EXCEPTION-ENTRY.
           MOVE 'N' TO WS-EXCP-FOUND
           MOVE 'Y' TO WS-EXCP-AVAILABLE
           MOVE WS-LOOKUP-KEY TO WS-EXCP-KEY
           EXEC CICS READ FILE('FZEXC')
                INTO(EXCEPTION-RECORD)
                RIDFLD(WS-EXCP-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-EXCP-FOUND
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-EXCP-AVAILABLE
           END-EVALUATE
           .

      *    FZAUD HOLDS THE ONE AUDIT.CURRENT RECORD, KEYED ON THE
      *    JOB NAME OF WHICHEVER STREAM PROMOTED, SO IT IS READ
      *    AS THE FIRST RECORD FROM LOW-VALUES.
       READ-AUDIT-SNAPSHOT.
           MOVE 'N' TO WS-AUDIT-FOUND
           MOVE LOW-VALUES TO WS-AUDIT-KEY
           EXEC CICS STARTBR FILE('FZAUD')
                RIDFLD(WS-AUDIT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE('FZAUD')
                   INTO(AUDIT-RECORD)
                   RIDFLD(WS-AUDIT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-AUDIT-FOUND
              END-IF
              EXEC CICS ENDBR FILE('FZAUD')
              END-EXEC
           END-IF
           .

       WRITE-INQUIRY-LOG.
           MOVE 'N' TO WS-LOG-WRITTEN
           MOVE SPACES TO INQ-LOG-RECORD
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(INQL-DATE)
                TIME(INQL-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(INQL-USER-ID)
           END-EXEC
           MOVE EIBTRNID TO INQL-TRAN-ID
           MOVE EIBTRMID TO INQL-TERM-ID
           MOVE WS-ACTION TO INQL-ACTION
           MOVE WS-LOOKUP-KEY TO INQL-I-VALUE
           MOVE WS-LOOKUP-RESULT TO INQL-RESULT
           IF WS-LOOKUP-RESULT = 'F'
              MOVE OUT-LABEL TO INQL-LABEL
           END-IF
           IF WS-EXCP-FOUND = 'Y'
              MOVE EXC-ACTION TO INQL-OVERRIDE
           END-IF
           EXEC CICS WRITEQ TD QUEUE('FZLG')
                FROM(INQ-LOG-RECORD)
                LENGTH(LENGTH OF INQ-LOG-RECORD)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LOG-WRITTEN
           END-IF
           .

       BUILD-RESULT-SCREEN.
           IF WS-LOOKUP-KEY NOT = ZERO
              MOVE WS-LOOKUP-KEY TO IVALO
           END-IF
           EVALUATE WS-LOOKUP-RESULT
              WHEN 'F'
                 MOVE OUT-LABEL TO LABELO
                 MOVE OUT-FIZZ-FLAG TO FIZZO
                 MOVE OUT-BUZZ-FLAG TO BUZZO
                 MOVE 'PUBLISHED RESULT - PF7/PF8 PREVIOUS/NEXT KEY'
                    TO MSGO
              WHEN 'N'
                 MOVE 'NOT ON RESULTS FILE - OUTSIDE PUBLISHED RANGES'
                    TO MSGO
              WHEN 'S'
                 MOVE 'NOT ON RESULTS FILE - SKIPPED BY EXCEPTION'
                    TO MSGO
              WHEN 'E'
                 IF WS-ACTION = 'B'
                    MOVE 'NO LOWER KEY ON THE RESULTS FILE'
                       TO MSGO
                 ELSE
                    MOVE 'NO HIGHER KEY ON THE RESULTS FILE'
                       TO MSGO
                 END-IF
              WHEN OTHER
                 MOVE 'RESULTS FILE CLOSED FOR BATCH CYCLE - TRY LATER'
                    TO MSGO
           END-EVALUATE
           IF WS-LOOKUP-RESULT NOT = 'E'
              AND WS-LOOKUP-RESULT NOT = 'U'
              EVALUATE TRUE
                 WHEN WS-EXCP-AVAILABLE NOT = 'Y'
                    MOVE 'N/A' TO OVRDO
                 WHEN WS-EXCP-FOUND NOT = 'Y'
                    MOVE 'NONE' TO OVRDO
                 WHEN EXC-IS-SKIP
                    MOVE 'SKIP' TO OVRDO
                 WHEN EXC-IS-FORCE
                    MOVE 'FORCE' TO OVRDO
                    MOVE EXC-FORCE-LABEL TO OVRLBLO
              END-EVALUATE
           END-IF
           IF WS-AUDIT-FOUND = 'Y'
              MOVE AUD-RUN-DATE TO RUNDTO
              MOVE AUD-RULE-SET-VERSION TO RULEVERO
           END-IF
           .

      *    REPLACE ONLY THE MESSAGE LINE, LEAVING WHATEVER IS ON
      *    THE SCREEN (INCLUDING WHAT WAS KEYED) IN PLACE.
       SEND-MESSAGE-ONLY.
           MOVE LOW-VALUES TO FIZZMAPO
           MOVE WS-MESSAGE TO MSGO
           MOVE -1 TO IVALL
           EXEC CICS SEND MAP('FIZZMAP')
                MAPSET('FIZZMS')
                FROM(FIZZMAPO)
                DATAONLY
                CURSOR
           END-EXEC
           .

       SEND-INQUIRY-SCREEN.
           MOVE -1 TO IVALL
           EXEC CICS SEND MAP('FIZZMAP')
                MAPSET('FIZZMS')
                FROM(FIZZMAPO)
                ERASE
                CURSOR
           END-EXEC
           .
