003700*    DATE       BY    DESCRIPTION                                *
003800*    ---------- ----- -------------------------------------------*
003900*    2026-09-02 JRM   ORIGINAL.                                  *
003920*    2026-10-11 JRM   EVERY INQUIRE, ADD, UPDATE, AND RETIRE     *
003940*                     JOURNALED TO ACCJRNL; A CODE THAT CANNOT   *
003960*                     BE JOURNALED IS NOT SHOWN OR CHANGED.      *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
007100 01  WS-CHAR-IDX               PIC 9(02) COMP-5 VALUE 0.
007200 01  WS-ONE-CHAR               PIC X(01) VALUE SPACE.
007300 01  WS-DISPLAY-AMOUNT         PIC 9(8).99.
007310 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
007320 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
007330 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
007340 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
007350 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
007360 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
007370 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
007380 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007390     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
007400 COPY FORRSND.
007450 COPY FORACCD.
007500 COPY FORRSNM.
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
026700         RESP(WS-RESP)
026800     END-EXEC
026900     IF WS-RESP NOT = DFHRESP(NORMAL)
026905         MOVE 'INQUIRE'         TO WS-JOURNAL-ACTION
026910         MOVE 'RSN'             TO WS-JOURNAL-KEY-TYPE
026915         MOVE WS-REASON-CODE    TO WS-JOURNAL-KEY
026920         MOVE 'N'               TO WS-JOURNAL-FOUND
026925         PERFORM 8000-WRITE-ACCESS-JOURNAL
026930             THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
026935         IF WS-JOURNAL-FAILED
026940             PERFORM 8100-WITHHOLD-DISPLAY
026945                 THRU 8100-WITHHOLD-DISPLAY-EXIT
026950             GO TO 3000-INQUIRE-CODE-EXIT
026955         END-IF
027000         MOVE WS-REASON-CODE TO FRSCODO
027100         MOVE 'CODE NOT ON FILE' TO FRSMSGO
027105         GO TO 3000-INQUIRE-CODE-EXIT
027110     END-IF
027115     MOVE 'INQUIRE'         TO WS-JOURNAL-ACTION
027120     MOVE 'RSN'             TO WS-JOURNAL-KEY-TYPE
027125     MOVE WS-REASON-CODE    TO WS-JOURNAL-KEY
027130     PERFORM 8000-WRITE-ACCESS-JOURNAL
027135         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
027140     IF WS-JOURNAL-FAILED
027145         PERFORM 8100-WITHHOLD-DISPLAY
027150             THRU 8100-WITHHOLD-DISPLAY-EXIT
027200         GO TO 3000-INQUIRE-CODE-EXIT
027300     END-IF
027400     PERFORM 3500-ECHO-RECORD
029700     END-IF
029800     IF NOT WS-AMOUNT-KEYED
029900         MOVE 'A MAXIMUM AMOUNT IS REQUIRED TO ADD' TO FRSMSGO
029910         GO TO 4000-ADD-CODE-EXIT
029920     END-IF
029930     MOVE 'ADD'             TO WS-JOURNAL-ACTION
029940     MOVE 'RSN'             TO WS-JOURNAL-KEY-TYPE
029950     MOVE WS-REASON-CODE    TO WS-JOURNAL-KEY
029960     PERFORM 8000-WRITE-ACCESS-JOURNAL
029970         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
029980     IF WS-JOURNAL-FAILED
029990         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SAVED' TO FRSMSGO
030000         GO TO 4000-ADD-CODE-EXIT
030100     END-IF
030200     MOVE SPACES TO REASON-CODE-RECORD
034400         GO TO 5000-CHANGE-CODE-EXIT
034500     END-IF
034600     IF WS-ACTION-RETIRE
034605         MOVE 'RETIRE'          TO WS-JOURNAL-ACTION
034610     ELSE
034615         MOVE 'UPDATE'          TO WS-JOURNAL-ACTION
034620     END-IF
034625     MOVE 'RSN'             TO WS-JOURNAL-KEY-TYPE
034630     MOVE WS-REASON-CODE    TO WS-JOURNAL-KEY
034635     PERFORM 8000-WRITE-ACCESS-JOURNAL
034640         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
034645     IF WS-JOURNAL-FAILED
034650         EXEC CICS UNLOCK FILE('RSNCODE') END-EXEC
034655         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SAVED' TO FRSMSGO
034660         GO TO 5000-CHANGE-CODE-EXIT
034665     END-IF
034670     IF WS-ACTION-RETIRE
034700         MOVE 'R' TO RC-STATUS
034800     ELSE
034900         IF WS-DESCRIPTION-IN NOT = SPACES
037900 2800-SEND-RESPONSE-MAP-EXIT.
038000     EXIT.
038100
038102******************************************************************
038104*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
038106*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
038108*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
038110*    CODE IS NOT SHOWN OR NOT CHANGED -- AN ACCESS THE AUDITORS  *
038112*    CANNOT SEE DOES NOT HAPPEN.  ONE ACTION PER TASK HERE, SO   *
038114*    THE SWITCH NEEDS NO RESETTING.                              *
038116******************************************************************
038118 8000-WRITE-ACCESS-JOURNAL.
038120     IF WS-JOURNAL-USERID = SPACES
038122         EXEC CICS ASSIGN
038124             USERID(WS-JOURNAL-USERID)
038126         END-EXEC
038128     END-IF
038130     MOVE SPACES TO ACCESS-JOURNAL-RECORD
038132     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
038134     ACCEPT AC-ACCESS-TIME FROM TIME
038136     MOVE EIBTASKN            TO AC-TASK-NUMBER
038138     ADD 1 TO WS-JOURNAL-ENTRY
038140     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
038142     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
038144     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
038146     MOVE WS-JOURNAL-USERID   TO AC-USERID
038148     MOVE EIBTRMID            TO AC-TERMINAL-ID
038150     MOVE EIBTRNID            TO AC-TRANID
038152     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
038154     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
038156     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
038158     EXEC CICS WRITE FILE('ACCJRNL')
038160         FROM(ACCESS-JOURNAL-RECORD)
038162         RIDFLD(AC-JOURNAL-KEY)
038164         RESP(WS-RESP)
038166     END-EXEC
038168     IF WS-RESP NOT = DFHRESP(NORMAL)
038170         SET WS-JOURNAL-FAILED TO TRUE
038172     END-IF
038174     MOVE 'Y' TO WS-JOURNAL-FOUND.
038176 8000-WRITE-ACCESS-JOURNAL-EXIT.
038178     EXIT.
038180
038182 8100-WITHHOLD-DISPLAY.
038184     MOVE LOW-VALUES TO FORRSN1O
038186     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FRSMSGO.
038188 8100-WITHHOLD-DISPLAY-EXIT.
038190     EXIT.
038192
038200 9999-EXIT.
038300     EXIT PROGRAM.
