003540*                     THE CONFIRMATION MESSAGE NEXT TO THE RAW   *
003550*                     CODE, SO THE ANALYST SEES WHAT THE FOUR    *
003560*                     BYTES THEY KEYED ACTUALLY MEAN.            *
003565*    2026-10-11 JRM   EVERY LISTED CASE AND EVERY ANNOTATE OR    *
003570*                     CLOSE JOURNALED TO ACCJRNL; A PAGE THAT    *
003575*                     CANNOT BE JOURNALED IS NOT SHOWN AND AN    *
003580*                     ACTION THAT CANNOT BE JOURNALED IS NOT     *
003585*                     SAVED.                                     *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
008000     05  FILLER                PIC X(01) VALUE SPACE.
008100     05  WS-LB-ANALYST         PIC X(08).
008200     05  FILLER                PIC X(10) VALUE SPACES.
008210 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
008220 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
008230 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
008240 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
008250 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
008260 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
008270 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
008280 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
008290     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
008300 COPY FORCASD.
008350 COPY FORRSND.
008370 COPY FORACCD.
008400 COPY FORCASM.
008500 LINKAGE SECTION.
008600 01  DFHCOMMAREA               PIC X(101).
020100     MOVE 0 TO WS-LINE-COUNT
020200     MOVE SPACES TO CA-MORE-SWITCH
020300     SET WS-PAGE-DONE TO FALSE
020350     SET WS-JOURNAL-FAILED TO FALSE
020400     MOVE CA-TOP-CASE-ID TO WS-RID-CASE-ID
020500     EXEC CICS STARTBR FILE('FORCASE')
020600         RIDFLD(WS-RID-CASE-ID)
021700     EXEC CICS ENDBR FILE('FORCASE')
021800         RESP(WS-RESP)
021900     END-EXEC
021910     IF WS-JOURNAL-FAILED
021920         PERFORM 8100-WITHHOLD-PAGE
021930             THRU 8100-WITHHOLD-PAGE-EXIT
021940         GO TO 3000-FILL-PAGE-EXIT
021950     END-IF
022000     IF WS-LINE-COUNT = 0
022100         MOVE 'NO OPEN CASES' TO FCMSGO
022200     ELSE
026600     MOVE CS-DETECT-COUNT  TO WS-LB-DETECT-COUNT
026700     MOVE CS-ANALYST       TO WS-LB-ANALYST
026800     MOVE WS-LINE-BUILD    TO FCLINO (WS-LINE-COUNT)
026900     MOVE CS-CASE-ID       TO CA-LINE-CASE-ID (WS-LINE-COUNT)
026910     MOVE 'LIST'            TO WS-JOURNAL-ACTION
026920     MOVE 'CASE'            TO WS-JOURNAL-KEY-TYPE
026930     MOVE CS-CASE-ID        TO WS-JOURNAL-KEY
026940     MOVE CS-TRANSACTION-ID TO WS-JOURNAL-TXN-ID
026950     PERFORM 8000-WRITE-ACCESS-JOURNAL
026960         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT.
027000 3100-READ-ONE-CASE-EXIT.
027100     EXIT.
027200
029420      AND WS-DISPOSITION-IN = SPACES
029430         EXEC CICS UNLOCK FILE('FORCASE') END-EXEC
029440         MOVE 'NO ACTION KEYED -- CASE UNCHANGED' TO FCMSGO
029441         GO TO 5000-WORK-SELECTED-CASE-EXIT
029442     END-IF
029443     IF WS-DISPOSITION-IN NOT = SPACES
029444         MOVE 'CLOSE'           TO WS-JOURNAL-ACTION
029445     ELSE
029446         MOVE 'ANNOTATE'        TO WS-JOURNAL-ACTION
029447     END-IF
029448     MOVE 'CASE'            TO WS-JOURNAL-KEY-TYPE
029449     MOVE CS-CASE-ID        TO WS-JOURNAL-KEY
029450     MOVE CS-TRANSACTION-ID TO WS-JOURNAL-TXN-ID
029451     SET WS-JOURNAL-FAILED TO FALSE
029452     PERFORM 8000-WRITE-ACCESS-JOURNAL
029453         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
029454     IF WS-JOURNAL-FAILED
029455         EXEC CICS UNLOCK FILE('FORCASE') END-EXEC
029456         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SAVED' TO FCMSGO
029457         GO TO 5000-WORK-SELECTED-CASE-EXIT
029460     END-IF
029500     EXEC CICS ASSIGN
029600         USERID(WS-OPERATOR-ID)
033500 7000-EXIT-TRANSACTION-EXIT.
033600     EXIT.
033700
033701******************************************************************
033702*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
033703*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
033704*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
033705*    CALLER WITHHOLDS THE PAGE OR REFUSES THE ACTION -- AN       *
033706*    ACCESS THE AUDITORS CANNOT SEE DOES NOT HAPPEN.             *
033707******************************************************************
033708 8000-WRITE-ACCESS-JOURNAL.
033709     IF WS-JOURNAL-USERID = SPACES
033710         EXEC CICS ASSIGN
033711             USERID(WS-JOURNAL-USERID)
033712         END-EXEC
033713     END-IF
033714     MOVE SPACES TO ACCESS-JOURNAL-RECORD
033715     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
033716     ACCEPT AC-ACCESS-TIME FROM TIME
033717     MOVE EIBTASKN            TO AC-TASK-NUMBER
033718     ADD 1 TO WS-JOURNAL-ENTRY
033719     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
033720     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
033721     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
033722     MOVE WS-JOURNAL-USERID   TO AC-USERID
033723     MOVE EIBTRMID            TO AC-TERMINAL-ID
033724     MOVE EIBTRNID            TO AC-TRANID
033725     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
033726     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
033727     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
033728     EXEC CICS WRITE FILE('ACCJRNL')
033729         FROM(ACCESS-JOURNAL-RECORD)
033730         RIDFLD(AC-JOURNAL-KEY)
033731         RESP(WS-RESP)
033732     END-EXEC
033733     IF WS-RESP NOT = DFHRESP(NORMAL)
033734         SET WS-JOURNAL-FAILED TO TRUE
033735     END-IF
033736     MOVE 'Y' TO WS-JOURNAL-FOUND.
033737 8000-WRITE-ACCESS-JOURNAL-EXIT.
033738     EXIT.
033739
033740 8100-WITHHOLD-PAGE.
033741     MOVE LOW-VALUES TO FORCAS1O
033742     MOVE 0 TO WS-LINE-IDX
033743     PERFORM 3010-CLEAR-ONE-LINE
033744         THRU 3010-CLEAR-ONE-LINE-EXIT
033745         UNTIL WS-LINE-IDX = 8
033746     MOVE SPACES TO CA-MORE-SWITCH
033747     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FCMSGO.
033748 8100-WITHHOLD-PAGE-EXIT.
033749     EXIT.
033750
033800 9999-EXIT.
033900     EXIT PROGRAM.
