004100*    DATE       BY    DESCRIPTION                                *
004200*    ---------- ----- -------------------------------------------*
004300*    2026-08-21 JRM   ORIGINAL.                                  *
004320*    2026-10-11 JRM   EVERY LISTED TRANSACTION JOURNALED TO      *
004340*                     ACCJRNL; A PAGE THAT CANNOT BE JOURNALED   *
004360*                     IS NOT SHOWN.                              *
004370*    2026-10-14 JRM   LEDGMSTR RECORD IS 98 BYTES (CURRENCY CODE *
004380*                     AND BASE AMOUNT).  READ LENGTH CHANGED TO  *
004390*                     MATCH.                                     *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
007200 01  WS-RESP                   PIC S9(8) COMP.
007300 01  WS-RID-TS                 PIC X(14).
007400 01  WS-RID-SEQ                PIC 9(09).
007500 01  WS-READ-LEN               PIC S9(4) COMP VALUE 98.
007600 01  WS-LINE-COUNT             PIC 9(02) COMP-5 VALUE 0.
007700 01  WS-LINE-IDX               PIC 9(02) COMP-5 VALUE 0.
007800 01  WS-SEL-IDX                PIC 9(02) COMP-5 VALUE 0.
009900*    MARKER PLUS A TRANSACTION ID (SEE FORENSIC-INQUIRY).
010000     05  WS-HANDOFF-MARKER     PIC X(01) VALUE 'B'.
010100     05  WS-HANDOFF-TXN-ID     PIC X(10).
010110 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
010120 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
010130 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
010140 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
010150 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
010160 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
010170 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
010180 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
010190     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
010200 COPY FORLMD.
010250 COPY FORACCD.
010300 COPY FORBRWM.
010400 LINKAGE SECTION.
010500 01  DFHCOMMAREA               PIC X(176).
029300     MOVE 0 TO WS-LINE-COUNT
029400     MOVE SPACES TO CA-MORE-SWITCH
029500     SET WS-PAGE-DONE TO FALSE
029550     SET WS-JOURNAL-FAILED TO FALSE
029600     IF CA-MODE-TIME
029700         PERFORM 3100-FILL-TIME-PAGE
029800             THRU 3100-FILL-TIME-PAGE-EXIT
029900     ELSE
030000         PERFORM 3300-FILL-SEQ-PAGE
030100             THRU 3300-FILL-SEQ-PAGE-EXIT
030120     END-IF
030140     IF WS-JOURNAL-FAILED
030160         PERFORM 8100-WITHHOLD-PAGE
030180             THRU 8100-WITHHOLD-PAGE-EXIT
030200     END-IF
030300     PERFORM 3900-ECHO-CRITERIA
030400         THRU 3900-ECHO-CRITERIA-EXIT
031000         ELSE
031100             MOVE 'BOTTOM OF LIST' TO FBRMSGO
031200         END-IF
031220     END-IF
031240     IF WS-JOURNAL-FAILED
031260         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN'
031280             TO FBRMSGO
031300     END-IF.
031400 3000-FILL-PAGE-EXIT.
031500     EXIT.
041600     MOVE LM-SEQUENCE-NUMBER TO WS-LB-SEQUENCE
041650     MOVE LM-SOURCE-SYSTEM  TO WS-LB-SOURCE
041700     MOVE WS-LINE-BUILD     TO FBLINO (WS-LINE-COUNT)
041800     MOVE LM-TRANSACTION-ID TO CA-LINE-TXN-ID (WS-LINE-COUNT)
041810     MOVE 'LIST'            TO WS-JOURNAL-ACTION
041820     MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
041830     MOVE LM-TRANSACTION-ID TO WS-JOURNAL-KEY
041840     MOVE LM-TRANSACTION-ID TO WS-JOURNAL-TXN-ID
041850     PERFORM 8000-WRITE-ACCESS-JOURNAL
041860         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT.
041900 3500-FORMAT-LINE-EXIT.
042000     EXIT.
042100
056700 7000-EXIT-TRANSACTION-EXIT.
056800     EXIT.
056900
056910******************************************************************
056920*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
056930*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
056940*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
056950*    WHOLE PAGE IS WITHHELD, NOT JUST THE LINE THAT FAILED (THE  *
056960*    LINES ALREADY JOURNALED STAY ON THE JOURNAL AS ATTEMPTS).   *
056970******************************************************************
056980 8000-WRITE-ACCESS-JOURNAL.
056990     IF WS-JOURNAL-USERID = SPACES
057000         EXEC CICS ASSIGN
057010             USERID(WS-JOURNAL-USERID)
057020         END-EXEC
057030     END-IF
057040     MOVE SPACES TO ACCESS-JOURNAL-RECORD
057050     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
057060     ACCEPT AC-ACCESS-TIME FROM TIME
057070     MOVE EIBTASKN            TO AC-TASK-NUMBER
057080     ADD 1 TO WS-JOURNAL-ENTRY
057090     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
057100     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
057110     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
057120     MOVE WS-JOURNAL-USERID   TO AC-USERID
057130     MOVE EIBTRMID            TO AC-TERMINAL-ID
057140     MOVE EIBTRNID            TO AC-TRANID
057150     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
057160     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
057170     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
057180     EXEC CICS WRITE FILE('ACCJRNL')
057190         FROM(ACCESS-JOURNAL-RECORD)
057200         RIDFLD(AC-JOURNAL-KEY)
057210         RESP(WS-RESP)
057220     END-EXEC
057230     IF WS-RESP NOT = DFHRESP(NORMAL)
057240         SET WS-JOURNAL-FAILED TO TRUE
057250     END-IF
057260     MOVE 'Y' TO WS-JOURNAL-FOUND.
057270 8000-WRITE-ACCESS-JOURNAL-EXIT.
057280     EXIT.
057290
057300 8100-WITHHOLD-PAGE.
057310     MOVE LOW-VALUES TO FORBRW1O
057320     PERFORM 1100-CLEAR-LINE-TABLE
057330         THRU 1100-CLEAR-LINE-TABLE-EXIT
057340     MOVE SPACES TO CA-MORE-SWITCH.
057350 8100-WITHHOLD-PAGE-EXIT.
057360     EXIT.
057370
057800 9999-EXIT.
057900     EXIT PROGRAM.
