002800*         REPAIR).  THE ORIGINAL REJECTED IMAGE IS NEVER         *
002900*         TOUCHED, AND THE CORRECTING USERID AND DATE ARE        *
003000*         STAMPED ON THE ENTRY.                                  *
003020*         THE CURRENCY FIELD REPAIRS A CCYX, CRAT OR RCCY        *
003040*         REJECT; WHETHER THE CODE IS ON CCYTABLE IS LEFT TO     *
003060*         FORENSIC-EDIT ON THE WAY BACK IN.                      *
003100*      X  ABANDON -- THE ENTRY STAYS ON FILE AS THE ANSWER TO    *
003200*         "WHATEVER HAPPENED TO THAT REJECT", BUT STOPS          *
003300*         LISTING AND WILL NEVER RECYCLE.                        *
004200*    DATE       BY    DESCRIPTION                                *
004300*    ---------- ----- -------------------------------------------*
004400*    2026-09-02 JRM   ORIGINAL.                                  *
004410*    2026-10-11 JRM   EVERY LISTED REJECT AND EVERY CORRECT OR   *
004420*                     ABANDON JOURNALED TO ACCJRNL; A PAGE THAT  *
004430*                     CANNOT BE JOURNALED IS NOT SHOWN AND AN    *
004440*                     ACTION THAT CANNOT BE JOURNALED IS NOT     *
004450*                     SAVED.                                     *
004460*    2026-10-14 JRM   EXTRACT IMAGE NOW 37 BYTES.  A SIXTH       *
004470*                     CORRECTION FIELD REPLACES THE CURRENCY     *
004480*                     CODE, AND THE LIST LINE SHOWS IT AFTER THE *
004490*                     SOURCE SYSTEM.                             *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
008200 01  WS-TYP-IN                 PIC X(01) VALUE SPACE.
008300 01  WS-REV-IN                 PIC X(10) VALUE SPACES.
008400 01  WS-SRC-IN                 PIC X(03) VALUE SPACES.
008450 01  WS-CCY-IN                 PIC X(03) VALUE SPACES.
008500 01  WS-AMOUNT-ERROR-SWITCH    PIC X(01) VALUE 'N'.
008600     88  WS-AMOUNT-ERROR           VALUE 'Y' FALSE 'N'.
008700 01  WS-AMOUNT-KEYED-SWITCH    PIC X(01) VALUE 'N'.
010200 01  WS-CHAR-IDX               PIC 9(02) COMP-5 VALUE 0.
010300 01  WS-ONE-CHAR               PIC X(01) VALUE SPACE.
010400 01  WS-WORK-IMAGE.
010500*    THE 37-BYTE EXTRACT IMAGE BEING REPAIRED -- SAME LAYOUT
010600*    FORENSIC-EDIT READS FROM TRANRAW.
010700     05  WI-TRANSACTION-ID     PIC X(10).
010800     05  WI-AMOUNT             PIC S9(8)V99.
010900     05  WI-RECORD-TYPE        PIC X(01).
011000     05  WI-REVERSAL-OF-TXN-ID PIC X(10).
011100     05  WI-SOURCE-SYSTEM      PIC X(03).
011150     05  WI-CURRENCY-CODE      PIC X(03).
011200 01  WS-LINE-BUILD.
011300     05  WS-LB-REJECT-ID       PIC X(10).
011400     05  FILLER                PIC X(01) VALUE SPACE.
012500     05  WS-LB-RECORD-TYPE     PIC X(01).
012600     05  FILLER                PIC X(01) VALUE SPACE.
012700     05  WS-LB-SOURCE          PIC X(03).
012720     05  FILLER                PIC X(01) VALUE SPACE.
012740     05  WS-LB-CURRENCY        PIC X(03).
012800     05  FILLER                PIC X(07) VALUE SPACES.
012810 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
012820 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
012830 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
012840 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
012850 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
012860 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
012870 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
012880 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
012890     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
012900 COPY FORREJD.
012950 COPY FORACCD.
013000 COPY FORREJM.
013100 LINKAGE SECTION.
013200 01  DFHCOMMAREA               PIC X(101).
017700     MOVE FRTYPI TO WS-TYP-IN
017800     MOVE FRREVI TO WS-REV-IN
017900     MOVE FRSRCI TO WS-SRC-IN
017950     MOVE FRCCYI TO WS-CCY-IN
018000     INSPECT WS-TID-IN REPLACING ALL LOW-VALUE BY SPACE
018100     INSPECT WS-REV-IN REPLACING ALL LOW-VALUE BY SPACE
018200     INSPECT WS-SRC-IN REPLACING ALL LOW-VALUE BY SPACE
018250     INSPECT WS-CCY-IN REPLACING ALL LOW-VALUE BY SPACE
018300     IF WS-TYP-IN = LOW-VALUE
018400         MOVE SPACE TO WS-TYP-IN
018500     END-IF
026200     MOVE 0 TO WS-LINE-COUNT
026300     MOVE SPACES TO CA-MORE-SWITCH
026400     SET WS-PAGE-DONE TO FALSE
026450     SET WS-JOURNAL-FAILED TO FALSE
026500     MOVE CA-TOP-REJECT-ID TO WS-RID-REJECT-ID
026600     EXEC CICS STARTBR FILE('REJWORK')
026700         RIDFLD(WS-RID-REJECT-ID)
027800     EXEC CICS ENDBR FILE('REJWORK')
027900         RESP(WS-RESP)
028000     END-EXEC
028010     IF WS-JOURNAL-FAILED
028020         PERFORM 8100-WITHHOLD-PAGE
028030             THRU 8100-WITHHOLD-PAGE-EXIT
028040         GO TO 3000-FILL-PAGE-EXIT
028050     END-IF
028100     IF WS-LINE-COUNT = 0
028200         MOVE 'NO WORKABLE REJECTS' TO FRMSGO
028300     ELSE
033600     MOVE WS-WORK-IMAGE (11:10) TO WS-LB-AMOUNT
033700     MOVE WI-RECORD-TYPE      TO WS-LB-RECORD-TYPE
033800     MOVE WI-SOURCE-SYSTEM    TO WS-LB-SOURCE
033850     MOVE WI-CURRENCY-CODE    TO WS-LB-CURRENCY
033900     MOVE WS-LINE-BUILD       TO FRLINO (WS-LINE-COUNT)
034000     MOVE RW-REJECT-ID        TO CA-LINE-REJECT-ID
034100                                  (WS-LINE-COUNT)
034110     MOVE 'LIST'            TO WS-JOURNAL-ACTION
034120     MOVE 'REJ'             TO WS-JOURNAL-KEY-TYPE
034130     MOVE RW-REJECT-ID      TO WS-JOURNAL-KEY
034140     MOVE WI-TRANSACTION-ID TO WS-JOURNAL-TXN-ID
034150     PERFORM 8000-WRITE-ACCESS-JOURNAL
034160         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT.
034200 3100-READ-ONE-REJECT-EXIT.
034300     EXIT.
034400
036900     IF NOT WS-ACTION-CORRECT AND NOT WS-ACTION-ABANDON
037000         EXEC CICS UNLOCK FILE('REJWORK') END-EXEC
037100         MOVE 'KEY ACTION C (CORRECT) OR X (ABANDON)' TO FRMSGO
037105         GO TO 5000-WORK-SELECTED-REJECT-EXIT
037110     END-IF
037115     IF WS-ACTION-ABANDON
037120         MOVE 'ABANDON'         TO WS-JOURNAL-ACTION
037125     ELSE
037130         MOVE 'CORRECT'         TO WS-JOURNAL-ACTION
037135     END-IF
037140     MOVE 'REJ'             TO WS-JOURNAL-KEY-TYPE
037145     MOVE RW-REJECT-ID      TO WS-JOURNAL-KEY
037150     MOVE RW-ORIGINAL-IMAGE (1:10) TO WS-JOURNAL-TXN-ID
037155     SET WS-JOURNAL-FAILED TO FALSE
037160     PERFORM 8000-WRITE-ACCESS-JOURNAL
037165         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
037170     IF WS-JOURNAL-FAILED
037175         EXEC CICS UNLOCK FILE('REJWORK') END-EXEC
037180         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SAVED' TO FRMSGO
037200         GO TO 5000-WORK-SELECTED-REJECT-EXIT
037300     END-IF
037400     EXEC CICS ASSIGN
044400     END-IF
044500     IF WS-SRC-IN NOT = SPACES
044600         MOVE WS-SRC-IN TO WI-SOURCE-SYSTEM
044620     END-IF
044640     IF WS-CCY-IN NOT = SPACES
044660         MOVE WS-CCY-IN TO WI-CURRENCY-CODE
044700     END-IF
044710     IF WI-AMOUNT IS NOT NUMERIC
044720         MOVE 'AMOUNT IS STILL NOT NUMERIC -- KEY ONE'
058800 7000-EXIT-TRANSACTION-EXIT.
058900     EXIT.
059000
059001******************************************************************
059002*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
059003*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
059004*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
059005*    CALLER WITHHOLDS THE PAGE OR REFUSES THE ACTION -- AN       *
059006*    ACCESS THE AUDITORS CANNOT SEE DOES NOT HAPPEN.             *
059007******************************************************************
059008 8000-WRITE-ACCESS-JOURNAL.
059009     IF WS-JOURNAL-USERID = SPACES
059010         EXEC CICS ASSIGN
059011             USERID(WS-JOURNAL-USERID)
059012         END-EXEC
059013     END-IF
059014     MOVE SPACES TO ACCESS-JOURNAL-RECORD
059015     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
059016     ACCEPT AC-ACCESS-TIME FROM TIME
059017     MOVE EIBTASKN            TO AC-TASK-NUMBER
059018     ADD 1 TO WS-JOURNAL-ENTRY
059019     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
059020     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
059021     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
059022     MOVE WS-JOURNAL-USERID   TO AC-USERID
059023     MOVE EIBTRMID            TO AC-TERMINAL-ID
059024     MOVE EIBTRNID            TO AC-TRANID
059025     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
059026     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
059027     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
059028     EXEC CICS WRITE FILE('ACCJRNL')
059029         FROM(ACCESS-JOURNAL-RECORD)
059030         RIDFLD(AC-JOURNAL-KEY)
059031         RESP(WS-RESP)
059032     END-EXEC
059033     IF WS-RESP NOT = DFHRESP(NORMAL)
059034         SET WS-JOURNAL-FAILED TO TRUE
059035     END-IF
059036     MOVE 'Y' TO WS-JOURNAL-FOUND.
059037 8000-WRITE-ACCESS-JOURNAL-EXIT.
059038     EXIT.
059039
059040 8100-WITHHOLD-PAGE.
059041     MOVE LOW-VALUES TO FORREJ1O
059042     MOVE 0 TO WS-LINE-IDX
059043     PERFORM 3010-CLEAR-ONE-LINE
059044         THRU 3010-CLEAR-ONE-LINE-EXIT
059045         UNTIL WS-LINE-IDX = 8
059046     MOVE SPACES TO CA-MORE-SWITCH
059047     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FRMSGO.
059048 8100-WITHHOLD-PAGE-EXIT.
059049     EXIT.
059050
059100 9999-EXIT.
059200     EXIT PROGRAM.
