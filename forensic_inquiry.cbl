003336*                     THREAD.  THE WHOLE STORY OF A CHARGE IS    *
003337*                     NO LONGER A HAND-CHASE ACROSS FBRW AND     *
003338*                     FCSE.                                      *
003348*    2026-10-11 JRM   EVERY LOOKUP -- THE RECORD KEYED OR HANDED *
003358*                     OVER FROM FBRW, FOUND OR NOT, AND EACH     *
003368*                     LINEAGE LINE SHOWN -- IS JOURNALED TO THE  *
003378*                     ACCJRNL ACCESS JOURNAL (SEE FORACCD.CPY)   *
003388*                     WITH THE USERID, TERMINAL, AND TRANID      *
003398*                     BEFORE IT IS DISPLAYED; IF THE JOURNAL     *
003408*                     CANNOT BE WRITTEN NOTHING IS SHOWN.  ALSO  *
003418*                     GAVE WS-RECORD-FOUND THE FALSE VALUE ITS   *
003428*                     SET ... TO FALSE HAS ALWAYS ASSUMED.       *
003438*    2026-10-14 JRM   LEDGMSTR RECORD IS 98 BYTES AND THE CHAIN  *
003448*                     HASH IS TAKEN OVER THE 90-BYTE INPUT,      *
003458*                     CURRENCY CODE AND BASE AMOUNT INCLUDED.    *
003468*                     THE SCREEN SHOWS THE CURRENCY BESIDE THE   *
003478*                     AMOUNT AND THE BASE-CURRENCY EQUIVALENT.   *
003322******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004056 01  WS-CHARGE-TXN-ID          PIC X(10) VALUE SPACES.
004058 01  WS-NET-AMOUNT             PIC S9(10)V99 VALUE ZEROES.
004060 01  WS-RID-REV                PIC X(10) VALUE SPACES.
004062 01  WS-READ-LEN               PIC S9(4) COMP VALUE 98.
004064 01  WS-RID-CASE               PIC X(10) VALUE SPACES.
004066 01  WS-CASE-READ-LEN          PIC S9(4) COMP VALUE 140.
004068 01  WS-LINEAGE-COUNT          PIC 9(2) COMP-5 VALUE 0.
004068         88  WS-BROWSE-HANDOFF     VALUE 'B'.
004070     05  WS-HANDOFF-TXN-ID     PIC X(10) VALUE SPACES.
004100 01  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
004200     88  WS-RECORD-FOUND            VALUE 'Y' FALSE 'N'.
004210 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
004220 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
004230 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
004240 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
004250 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
004260 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
004270 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
004280 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
004290     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
004300 COPY FORLMD.
004350 COPY FORRSND.
004360 COPY FORCASD.
004380 COPY FORACCD.
004400 01  WS-DISPLAY-AMOUNT         PIC -9(8).99.
004500 01  WS-HASH-PREFIX-HEX        PIC X(16).
004600 01  WS-HEX-DIGITS             PIC X(16)
005640     05  WS-HASH-IN-SOURCE     PIC X(03).
005650     05  WS-HASH-IN-OPERATOR   PIC X(08).
005660     05  WS-HASH-IN-REASON     PIC X(04).
005670     05  WS-HASH-IN-CURRENCY   PIC X(03).
005680     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
005700 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
005800 01  WS-HASH-DIGEST            PIC X(32).
005900 01  WS-EXPECTED-HASH          PIC X(8).
006000 COPY FORINQM.
011300         RIDFLD(WS-INQUIRY-TXN-ID)
011400     END-EXEC
011500     SET WS-RECORD-FOUND TO TRUE
011505     MOVE 'VIEW'            TO WS-JOURNAL-ACTION
011510     MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
011515     MOVE WS-INQUIRY-TXN-ID TO WS-JOURNAL-KEY
011520     MOVE WS-INQUIRY-TXN-ID TO WS-JOURNAL-TXN-ID
011525     PERFORM 8000-WRITE-ACCESS-JOURNAL
011530         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
011535     IF WS-JOURNAL-FAILED
011540         PERFORM 8100-WITHHOLD-DISPLAY
011545             THRU 8100-WITHHOLD-DISPLAY-EXIT
011550         GO TO 2100-LOOKUP-RECORD-EXIT
011555     END-IF
011600     PERFORM 2300-VERIFY-CHAIN-LINK
011700         THRU 2300-VERIFY-CHAIN-LINK-EXIT
011800     PERFORM 2600-FORMAT-OUTPUT
011900         THRU 2600-FORMAT-OUTPUT-EXIT
011910     PERFORM 2640-SHOW-LINEAGE
011920         THRU 2640-SHOW-LINEAGE-EXIT
011930     IF WS-JOURNAL-FAILED
011940         PERFORM 8100-WITHHOLD-DISPLAY
011950             THRU 8100-WITHHOLD-DISPLAY-EXIT
011960     END-IF.
012000 2100-LOOKUP-RECORD-EXIT.
012100     EXIT.
012200
012300 2200-RECORD-NOT-FOUND.
012305     MOVE 'VIEW'            TO WS-JOURNAL-ACTION
012310     MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
012315     MOVE WS-INQUIRY-TXN-ID TO WS-JOURNAL-KEY
012320     MOVE WS-INQUIRY-TXN-ID TO WS-JOURNAL-TXN-ID
012325     MOVE 'N'               TO WS-JOURNAL-FOUND
012330     PERFORM 8000-WRITE-ACCESS-JOURNAL
012335         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
012340     IF WS-JOURNAL-FAILED
012345         PERFORM 8100-WITHHOLD-DISPLAY
012350             THRU 8100-WITHHOLD-DISPLAY-EXIT
012355         GO TO 2100-LOOKUP-RECORD-EXIT
012360     END-IF
012400     MOVE WS-INQUIRY-TXN-ID TO FIQTIDO
012500     MOVE 'TRANSACTION NOT FOUND IN LEDGER' TO FIQSTSO
012600     GO TO 2100-LOOKUP-RECORD-EXIT.
013240     MOVE LM-SOURCE-SYSTEM    TO WS-HASH-IN-SOURCE
013250     MOVE LM-OPERATOR-ID      TO WS-HASH-IN-OPERATOR
013260     MOVE LM-REASON-CODE      TO WS-HASH-IN-REASON
013270     MOVE LM-CURRENCY-CODE    TO WS-HASH-IN-CURRENCY
013280     MOVE LM-BASE-AMOUNT      TO WS-HASH-IN-BASE-AMOUNT
013300     CALL "HASH256" USING WS-HASH-INPUT-AREA
013400                          WS-HASH-INPUT-LEN
013500                          WS-HASH-DIGEST
014800     MOVE LM-TIMESTAMP      TO FIQTSO
014900     MOVE LM-AMOUNT         TO WS-DISPLAY-AMOUNT
015000     MOVE WS-DISPLAY-AMOUNT TO FIQAMTO
015002     MOVE LM-CURRENCY-CODE  TO FIQCCYO
015004     MOVE LM-BASE-AMOUNT    TO WS-DISPLAY-AMOUNT
015006     MOVE WS-DISPLAY-AMOUNT TO FIQBASO
015010     MOVE LM-RECORD-TYPE    TO FIQRTO
015020     MOVE LM-REVERSAL-OF-TXN-ID TO FIQREVO
015030     MOVE LM-SEQUENCE-NUMBER TO FIQSEQO
015545             TO WS-THREAD-TXN-ID (WS-THREAD-COUNT)
015547     END-IF
015549     IF WS-LINEAGE-COUNT < 4
015550         MOVE 'LIST'            TO WS-JOURNAL-ACTION
015551         MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
015552         MOVE LM-TRANSACTION-ID TO WS-JOURNAL-KEY
015553         MOVE LM-TRANSACTION-ID TO WS-JOURNAL-TXN-ID
015554         PERFORM 8000-WRITE-ACCESS-JOURNAL
015555             THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
015556         ADD 1 TO WS-LINEAGE-COUNT
015557         MOVE LM-RECORD-TYPE     TO WS-LB-RECORD-TYPE
015558         MOVE LM-TRANSACTION-ID  TO WS-LB-TXN-ID
015559         MOVE LM-TIMESTAMP       TO WS-LB-TIMESTAMP
015560         MOVE LM-AMOUNT          TO WS-DISPLAY-AMOUNT
015561         MOVE WS-DISPLAY-AMOUNT  TO WS-LB-AMOUNT
015563         MOVE LM-OPERATOR-ID     TO WS-LB-OPERATOR
015565         MOVE LM-REASON-CODE     TO WS-LB-REASON
018300 2800-SEND-RESPONSE-MAP-EXIT.
018400     EXIT.
018500
018502******************************************************************
018504*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
018506*    THE KEY IN WS-JOURNAL-KEY, WRITTEN BEFORE THE DATA GOES TO  *
018508*    THE SCREEN.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE  *
018510*    CALLER WITHHOLDS THE DISPLAY -- AN ACCESS THE AUDITORS      *
018512*    CANNOT SEE DOES NOT HAPPEN.  THE USERID IS ASKED FOR ONCE   *
018514*    PER TASK.                                                   *
018516******************************************************************
018518 8000-WRITE-ACCESS-JOURNAL.
018520     IF WS-JOURNAL-USERID = SPACES
018522         EXEC CICS ASSIGN
018524             USERID(WS-JOURNAL-USERID)
018526         END-EXEC
018528     END-IF
018530     MOVE SPACES TO ACCESS-JOURNAL-RECORD
018532     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
018534     ACCEPT AC-ACCESS-TIME FROM TIME
018536     MOVE EIBTASKN            TO AC-TASK-NUMBER
018538     ADD 1 TO WS-JOURNAL-ENTRY
018540     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
018542     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
018544     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
018546     MOVE WS-JOURNAL-USERID   TO AC-USERID
018548     MOVE EIBTRMID            TO AC-TERMINAL-ID
018550     MOVE EIBTRNID            TO AC-TRANID
018552     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
018554     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
018556     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
018558     EXEC CICS WRITE FILE('ACCJRNL')
018560         FROM(ACCESS-JOURNAL-RECORD)
018562         RIDFLD(AC-JOURNAL-KEY)
018564         RESP(WS-RESP)
018566     END-EXEC
018568     IF WS-RESP NOT = DFHRESP(NORMAL)
018570         SET WS-JOURNAL-FAILED TO TRUE
018572     END-IF
018574     MOVE 'Y' TO WS-JOURNAL-FOUND.
018576 8000-WRITE-ACCESS-JOURNAL-EXIT.
018578     EXIT.
018580
018582 8100-WITHHOLD-DISPLAY.
018584     MOVE LOW-VALUES TO FORINQ1O
018586     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FIQSTSO.
018588 8100-WITHHOLD-DISPLAY-EXIT.
018590     EXIT.
018592
018600 9999-EXIT.
018700     EXIT PROGRAM.
