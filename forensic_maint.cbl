004498*                     SUPERVISOR APPROVES IT THROUGH THE FAPR    *
004499*                     TRANSACTION -- ONE PERSON CAN NO LONGER    *
004501*                     MOVE MONEY INTO THE LEDGER ALONE.          *
004531*    2026-10-05 JRM   THE QUEUE DATE IS NOW THE BUSINESS DATE    *
004541*                     READ FROM THE SHARED BUSDATE CONTROL FILE  *
004551*                     (SEE FORBDTD.CPY), NOT THE SYSTEM CLOCK,   *
004561*                     SO FORENSIC-AUDIT'S SAT-UNAPPROVED CHECK   *
004571*                     COMPARES LIKE WITH LIKE.  AN UNREADABLE    *
004581*                     BUSDATE REFUSES THE ADJUSTMENT.            *
004591*    2026-10-11 JRM   THE ORIGINAL'S LOOKUP AND EVERY QUEUED     *
004601*                     ADJUSTMENT JOURNALED TO ACCJRNL; NOTHING   *
004611*                     IS SHOWN OR QUEUED THAT CANNOT BE          *
004621*                     JOURNALED.                                 *
004631*    2026-10-15 JRM   THE ORIGINAL'S CURRENCY CODE ECHOES BESIDE *
004641*                     ITS AMOUNT (FMTOCYO) -- THE ADJUSTMENT IS  *
004651*                     KEYED IN THAT CURRENCY.                    *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
005600 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
005700 01  WS-TASK-NUMBER            PIC 9(08) VALUE ZEROES.
005710 01  WS-TODAY-DATE             PIC 9(08) VALUE ZEROES.
005730 01  WS-BUSDATE-KEY            PIC X(08) VALUE 'BUSDATE'.
005800 01  WS-AMOUNT-ERROR-SWITCH    PIC X(01) VALUE 'N'.
005900     88  WS-AMOUNT-ERROR           VALUE 'Y' FALSE 'N'.
006000 01  WS-AMOUNT-NEGATIVE-SWITCH PIC X(01) VALUE 'N'.
007010 01  WS-ABS-AMOUNT             PIC 9(8)V99 VALUE ZEROES.
007020 01  WS-LIMIT-DISPLAY          PIC 9(8).99.
007100 COPY FORLMD.
007110 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
007120 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
007130 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
007140 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
007150 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
007160 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
007170 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
007180 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007190     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
007200 COPY FORADJD.
007205 COPY FORACCD.
007210 COPY FORRSND.
007230 COPY FORBDTD.
007300 COPY FORMNTM.
007400 PROCEDURE DIVISION.
007500 0000-MAINLINE.
025600         RESP(WS-RESP)
025700     END-EXEC
025800     IF WS-RESP NOT = DFHRESP(NORMAL)
025805         MOVE 'VIEW'            TO WS-JOURNAL-ACTION
025810         MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
025815         MOVE WS-TARGET-TXN-ID  TO WS-JOURNAL-KEY
025820         MOVE WS-TARGET-TXN-ID  TO WS-JOURNAL-TXN-ID
025825         MOVE 'N'               TO WS-JOURNAL-FOUND
025830         PERFORM 8000-WRITE-ACCESS-JOURNAL
025835             THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
025840         IF WS-JOURNAL-FAILED
025845             PERFORM 8100-WITHHOLD-DISPLAY
025850                 THRU 8100-WITHHOLD-DISPLAY-EXIT
025855             GO TO 2200-READ-ORIGINAL-EXIT
025860         END-IF
025900         MOVE WS-TARGET-TXN-ID TO FMTTIDO
026000         MOVE 'TRANSACTION NOT FOUND IN LEDGER' TO FMTMSGO
026005         GO TO 2200-READ-ORIGINAL-EXIT
026010     END-IF
026015     MOVE 'VIEW'            TO WS-JOURNAL-ACTION
026020     MOVE 'TXN'             TO WS-JOURNAL-KEY-TYPE
026025     MOVE WS-TARGET-TXN-ID  TO WS-JOURNAL-KEY
026030     MOVE WS-TARGET-TXN-ID  TO WS-JOURNAL-TXN-ID
026035     PERFORM 8000-WRITE-ACCESS-JOURNAL
026040         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
026045     IF WS-JOURNAL-FAILED
026050         PERFORM 8100-WITHHOLD-DISPLAY
026055             THRU 8100-WITHHOLD-DISPLAY-EXIT
026100         GO TO 2200-READ-ORIGINAL-EXIT
026200     END-IF
026300     IF NOT LM-TYPE-CHARGE
026800     MOVE LM-TIMESTAMP TO FMTOTSO
026900     MOVE LM-AMOUNT TO WS-DISPLAY-AMOUNT
027000     MOVE WS-DISPLAY-AMOUNT TO FMTOAMO
027050     MOVE LM-CURRENCY-CODE TO FMTOCYO
027100     MOVE LM-SOURCE-SYSTEM TO FMTOSRO.
027200 2200-READ-ORIGINAL-EXIT.
027300     EXIT.
028800     MOVE LM-SOURCE-SYSTEM  TO AQ-SOURCE-SYSTEM
028810     MOVE 'P'               TO AQ-APPROVAL-STATUS
028820     MOVE SPACES            TO AQ-APPROVER-ID
028821     EXEC CICS READ FILE('BUSDATE')
028822         INTO(BUSINESS-DATE-RECORD)
028823         RIDFLD(WS-BUSDATE-KEY)
028824         RESP(WS-RESP)
028825     END-EXEC
028826     IF WS-RESP NOT = DFHRESP(NORMAL)
028827         MOVE 'BUSINESS DATE UNAVAILABLE -- NOT QUEUED'
028828             TO FMTMSGO
028829         GO TO 2300-QUEUE-ADJUSTMENT-EXIT
028830     END-IF
028831     MOVE BD-BUSINESS-DATE  TO WS-TODAY-DATE
028840     MOVE WS-TODAY-DATE     TO AQ-DATE-QUEUED
028850     MOVE 'QUEUE'           TO WS-JOURNAL-ACTION
028860     MOVE 'ADJ'             TO WS-JOURNAL-KEY-TYPE
028870     MOVE AQ-ADJUSTMENT-ID  TO WS-JOURNAL-KEY
028880     MOVE WS-TARGET-TXN-ID  TO WS-JOURNAL-TXN-ID
028890     PERFORM 8000-WRITE-ACCESS-JOURNAL
028900         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
028910     IF WS-JOURNAL-FAILED
028920         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT QUEUED'
028930             TO FMTMSGO
028940         GO TO 2300-QUEUE-ADJUSTMENT-EXIT
028950     END-IF
029000     EXEC CICS WRITE FILE('ADJQUEUE')
029100         FROM(ADJUSTMENT-QUEUE-RECORD)
029200         RIDFLD(AQ-ADJUSTMENT-ID)
031600 2800-SEND-RESPONSE-MAP-EXIT.
031700     EXIT.
031800
031802******************************************************************
031804*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
031806*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
031808*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
031810*    ORIGINAL IS NOT SHOWN OR THE ADJUSTMENT IS NOT QUEUED --    *
031812*    AN ACCESS THE AUDITORS CANNOT SEE DOES NOT HAPPEN.          *
031814******************************************************************
031816 8000-WRITE-ACCESS-JOURNAL.
031818     IF WS-JOURNAL-USERID = SPACES
031820         EXEC CICS ASSIGN
031822             USERID(WS-JOURNAL-USERID)
031824         END-EXEC
031826     END-IF
031828     MOVE SPACES TO ACCESS-JOURNAL-RECORD
031830     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
031832     ACCEPT AC-ACCESS-TIME FROM TIME
031834     MOVE EIBTASKN            TO AC-TASK-NUMBER
031836     ADD 1 TO WS-JOURNAL-ENTRY
031838     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
031840     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
031842     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
031844     MOVE WS-JOURNAL-USERID   TO AC-USERID
031846     MOVE EIBTRMID            TO AC-TERMINAL-ID
031848     MOVE EIBTRNID            TO AC-TRANID
031850     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
031852     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
031854     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
031856     EXEC CICS WRITE FILE('ACCJRNL')
031858         FROM(ACCESS-JOURNAL-RECORD)
031860         RIDFLD(AC-JOURNAL-KEY)
031862         RESP(WS-RESP)
031864     END-EXEC
031866     IF WS-RESP NOT = DFHRESP(NORMAL)
031868         SET WS-JOURNAL-FAILED TO TRUE
031870     END-IF
031872     MOVE 'Y' TO WS-JOURNAL-FOUND.
031874 8000-WRITE-ACCESS-JOURNAL-EXIT.
031876     EXIT.
031878
031880 8100-WITHHOLD-DISPLAY.
031882     MOVE LOW-VALUES TO FORMNT1O
031884     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FMTMSGO.
031886 8100-WITHHOLD-DISPLAY-EXIT.
031888     EXIT.
031890
031900 9999-EXIT.
032000     EXIT PROGRAM.
