003500*    DATE       BY    DESCRIPTION                                *
003600*    ---------- ----- -------------------------------------------*
003700*    2026-09-02 JRM   ORIGINAL.                                  *
003710*    2026-10-11 JRM   EVERY LISTED ADJUSTMENT AND EVERY APPROVE  *
003720*                     OR REJECT -- A REFUSED SELF-APPROVAL       *
003730*                     INCLUDED -- JOURNALED TO ACCJRNL; A PAGE   *
003740*                     THAT CANNOT BE JOURNALED IS NOT SHOWN AND  *
003750*                     A DECISION THAT CANNOT BE JOURNALED IS NOT *
003760*                     SAVED.                                     *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
008400     05  FILLER                PIC X(01) VALUE SPACE.
008500     05  WS-LB-DATE-QUEUED     PIC 9(08).
008600     05  FILLER                PIC X(03) VALUE SPACES.
008610 01  WS-JOURNAL-ACTION         PIC X(08) VALUE SPACES.
008620 01  WS-JOURNAL-KEY-TYPE       PIC X(04) VALUE SPACES.
008630 01  WS-JOURNAL-KEY            PIC X(10) VALUE SPACES.
008640 01  WS-JOURNAL-TXN-ID         PIC X(10) VALUE SPACES.
008650 01  WS-JOURNAL-FOUND          PIC X(01) VALUE 'Y'.
008660 01  WS-JOURNAL-USERID         PIC X(08) VALUE SPACES.
008670 01  WS-JOURNAL-ENTRY          PIC 9(03) COMP-5 VALUE 0.
008680 01  WS-JOURNAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
008690     88  WS-JOURNAL-FAILED         VALUE 'Y' FALSE 'N'.
008700 COPY FORADJD.
008750 COPY FORACCD.
008800 COPY FORAPRM.
008900 LINKAGE SECTION.
009000 01  DFHCOMMAREA               PIC X(101).
021200     MOVE 0 TO WS-LINE-COUNT
021300     MOVE SPACES TO CA-MORE-SWITCH
021400     SET WS-PAGE-DONE TO FALSE
021450     SET WS-JOURNAL-FAILED TO FALSE
021500     MOVE CA-TOP-ADJ-ID TO WS-RID-ADJ-ID
021600     EXEC CICS STARTBR FILE('ADJQUEUE')
021700         RIDFLD(WS-RID-ADJ-ID)
022800     EXEC CICS ENDBR FILE('ADJQUEUE')
022900         RESP(WS-RESP)
023000     END-EXEC
023010     IF WS-JOURNAL-FAILED
023020         PERFORM 8100-WITHHOLD-PAGE
023030             THRU 8100-WITHHOLD-PAGE-EXIT
023040         GO TO 3000-FILL-PAGE-EXIT
023050     END-IF
023100     IF WS-LINE-COUNT = 0
023200         MOVE 'NO PENDING ADJUSTMENTS' TO FAMSGO
023300     ELSE
028200         MOVE ZEROES         TO WS-LB-DATE-QUEUED
028300     END-IF
028400     MOVE WS-LINE-BUILD      TO FALINO (WS-LINE-COUNT)
028500     MOVE AQ-ADJUSTMENT-ID   TO CA-LINE-ADJ-ID (WS-LINE-COUNT)
028510     MOVE 'LIST'            TO WS-JOURNAL-ACTION
028520     MOVE 'ADJ'             TO WS-JOURNAL-KEY-TYPE
028530     MOVE AQ-ADJUSTMENT-ID  TO WS-JOURNAL-KEY
028540     MOVE AQ-ADJUST-OF-TXN-ID TO WS-JOURNAL-TXN-ID
028550     PERFORM 8000-WRITE-ACCESS-JOURNAL
028560         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT.
028600 3100-READ-ONE-ADJ-EXIT.
028700     EXIT.
028800
031500     EXEC CICS ASSIGN
031600         USERID(WS-APPROVER-ID)
031700     END-EXEC
031705     IF WS-ACTION-APPROVE
031710         MOVE 'APPROVE'         TO WS-JOURNAL-ACTION
031715     ELSE
031720         MOVE 'REJECT'          TO WS-JOURNAL-ACTION
031725     END-IF
031730     MOVE 'ADJ'             TO WS-JOURNAL-KEY-TYPE
031735     MOVE AQ-ADJUSTMENT-ID  TO WS-JOURNAL-KEY
031740     MOVE AQ-ADJUST-OF-TXN-ID TO WS-JOURNAL-TXN-ID
031745     SET WS-JOURNAL-FAILED TO FALSE
031750     PERFORM 8000-WRITE-ACCESS-JOURNAL
031755         THRU 8000-WRITE-ACCESS-JOURNAL-EXIT
031760     IF WS-JOURNAL-FAILED
031765         EXEC CICS UNLOCK FILE('ADJQUEUE') END-EXEC
031770         MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SAVED' TO FAMSGO
031775         GO TO 5000-WORK-SELECTED-ADJ-EXIT
031780     END-IF
031800     IF WS-APPROVER-ID = AQ-OPERATOR-ID
031900         EXEC CICS UNLOCK FILE('ADJQUEUE') END-EXEC
032000         MOVE 'APPROVER MUST DIFFER FROM THE KEYER' TO FAMSGO
034900 7000-EXIT-TRANSACTION-EXIT.
035000     EXIT.
035100
035101******************************************************************
035102*    ACCESS JOURNAL -- ONE ACCJRNL RECORD (SEE FORACCD.CPY) FOR  *
035103*    THE KEY IN WS-JOURNAL-KEY.  THE USERID IS ASKED FOR ONCE    *
035104*    PER TASK.  A FAILED WRITE SETS WS-JOURNAL-FAILED AND THE    *
035105*    CALLER WITHHOLDS THE PAGE OR REFUSES THE DECISION -- AN     *
035106*    ACCESS THE AUDITORS CANNOT SEE DOES NOT HAPPEN.             *
035107******************************************************************
035108 8000-WRITE-ACCESS-JOURNAL.
035109     IF WS-JOURNAL-USERID = SPACES
035110         EXEC CICS ASSIGN
035111             USERID(WS-JOURNAL-USERID)
035112         END-EXEC
035113     END-IF
035114     MOVE SPACES TO ACCESS-JOURNAL-RECORD
035115     ACCEPT AC-ACCESS-DATE FROM DATE YYYYMMDD
035116     ACCEPT AC-ACCESS-TIME FROM TIME
035117     MOVE EIBTASKN            TO AC-TASK-NUMBER
035118     ADD 1 TO WS-JOURNAL-ENTRY
035119     MOVE WS-JOURNAL-ENTRY    TO AC-ENTRY-NUMBER
035120     MOVE WS-JOURNAL-KEY-TYPE TO AC-KEY-TYPE
035121     MOVE WS-JOURNAL-KEY      TO AC-KEY-VALUE
035122     MOVE WS-JOURNAL-USERID   TO AC-USERID
035123     MOVE EIBTRMID            TO AC-TERMINAL-ID
035124     MOVE EIBTRNID            TO AC-TRANID
035125     MOVE WS-JOURNAL-ACTION   TO AC-ACTION
035126     MOVE WS-JOURNAL-TXN-ID   TO AC-RELATED-TXN-ID
035127     MOVE WS-JOURNAL-FOUND    TO AC-FOUND-FLAG
035128     EXEC CICS WRITE FILE('ACCJRNL')
035129         FROM(ACCESS-JOURNAL-RECORD)
035130         RIDFLD(AC-JOURNAL-KEY)
035131         RESP(WS-RESP)
035132     END-EXEC
035133     IF WS-RESP NOT = DFHRESP(NORMAL)
035134         SET WS-JOURNAL-FAILED TO TRUE
035135     END-IF
035136     MOVE 'Y' TO WS-JOURNAL-FOUND.
035137 8000-WRITE-ACCESS-JOURNAL-EXIT.
035138     EXIT.
035139
035140 8100-WITHHOLD-PAGE.
035141     MOVE LOW-VALUES TO FORAPR1O
035142     MOVE 0 TO WS-LINE-IDX
035143     PERFORM 3010-CLEAR-ONE-LINE
035144         THRU 3010-CLEAR-ONE-LINE-EXIT
035145         UNTIL WS-LINE-IDX = 8
035146     MOVE SPACES TO CA-MORE-SWITCH
035147     MOVE 'ACCESS JOURNAL UNAVAILABLE -- NOT SHOWN' TO FAMSGO.
035148 8100-WITHHOLD-PAGE-EXIT.
035149     EXIT.
035150
035200 9999-EXIT.
035300     EXIT PROGRAM.
