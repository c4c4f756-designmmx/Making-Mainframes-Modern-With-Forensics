000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-BUSDATE.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-BUSDATE                                            *
001000*                                                                *
001100*    OPEN-DAY / CLOSE-DAY / REOPEN-DAY CONTROL FOR THE SHARED    *
001200*    BUSINESS DATE.  EVERY PROGRAM THAT SCOPES WORK TO "TODAY"   *
001300*    USED TO ACCEPT THE SYSTEM CLOCK, SO A FORAUDIT THAT SLIPPED *
001400*    PAST MIDNIGHT -- OR A RERUN A DAY LATE AFTER AN ABEND --    *
001500*    LEFT THE REPORT, THE FEEDER CONFIRMATIONS, AND THE GL       *
001600*    EXTRACT SCOPED TO THE WRONG LR-TIMESTAMP DATE WITHOUT A     *
001700*    WORD.  THEY NOW ALL READ THE ONE BUSDATE CONTROL RECORD     *
001800*    (SEE FORBDTD.CPY), AND THIS PROGRAM IS THE ONLY THING THAT  *
001900*    MOVES IT.                                                   *
002000*                                                                *
002100*    ONE CONTROL CARD ON BDCARD SAYS WHAT TO DO:                 *
002200*                                                                *
002300*      COLS  1- 8  ACTION   OPEN / CLOSE / REOPEN                *
002400*      COLS 10-17  DATE     YYYYMMDD (SEE BELOW)                 *
002500*      COLS 19-26  USERID   WHO ASKED FOR IT -- REQUIRED         *
002600*      COLS 28-77  REASON   FREE TEXT -- REQUIRED ON A REOPEN    *
002700*                                                                *
002800*      OPEN    THE CURRENT DAY MUST BE CLOSED.  OPENS THE DATE   *
002900*              ON THE CARD, WHICH MUST BE LATER THAN THE DAY     *
003000*              JUST CLOSED; A BLANK DATE OPENS THE NEXT          *
003100*              CALENDAR DAY.                                     *
003200*      CLOSE   THE CURRENT DAY MUST BE OPEN.  A DATE ON THE      *
003300*              CARD MUST MATCH IT (GUARDS AGAINST CLOSING THE    *
003400*              WRONG DAY FROM A STALE CARD).                     *
003500*      REOPEN  THE CURRENT DAY MUST BE CLOSED AND THE CARD MUST  *
003600*              NAME IT -- ONLY THE MOST RECENTLY CLOSED DAY CAN  *
003700*              BE REOPENED, AND ONLY WITH A REASON.              *
003800*                                                                *
003900*    EVERY CHANGE IS APPENDED TO THE BDLOG EVENT LOG (SEE        *
004000*    FORBDLD.CPY) BEFORE THE CONTROL RECORD IS REWRITTEN -- A    *
004100*    CHANGE THAT CANNOT BE LOGGED IS NOT MADE.                   *
004200*                                                                *
004300*    RETURN-CODES:  0 = DONE.                                    *
004400*                   8 = REFUSED -- THE DAY IS NOT IN THE STATE   *
004500*                       THE ACTION NEEDS, OR THE CARD DATE IS    *
004600*                       WRONG.  NOTHING WAS CHANGED.             *
004700*                  16 = BAD OR MISSING CARD, OR UNRECOVERABLE    *
004800*                       I-O ERROR.  NOTHING WAS CHANGED.         *
004900*                                                                *
005000*----------------------------------------------------------------*
005100*    MODIFICATION HISTORY                                       *
005200*----------------------------------------------------------------*
005300*    DATE       BY    DESCRIPTION                                *
005400*    ---------- ----- -------------------------------------------*
005500*    2026-10-05 JRM   ORIGINAL.                                  *
005600******************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-370.
006000 OBJECT-COMPUTER.   IBM-370.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CONTROL-CARD-FILE ASSIGN TO BDCARD
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-CARD-STATUS.
006700     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS BD-CONTROL-KEY
007100         FILE STATUS IS WS-BUSDATE-STATUS.
007200     SELECT BUSINESS-DATE-LOG-FILE ASSIGN TO BDLOG
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-BDLOG-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CONTROL-CARD-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  CONTROL-CARD-RECORD.
008300     05  CC-ACTION             PIC X(08).
008400     05  FILLER                PIC X(01).
008500     05  CC-BUSINESS-DATE      PIC X(08).
008600     05  CC-BUSINESS-DATE-N REDEFINES CC-BUSINESS-DATE
008700                               PIC 9(08).
008800     05  FILLER                PIC X(01).
008900     05  CC-REQUESTED-BY       PIC X(08).
009000     05  FILLER                PIC X(01).
009100     05  CC-REASON             PIC X(50).
009200     05  FILLER                PIC X(03).
009300 FD  BUSINESS-DATE-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 COPY FORBDTD.
009700 FD  BUSINESS-DATE-LOG-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 120 CHARACTERS.
010100 COPY FORBDLD.
010200 WORKING-STORAGE SECTION.
010300 01  WS-CARD-STATUS            PIC X(02).
010400     88  WS-CARD-OK                 VALUE '00'.
010500 01  WS-BUSDATE-STATUS         PIC X(02).
010600     88  WS-BUSDATE-OK              VALUE '00'.
010700 01  WS-BDLOG-STATUS           PIC X(02).
010800     88  WS-BDLOG-OK                VALUE '00'.
010900     88  WS-BDLOG-NOT-FOUND         VALUE '35'.
011000 01  WS-CURRENT-DATE           PIC 9(08).
011100 01  WS-CURRENT-TIME           PIC 9(08).
011200 01  WS-EVENT-TIMESTAMP        PIC X(14) VALUE SPACES.
011300 01  WS-NEW-BUSINESS-DATE      PIC 9(08) VALUE ZEROES.
011400 01  WS-PRIOR-STATUS           PIC X(01) VALUE SPACE.
011500 01  WS-DATE-INTEGER           PIC 9(9) COMP-5 VALUE 0.
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-INITIALIZE-EXIT
012000     IF CC-ACTION = 'OPEN'
012100         PERFORM 2000-OPEN-DAY
012200             THRU 2000-OPEN-DAY-EXIT
012300     END-IF
012400     IF CC-ACTION = 'CLOSE'
012500         PERFORM 3000-CLOSE-DAY
012600             THRU 3000-CLOSE-DAY-EXIT
012700     END-IF
012800     IF CC-ACTION = 'REOPEN'
012900         PERFORM 4000-REOPEN-DAY
013000             THRU 4000-REOPEN-DAY-EXIT
013100     END-IF
013200     PERFORM 7000-LOG-AND-REWRITE
013300         THRU 7000-LOG-AND-REWRITE-EXIT
013400     PERFORM 8000-REPORT-RESULTS
013500         THRU 8000-REPORT-RESULTS-EXIT
013600     CLOSE BUSINESS-DATE-FILE
013700     MOVE 0 TO RETURN-CODE
013800     GO TO 9999-EXIT.
013900
014000******************************************************************
014100*    READ AND CHECK THE CONTROL CARD, THEN PICK UP THE CONTROL   *
014200*    RECORD FOR UPDATE.  THE CLUSTER IS SEEDED BY THE FORBDEF    *
014300*    PROVISIONING JOB -- A MISSING RECORD IS AN ERROR, NEVER A   *
014400*    QUIET FIRST-TIME CREATE.                                    *
014500******************************************************************
014600 1000-INITIALIZE.
014700     DISPLAY "FORENSIC-BUSDATE: BUSINESS-DATE CONTROL..."
014800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
014900     ACCEPT WS-CURRENT-TIME FROM TIME
015000     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
015100            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
015200         INTO WS-EVENT-TIMESTAMP
015300     END-STRING
015400     OPEN INPUT CONTROL-CARD-FILE
015500     IF NOT WS-CARD-OK
015600         DISPLAY "FORENSIC-BUSDATE: UNABLE TO OPEN BDCARD, "
015700             "STATUS = " WS-CARD-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         GO TO 9999-EXIT
016000     END-IF
016100     READ CONTROL-CARD-FILE
016200         AT END
016300             DISPLAY "FORENSIC-BUSDATE: BDCARD IS EMPTY -- "
016400                 "NOTHING TO DO"
016500             CLOSE CONTROL-CARD-FILE
016600             MOVE 16 TO RETURN-CODE
016700             GO TO 9999-EXIT
016800     END-READ
016900     CLOSE CONTROL-CARD-FILE
017000     DISPLAY "FORENSIC-BUSDATE: CARD = " CONTROL-CARD-RECORD
017100     IF CC-ACTION NOT = 'OPEN'
017200      AND CC-ACTION NOT = 'CLOSE'
017300      AND CC-ACTION NOT = 'REOPEN'
017400         DISPLAY "FORENSIC-BUSDATE: UNKNOWN ACTION '" CC-ACTION
017500             "' -- EXPECTED OPEN, CLOSE, OR REOPEN"
017600         MOVE 16 TO RETURN-CODE
017700         GO TO 9999-EXIT
017800     END-IF
017900     IF CC-BUSINESS-DATE NOT = SPACES
018000      AND CC-BUSINESS-DATE IS NOT NUMERIC
018100         DISPLAY "FORENSIC-BUSDATE: CARD DATE '" CC-BUSINESS-DATE
018200             "' IS NOT YYYYMMDD"
018300         MOVE 16 TO RETURN-CODE
018400         GO TO 9999-EXIT
018500     END-IF
018600     IF CC-REQUESTED-BY = SPACES
018700         DISPLAY "FORENSIC-BUSDATE: CARD NAMES NO REQUESTING "
018800             "USERID (COLS 19-26)"
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF
019200     OPEN I-O BUSINESS-DATE-FILE
019300     IF NOT WS-BUSDATE-OK
019400         DISPLAY "FORENSIC-BUSDATE: UNABLE TO OPEN BUSDATE, "
019500             "STATUS = " WS-BUSDATE-STATUS
019600         MOVE 16 TO RETURN-CODE
019700         GO TO 9999-EXIT
019800     END-IF
019900     MOVE 'BUSDATE' TO BD-CONTROL-KEY
020000     READ BUSINESS-DATE-FILE
020100         INVALID KEY
020200             DISPLAY "FORENSIC-BUSDATE: NO BUSDATE CONTROL "
020300                 "RECORD -- RUN THE FORBDEF SEED FIRST"
020400             MOVE 16 TO RETURN-CODE
020500             GO TO 9999-EXIT
020600     END-READ
020700     MOVE BD-DAY-STATUS TO WS-PRIOR-STATUS
020800     DISPLAY "FORENSIC-BUSDATE: BUSINESS DATE " BD-BUSINESS-DATE
020900         " IS CURRENTLY " BD-DAY-STATUS.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400*    OPEN THE NEXT BUSINESS DAY.  THE DAY BEFORE IT MUST HAVE    *
021500*    BEEN CLOSED, AND THE NEW DATE ONLY EVER MOVES FORWARD.      *
021600******************************************************************
021700 2000-OPEN-DAY.
021800     IF NOT BD-DAY-CLOSED
021900         DISPLAY "FORENSIC-BUSDATE: BUSINESS DATE "
022000             BD-BUSINESS-DATE " IS STILL OPEN -- CLOSE IT "
022100             "BEFORE OPENING ANOTHER"
022200         GO TO 9000-REFUSE
022300     END-IF
022400     IF CC-BUSINESS-DATE = SPACES
022500         COMPUTE WS-DATE-INTEGER =
022600             FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE) + 1
022700         COMPUTE WS-NEW-BUSINESS-DATE =
022800             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
022900     ELSE
023000         MOVE CC-BUSINESS-DATE-N TO WS-NEW-BUSINESS-DATE
023100     END-IF
023200     IF WS-NEW-BUSINESS-DATE NOT > BD-BUSINESS-DATE
023300         DISPLAY "FORENSIC-BUSDATE: " WS-NEW-BUSINESS-DATE
023400             " IS NOT AFTER THE LAST CLOSED DAY "
023500             BD-BUSINESS-DATE " -- USE REOPEN TO GO BACK"
023600         GO TO 9000-REFUSE
023700     END-IF
023800     MOVE BD-BUSINESS-DATE     TO BD-PRIOR-BUSINESS-DATE
023900     MOVE WS-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
024000     MOVE 'O'                  TO BD-DAY-STATUS
024100     MOVE 0                    TO BD-REOPEN-COUNT.
024200 2000-OPEN-DAY-EXIT.
024300     EXIT.
024400
024500 3000-CLOSE-DAY.
024600     IF NOT BD-DAY-OPEN
024700         DISPLAY "FORENSIC-BUSDATE: BUSINESS DATE "
024800             BD-BUSINESS-DATE " IS ALREADY CLOSED"
024900         GO TO 9000-REFUSE
025000     END-IF
025100     IF CC-BUSINESS-DATE NOT = SPACES
025200      AND CC-BUSINESS-DATE-N NOT = BD-BUSINESS-DATE
025300         DISPLAY "FORENSIC-BUSDATE: CARD SAYS CLOSE "
025400             CC-BUSINESS-DATE " BUT THE OPEN DAY IS "
025500             BD-BUSINESS-DATE
025600         GO TO 9000-REFUSE
025700     END-IF
025800     MOVE 'C' TO BD-DAY-STATUS.
025900 3000-CLOSE-DAY-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    REOPEN IS THE DELIBERATE EXCEPTION -- IT NEEDS THE DATE     *
026400*    SPELLED OUT ON THE CARD AND A REASON, AND IT ONLY EVER      *
026500*    APPLIES TO THE DAY MOST RECENTLY CLOSED.  AN OLDER DAY      *
026600*    CANNOT BE REOPENED BEHIND A LATER ONE.                      *
026700******************************************************************
026800 4000-REOPEN-DAY.
026900     IF NOT BD-DAY-CLOSED
027000         DISPLAY "FORENSIC-BUSDATE: BUSINESS DATE "
027100             BD-BUSINESS-DATE " IS NOT CLOSED -- NOTHING TO "
027200             "REOPEN"
027300         GO TO 9000-REFUSE
027400     END-IF
027500     IF CC-BUSINESS-DATE = SPACES
027600      OR CC-BUSINESS-DATE-N NOT = BD-BUSINESS-DATE
027700         DISPLAY "FORENSIC-BUSDATE: A REOPEN MUST NAME THE LAST "
027800             "CLOSED DAY (" BD-BUSINESS-DATE ") ON THE CARD"
027900         GO TO 9000-REFUSE
028000     END-IF
028100     IF CC-REASON = SPACES
028200         DISPLAY "FORENSIC-BUSDATE: A REOPEN MUST GIVE A REASON "
028300             "(COLS 28-77)"
028400         GO TO 9000-REFUSE
028500     END-IF
028600     MOVE 'O' TO BD-DAY-STATUS
028700     ADD 1 TO BD-REOPEN-COUNT.
028800 4000-REOPEN-DAY-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*    THE EVENT LOG IS WRITTEN FIRST.  IF IT CANNOT BE, THE RUN   *
029300*    ENDS WITH THE CONTROL RECORD AS IT WAS.                     *
029400******************************************************************
029500 7000-LOG-AND-REWRITE.
029600     MOVE WS-EVENT-TIMESTAMP TO BD-STATUS-TIMESTAMP
029700     MOVE CC-REQUESTED-BY    TO BD-STATUS-USERID
029800     OPEN EXTEND BUSINESS-DATE-LOG-FILE
029900     IF WS-BDLOG-NOT-FOUND
030000         CLOSE BUSINESS-DATE-LOG-FILE
030100         OPEN OUTPUT BUSINESS-DATE-LOG-FILE
030200     END-IF
030300     IF NOT WS-BDLOG-OK
030400         DISPLAY "FORENSIC-BUSDATE: BDLOG OPEN FAILED, STATUS = "
030500             WS-BDLOG-STATUS " -- NOTHING WAS CHANGED"
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 9999-EXIT
030800     END-IF
030900     MOVE SPACES              TO BUSINESS-DATE-LOG-RECORD
031000     MOVE WS-EVENT-TIMESTAMP  TO BL-EVENT-TIMESTAMP
031100     MOVE CC-ACTION           TO BL-ACTION
031200     MOVE BD-BUSINESS-DATE    TO BL-BUSINESS-DATE
031300     MOVE WS-PRIOR-STATUS     TO BL-PRIOR-STATUS
031400     MOVE BD-DAY-STATUS       TO BL-NEW-STATUS
031500     MOVE CC-REQUESTED-BY     TO BL-REQUESTED-BY
031600     MOVE CC-REASON           TO BL-REASON
031700     WRITE BUSINESS-DATE-LOG-RECORD
031800     IF NOT WS-BDLOG-OK
031900         DISPLAY "FORENSIC-BUSDATE: BDLOG WRITE FAILED, STATUS = "
032000             WS-BDLOG-STATUS " -- NOTHING WAS CHANGED"
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 9999-EXIT
032300     END-IF
032400     CLOSE BUSINESS-DATE-LOG-FILE
032500     REWRITE BUSINESS-DATE-RECORD
032600         INVALID KEY
032700             DISPLAY "FORENSIC-BUSDATE: BUSDATE REWRITE FAILED, "
032800                 "STATUS = " WS-BUSDATE-STATUS
032900             MOVE 16 TO RETURN-CODE
033000             GO TO 9999-EXIT
033100     END-REWRITE.
033200 7000-LOG-AND-REWRITE-EXIT.
033300     EXIT.
033400
033500 8000-REPORT-RESULTS.
033600     DISPLAY "FORENSIC-BUSDATE: " CC-ACTION " DONE -- BUSINESS "
033700         "DATE " BD-BUSINESS-DATE " IS NOW " BD-DAY-STATUS
033800     IF CC-ACTION = 'REOPEN'
033900         DISPLAY "FORENSIC-BUSDATE: REOPENED BY " CC-REQUESTED-BY
034000             " (REOPEN NUMBER " BD-REOPEN-COUNT ") -- "
034100             CC-REASON
034200     END-IF.
034300 8000-REPORT-RESULTS-EXIT.
034400     EXIT.
034500
034600 9000-REFUSE.
034700     DISPLAY "FORENSIC-BUSDATE: " CC-ACTION " REFUSED -- "
034800         "NOTHING WAS CHANGED"
034900     CLOSE BUSINESS-DATE-FILE
035000     MOVE 8 TO RETURN-CODE.
035100
035200 9999-EXIT.
035300     STOP RUN.
