000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-HOLD.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-HOLD                                               *
001000*                                                                *
001100*    LEGAL HOLD AND RETENTION CONTROL FOR ARCHIVED LEDGER        *
001200*    GENERATIONS.  GENCAT (SEE FORGCTD.CPY) SAYS HOW LONG A      *
001300*    GENERATION IS KEPT AS A MATTER OF COURSE; THIS PROGRAM IS   *
001400*    HOW THAT IS CHANGED FOR ONE GENERATION -- A LEGAL HOLD      *
001500*    PLACED OR RELEASED, OR THE RETENTION EXTENDED -- WITH WHO   *
001600*    ASKED, WHEN, AND WHY APPENDED TO THE GENHOLD LOG (SEE       *
001700*    FORGHLD.CPY).  FORENSIC-PURGE REFUSES TO LIST A HELD        *
001800*    GENERATION AS ELIGIBLE FOR PURGE, WHATEVER ITS RETENTION.   *
001900*                                                                *
002000*    ONE CONTROL CARD ON HOLDCARD SAYS WHAT TO DO:               *
002100*                                                                *
002200*      COLS  1- 8  ACTION   HOLD / RELEASE / RETAIN              *
002300*      COLS 10-13  GENERATION NUMBER (GC-GENERATION-NUMBER)      *
002400*      COLS 15-24  HOLD ID  MATTER OR DOCKET REFERENCE --        *
002500*                           REQUIRED ON HOLD AND RELEASE         *
002600*      COLS 26-27  YEARS    NEW RETENTION IN YEARS FROM THE      *
002700*                           CLOSE DATE -- REQUIRED ON RETAIN     *
002800*      COLS 29-36  USERID   WHO ASKED FOR IT -- REQUIRED         *
002900*      COLS 38-80  REASON   FREE TEXT -- REQUIRED                *
003000*                                                                *
003100*      HOLD     PLACES A HOLD UNDER THE HOLD ID.  A GENERATION   *
003200*               MAY CARRY HOLDS FOR SEVERAL MATTERS AT ONCE;     *
003300*               THE SAME HOLD ID CANNOT BE PLACED TWICE.         *
003400*      RELEASE  RELEASES THE HOLD WITH THAT HOLD ID, WHICH MUST  *
003500*               BE IN FORCE ON THE GENERATION.  OTHER HOLDS ON   *
003600*               THE GENERATION STAY IN FORCE.                    *
003700*      RETAIN   SETS THE RETENTION TO THE CLOSE DATE PLUS THE    *
003800*               YEARS ON THE CARD.  RETENTION IS ONLY EVER       *
003900*               EXTENDED -- A DATE NO LATER THAN THE ONE IN      *
004000*               FORCE IS REFUSED.                                *
004100*                                                                *
004200*    THE GENERATION MUST BE ON GENCAT.  THE LOG IS APPENDED,     *
004300*    NEVER REWRITTEN; A CHANGE THAT CANNOT BE LOGGED IS NOT      *
004400*    MADE, BECAUSE THE LOG IS THE ONLY PLACE IT LIVES.           *
004500*                                                                *
004600*    RETURN-CODES:  0 = DONE.                                    *
004700*                   8 = REFUSED -- THE HOLD IS ALREADY IN FORCE  *
004800*                       OR NOT IN FORCE, OR THE RETENTION WOULD  *
004900*                       NOT BE EXTENDED.  NOTHING WAS CHANGED.   *
005000*                  16 = BAD OR MISSING CARD, GENERATION NOT ON   *
005100*                       GENCAT, OR UNRECOVERABLE I-O ERROR.      *
005200*                       NOTHING WAS CHANGED.                     *
005300*                                                                *
005400*----------------------------------------------------------------*
005500*    MODIFICATION HISTORY                                       *
005600*----------------------------------------------------------------*
005700*    DATE       BY    DESCRIPTION                                *
005800*    ---------- ----- -------------------------------------------*
005900*    2026-10-09 JRM   ORIGINAL.                                  *
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-370.
006400 OBJECT-COMPUTER.   IBM-370.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CONTROL-CARD-FILE ASSIGN TO HOLDCARD
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-CARD-STATUS.
007100     SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-CATALOG-STATUS.
007500     SELECT GENERATION-HOLD-FILE ASSIGN TO GENHOLD
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-GENHOLD-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CONTROL-CARD-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  CONTROL-CARD-RECORD.
008600     05  CC-ACTION             PIC X(08).
008700     05  FILLER                PIC X(01).
008800     05  CC-GENERATION-NUMBER  PIC X(04).
008900     05  CC-GENERATION-NUMBER-N REDEFINES CC-GENERATION-NUMBER
009000                               PIC 9(04).
009100     05  FILLER                PIC X(01).
009200     05  CC-HOLD-ID            PIC X(10).
009300     05  FILLER                PIC X(01).
009400     05  CC-RETENTION-YEARS    PIC X(02).
009500     05  CC-RETENTION-YEARS-N REDEFINES CC-RETENTION-YEARS
009600                               PIC 9(02).
009700     05  FILLER                PIC X(01).
009800     05  CC-REQUESTED-BY       PIC X(08).
009900     05  FILLER                PIC X(01).
010000     05  CC-REASON             PIC X(43).
010100 FD  GENERATION-CATALOG-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 120 CHARACTERS.
010500 COPY FORGCTD.
010600 FD  GENERATION-HOLD-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F
010900     RECORD CONTAINS 120 CHARACTERS.
011000 COPY FORGHLD.
011100 WORKING-STORAGE SECTION.
011200 01  WS-CARD-STATUS            PIC X(02).
011300     88  WS-CARD-OK                 VALUE '00'.
011400 01  WS-CATALOG-STATUS         PIC X(02).
011500     88  WS-CATALOG-OK              VALUE '00'.
011600 01  WS-GENHOLD-STATUS         PIC X(02).
011700     88  WS-GENHOLD-OK              VALUE '00'.
011800     88  WS-GENHOLD-NOT-FOUND       VALUE '35' '05'.
011900 01  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
012000     88  WS-CATALOG-AT-EOF          VALUE 'Y'.
012100 01  WS-GENHOLD-EOF-SWITCH     PIC X(01) VALUE 'N'.
012200     88  WS-GENHOLD-AT-EOF          VALUE 'Y'.
012300 01  WS-GENERATION-SWITCH      PIC X(01) VALUE 'N'.
012400     88  WS-GENERATION-FOUND        VALUE 'Y' FALSE 'N'.
012500 01  WS-HOLD-ACTIVE-SWITCH     PIC X(01) VALUE 'N'.
012600     88  WS-HOLD-ACTIVE             VALUE 'Y' FALSE 'N'.
012700*                                  THE CARD'S HOLD ID IS IN FORCE
012800*                                  ON THE CARD'S GENERATION
012900 01  WS-CURRENT-DATE           PIC 9(08).
013000 01  WS-CURRENT-TIME           PIC 9(08).
013100 01  WS-EVENT-TIMESTAMP        PIC X(14) VALUE SPACES.
013200 01  WS-GENERATION-NUMBER      PIC 9(04) VALUE ZEROES.
013300 01  WS-ANCHOR-TXN-ID          PIC X(10) VALUE SPACES.
013400 01  WS-CLOSE-DATE             PIC 9(08) VALUE ZEROES.
013500 01  WS-RETENTION-YEARS        PIC 9(02) VALUE ZEROES.
013600 01  WS-RETAIN-UNTIL-DATE      PIC 9(08) VALUE ZEROES.
013700*                                  IN FORCE BEFORE THIS CARD
013800 01  WS-NEW-RETAIN-UNTIL-DATE  PIC 9(08) VALUE ZEROES.
013900 01  WS-DEFAULT-RETENTION-YEARS
014000                               PIC 9(02) VALUE 07.
014100*    THE STANDARD PERIOD FORENSIC-ROLLOVER ASSIGNS -- APPLIED TO
014200*    A GENERATION CATALOGED BEFORE THE RETENTION FIELDS EXISTED.
014300 01  WS-ACTIVE-HOLD-COUNT      PIC 9(4) COMP-5 VALUE 0.
014400*                                  HOLDS IN FORCE ON THE
014500*                                  GENERATION, ANY HOLD ID
014600 01  WS-HOLD-PLACED-BY         PIC X(08) VALUE SPACES.
014700 01  WS-HOLD-PLACED-AT         PIC X(14) VALUE SPACES.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-INITIALIZE-EXIT
015200     PERFORM 1200-FIND-GENERATION
015300         THRU 1200-FIND-GENERATION-EXIT
015400     PERFORM 1300-LOAD-HOLD-LOG
015500         THRU 1300-LOAD-HOLD-LOG-EXIT
015600     IF CC-ACTION = 'HOLD'
015700         PERFORM 2000-PLACE-HOLD
015800             THRU 2000-PLACE-HOLD-EXIT
015900     END-IF
016000     IF CC-ACTION = 'RELEASE'
016100         PERFORM 3000-RELEASE-HOLD
016200             THRU 3000-RELEASE-HOLD-EXIT
016300     END-IF
016400     IF CC-ACTION = 'RETAIN'
016500         PERFORM 4000-EXTEND-RETENTION
016600             THRU 4000-EXTEND-RETENTION-EXIT
016700     END-IF
016800     PERFORM 7000-WRITE-LOG
016900         THRU 7000-WRITE-LOG-EXIT
017000     PERFORM 8000-REPORT-RESULTS
017100         THRU 8000-REPORT-RESULTS-EXIT
017200     MOVE 0 TO RETURN-CODE
017300     GO TO 9999-EXIT.
017400
017500******************************************************************
017600*    READ AND CHECK THE CONTROL CARD.  EVERY ACTION NEEDS A      *
017700*    GENERATION, A USERID, AND A REASON; HOLD AND RELEASE NEED   *
017800*    THE HOLD ID, RETAIN NEEDS THE YEARS.                        *
017900******************************************************************
018000 1000-INITIALIZE.
018100     DISPLAY "FORENSIC-HOLD: GENERATION HOLD AND RETENTION..."
018200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
018300     ACCEPT WS-CURRENT-TIME FROM TIME
018400     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
018500            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
018600         INTO WS-EVENT-TIMESTAMP
018700     END-STRING
018800     OPEN INPUT CONTROL-CARD-FILE
018900     IF NOT WS-CARD-OK
019000         DISPLAY "FORENSIC-HOLD: UNABLE TO OPEN HOLDCARD, "
019100             "STATUS = " WS-CARD-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         GO TO 9999-EXIT
019400     END-IF
019500     READ CONTROL-CARD-FILE
019600         AT END
019700             DISPLAY "FORENSIC-HOLD: HOLDCARD IS EMPTY -- "
019800                 "NOTHING TO DO"
019900             CLOSE CONTROL-CARD-FILE
020000             MOVE 16 TO RETURN-CODE
020100             GO TO 9999-EXIT
020200     END-READ
020300     CLOSE CONTROL-CARD-FILE
020400     DISPLAY "FORENSIC-HOLD: CARD = " CONTROL-CARD-RECORD
020500     IF CC-ACTION NOT = 'HOLD'
020600      AND CC-ACTION NOT = 'RELEASE'
020700      AND CC-ACTION NOT = 'RETAIN'
020800         DISPLAY "FORENSIC-HOLD: UNKNOWN ACTION '" CC-ACTION
020900             "' -- EXPECTED HOLD, RELEASE, OR RETAIN"
021000         MOVE 16 TO RETURN-CODE
021100         GO TO 9999-EXIT
021200     END-IF
021300     IF CC-GENERATION-NUMBER IS NOT NUMERIC
021400      OR CC-GENERATION-NUMBER-N = 0
021500         DISPLAY "FORENSIC-HOLD: CARD GENERATION '"
021600             CC-GENERATION-NUMBER "' IS NOT A GENERATION NUMBER "
021700             "(COLS 10-13)"
021800         MOVE 16 TO RETURN-CODE
021900         GO TO 9999-EXIT
022000     END-IF
022100     MOVE CC-GENERATION-NUMBER-N TO WS-GENERATION-NUMBER
022200     IF CC-ACTION NOT = 'RETAIN' AND CC-HOLD-ID = SPACES
022300         DISPLAY "FORENSIC-HOLD: A " CC-ACTION " MUST NAME THE "
022400             "HOLD ID (COLS 15-24)"
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 9999-EXIT
022700     END-IF
022800     IF CC-ACTION = 'RETAIN'
022900         IF CC-RETENTION-YEARS IS NOT NUMERIC
023000          OR CC-RETENTION-YEARS-N = 0
023100             DISPLAY "FORENSIC-HOLD: A RETAIN MUST GIVE THE "
023200                 "RETENTION IN YEARS (COLS 26-27)"
023300             MOVE 16 TO RETURN-CODE
023400             GO TO 9999-EXIT
023500         END-IF
023600     END-IF
023700     IF CC-REQUESTED-BY = SPACES
023800         DISPLAY "FORENSIC-HOLD: CARD NAMES NO REQUESTING "
023900             "USERID (COLS 29-36)"
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF
024300     IF CC-REASON = SPACES
024400         DISPLAY "FORENSIC-HOLD: CARD GIVES NO REASON "
024500             "(COLS 38-80)"
024600         MOVE 16 TO RETURN-CODE
024700         GO TO 9999-EXIT
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    THE GENERATION MUST BE ON THE CATALOG -- A HOLD ON A        *
025400*    GENERATION NUMBER NOBODY CLOSED WOULD PROTECT NOTHING.      *
025500******************************************************************
025600 1200-FIND-GENERATION.
025700     OPEN INPUT GENERATION-CATALOG-FILE
025800     IF NOT WS-CATALOG-OK
025900         DISPLAY "FORENSIC-HOLD: UNABLE TO OPEN GENCAT, "
026000             "STATUS = " WS-CATALOG-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9999-EXIT
026300     END-IF
026400     PERFORM 1210-MATCH-ONE-CATALOG
026500         THRU 1210-MATCH-ONE-CATALOG-EXIT
026600         UNTIL WS-CATALOG-AT-EOF OR WS-GENERATION-FOUND
026700     CLOSE GENERATION-CATALOG-FILE
026800     IF NOT WS-GENERATION-FOUND
026900         DISPLAY "FORENSIC-HOLD: GENERATION " WS-GENERATION-NUMBER
027000             " IS NOT ON GENCAT -- NOTHING WAS CHANGED"
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 9999-EXIT
027300     END-IF
027400     DISPLAY "FORENSIC-HOLD: GENERATION " WS-GENERATION-NUMBER
027500         " CLOSED " WS-CLOSE-DATE " BY ANCHOR " WS-ANCHOR-TXN-ID.
027600 1200-FIND-GENERATION-EXIT.
027700     EXIT.
027800
027900 1210-MATCH-ONE-CATALOG.
028000     READ GENERATION-CATALOG-FILE
028100         AT END
028200             SET WS-CATALOG-AT-EOF TO TRUE
028300             GO TO 1210-MATCH-ONE-CATALOG-EXIT
028400     END-READ
028500     IF GC-GENERATION-NUMBER NOT = WS-GENERATION-NUMBER
028600         GO TO 1210-MATCH-ONE-CATALOG-EXIT
028700     END-IF
028800     SET WS-GENERATION-FOUND TO TRUE
028900     MOVE GC-ANCHOR-TXN-ID TO WS-ANCHOR-TXN-ID
029000     MOVE GC-PERIOD-CLOSE-DATE TO WS-CLOSE-DATE
029100     IF GC-RETAIN-UNTIL-DATE IS NUMERIC
029200      AND GC-RETAIN-UNTIL-DATE > 0
029300         MOVE GC-RETENTION-YEARS TO WS-RETENTION-YEARS
029400         MOVE GC-RETAIN-UNTIL-DATE TO WS-RETAIN-UNTIL-DATE
029500     ELSE
029600         MOVE WS-DEFAULT-RETENTION-YEARS TO WS-RETENTION-YEARS
029700         PERFORM 6000-COMPUTE-RETAIN-UNTIL
029800             THRU 6000-COMPUTE-RETAIN-UNTIL-EXIT
029900         MOVE WS-NEW-RETAIN-UNTIL-DATE TO WS-RETAIN-UNTIL-DATE
030000     END-IF.
030100 1210-MATCH-ONE-CATALOG-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    REPLAY THE LOG FOR THIS GENERATION: WHICH HOLDS ARE IN      *
030600*    FORCE (AND WHETHER THE CARD'S HOLD ID IS ONE OF THEM), AND  *
030700*    THE LATEST RETENTION EXTENSION.  NO LOG YET IS NOT AN       *
030800*    ERROR -- NOTHING HAS EVER BEEN HELD OR EXTENDED.            *
030900******************************************************************
031000 1300-LOAD-HOLD-LOG.
031100     OPEN INPUT GENERATION-HOLD-FILE
031200     IF WS-GENHOLD-NOT-FOUND
031300         GO TO 1300-LOAD-HOLD-LOG-EXIT
031400     END-IF
031500     IF NOT WS-GENHOLD-OK
031600         DISPLAY "FORENSIC-HOLD: UNABLE TO OPEN GENHOLD, "
031700             "STATUS = " WS-GENHOLD-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 9999-EXIT
032000     END-IF
032100     PERFORM 1310-REPLAY-ONE-EVENT
032200         THRU 1310-REPLAY-ONE-EVENT-EXIT
032300         UNTIL WS-GENHOLD-AT-EOF
032400     CLOSE GENERATION-HOLD-FILE.
032500 1300-LOAD-HOLD-LOG-EXIT.
032600     EXIT.
032700
032800 1310-REPLAY-ONE-EVENT.
032900     READ GENERATION-HOLD-FILE
033000         AT END
033100             SET WS-GENHOLD-AT-EOF TO TRUE
033200             GO TO 1310-REPLAY-ONE-EVENT-EXIT
033300     END-READ
033400     IF GH-GENERATION-NUMBER NOT = WS-GENERATION-NUMBER
033500         GO TO 1310-REPLAY-ONE-EVENT-EXIT
033600     END-IF
033700     IF GH-ACTION-RETAIN
033800         MOVE GH-RETENTION-YEARS TO WS-RETENTION-YEARS
033900         MOVE GH-RETAIN-UNTIL-DATE TO WS-RETAIN-UNTIL-DATE
034000         GO TO 1310-REPLAY-ONE-EVENT-EXIT
034100     END-IF
034200     IF GH-ACTION-HOLD
034300         ADD 1 TO WS-ACTIVE-HOLD-COUNT
034400     END-IF
034500     IF GH-ACTION-RELEASE AND WS-ACTIVE-HOLD-COUNT > 0
034600         SUBTRACT 1 FROM WS-ACTIVE-HOLD-COUNT
034700     END-IF
034800     IF GH-HOLD-ID NOT = CC-HOLD-ID
034900         GO TO 1310-REPLAY-ONE-EVENT-EXIT
035000     END-IF
035100     IF GH-ACTION-HOLD
035200         SET WS-HOLD-ACTIVE TO TRUE
035300         MOVE GH-REQUESTED-BY TO WS-HOLD-PLACED-BY
035400         MOVE GH-EVENT-TIMESTAMP TO WS-HOLD-PLACED-AT
035500     END-IF
035600     IF GH-ACTION-RELEASE
035700         SET WS-HOLD-ACTIVE TO FALSE
035800     END-IF.
035900 1310-REPLAY-ONE-EVENT-EXIT.
036000     EXIT.
036100
036200 2000-PLACE-HOLD.
036300     IF WS-HOLD-ACTIVE
036400         DISPLAY "FORENSIC-HOLD: HOLD " CC-HOLD-ID " IS ALREADY "
036500             "IN FORCE ON GENERATION " WS-GENERATION-NUMBER
036600             " (PLACED BY " WS-HOLD-PLACED-BY " AT "
036700             WS-HOLD-PLACED-AT ")"
036800         GO TO 9000-REFUSE
036900     END-IF
037000     ADD 1 TO WS-ACTIVE-HOLD-COUNT.
037100 2000-PLACE-HOLD-EXIT.
037200     EXIT.
037300
037400 3000-RELEASE-HOLD.
037500     IF NOT WS-HOLD-ACTIVE
037600         DISPLAY "FORENSIC-HOLD: NO HOLD " CC-HOLD-ID " IS IN "
037700             "FORCE ON GENERATION " WS-GENERATION-NUMBER
037800         GO TO 9000-REFUSE
037900     END-IF
038000     SUBTRACT 1 FROM WS-ACTIVE-HOLD-COUNT.
038100 3000-RELEASE-HOLD-EXIT.
038200     EXIT.
038300
038400 4000-EXTEND-RETENTION.
038500     MOVE CC-RETENTION-YEARS-N TO WS-RETENTION-YEARS
038600     PERFORM 6000-COMPUTE-RETAIN-UNTIL
038700         THRU 6000-COMPUTE-RETAIN-UNTIL-EXIT
038800     IF WS-NEW-RETAIN-UNTIL-DATE NOT > WS-RETAIN-UNTIL-DATE
038900         DISPLAY "FORENSIC-HOLD: " WS-RETENTION-YEARS " YEARS "
039000             "GIVES " WS-NEW-RETAIN-UNTIL-DATE ", NOT LATER THAN "
039100             "THE " WS-RETAIN-UNTIL-DATE " IN FORCE -- RETENTION "
039200             "IS ONLY EVER EXTENDED"
039300         GO TO 9000-REFUSE
039400     END-IF.
039500 4000-EXTEND-RETENTION-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    CLOSE DATE PLUS WS-RETENTION-YEARS, SAME RULE AS            *
040000*    FORENSIC-ROLLOVER: A 29 FEBRUARY TARGET BECOMES 1 MARCH.    *
040100******************************************************************
040200 6000-COMPUTE-RETAIN-UNTIL.
040300     COMPUTE WS-NEW-RETAIN-UNTIL-DATE =
040400         WS-CLOSE-DATE + (WS-RETENTION-YEARS * 10000)
040500     IF WS-NEW-RETAIN-UNTIL-DATE (5:4) = '0229'
040600         ADD 72 TO WS-NEW-RETAIN-UNTIL-DATE
040700     END-IF.
040800 6000-COMPUTE-RETAIN-UNTIL-EXIT.
040900     EXIT.
041000
041100 7000-WRITE-LOG.
041200     OPEN EXTEND GENERATION-HOLD-FILE
041300     IF WS-GENHOLD-NOT-FOUND
041400         CLOSE GENERATION-HOLD-FILE
041500         OPEN OUTPUT GENERATION-HOLD-FILE
041600     END-IF
041700     IF NOT WS-GENHOLD-OK
041800         DISPLAY "FORENSIC-HOLD: GENHOLD OPEN FAILED, STATUS = "
041900             WS-GENHOLD-STATUS " -- NOTHING WAS CHANGED"
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 9999-EXIT
042200     END-IF
042300     MOVE SPACES               TO GENERATION-HOLD-RECORD
042400     MOVE WS-EVENT-TIMESTAMP   TO GH-EVENT-TIMESTAMP
042500     MOVE CC-ACTION            TO GH-ACTION
042600     MOVE WS-GENERATION-NUMBER TO GH-GENERATION-NUMBER
042700     MOVE ZEROES               TO GH-RETENTION-YEARS
042800     MOVE ZEROES               TO GH-RETAIN-UNTIL-DATE
042900     IF CC-ACTION = 'RETAIN'
043000         MOVE WS-RETENTION-YEARS TO GH-RETENTION-YEARS
043100         MOVE WS-NEW-RETAIN-UNTIL-DATE TO GH-RETAIN-UNTIL-DATE
043200     ELSE
043300         MOVE CC-HOLD-ID TO GH-HOLD-ID
043400     END-IF
043500     MOVE CC-REQUESTED-BY      TO GH-REQUESTED-BY
043600     MOVE CC-REASON            TO GH-REASON
043700     WRITE GENERATION-HOLD-RECORD
043800     IF NOT WS-GENHOLD-OK
043900         DISPLAY "FORENSIC-HOLD: GENHOLD WRITE FAILED, STATUS = "
044000             WS-GENHOLD-STATUS " -- NOTHING WAS CHANGED"
044100         MOVE 16 TO RETURN-CODE
044200         GO TO 9999-EXIT
044300     END-IF
044400     CLOSE GENERATION-HOLD-FILE.
044500 7000-WRITE-LOG-EXIT.
044600     EXIT.
044700
044800 8000-REPORT-RESULTS.
044900     DISPLAY "FORENSIC-HOLD: " CC-ACTION " DONE ON GENERATION "
045000         WS-GENERATION-NUMBER " BY " CC-REQUESTED-BY " -- "
045100         CC-REASON
045200     IF CC-ACTION = 'RETAIN'
045300         DISPLAY "FORENSIC-HOLD: RETAINED UNTIL "
045400             WS-NEW-RETAIN-UNTIL-DATE " (WAS "
045500             WS-RETAIN-UNTIL-DATE ")"
045600     ELSE
045700         DISPLAY "FORENSIC-HOLD: HOLD " CC-HOLD-ID " -- "
045800             WS-ACTIVE-HOLD-COUNT " HOLD(S) NOW IN FORCE ON THE "
045900             "GENERATION"
046000     END-IF.
046100 8000-REPORT-RESULTS-EXIT.
046200     EXIT.
046300
046400 9000-REFUSE.
046500     DISPLAY "FORENSIC-HOLD: " CC-ACTION " REFUSED -- "
046600         "NOTHING WAS CHANGED"
046700     MOVE 8 TO RETURN-CODE.
046800
046900 9999-EXIT.
047000     STOP RUN.
