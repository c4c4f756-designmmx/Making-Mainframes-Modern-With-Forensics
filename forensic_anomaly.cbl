000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-ANOMALY.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-ANOMALY                                            *
001000*                                                                *
001100*    NIGHTLY ANOMALY-DETECTION PASS OVER WHAT WAS ACTUALLY       *
001200*    POSTED.  FORENSIC-VERIFY AND FORENSIC-RECONCILE ONLY OPEN   *
001300*    CASES WHEN THE CHAIN OR THE MASTER IS BROKEN; A PERFECTLY   *
001400*    CHAINED LEDGER CAN STILL CARRY A PATTERN NOBODY LOOKED AT.  *
001500*    THIS PASS READS THE BUSINESS DAY'S LEDGER RECORDS, THE      *
001600*    ADJHIST DISPOSITIONS, AND THE FORENSIC-AUDIT RUNSTATS       *
001700*    HISTORY AND OPENS (OR RE-DETECTS) A FORCASE CASE FOR EACH   *
001800*    HIT, UNDER ITS OWN FINDING TYPE:                            *
001900*                                                                *
002000*      DUPA  THE SAME AMOUNT ON SEVERAL CHARGES FROM ONE FEEDER  *
002100*            IN THE DAY -- CASED ON THE FIRST SUCH CHARGE.       *
002150*            SAME AMOUNT MEANS SAME CURRENCY TOO.                *
002200*      QREV  A CHARGE REVERSED WITHIN MINUTES OF POSTING --      *
002300*            CASED ON THE REVERSAL.                              *
002400*      NLIM  AN ADJUSTMENT JUST UNDER RC-MAX-AMOUNT FOR ITS      *
002500*            REASON CODE -- CASED ON THE ADJUSTMENT.             *
002600*      PAIR  THE SAME KEYING OPERATOR AND APPROVING SUPERVISOR   *
002700*            ON ADJUSTMENT AFTER ADJUSTMENT, AND AGAIN TODAY --  *
002800*            CASED ON THE OPERATOR'S USERID.                     *
002900*      VOLU  A FEEDER'S DAY FAR ABOVE OR BELOW ITS RUNSTATS      *
003000*            AVERAGE -- CASED ON 'FEEDER-' PLUS THE SOURCE.      *
003100*                                                                *
003200*    PAIR AND VOLU ARE ABOUT A PERSON OR A FEEDER, NOT ONE       *
003300*    TRANSACTION, SO THEIR CS-TRANSACTION-ID CARRIES THAT        *
003400*    SUBJECT INSTEAD -- A PATTERN THAT PERSISTS NIGHT AFTER      *
003500*    NIGHT RE-DETECTS THE ONE OPEN CASE RATHER THAN OPENING A    *
003600*    NEW ONE EACH DAY.  EVERY CASE STILL CARRIES THE SEQUENCE    *
003700*    NUMBER OF THE RECORD THAT TRIGGERED IT, SO FORENSIC-PURGE   *
003800*    CAN PLACE IT IN ITS GENERATION.  A NEW CASE IS OPENED WITH  *
003900*    A ONE-LINE DESCRIPTION OF THE HIT IN CS-ANNOTATION, WHICH   *
004000*    THE ANALYST OVERWRITES ON FCSE AS USUAL.                    *
004100*                                                                *
004200*    EVERY THRESHOLD COMES FROM THE ANOMPARM FILE (SEE           *
004300*    FORANPD.CPY) AND IS LISTED AT THE TOP OF THE RUN.  RUN      *
004400*    AFTER FORAUDIT HAS POSTED THE DAY AND BEFORE FORCLOSE AND   *
004500*    FORCAGE, SO THE NEW CASES AGE FROM TONIGHT.                 *
004600*                                                                *
004700*    RETURN-CODES:  0 = NOTHING FOUND.                           *
004800*                   4 = AT LEAST ONE ANOMALY CASED -- WORK THEM  *
004900*                       ON FCSE.                                 *
005000*                  16 = BAD PARAMETER FILE OR UNRECOVERABLE I-O  *
005100*                       ERROR -- NOTHING CASED.                  *
005200*                                                                *
005300*----------------------------------------------------------------*
005400*    MODIFICATION HISTORY                                       *
005500*----------------------------------------------------------------*
005600*    DATE       BY    DESCRIPTION                                *
005700*    ---------- ----- -------------------------------------------*
005800*    2026-10-10 JRM   ORIGINAL.                                  *
005810*    2026-10-14 JRM   LEDGER RECORD NOW 98 BYTES.  DUPA MATCHES  *
005820*                     ON CURRENCY AS WELL AS AMOUNT, AND         *
005830*                     DUP-AMOUNT-MINIMUM IS JUDGED ON THE        *
005840*                     BASE-CURRENCY EQUIVALENT.  NLIM STAYS ON   *
005850*                     THE AMOUNT AS KEYED, THE SAME FIGURE       *
005860*                     FORENSIC-MAINT HOLDS TO RC-MAX-AMOUNT.     *
005861*    2026-10-15 JRM   RUNSTATS RECORD NOW 330 BYTES (TWELVE      *
005862*                     REASON SLOTS).                             *
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT PARAMETER-FILE ASSIGN TO ANOMPARM
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-PARM-STATUS.
007000     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS BD-CONTROL-KEY
007400         FILE STATUS IS WS-BUSDATE-STATUS.
007500     SELECT LEDGER-FILE ASSIGN TO LEDGER
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-LEDGER-STATUS.
007900     SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-ADJHIST-STATUS.
008300     SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-RUN-STATS-STATUS.
008700     SELECT REASON-CODE-FILE ASSIGN TO RSNCODE
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS RC-REASON-CODE
009100         FILE STATUS IS WS-RSNCODE-STATUS.
009200     SELECT CASE-FILE ASSIGN TO FORCASE
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS CS-CASE-ID
009600         FILE STATUS IS WS-CASE-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARAMETER-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS.
010300 COPY FORANPD.
010400 FD  BUSINESS-DATE-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 COPY FORBDTD.
010800 FD  LEDGER-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F
011100     RECORD CONTAINS 98 CHARACTERS.
011200 01  LEDGER-RECORD             PIC X(98).
011300 FD  ADJUSTMENT-HISTORY-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F
011600     RECORD CONTAINS 100 CHARACTERS.
011700 COPY FORAHSD.
011800 FD  RUN-STATS-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F
012100     RECORD CONTAINS 330 CHARACTERS.
012200 COPY FORRUND.
012300 FD  REASON-CODE-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600 COPY FORRSND.
012700 FD  CASE-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 140 CHARACTERS.
013000 COPY FORCASD.
013100 WORKING-STORAGE SECTION.
013200 01  WS-PARM-STATUS            PIC X(02).
013300     88  WS-PARM-OK                 VALUE '00'.
013400 01  WS-BUSDATE-STATUS         PIC X(02).
013500     88  WS-BUSDATE-OK              VALUE '00'.
013600 01  WS-LEDGER-STATUS          PIC X(02).
013700     88  WS-LEDGER-OK               VALUE '00'.
013800 01  WS-ADJHIST-STATUS         PIC X(02).
013900     88  WS-ADJHIST-OK              VALUE '00'.
014000     88  WS-ADJHIST-NOT-FOUND       VALUE '35' '05'.
014100 01  WS-RUN-STATS-STATUS       PIC X(02).
014200     88  WS-RUN-STATS-OK            VALUE '00'.
014300     88  WS-RUN-STATS-NOT-FOUND     VALUE '35' '05'.
014400 01  WS-RSNCODE-STATUS         PIC X(02).
014500     88  WS-RSNCODE-OK              VALUE '00'.
014600 01  WS-CASE-STATUS            PIC X(02).
014700     88  WS-CASE-OK                 VALUE '00'.
014800 01  WS-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
014900     88  WS-PARM-AT-EOF             VALUE 'Y'.
015000 01  WS-LEDGER-EOF-SWITCH      PIC X(01) VALUE 'N'.
015100     88  WS-LEDGER-AT-EOF           VALUE 'Y' FALSE 'N'.
015200 01  WS-ADJHIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
015300     88  WS-ADJHIST-AT-EOF          VALUE 'Y'.
015400 01  WS-RUN-STATS-EOF-SWITCH   PIC X(01) VALUE 'N'.
015500     88  WS-RUN-STATS-AT-EOF        VALUE 'Y'.
015600 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
015700     88  WS-CASE-AT-EOF             VALUE 'Y'.
015800 01  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
015900     88  WS-MATCH-FOUND             VALUE 'Y' FALSE 'N'.
016000*
016100*    THRESHOLDS.  THE VALUES BELOW ARE THE SHIPPED DEFAULTS,
016200*    USED ONLY FOR A NAME LEFT OFF THE ANOMPARM FILE.
016300*
016400 01  WS-DUP-AMOUNT-COUNT       PIC 9(09) VALUE 3.
016500 01  WS-DUP-AMOUNT-MINIMUM     PIC 9(09) VALUE 100.
016600 01  WS-REVERSAL-MINUTES       PIC 9(09) VALUE 10.
016700 01  WS-NEAR-LIMIT-PERCENT     PIC 9(09) VALUE 95.
016800 01  WS-PAIR-COUNT             PIC 9(09) VALUE 10.
016900 01  WS-PAIR-WINDOW-DAYS       PIC 9(09) VALUE 30.
017000 01  WS-VOLUME-HISTORY-DAYS    PIC 9(09) VALUE 30.
017100 01  WS-VOLUME-MIN-DAYS        PIC 9(09) VALUE 5.
017200 01  WS-VOLUME-HIGH-PERCENT    PIC 9(09) VALUE 300.
017300 01  WS-VOLUME-LOW-PERCENT     PIC 9(09) VALUE 33.
017400 01  WS-PARM-SOURCE-TABLE.
017500*    'PARM' OR 'DEFAULT' PER THRESHOLD, IN THE ORDER ABOVE, FOR
017600*    THE LISTING AT THE TOP OF THE RUN.
017700     05  WS-PARM-SOURCE        OCCURS 10 TIMES
017800                               PIC X(07) VALUE 'DEFAULT'.
017900 01  WS-PARM-IDX               PIC 9(2) COMP-5 VALUE 0.
018000 01  WS-PARM-COUNT             PIC 9(4) COMP-5 VALUE 0.
018100*
018200*    DATES AND TIME ARITHMETIC.
018300*
018400 01  WS-TODAY-DATE             PIC 9(08) VALUE ZEROES.
018500 01  WS-TODAY-INTEGER          PIC 9(09) COMP-5 VALUE 0.
018600 01  WS-DATE-INTEGER           PIC 9(09) COMP-5 VALUE 0.
018700 01  WS-PAIR-FLOOR-DATE        PIC 9(08) VALUE ZEROES.
018800 01  WS-VOLUME-FLOOR-DATE      PIC 9(08) VALUE ZEROES.
018900 01  WS-STAMP-WORK             PIC X(14) VALUE SPACES.
019000 01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
019100     05  WS-STAMP-DATE         PIC 9(08).
019200     05  WS-STAMP-HH           PIC 9(02).
019300     05  WS-STAMP-MM           PIC 9(02).
019400     05  WS-STAMP-SS           PIC 9(02).
019500 01  WS-STAMP-MINUTES          PIC S9(11) COMP-5 VALUE 0.
019600 01  WS-MINUTES-APART          PIC S9(11) COMP-5 VALUE 0.
019700*
019800*    THE LEDGER RECORD BEING EXAMINED.
019900*
020000 COPY FORLEDG.
020100 01  WS-ABS-AMOUNT             PIC 9(08)V99 VALUE ZEROES.
020200 01  WS-LAST-LEDGER-SEQUENCE   PIC 9(09) VALUE ZEROES.
020300 01  WS-DAY-RECORD-COUNT       PIC 9(9) COMP-5 VALUE 0.
020400 01  WS-LEDGER-RECORD-COUNT    PIC 9(9) COMP-5 VALUE 0.
020500*
020600*    DUPA -- CHARGES BY FEEDER, CURRENCY AND AMOUNT.
020700*
020800 01  WS-AMOUNT-COUNT           PIC 9(4) COMP-5 VALUE 0.
020900 01  WS-AMOUNT-TABLE.
021000     05  WS-AMOUNT-ENTRY       OCCURS 0 TO 5000 TIMES
021100                               DEPENDING ON WS-AMOUNT-COUNT.
021200         10  WS-AMT-SOURCE     PIC X(03).
021250         10  WS-AMT-CURRENCY   PIC X(03).
021300         10  WS-AMT-AMOUNT     PIC S9(8)V99.
021400         10  WS-AMT-CHARGES    PIC 9(9) COMP-5.
021500         10  WS-AMT-FIRST-TXN-ID
021600                               PIC X(10).
021700         10  WS-AMT-FIRST-SEQUENCE
021800                               PIC 9(09).
021900 01  WS-AMOUNT-IDX             PIC 9(4) COMP-5 VALUE 0.
022000*
022100*    QREV -- THE DAY'S REVERSALS, MATCHED TO THEIR CHARGES ON
022200*    A SECOND PASS.
022300*
022400 01  WS-REVERSAL-COUNT         PIC 9(4) COMP-5 VALUE 0.
022500 01  WS-REVERSAL-TABLE.
022600     05  WS-REVERSAL-ENTRY     OCCURS 0 TO 2000 TIMES
022700                               DEPENDING ON WS-REVERSAL-COUNT.
022800         10  WS-REV-TXN-ID     PIC X(10).
022900         10  WS-REV-OF-TXN-ID  PIC X(10).
023000         10  WS-REV-SEQUENCE   PIC 9(09).
023100         10  WS-REV-MINUTES    PIC S9(11) COMP-5.
023200 01  WS-REVERSAL-IDX           PIC 9(4) COMP-5 VALUE 0.
023300*
023400*    PAIR -- POSTED ADJUSTMENTS BY OPERATOR AND APPROVER.
023500*
023600 01  WS-PAIR-TALLY-COUNT       PIC 9(4) COMP-5 VALUE 0.
023700 01  WS-PAIR-TABLE.
023800     05  WS-PAIR-ENTRY         OCCURS 0 TO 500 TIMES
023900                               DEPENDING ON WS-PAIR-TALLY-COUNT.
024000         10  WS-PR-OPERATOR-ID PIC X(08).
024100         10  WS-PR-APPROVER-ID PIC X(08).
024200         10  WS-PR-WINDOW-COUNT
024300                               PIC 9(9) COMP-5.
024400         10  WS-PR-TODAY-COUNT PIC 9(9) COMP-5.
024500         10  WS-PR-LAST-SEQUENCE
024600                               PIC 9(09).
024700 01  WS-PAIR-IDX               PIC 9(4) COMP-5 VALUE 0.
024800*
024900*    VOLU -- RECORDS BY FEEDER, TODAY AND OVER THE HISTORY.
025000*
025100 01  WS-FEEDER-COUNT           PIC 9(4) COMP-5 VALUE 0.
025200 01  WS-FEEDER-TABLE.
025300     05  WS-FEEDER-ENTRY       OCCURS 0 TO 50 TIMES
025400                               DEPENDING ON WS-FEEDER-COUNT.
025500         10  WS-FD-SOURCE      PIC X(03).
025600         10  WS-FD-TODAY-COUNT PIC 9(9) COMP-5.
025700         10  WS-FD-HISTORY-TOTAL
025800                               PIC 9(11) COMP-5.
025900         10  WS-FD-LAST-SEQUENCE
026000                               PIC 9(09).
026100 01  WS-FEEDER-IDX             PIC 9(4) COMP-5 VALUE 0.
026200 01  WS-LOOKUP-SOURCE          PIC X(03) VALUE SPACES.
026300 01  WS-SLOT-IDX               PIC 9(2) COMP-5 VALUE 0.
026400 01  WS-HISTORY-DAY-COUNT      PIC 9(4) COMP-5 VALUE 0.
026500 01  WS-LAST-HISTORY-DATE      PIC 9(08) VALUE ZEROES.
026600 01  WS-VOLUME-TODAY-SCALED    PIC 9(15) COMP-5 VALUE 0.
026700 01  WS-VOLUME-AVERAGE         PIC 9(09) VALUE ZEROES.
026800*
026900*    CASE SUPPORT -- SAME TABLE-DRIVEN ATTACH-OR-OPEN AS
027000*    FORENSIC-RECONCILE.
027100*
027200 01  WS-CASE-TXN-ID            PIC X(10) VALUE SPACES.
027300 01  WS-CASE-SEQUENCE          PIC 9(09) VALUE ZEROES.
027400 01  WS-CASE-FINDING           PIC X(04) VALUE SPACES.
027500 01  WS-CASE-NOTE              PIC X(60) VALUE SPACES.
027600 01  WS-NEXT-CASE-NUMBER       PIC 9(08) VALUE ZEROES.
027700 01  WS-CASE-ID-NUMBER         PIC 9(08) VALUE ZEROES.
027800 01  WS-OPEN-CASE-COUNT        PIC 9(9) COMP-5 VALUE 0.
027900 01  WS-OPEN-CASE-TABLE.
028000     05  WS-OPEN-CASE-ENTRY    OCCURS 0 TO 2000 TIMES
028100                               DEPENDING ON WS-OPEN-CASE-COUNT
028200                               INDEXED BY OCS-IDX.
028300         10  WS-OCS-CASE-ID    PIC X(10).
028400         10  WS-OCS-TXN-ID     PIC X(10).
028500         10  WS-OCS-FINDING    PIC X(04).
028600*
028700*    HIT COUNTS AND EDIT FIELDS FOR THE NOTES AND THE REPORT.
028800*
028900 01  WS-DUPA-HIT-COUNT         PIC 9(9) COMP-5 VALUE 0.
029000 01  WS-QREV-HIT-COUNT         PIC 9(9) COMP-5 VALUE 0.
029100 01  WS-NLIM-HIT-COUNT         PIC 9(9) COMP-5 VALUE 0.
029200 01  WS-PAIR-HIT-COUNT         PIC 9(9) COMP-5 VALUE 0.
029300 01  WS-VOLU-HIT-COUNT         PIC 9(9) COMP-5 VALUE 0.
029400 01  WS-HIT-COUNT              PIC 9(9) COMP-5 VALUE 0.
029500 01  WS-CASES-OPENED           PIC 9(9) COMP-5 VALUE 0.
029600 01  WS-CASES-REDETECTED       PIC 9(9) COMP-5 VALUE 0.
029700 01  WS-EDIT-COUNT             PIC Z(8)9.
029800 01  WS-EDIT-COUNT-2           PIC Z(8)9.
029900 01  WS-EDIT-AMOUNT            PIC -(8)9.99.
030000 01  WS-EDIT-AMOUNT-2          PIC Z(7)9.99.
030100 PROCEDURE DIVISION.
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE
030400         THRU 1000-INITIALIZE-EXIT
030500     PERFORM 2000-SCAN-LEDGER
030600         THRU 2000-SCAN-LEDGER-EXIT
030700     IF WS-REVERSAL-COUNT > 0
030800         PERFORM 3000-MATCH-REVERSALS
030900             THRU 3000-MATCH-REVERSALS-EXIT
031000     END-IF
031100     MOVE 0 TO WS-AMOUNT-IDX
031200     PERFORM 4000-CHECK-ONE-AMOUNT
031300         THRU 4000-CHECK-ONE-AMOUNT-EXIT
031400         UNTIL WS-AMOUNT-IDX = WS-AMOUNT-COUNT
031500     PERFORM 5000-CHECK-PAIRS
031600         THRU 5000-CHECK-PAIRS-EXIT
031700     PERFORM 6000-CHECK-VOLUME
031800         THRU 6000-CHECK-VOLUME-EXIT
031900     PERFORM 8000-REPORT-RESULTS
032000         THRU 8000-REPORT-RESULTS-EXIT
032100     PERFORM 9000-TERMINATE
032200         THRU 9000-TERMINATE-EXIT
032300     IF WS-HIT-COUNT = 0
032400         MOVE 0 TO RETURN-CODE
032500     ELSE
032600         MOVE 4 TO RETURN-CODE
032700     END-IF
032800     GO TO 9999-EXIT.
032900
033000 1000-INITIALIZE.
033100     DISPLAY "FORENSIC-ANOMALY: ANOMALY PASS OVER THE DAY'S "
033200         "POSTINGS..."
033300     PERFORM 1100-READ-BUSINESS-DATE
033400         THRU 1100-READ-BUSINESS-DATE-EXIT
033500     PERFORM 1200-LOAD-PARAMETERS
033600         THRU 1200-LOAD-PARAMETERS-EXIT
033700     COMPUTE WS-TODAY-INTEGER =
033800         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
033900     COMPUTE WS-DATE-INTEGER =
034000         WS-TODAY-INTEGER - WS-PAIR-WINDOW-DAYS + 1
034100     COMPUTE WS-PAIR-FLOOR-DATE =
034200         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
034300     COMPUTE WS-DATE-INTEGER =
034400         WS-TODAY-INTEGER - WS-VOLUME-HISTORY-DAYS
034500     COMPUTE WS-VOLUME-FLOOR-DATE =
034600         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
034700     OPEN INPUT REASON-CODE-FILE
034800     IF NOT WS-RSNCODE-OK
034900         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN RSNCODE, "
035000             "STATUS = " WS-RSNCODE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 9999-EXIT
035300     END-IF
035400     PERFORM 1300-OPEN-CASE-FILE
035500         THRU 1300-OPEN-CASE-FILE-EXIT.
035600 1000-INITIALIZE-EXIT.
035700     EXIT.
035800
035900 1100-READ-BUSINESS-DATE.
036000     OPEN INPUT BUSINESS-DATE-FILE
036100     IF NOT WS-BUSDATE-OK
036200         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN BUSDATE, "
036300             "STATUS = " WS-BUSDATE-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 9999-EXIT
036600     END-IF
036700     MOVE 'BUSDATE' TO BD-CONTROL-KEY
036800     READ BUSINESS-DATE-FILE
036900         INVALID KEY
037000             DISPLAY "FORENSIC-ANOMALY: NO BUSDATE CONTROL "
037100                 "RECORD, STATUS = " WS-BUSDATE-STATUS
037200             CLOSE BUSINESS-DATE-FILE
037300             MOVE 16 TO RETURN-CODE
037400             GO TO 9999-EXIT
037500     END-READ
037600     CLOSE BUSINESS-DATE-FILE
037700     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
037800     DISPLAY "FORENSIC-ANOMALY: BUSINESS DATE "
037900         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
038000 1100-READ-BUSINESS-DATE-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    THE THRESHOLDS.  A BAD PARAMETER FILE STOPS THE RUN BEFORE  *
038500*    ANYTHING IS CASED -- A TYPO THAT SILENTLY TURNED A CHECK    *
038600*    OFF WOULD BE WORSE THAN NO RUN AT ALL.                      *
038700******************************************************************
038800 1200-LOAD-PARAMETERS.
038900     OPEN INPUT PARAMETER-FILE
039000     IF NOT WS-PARM-OK
039100         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN ANOMPARM, "
039200             "STATUS = " WS-PARM-STATUS
039300         MOVE 16 TO RETURN-CODE
039400         GO TO 9999-EXIT
039500     END-IF
039600     PERFORM 1210-LOAD-ONE-PARAMETER
039700         THRU 1210-LOAD-ONE-PARAMETER-EXIT
039800         UNTIL WS-PARM-AT-EOF
039900     CLOSE PARAMETER-FILE
040000     IF WS-PAIR-WINDOW-DAYS = 0
040100      OR WS-VOLUME-HISTORY-DAYS = 0
040200         DISPLAY "FORENSIC-ANOMALY: PAIR-WINDOW-DAYS AND "
040300             "VOLUME-HISTORY-DAYS MUST BE AT LEAST 1"
040400         MOVE 16 TO RETURN-CODE
040500         GO TO 9999-EXIT
040600     END-IF
040700     DISPLAY "FORENSIC-ANOMALY: THRESHOLDS IN FORCE ("
040800         WS-PARM-COUNT " READ FROM ANOMPARM)"
040900     DISPLAY "  DUP-AMOUNT-COUNT     " WS-DUP-AMOUNT-COUNT
041000         " " WS-PARM-SOURCE (1)
041100     DISPLAY "  DUP-AMOUNT-MINIMUM   " WS-DUP-AMOUNT-MINIMUM
041200         " " WS-PARM-SOURCE (2)
041300     DISPLAY "  REVERSAL-MINUTES     " WS-REVERSAL-MINUTES
041400         " " WS-PARM-SOURCE (3)
041500     DISPLAY "  NEAR-LIMIT-PERCENT   " WS-NEAR-LIMIT-PERCENT
041600         " " WS-PARM-SOURCE (4)
041700     DISPLAY "  PAIR-COUNT           " WS-PAIR-COUNT
041800         " " WS-PARM-SOURCE (5)
041900     DISPLAY "  PAIR-WINDOW-DAYS     " WS-PAIR-WINDOW-DAYS
042000         " " WS-PARM-SOURCE (6)
042100     DISPLAY "  VOLUME-HISTORY-DAYS  " WS-VOLUME-HISTORY-DAYS
042200         " " WS-PARM-SOURCE (7)
042300     DISPLAY "  VOLUME-MIN-DAYS      " WS-VOLUME-MIN-DAYS
042400         " " WS-PARM-SOURCE (8)
042500     DISPLAY "  VOLUME-HIGH-PERCENT  " WS-VOLUME-HIGH-PERCENT
042600         " " WS-PARM-SOURCE (9)
042700     DISPLAY "  VOLUME-LOW-PERCENT   " WS-VOLUME-LOW-PERCENT
042800         " " WS-PARM-SOURCE (10).
042900 1200-LOAD-PARAMETERS-EXIT.
043000     EXIT.
043100
043200 1210-LOAD-ONE-PARAMETER.
043300     READ PARAMETER-FILE
043400         AT END
043500             SET WS-PARM-AT-EOF TO TRUE
043600             GO TO 1210-LOAD-ONE-PARAMETER-EXIT
043700     END-READ
043800     IF AP-PARM-NAME (1:1) = '*'
043900      OR ANOMALY-PARAMETER-RECORD = SPACES
044000         GO TO 1210-LOAD-ONE-PARAMETER-EXIT
044100     END-IF
044200     IF AP-PARM-VALUE IS NOT NUMERIC
044300         DISPLAY "FORENSIC-ANOMALY: ANOMPARM VALUE FOR "
044400             AP-PARM-NAME " IS NOT NINE DIGITS: '"
044500             AP-PARM-VALUE "'"
044600         MOVE 16 TO RETURN-CODE
044700         GO TO 9999-EXIT
044800     END-IF
044900     MOVE 0 TO WS-PARM-IDX
045000     IF AP-PARM-NAME = 'DUP-AMOUNT-COUNT'
045100         MOVE AP-PARM-VALUE-N TO WS-DUP-AMOUNT-COUNT
045200         MOVE 1 TO WS-PARM-IDX
045300     END-IF
045400     IF AP-PARM-NAME = 'DUP-AMOUNT-MINIMUM'
045500         MOVE AP-PARM-VALUE-N TO WS-DUP-AMOUNT-MINIMUM
045600         MOVE 2 TO WS-PARM-IDX
045700     END-IF
045800     IF AP-PARM-NAME = 'REVERSAL-MINUTES'
045900         MOVE AP-PARM-VALUE-N TO WS-REVERSAL-MINUTES
046000         MOVE 3 TO WS-PARM-IDX
046100     END-IF
046200     IF AP-PARM-NAME = 'NEAR-LIMIT-PERCENT'
046300         MOVE AP-PARM-VALUE-N TO WS-NEAR-LIMIT-PERCENT
046400         MOVE 4 TO WS-PARM-IDX
046500     END-IF
046600     IF AP-PARM-NAME = 'PAIR-COUNT'
046700         MOVE AP-PARM-VALUE-N TO WS-PAIR-COUNT
046800         MOVE 5 TO WS-PARM-IDX
046900     END-IF
047000     IF AP-PARM-NAME = 'PAIR-WINDOW-DAYS'
047100         MOVE AP-PARM-VALUE-N TO WS-PAIR-WINDOW-DAYS
047200         MOVE 6 TO WS-PARM-IDX
047300     END-IF
047400     IF AP-PARM-NAME = 'VOLUME-HISTORY-DAYS'
047500         MOVE AP-PARM-VALUE-N TO WS-VOLUME-HISTORY-DAYS
047600         MOVE 7 TO WS-PARM-IDX
047700     END-IF
047800     IF AP-PARM-NAME = 'VOLUME-MIN-DAYS'
047900         MOVE AP-PARM-VALUE-N TO WS-VOLUME-MIN-DAYS
048000         MOVE 8 TO WS-PARM-IDX
048100     END-IF
048200     IF AP-PARM-NAME = 'VOLUME-HIGH-PERCENT'
048300         MOVE AP-PARM-VALUE-N TO WS-VOLUME-HIGH-PERCENT
048400         MOVE 9 TO WS-PARM-IDX
048500     END-IF
048600     IF AP-PARM-NAME = 'VOLUME-LOW-PERCENT'
048700         MOVE AP-PARM-VALUE-N TO WS-VOLUME-LOW-PERCENT
048800         MOVE 10 TO WS-PARM-IDX
048900     END-IF
049000     IF WS-PARM-IDX = 0
049100         DISPLAY "FORENSIC-ANOMALY: UNKNOWN ANOMPARM NAME '"
049200             AP-PARM-NAME "'"
049300         MOVE 16 TO RETURN-CODE
049400         GO TO 9999-EXIT
049500     END-IF
049600     MOVE 'PARM' TO WS-PARM-SOURCE (WS-PARM-IDX)
049700     ADD 1 TO WS-PARM-COUNT.
049800 1210-LOAD-ONE-PARAMETER-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200*    OPEN CASES (AND THE HIGHEST CASE NUMBER) ARE LOADED INTO A  *
050300*    TABLE UP FRONT, AS IN FORENSIC-RECONCILE.  CASING IS THE    *
050400*    WHOLE POINT OF THIS PASS, SO AN UNAVAILABLE CASE FILE OR A  *
050500*    FULL TABLE STOPS THE RUN RATHER THAN LOSING THE HITS.       *
050600******************************************************************
050700 1300-OPEN-CASE-FILE.
050800     OPEN I-O CASE-FILE
050900     IF NOT WS-CASE-OK
051000         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN FORCASE, "
051100             "STATUS = " WS-CASE-STATUS
051200         MOVE 16 TO RETURN-CODE
051300         GO TO 9999-EXIT
051400     END-IF
051500     PERFORM 1310-LOAD-ONE-CASE
051600         THRU 1310-LOAD-ONE-CASE-EXIT
051700         UNTIL WS-CASE-AT-EOF.
051800 1300-OPEN-CASE-FILE-EXIT.
051900     EXIT.
052000
052100 1310-LOAD-ONE-CASE.
052200     READ CASE-FILE NEXT
052300         AT END
052400             SET WS-CASE-AT-EOF TO TRUE
052500             GO TO 1310-LOAD-ONE-CASE-EXIT
052600     END-READ
052700     IF CS-CASE-ID (3:8) IS NUMERIC
052800         MOVE CS-CASE-ID (3:8) TO WS-CASE-ID-NUMBER
052900         IF WS-CASE-ID-NUMBER > WS-NEXT-CASE-NUMBER
053000             MOVE WS-CASE-ID-NUMBER TO WS-NEXT-CASE-NUMBER
053100         END-IF
053200     END-IF
053300     IF CS-STATUS-OPEN
053400         IF WS-OPEN-CASE-COUNT = 2000
053500             DISPLAY "FORENSIC-ANOMALY: OPEN-CASE TABLE "
053600                 "OVERFLOW -- RAISE THE OCCURS LIMIT AND RERUN"
053700             MOVE 16 TO RETURN-CODE
053800             GO TO 9999-EXIT
053900         END-IF
054000         ADD 1 TO WS-OPEN-CASE-COUNT
054100         MOVE CS-CASE-ID TO WS-OCS-CASE-ID (WS-OPEN-CASE-COUNT)
054200         MOVE CS-TRANSACTION-ID
054300             TO WS-OCS-TXN-ID (WS-OPEN-CASE-COUNT)
054400         MOVE CS-FINDING-TYPE
054500             TO WS-OCS-FINDING (WS-OPEN-CASE-COUNT)
054600     END-IF.
054700 1310-LOAD-ONE-CASE-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    FIRST PASS OVER THE LEDGER.  ONLY RECORDS STAMPED WITH THE  *
055200*    BUSINESS DATE ARE THE DAY'S POSTINGS; ANCHORS ARE SKIPPED.  *
055300*    CHARGES ARE TALLIED BY FEEDER AND AMOUNT, REVERSALS HELD    *
055400*    FOR THE SECOND PASS, ADJUSTMENTS CHECKED AGAINST THEIR      *
055500*    REASON CODE'S LIMIT ON THE SPOT, AND EVERY RECORD COUNTED   *
055600*    FOR ITS FEEDER THE WAY FORENSIC-AUDIT COUNTS IT ON          *
055700*    RUNSTATS.                                                   *
055800******************************************************************
055900 2000-SCAN-LEDGER.
056000     OPEN INPUT LEDGER-FILE
056100     IF NOT WS-LEDGER-OK
056200         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN LEDGER, "
056300             "STATUS = " WS-LEDGER-STATUS
056400         MOVE 16 TO RETURN-CODE
056500         GO TO 9999-EXIT
056600     END-IF
056700     SET WS-LEDGER-AT-EOF TO FALSE
056800     PERFORM 2100-SCAN-ONE-RECORD
056900         THRU 2100-SCAN-ONE-RECORD-EXIT
057000         UNTIL WS-LEDGER-AT-EOF
057100     CLOSE LEDGER-FILE
057200     DISPLAY "FORENSIC-ANOMALY: " WS-DAY-RECORD-COUNT
057300         " RECORDS POSTED ON " WS-TODAY-DATE " OF "
057400         WS-LEDGER-RECORD-COUNT " ON THE LEDGER".
057500 2000-SCAN-LEDGER-EXIT.
057600     EXIT.
057700
057800 2100-SCAN-ONE-RECORD.
057900     READ LEDGER-FILE INTO WS-FORENSIC-RECORD
058000         AT END
058100             SET WS-LEDGER-AT-EOF TO TRUE
058200             GO TO 2100-SCAN-ONE-RECORD-EXIT
058300     END-READ
058400     ADD 1 TO WS-LEDGER-RECORD-COUNT
058500     MOVE WS-SEQUENCE-NUMBER TO WS-LAST-LEDGER-SEQUENCE
058600     IF WS-TIMESTAMP (1:8) NOT = WS-TODAY-DATE
058700      OR WS-TYPE-ANCHOR
058800         GO TO 2100-SCAN-ONE-RECORD-EXIT
058900     END-IF
059000     ADD 1 TO WS-DAY-RECORD-COUNT
059100     MOVE WS-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
059200     PERFORM 2200-FIND-FEEDER
059300         THRU 2200-FIND-FEEDER-EXIT
059400     ADD 1 TO WS-FD-TODAY-COUNT (WS-FEEDER-IDX)
059500     MOVE WS-SEQUENCE-NUMBER
059600         TO WS-FD-LAST-SEQUENCE (WS-FEEDER-IDX)
059700     IF WS-TYPE-CHARGE
059800         PERFORM 2300-TALLY-AMOUNT
059900             THRU 2300-TALLY-AMOUNT-EXIT
060000     END-IF
060100     IF WS-TYPE-REVERSAL
060200         PERFORM 2400-HOLD-REVERSAL
060300             THRU 2400-HOLD-REVERSAL-EXIT
060400     END-IF
060500     IF WS-TYPE-ADJUSTMENT
060600         PERFORM 2500-CHECK-NEAR-LIMIT
060700             THRU 2500-CHECK-NEAR-LIMIT-EXIT
060800     END-IF.
060900 2100-SCAN-ONE-RECORD-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    FIND WS-LOOKUP-SOURCE IN THE FEEDER TABLE, ADDING IT IF     *
061400*    NEW.  LEAVES WS-FEEDER-IDX ON THE ENTRY.                    *
061500******************************************************************
061600 2200-FIND-FEEDER.
061700     SET WS-MATCH-FOUND TO FALSE
061800     MOVE 0 TO WS-FEEDER-IDX
061900     PERFORM 2210-MATCH-ONE-FEEDER
062000         THRU 2210-MATCH-ONE-FEEDER-EXIT
062100         UNTIL WS-FEEDER-IDX = WS-FEEDER-COUNT
062200            OR WS-MATCH-FOUND
062300     IF WS-MATCH-FOUND
062400         GO TO 2200-FIND-FEEDER-EXIT
062500     END-IF
062600     IF WS-FEEDER-COUNT = 50
062700         DISPLAY "FORENSIC-ANOMALY: FEEDER TABLE OVERFLOW -- "
062800             "RAISE THE OCCURS LIMIT AND RERUN"
062900         MOVE 16 TO RETURN-CODE
063000         GO TO 9999-EXIT
063100     END-IF
063200     ADD 1 TO WS-FEEDER-COUNT
063300     MOVE WS-FEEDER-COUNT TO WS-FEEDER-IDX
063400     MOVE WS-LOOKUP-SOURCE TO WS-FD-SOURCE (WS-FEEDER-IDX)
063500     MOVE 0 TO WS-FD-TODAY-COUNT (WS-FEEDER-IDX)
063600     MOVE 0 TO WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX)
063700     MOVE 0 TO WS-FD-LAST-SEQUENCE (WS-FEEDER-IDX).
063800 2200-FIND-FEEDER-EXIT.
063900     EXIT.
064000
064100 2210-MATCH-ONE-FEEDER.
064200     ADD 1 TO WS-FEEDER-IDX
064300     IF WS-FD-SOURCE (WS-FEEDER-IDX) = WS-LOOKUP-SOURCE
064400         SET WS-MATCH-FOUND TO TRUE
064500     END-IF.
064600 2210-MATCH-ONE-FEEDER-EXIT.
064700     EXIT.
064800
064900 2300-TALLY-AMOUNT.
065000     IF WS-BASE-AMOUNT < WS-DUP-AMOUNT-MINIMUM
065100         GO TO 2300-TALLY-AMOUNT-EXIT
065200     END-IF
065300     SET WS-MATCH-FOUND TO FALSE
065400     MOVE 0 TO WS-AMOUNT-IDX
065500     PERFORM 2310-MATCH-ONE-AMOUNT
065600         THRU 2310-MATCH-ONE-AMOUNT-EXIT
065700         UNTIL WS-AMOUNT-IDX = WS-AMOUNT-COUNT
065800            OR WS-MATCH-FOUND
065900     IF WS-MATCH-FOUND
066000         ADD 1 TO WS-AMT-CHARGES (WS-AMOUNT-IDX)
066100         GO TO 2300-TALLY-AMOUNT-EXIT
066200     END-IF
066300     IF WS-AMOUNT-COUNT = 5000
066400         DISPLAY "FORENSIC-ANOMALY: AMOUNT TABLE OVERFLOW -- "
066500             "RAISE THE OCCURS LIMIT AND RERUN"
066600         MOVE 16 TO RETURN-CODE
066700         GO TO 9999-EXIT
066800     END-IF
066900     ADD 1 TO WS-AMOUNT-COUNT
067000     MOVE WS-SOURCE-SYSTEM TO WS-AMT-SOURCE (WS-AMOUNT-COUNT)
067050     MOVE WS-CURRENCY-CODE TO WS-AMT-CURRENCY (WS-AMOUNT-COUNT)
067100     MOVE WS-AMOUNT TO WS-AMT-AMOUNT (WS-AMOUNT-COUNT)
067200     MOVE 1 TO WS-AMT-CHARGES (WS-AMOUNT-COUNT)
067300     MOVE WS-TRANSACTION-ID
067400         TO WS-AMT-FIRST-TXN-ID (WS-AMOUNT-COUNT)
067500     MOVE WS-SEQUENCE-NUMBER
067600         TO WS-AMT-FIRST-SEQUENCE (WS-AMOUNT-COUNT).
067700 2300-TALLY-AMOUNT-EXIT.
067800     EXIT.
067900
068000 2310-MATCH-ONE-AMOUNT.
068100     ADD 1 TO WS-AMOUNT-IDX
068200     IF WS-AMT-SOURCE (WS-AMOUNT-IDX) = WS-SOURCE-SYSTEM
068250      AND WS-AMT-CURRENCY (WS-AMOUNT-IDX) = WS-CURRENCY-CODE
068300      AND WS-AMT-AMOUNT (WS-AMOUNT-IDX) = WS-AMOUNT
068400         SET WS-MATCH-FOUND TO TRUE
068500     END-IF.
068600 2310-MATCH-ONE-AMOUNT-EXIT.
068700     EXIT.
068800
068900 2400-HOLD-REVERSAL.
069000     IF WS-REVERSAL-COUNT = 2000
069100         DISPLAY "FORENSIC-ANOMALY: REVERSAL TABLE OVERFLOW -- "
069200             "RAISE THE OCCURS LIMIT AND RERUN"
069300         MOVE 16 TO RETURN-CODE
069400         GO TO 9999-EXIT
069500     END-IF
069600     ADD 1 TO WS-REVERSAL-COUNT
069700     MOVE WS-TRANSACTION-ID TO WS-REV-TXN-ID (WS-REVERSAL-COUNT)
069800     MOVE WS-REVERSAL-OF-TXN-ID
069900         TO WS-REV-OF-TXN-ID (WS-REVERSAL-COUNT)
070000     MOVE WS-SEQUENCE-NUMBER
070100         TO WS-REV-SEQUENCE (WS-REVERSAL-COUNT)
070200     MOVE WS-TIMESTAMP TO WS-STAMP-WORK
070300     PERFORM 3300-STAMP-TO-MINUTES
070400         THRU 3300-STAMP-TO-MINUTES-EXIT
070500     MOVE WS-STAMP-MINUTES TO WS-REV-MINUTES (WS-REVERSAL-COUNT).
070600 2400-HOLD-REVERSAL-EXIT.
070700     EXIT.
070800
070900******************************************************************
071000*    NLIM.  AN ADJUSTMENT WHOSE MAGNITUDE IS WITHIN THE NEAR-    *
071100*    LIMIT PERCENTAGE OF ITS REASON CODE'S RC-MAX-AMOUNT BUT NOT *
071200*    OVER IT.  A CODE NO LONGER ON RSNCODE, OR ONE WITH NO       *
071300*    LIMIT, CANNOT BE JUDGED AND IS ONLY REPORTED.               *
071400******************************************************************
071500 2500-CHECK-NEAR-LIMIT.
071600     MOVE WS-REASON-CODE TO RC-REASON-CODE
071700     READ REASON-CODE-FILE
071800         INVALID KEY
071900             DISPLAY "FORENSIC-ANOMALY: ADJUSTMENT "
072000                 WS-TRANSACTION-ID " REASON CODE '"
072100                 WS-REASON-CODE "' NOT ON RSNCODE -- LIMIT "
072200                 "NOT CHECKED"
072300             GO TO 2500-CHECK-NEAR-LIMIT-EXIT
072400     END-READ
072500     IF RC-MAX-AMOUNT = 0
072600         GO TO 2500-CHECK-NEAR-LIMIT-EXIT
072700     END-IF
072800     IF WS-AMOUNT < 0
072900         COMPUTE WS-ABS-AMOUNT = 0 - WS-AMOUNT
073000     ELSE
073100         MOVE WS-AMOUNT TO WS-ABS-AMOUNT
073200     END-IF
073300     IF WS-ABS-AMOUNT > RC-MAX-AMOUNT
073400      OR WS-ABS-AMOUNT * 100
073500         < RC-MAX-AMOUNT * WS-NEAR-LIMIT-PERCENT
073600         GO TO 2500-CHECK-NEAR-LIMIT-EXIT
073700     END-IF
073800     ADD 1 TO WS-NLIM-HIT-COUNT
073900     MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
074000     MOVE RC-MAX-AMOUNT TO WS-EDIT-AMOUNT-2
074100     MOVE SPACES TO WS-CASE-NOTE
074200     STRING 'ADJ ' WS-EDIT-AMOUNT ' VS ' WS-REASON-CODE
074300            ' LIMIT ' WS-EDIT-AMOUNT-2 ' BY ' WS-OPERATOR-ID
074400         DELIMITED BY SIZE
074500         INTO WS-CASE-NOTE
074600     END-STRING
074700     MOVE WS-TRANSACTION-ID TO WS-CASE-TXN-ID
074800     MOVE WS-SEQUENCE-NUMBER TO WS-CASE-SEQUENCE
074900     MOVE 'NLIM' TO WS-CASE-FINDING
075000     PERFORM 7000-RECORD-CASE
075100         THRU 7000-RECORD-CASE-EXIT.
075200 2500-CHECK-NEAR-LIMIT-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600*    QREV.  SECOND PASS: EVERY CHARGE STILL ON THE CURRENT       *
075700*    LEDGER IS LOOKED UP AMONG THE DAY'S REVERSALS, AND A        *
075800*    REVERSAL POSTED WITHIN THE REVERSAL-MINUTES OF ITS CHARGE   *
075900*    IS CASED.  A REVERSAL WHOSE CHARGE WAS ARCHIVED BEFORE THE  *
076000*    LAST ROLLOVER IS BY DEFINITION NOT A QUICK ONE.             *
076100******************************************************************
076200 3000-MATCH-REVERSALS.
076300     OPEN INPUT LEDGER-FILE
076400     IF NOT WS-LEDGER-OK
076500         DISPLAY "FORENSIC-ANOMALY: UNABLE TO REOPEN LEDGER, "
076600             "STATUS = " WS-LEDGER-STATUS
076700         MOVE 16 TO RETURN-CODE
076800         GO TO 9999-EXIT
076900     END-IF
077000     SET WS-LEDGER-AT-EOF TO FALSE
077100     PERFORM 3100-MATCH-ONE-CHARGE
077200         THRU 3100-MATCH-ONE-CHARGE-EXIT
077300         UNTIL WS-LEDGER-AT-EOF
077400     CLOSE LEDGER-FILE.
077500 3000-MATCH-REVERSALS-EXIT.
077600     EXIT.
077700
077800 3100-MATCH-ONE-CHARGE.
077900     READ LEDGER-FILE INTO WS-FORENSIC-RECORD
078000         AT END
078100             SET WS-LEDGER-AT-EOF TO TRUE
078200             GO TO 3100-MATCH-ONE-CHARGE-EXIT
078300     END-READ
078400     IF NOT WS-TYPE-CHARGE
078500         GO TO 3100-MATCH-ONE-CHARGE-EXIT
078600     END-IF
078700     MOVE WS-TIMESTAMP TO WS-STAMP-WORK
078800     PERFORM 3300-STAMP-TO-MINUTES
078900         THRU 3300-STAMP-TO-MINUTES-EXIT
079000     MOVE 0 TO WS-REVERSAL-IDX
079100     PERFORM 3110-CHECK-ONE-REVERSAL
079200         THRU 3110-CHECK-ONE-REVERSAL-EXIT
079300         UNTIL WS-REVERSAL-IDX = WS-REVERSAL-COUNT.
079400 3100-MATCH-ONE-CHARGE-EXIT.
079500     EXIT.
079600
079700 3110-CHECK-ONE-REVERSAL.
079800     ADD 1 TO WS-REVERSAL-IDX
079900     IF WS-REV-OF-TXN-ID (WS-REVERSAL-IDX) NOT = WS-TRANSACTION-ID
080000         GO TO 3110-CHECK-ONE-REVERSAL-EXIT
080100     END-IF
080200     COMPUTE WS-MINUTES-APART =
080300         WS-REV-MINUTES (WS-REVERSAL-IDX) - WS-STAMP-MINUTES
080400     IF WS-MINUTES-APART > WS-REVERSAL-MINUTES
080500         GO TO 3110-CHECK-ONE-REVERSAL-EXIT
080600     END-IF
080700     ADD 1 TO WS-QREV-HIT-COUNT
080800     MOVE WS-MINUTES-APART TO WS-EDIT-COUNT
080900     MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
081000     MOVE SPACES TO WS-CASE-NOTE
081100     STRING 'REVERSES ' WS-TRANSACTION-ID ' ' WS-EDIT-AMOUNT
081200            ' ' WS-SOURCE-SYSTEM ' AFTER' WS-EDIT-COUNT ' MIN'
081300         DELIMITED BY SIZE
081400         INTO WS-CASE-NOTE
081500     END-STRING
081600     MOVE WS-REV-TXN-ID (WS-REVERSAL-IDX) TO WS-CASE-TXN-ID
081700     MOVE WS-REV-SEQUENCE (WS-REVERSAL-IDX) TO WS-CASE-SEQUENCE
081800     MOVE 'QREV' TO WS-CASE-FINDING
081900     PERFORM 7000-RECORD-CASE
082000         THRU 7000-RECORD-CASE-EXIT.
082100 3110-CHECK-ONE-REVERSAL-EXIT.
082200     EXIT.
082300
082400******************************************************************
082500*    WS-STAMP-WORK (YYYYMMDDHHMMSS) TO MINUTES SINCE THE START   *
082600*    OF THE CALENDAR, SO TWO STAMPS SUBTRACT ACROSS MIDNIGHT.    *
082700******************************************************************
082800 3300-STAMP-TO-MINUTES.
082900     IF WS-STAMP-WORK IS NOT NUMERIC
083000         MOVE 0 TO WS-STAMP-MINUTES
083100         GO TO 3300-STAMP-TO-MINUTES-EXIT
083200     END-IF
083300     COMPUTE WS-STAMP-MINUTES =
083400         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
083500             + WS-STAMP-HH * 60 + WS-STAMP-MM.
083600 3300-STAMP-TO-MINUTES-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000*    DUPA.  ONE FEEDER, ONE CURRENCY, ONE AMOUNT, AT LEAST       *
084100*    DUP-AMOUNT-COUNT CHARGES TODAY.                             *
084200******************************************************************
084300 4000-CHECK-ONE-AMOUNT.
084400     ADD 1 TO WS-AMOUNT-IDX
084500     IF WS-AMT-CHARGES (WS-AMOUNT-IDX) < WS-DUP-AMOUNT-COUNT
084600         GO TO 4000-CHECK-ONE-AMOUNT-EXIT
084700     END-IF
084800     ADD 1 TO WS-DUPA-HIT-COUNT
084900     MOVE WS-AMT-CHARGES (WS-AMOUNT-IDX) TO WS-EDIT-COUNT
085000     MOVE WS-AMT-AMOUNT (WS-AMOUNT-IDX) TO WS-EDIT-AMOUNT
085100     MOVE SPACES TO WS-CASE-NOTE
085200     STRING 'AMOUNT ' WS-AMT-CURRENCY (WS-AMOUNT-IDX)
085250            WS-EDIT-AMOUNT ' FROM '
085300            WS-AMT-SOURCE (WS-AMOUNT-IDX) ' ON' WS-EDIT-COUNT
085400            ' CHARGES ' WS-TODAY-DATE
085500         DELIMITED BY SIZE
085600         INTO WS-CASE-NOTE
085700     END-STRING
085800     MOVE WS-AMT-FIRST-TXN-ID (WS-AMOUNT-IDX) TO WS-CASE-TXN-ID
085900     MOVE WS-AMT-FIRST-SEQUENCE (WS-AMOUNT-IDX)
086000         TO WS-CASE-SEQUENCE
086100     MOVE 'DUPA' TO WS-CASE-FINDING
086200     PERFORM 7000-RECORD-CASE
086300         THRU 7000-RECORD-CASE-EXIT.
086400 4000-CHECK-ONE-AMOUNT-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800*    PAIR.  POSTED ADJUSTMENTS ON ADJHIST INSIDE THE PAIR WINDOW *
086900*    (ENDING TODAY) ARE COUNTED BY KEYING OPERATOR AND APPROVER. *
087000*    A PAIR AT OR OVER PAIR-COUNT THAT POSTED AGAIN TODAY IS     *
087100*    CASED -- A PAIR THAT HAS STOPPED IS NOT RE-FOUND NIGHTLY.   *
087200*    THE RARE ENTRY WRITTEN TWICE BY A RERUN OF FORENSIC-AUDIT   *
087300*    COUNTS TWICE HERE; THE NOTE SHOWS THE COUNT FOR THE ANALYST *
087400*    TO CHECK.  NO ADJHIST YET MEANS NOTHING TO COUNT.           *
087500******************************************************************
087600 5000-CHECK-PAIRS.
087700     OPEN INPUT ADJUSTMENT-HISTORY-FILE
087800     IF WS-ADJHIST-NOT-FOUND
087900         CLOSE ADJUSTMENT-HISTORY-FILE
088000         GO TO 5000-CHECK-PAIRS-EXIT
088100     END-IF
088200     IF NOT WS-ADJHIST-OK
088300         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN ADJHIST, "
088400             "STATUS = " WS-ADJHIST-STATUS
088500         MOVE 16 TO RETURN-CODE
088600         GO TO 9999-EXIT
088700     END-IF
088800     PERFORM 5100-TALLY-ONE-DISPOSITION
088900         THRU 5100-TALLY-ONE-DISPOSITION-EXIT
089000         UNTIL WS-ADJHIST-AT-EOF
089100     CLOSE ADJUSTMENT-HISTORY-FILE
089200     MOVE 0 TO WS-PAIR-IDX
089300     PERFORM 5200-CHECK-ONE-PAIR
089400         THRU 5200-CHECK-ONE-PAIR-EXIT
089500         UNTIL WS-PAIR-IDX = WS-PAIR-TALLY-COUNT.
089600 5000-CHECK-PAIRS-EXIT.
089700     EXIT.
089800
089900 5100-TALLY-ONE-DISPOSITION.
090000     READ ADJUSTMENT-HISTORY-FILE
090100         AT END
090200             SET WS-ADJHIST-AT-EOF TO TRUE
090300             GO TO 5100-TALLY-ONE-DISPOSITION-EXIT
090400     END-READ
090500     IF NOT AH-DISP-POSTED
090600      OR AH-BUSINESS-DATE < WS-PAIR-FLOOR-DATE
090700      OR AH-BUSINESS-DATE > WS-TODAY-DATE
090800         GO TO 5100-TALLY-ONE-DISPOSITION-EXIT
090900     END-IF
091000     SET WS-MATCH-FOUND TO FALSE
091100     MOVE 0 TO WS-PAIR-IDX
091200     PERFORM 5110-MATCH-ONE-PAIR
091300         THRU 5110-MATCH-ONE-PAIR-EXIT
091400         UNTIL WS-PAIR-IDX = WS-PAIR-TALLY-COUNT
091500            OR WS-MATCH-FOUND
091600     IF NOT WS-MATCH-FOUND
091700         IF WS-PAIR-TALLY-COUNT = 500
091800             DISPLAY "FORENSIC-ANOMALY: PAIR TABLE OVERFLOW -- "
091900                 "RAISE THE OCCURS LIMIT AND RERUN"
092000             MOVE 16 TO RETURN-CODE
092100             GO TO 9999-EXIT
092200         END-IF
092300         ADD 1 TO WS-PAIR-TALLY-COUNT
092400         MOVE WS-PAIR-TALLY-COUNT TO WS-PAIR-IDX
092500         MOVE AH-OPERATOR-ID TO WS-PR-OPERATOR-ID (WS-PAIR-IDX)
092600         MOVE AH-APPROVER-ID TO WS-PR-APPROVER-ID (WS-PAIR-IDX)
092700         MOVE 0 TO WS-PR-WINDOW-COUNT (WS-PAIR-IDX)
092800         MOVE 0 TO WS-PR-TODAY-COUNT (WS-PAIR-IDX)
092900         MOVE 0 TO WS-PR-LAST-SEQUENCE (WS-PAIR-IDX)
093000     END-IF
093100     ADD 1 TO WS-PR-WINDOW-COUNT (WS-PAIR-IDX)
093200     IF AH-BUSINESS-DATE = WS-TODAY-DATE
093300         ADD 1 TO WS-PR-TODAY-COUNT (WS-PAIR-IDX)
093400         MOVE AH-SEQUENCE-NUMBER
093500             TO WS-PR-LAST-SEQUENCE (WS-PAIR-IDX)
093600     END-IF.
093700 5100-TALLY-ONE-DISPOSITION-EXIT.
093800     EXIT.
093900
094000 5110-MATCH-ONE-PAIR.
094100     ADD 1 TO WS-PAIR-IDX
094200     IF WS-PR-OPERATOR-ID (WS-PAIR-IDX) = AH-OPERATOR-ID
094300      AND WS-PR-APPROVER-ID (WS-PAIR-IDX) = AH-APPROVER-ID
094400         SET WS-MATCH-FOUND TO TRUE
094500     END-IF.
094600 5110-MATCH-ONE-PAIR-EXIT.
094700     EXIT.
094800
094900 5200-CHECK-ONE-PAIR.
095000     ADD 1 TO WS-PAIR-IDX
095100     IF WS-PR-TODAY-COUNT (WS-PAIR-IDX) = 0
095200      OR WS-PR-WINDOW-COUNT (WS-PAIR-IDX) < WS-PAIR-COUNT
095300         GO TO 5200-CHECK-ONE-PAIR-EXIT
095400     END-IF
095500     ADD 1 TO WS-PAIR-HIT-COUNT
095600     MOVE WS-PR-WINDOW-COUNT (WS-PAIR-IDX) TO WS-EDIT-COUNT
095700     MOVE WS-PAIR-WINDOW-DAYS TO WS-EDIT-COUNT-2
095800     MOVE SPACES TO WS-CASE-NOTE
095900     STRING 'APPROVER ' WS-PR-APPROVER-ID (WS-PAIR-IDX)
096000            ' ON' WS-EDIT-COUNT ' ADJ IN' WS-EDIT-COUNT-2
096100            ' DAYS'
096200         DELIMITED BY SIZE
096300         INTO WS-CASE-NOTE
096400     END-STRING
096500     MOVE WS-PR-OPERATOR-ID (WS-PAIR-IDX) TO WS-CASE-TXN-ID
096600     MOVE WS-PR-LAST-SEQUENCE (WS-PAIR-IDX) TO WS-CASE-SEQUENCE
096700     MOVE 'PAIR' TO WS-CASE-FINDING
096800     PERFORM 7000-RECORD-CASE
096900         THRU 7000-RECORD-CASE-EXIT.
097000 5200-CHECK-ONE-PAIR-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400*    VOLU.  THE FORENSIC-AUDIT RUNSTATS RECORDS OF THE LAST      *
097500*    VOLUME-HISTORY-DAYS (TODAY EXCLUDED) ARE SUMMED BY FEEDER   *
097600*    AND DIVIDED BY THE NUMBER OF BUSINESS DAYS THAT HAD A RUN,  *
097700*    SO A FEEDER THAT SENT NOTHING ONE DAY AVERAGES IN A ZERO.   *
097800*    TODAY'S COUNT COMES FROM THE LEDGER ITSELF, WHICH A RERUN   *
097900*    CANNOT DOUBLE.  A FEEDER WITH HISTORY AND NOTHING TODAY IS  *
098000*    A LOW OUTLIER LIKE ANY OTHER.  WITH FEWER THAN VOLUME-MIN-  *
098100*    DAYS OF HISTORY NOTHING IS JUDGED.                          *
098200******************************************************************
098300 6000-CHECK-VOLUME.
098400     OPEN INPUT RUN-STATS-FILE
098500     IF WS-RUN-STATS-NOT-FOUND
098600         CLOSE RUN-STATS-FILE
098700         DISPLAY "FORENSIC-ANOMALY: NO RUNSTATS HISTORY -- "
098800             "FEEDER VOLUME NOT JUDGED"
098900         GO TO 6000-CHECK-VOLUME-EXIT
099000     END-IF
099100     IF NOT WS-RUN-STATS-OK
099200         DISPLAY "FORENSIC-ANOMALY: UNABLE TO OPEN RUNSTATS, "
099300             "STATUS = " WS-RUN-STATS-STATUS
099400         MOVE 16 TO RETURN-CODE
099500         GO TO 9999-EXIT
099600     END-IF
099700     PERFORM 6100-TALLY-ONE-RUN
099800         THRU 6100-TALLY-ONE-RUN-EXIT
099900         UNTIL WS-RUN-STATS-AT-EOF
100000     CLOSE RUN-STATS-FILE
100100     IF WS-HISTORY-DAY-COUNT < WS-VOLUME-MIN-DAYS
100200      OR WS-HISTORY-DAY-COUNT = 0
100300         DISPLAY "FORENSIC-ANOMALY: ONLY " WS-HISTORY-DAY-COUNT
100400             " DAYS OF RUNSTATS HISTORY -- FEEDER VOLUME NOT "
100500             "JUDGED"
100600         GO TO 6000-CHECK-VOLUME-EXIT
100700     END-IF
100800     MOVE 0 TO WS-FEEDER-IDX
100900     PERFORM 6200-CHECK-ONE-FEEDER
101000         THRU 6200-CHECK-ONE-FEEDER-EXIT
101100         UNTIL WS-FEEDER-IDX = WS-FEEDER-COUNT.
101200 6000-CHECK-VOLUME-EXIT.
101300     EXIT.
101400
101500 6100-TALLY-ONE-RUN.
101600     READ RUN-STATS-FILE
101700         AT END
101800             SET WS-RUN-STATS-AT-EOF TO TRUE
101900             GO TO 6100-TALLY-ONE-RUN-EXIT
102000     END-READ
102100     IF RS-PROGRAM-NAME NOT = 'FORENSIC-AUDIT'
102200      OR RS-RUN-DATE NOT > WS-VOLUME-FLOOR-DATE
102300      OR RS-RUN-DATE NOT < WS-TODAY-DATE
102400         GO TO 6100-TALLY-ONE-RUN-EXIT
102500     END-IF
102600     IF RS-RUN-DATE NOT = WS-LAST-HISTORY-DATE
102700         ADD 1 TO WS-HISTORY-DAY-COUNT
102800         MOVE RS-RUN-DATE TO WS-LAST-HISTORY-DATE
102900     END-IF
103000     MOVE 0 TO WS-SLOT-IDX
103100     PERFORM 6110-TALLY-ONE-SLOT
103200         THRU 6110-TALLY-ONE-SLOT-EXIT
103300         UNTIL WS-SLOT-IDX = 5.
103400 6100-TALLY-ONE-RUN-EXIT.
103500     EXIT.
103600
103700 6110-TALLY-ONE-SLOT.
103800     ADD 1 TO WS-SLOT-IDX
103900     IF RS-SRC-CODE (WS-SLOT-IDX) = SPACES
104000      OR RS-SRC-CODE (WS-SLOT-IDX) = '***'
104100         GO TO 6110-TALLY-ONE-SLOT-EXIT
104200     END-IF
104300     MOVE RS-SRC-CODE (WS-SLOT-IDX) TO WS-LOOKUP-SOURCE
104400     PERFORM 2200-FIND-FEEDER
104500         THRU 2200-FIND-FEEDER-EXIT
104600     ADD RS-SRC-COUNT (WS-SLOT-IDX)
104700         TO WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX).
104800 6110-TALLY-ONE-SLOT-EXIT.
104900     EXIT.
105000
105100 6200-CHECK-ONE-FEEDER.
105200     ADD 1 TO WS-FEEDER-IDX
105300     IF WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX) = 0
105400         DISPLAY "FORENSIC-ANOMALY: FEEDER "
105500             WS-FD-SOURCE (WS-FEEDER-IDX)
105600             " HAS NO RUNSTATS HISTORY -- VOLUME NOT JUDGED"
105700         GO TO 6200-CHECK-ONE-FEEDER-EXIT
105800     END-IF
105900     COMPUTE WS-VOLUME-TODAY-SCALED =
106000         WS-FD-TODAY-COUNT (WS-FEEDER-IDX) * 100
106100             * WS-HISTORY-DAY-COUNT
106200     IF WS-VOLUME-TODAY-SCALED NOT >
106300         WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX)
106400             * WS-VOLUME-HIGH-PERCENT
106500      AND WS-VOLUME-TODAY-SCALED NOT <
106600         WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX)
106700             * WS-VOLUME-LOW-PERCENT
106800         GO TO 6200-CHECK-ONE-FEEDER-EXIT
106900     END-IF
107000     ADD 1 TO WS-VOLU-HIT-COUNT
107100     COMPUTE WS-VOLUME-AVERAGE ROUNDED =
107200         WS-FD-HISTORY-TOTAL (WS-FEEDER-IDX)
107300             / WS-HISTORY-DAY-COUNT
107400     MOVE WS-FD-TODAY-COUNT (WS-FEEDER-IDX) TO WS-EDIT-COUNT
107500     MOVE WS-VOLUME-AVERAGE TO WS-EDIT-COUNT-2
107600     MOVE SPACES TO WS-CASE-NOTE
107700     STRING 'VOLUME' WS-EDIT-COUNT ' ON ' WS-TODAY-DATE
107800            ' VS AVERAGE' WS-EDIT-COUNT-2
107900         DELIMITED BY SIZE
108000         INTO WS-CASE-NOTE
108100     END-STRING
108200     MOVE SPACES TO WS-CASE-TXN-ID
108300     STRING 'FEEDER-' WS-FD-SOURCE (WS-FEEDER-IDX)
108400         DELIMITED BY SIZE
108500         INTO WS-CASE-TXN-ID
108600     END-STRING
108700     IF WS-FD-LAST-SEQUENCE (WS-FEEDER-IDX) > 0
108800         MOVE WS-FD-LAST-SEQUENCE (WS-FEEDER-IDX)
108900             TO WS-CASE-SEQUENCE
109000     ELSE
109100         MOVE WS-LAST-LEDGER-SEQUENCE TO WS-CASE-SEQUENCE
109200     END-IF
109300     MOVE 'VOLU' TO WS-CASE-FINDING
109400     PERFORM 7000-RECORD-CASE
109500         THRU 7000-RECORD-CASE-EXIT.
109600 6200-CHECK-ONE-FEEDER-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000*    ONE HIT: ATTACH TO THE OPEN CASE FOR THE SAME SUBJECT AND   *
110100*    FINDING TYPE, OR OPEN A NEW ONE.                            *
110200******************************************************************
110300 7000-RECORD-CASE.
110400     ADD 1 TO WS-HIT-COUNT
110500     DISPLAY "FORENSIC-ANOMALY: " WS-CASE-FINDING " "
110600         WS-CASE-TXN-ID " " WS-CASE-NOTE
110700     SET OCS-IDX TO 1
110800     SEARCH WS-OPEN-CASE-ENTRY
110900         AT END
111000             PERFORM 7300-OPEN-NEW-CASE
111100                 THRU 7300-OPEN-NEW-CASE-EXIT
111200         WHEN WS-OCS-TXN-ID (OCS-IDX) = WS-CASE-TXN-ID
111300          AND WS-OCS-FINDING (OCS-IDX) = WS-CASE-FINDING
111400             PERFORM 7200-ATTACH-TO-CASE
111500                 THRU 7200-ATTACH-TO-CASE-EXIT
111600     END-SEARCH.
111700 7000-RECORD-CASE-EXIT.
111800     EXIT.
111900
112000 7200-ATTACH-TO-CASE.
112100     MOVE WS-OCS-CASE-ID (OCS-IDX) TO CS-CASE-ID
112200     READ CASE-FILE
112300         INVALID KEY
112400             DISPLAY "FORENSIC-ANOMALY: CASE "
112500                 WS-OCS-CASE-ID (OCS-IDX)
112600                 " VANISHED DURING ATTACH"
112700             GO TO 7200-ATTACH-TO-CASE-EXIT
112800     END-READ
112900     IF CS-DATE-LAST-SEEN = WS-TODAY-DATE
113000*        ALREADY COUNTED BY AN EARLIER RUN TODAY -- A RERUN DOES
113100*        NOT INFLATE THE DETECT COUNT.
113200         GO TO 7200-ATTACH-TO-CASE-EXIT
113300     END-IF
113400     ADD 1 TO CS-DETECT-COUNT
113500     MOVE WS-TODAY-DATE TO CS-DATE-LAST-SEEN
113600     REWRITE INVESTIGATION-CASE-RECORD
113700     IF NOT WS-CASE-OK
113800         DISPLAY "FORENSIC-ANOMALY: CASE ATTACH REWRITE "
113900             "FAILED, STATUS = " WS-CASE-STATUS
114000         GO TO 7200-ATTACH-TO-CASE-EXIT
114100     END-IF
114200     ADD 1 TO WS-CASES-REDETECTED
114300     DISPLAY "FORENSIC-ANOMALY: RE-DETECTED CASE " CS-CASE-ID.
114400 7200-ATTACH-TO-CASE-EXIT.
114500     EXIT.
114600
114700 7300-OPEN-NEW-CASE.
114800     MOVE SPACES TO INVESTIGATION-CASE-RECORD
114900     ADD 1 TO WS-NEXT-CASE-NUMBER
115000     STRING 'CS'                DELIMITED BY SIZE
115100            WS-NEXT-CASE-NUMBER DELIMITED BY SIZE
115200         INTO CS-CASE-ID
115300     END-STRING
115400     MOVE WS-CASE-TXN-ID    TO CS-TRANSACTION-ID
115500     MOVE WS-CASE-SEQUENCE  TO CS-SEQUENCE-NUMBER
115600     MOVE WS-CASE-FINDING   TO CS-FINDING-TYPE
115700     MOVE WS-TODAY-DATE     TO CS-DATE-OPENED
115800     MOVE WS-TODAY-DATE     TO CS-DATE-LAST-SEEN
115900     MOVE 1                 TO CS-DETECT-COUNT
116000     MOVE 'O'               TO CS-STATUS
116100     MOVE ZEROES            TO CS-DATE-CLOSED
116200     MOVE WS-CASE-NOTE      TO CS-ANNOTATION
116300     WRITE INVESTIGATION-CASE-RECORD
116400         INVALID KEY
116500             CONTINUE
116600     END-WRITE
116700     IF NOT WS-CASE-OK
116800         DISPLAY "FORENSIC-ANOMALY: CASE WRITE FAILED, "
116900             "STATUS = " WS-CASE-STATUS
117000         GO TO 7300-OPEN-NEW-CASE-EXIT
117100     END-IF
117200     ADD 1 TO WS-CASES-OPENED
117300     DISPLAY "FORENSIC-ANOMALY: OPENED CASE " CS-CASE-ID
117400         " FOR " WS-CASE-TXN-ID " FINDING " WS-CASE-FINDING
117500     IF WS-OPEN-CASE-COUNT < 2000
117600         ADD 1 TO WS-OPEN-CASE-COUNT
117700         MOVE CS-CASE-ID TO WS-OCS-CASE-ID (WS-OPEN-CASE-COUNT)
117800         MOVE CS-TRANSACTION-ID
117900             TO WS-OCS-TXN-ID (WS-OPEN-CASE-COUNT)
118000         MOVE CS-FINDING-TYPE
118100             TO WS-OCS-FINDING (WS-OPEN-CASE-COUNT)
118200     END-IF.
118300 7300-OPEN-NEW-CASE-EXIT.
118400     EXIT.
118500
118600 8000-REPORT-RESULTS.
118700     DISPLAY "============================================"
118800     DISPLAY "FORENSIC-ANOMALY: SUMMARY FOR " WS-TODAY-DATE
118900     DISPLAY "============================================"
119000     DISPLAY "RECORDS POSTED TODAY  = " WS-DAY-RECORD-COUNT
119100     DISPLAY "FEEDERS SEEN          = " WS-FEEDER-COUNT
119200     DISPLAY "HISTORY DAYS          = " WS-HISTORY-DAY-COUNT
119300     DISPLAY "DUPA REPEATED AMOUNT  = " WS-DUPA-HIT-COUNT
119400     DISPLAY "QREV QUICK REVERSAL   = " WS-QREV-HIT-COUNT
119500     DISPLAY "NLIM NEAR REASON LIMIT= " WS-NLIM-HIT-COUNT
119600     DISPLAY "PAIR KEYER/APPROVER   = " WS-PAIR-HIT-COUNT
119700     DISPLAY "VOLU FEEDER VOLUME    = " WS-VOLU-HIT-COUNT
119800     DISPLAY "CASES OPENED          = " WS-CASES-OPENED
119900     DISPLAY "CASES RE-DETECTED     = " WS-CASES-REDETECTED
120000     IF WS-HIT-COUNT = 0
120100         DISPLAY "ANOMALY STATUS        = NOTHING FOUND"
120200     ELSE
120300         DISPLAY "ANOMALY STATUS        = CASES TO WORK ON FCSE"
120400     END-IF
120500     DISPLAY "============================================".
120600 8000-REPORT-RESULTS-EXIT.
120700     EXIT.
120800
120900 9000-TERMINATE.
121000     CLOSE REASON-CODE-FILE
121100     CLOSE CASE-FILE.
121200 9000-TERMINATE-EXIT.
121300     EXIT.
121400
121500 9999-EXIT.
121600     STOP RUN.
