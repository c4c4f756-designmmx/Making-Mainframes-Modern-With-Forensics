002500*    TOTAL REPORT, NOT A REPLACEMENT FOR FORENSIC-VERIFY -- RUN  *
002600*    FORENSIC-VERIFY WHEN A BROKEN CHAIN NEEDS TO BE TRACKED     *
002700*    DOWN IN DETAIL.                                             *
002705*                                                                *
002710*    THE REPORT CLOSES WITH THE FEEDER SUSPENSE POSITION FROM    *
002715*    THE SUSPCTL CONTROL FILE FOREDIT KEEPS: EVERY BATCH STILL   *
002720*    HELD (AND SINCE WHEN), AND EVERY BATCH RELEASED TODAY.  NO  *
002725*    SUSPCTL ON THE JOB MEANS NO SUSPENSE SECTION.               *
002730*                                                                *
002735*    THE DAY'S TOTALS ARE ALSO BROKEN DOWN BY POSTING CYCLE      *
002740*    FROM THE CYCLCTL CONTROL FILE FORENSIC-AUDIT KEEPS (SEE     *
002745*    FORCYCD.CPY): EACH OF TODAY'S RECORDS BELONGS TO THE CYCLE  *
002750*    WHOSE SEQUENCE RANGE HOLDS IT.  NO CYCLCTL ON THE JOB MEANS *
002755*    NO CYCLE SECTION.                                           *
002760*                                                                *
002765*    EVERY TOTAL THAT SPANS CURRENCIES -- THE NET CONTROL        *
002770*    TOTAL, ADJUSTMENTS, PER SOURCE, PER CYCLE -- IS IN THE      *
002775*    BASE CURRENCY, SUMMED FROM EACH RECORD'S BASE EQUIVALENT.   *
002780*    THE DAY IS ALSO TOTALLED BY CURRENCY, IN THE ORIGINAL       *
002785*    AMOUNT AND IN BASE.  THE BASE CODE IS TAKEN FROM CCYTABLE   *
002790*    FOR THE HEADINGS ONLY; NO CCYTABLE ON THE JOB JUST LEAVES   *
002795*    IT UNNAMED.                                                 *
002800*                                                                *
002900*----------------------------------------------------------------*
003000*    MODIFICATION HISTORY                                       *
003525*                     (85 BYTES; HASH INPUT 77).  TODAY'S        *
003526*                     ADJUSTMENT COUNT AND NET ARE CALLED OUT    *
003527*                     UNDER THE OVERALL CONTROL TOTAL.           *
003528*    2026-10-05 JRM   "TODAY" IS NOW THE BUSINESS DATE FROM THE  *
003529*                     SHARED BUSDATE CONTROL RECORD (SEE         *
003530*                     FORBDTD.CPY), NOT THE SYSTEM CLOCK, SO A   *
003531*                     REPORT RUN AFTER MIDNIGHT STILL COVERS THE *
003532*                     DAY THAT WAS POSTED.  RUNS FOR AN OPEN OR  *
003533*                     A CLOSED DAY ALIKE.                        *
003543*    2026-10-06 JRM   FEEDER SUSPENSE SECTION FROM SUSPCTL --    *
003553*                     BATCHES STILL HELD AND BATCHES RELEASED    *
003563*                     TODAY, WITH RECEIVED AND TRAILER TOTALS.   *
003564*    2026-10-12 JRM   PER-CYCLE SECTION.  TODAY'S RECORD COUNT   *
003565*                     AND NET ARE ALSO TOTALLED BY POSTING CYCLE *
003566*                     (SEQUENCE RANGE FROM CYCLCTL, SEE          *
003567*                     FORCYCD.CPY), WITH EACH CYCLE'S STATUS AND *
003568*                     TIMES, A CHECK OF THE LEDGER COUNT AGAINST *
003569*                     THE COUNT THE CYCLE RECORDED, AND ANY      *
003570*                     RECORD OF TODAY'S THAT FALLS OUTSIDE EVERY *
003571*                     CYCLE.  THE WHOLE-DAY TOTALS ARE           *
003572*                     UNCHANGED.                                 *
003573*    2026-10-14 JRM   MULTI-CURRENCY.  RECORD LAYOUT PICKED UP   *
003574*                     LR-CURRENCY-CODE AND LR-BASE-AMOUNT (98    *
003575*                     BYTES; HASH INPUT 90).  ALL CROSS-CURRENCY *
003576*                     TOTALS ARE NOW IN THE BASE CURRENCY, AND A *
003577*                     PER-CURRENCY SECTION SHOWS EACH CURRENCY'S *
003578*                     COUNT, NET IN THAT CURRENCY, AND NET IN    *
003579*                     BASE.  BASE CODE FROM CCYTABLE (OPTIONAL). *
003580*    2026-10-15 JRM   SUSPENSE BATCHES SHOWN WITH THEIR          *
003581*                     TRANSMISSION SEQUENCE.  CURRENCY TABLE     *
003582*                     FIELDS RENAMED CU-.                        *
003587******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-LEDGER-STATUS.
004510     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS BD-CONTROL-KEY
004550         FILE STATUS IS WS-BUSDATE-STATUS.
004555     SELECT OPTIONAL SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
004560         ORGANIZATION IS INDEXED
004565         ACCESS MODE IS SEQUENTIAL
004570         RECORD KEY IS SC-BATCH-KEY
004575         FILE STATUS IS WS-SUSPCTL-STATUS.
004577     SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
004579         ORGANIZATION IS INDEXED
004581         ACCESS MODE IS DYNAMIC
004583         RECORD KEY IS CY-CYCLE-KEY
004585         FILE STATUS IS WS-CYCLCTL-STATUS.
004587     SELECT OPTIONAL CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
004589         ORGANIZATION IS INDEXED
004591         ACCESS MODE IS SEQUENTIAL
004593         RECORD KEY IS CU-CURRENCY-CODE
004595         FILE STATUS IS WS-CCYTABLE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LEDGER-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F
005100     RECORD CONTAINS 98 CHARACTERS.
005200 COPY FORLFD.
005220 FD  BUSINESS-DATE-FILE
005240     LABEL RECORDS ARE STANDARD
005260     RECORD CONTAINS 80 CHARACTERS.
005280 COPY FORBDTD.
005282 FD  SUSPENSE-CONTROL-FILE
005284     LABEL RECORDS ARE STANDARD
005286     RECORD CONTAINS 80 CHARACTERS.
005288 COPY FORSUSD.
005290 FD  CYCLE-CONTROL-FILE
005292     LABEL RECORDS ARE STANDARD
005294     RECORD CONTAINS 80 CHARACTERS.
005295 COPY FORCYCD.
005296 FD  CURRENCY-TABLE-FILE
005297     LABEL RECORDS ARE STANDARD
005298     RECORD CONTAINS 80 CHARACTERS.
005299 COPY FORCCYD.
005300 WORKING-STORAGE SECTION.
005400 01  WS-LEDGER-STATUS          PIC X(02).
005500     88  WS-LEDGER-OK               VALUE '00'.
005600     88  WS-LEDGER-EOF              VALUE '10'.
005620 01  WS-BUSDATE-STATUS         PIC X(02).
005640     88  WS-BUSDATE-OK              VALUE '00'.
005642 01  WS-SUSPCTL-STATUS         PIC X(02).
005643     88  WS-SUSPCTL-OK              VALUE '00'.
005644     88  WS-SUSPCTL-NOT-FOUND       VALUE '35' '05'.
005645*                                  '05' = OPTIONAL FILE ABSENT
005646*                                  AT OPEN, '35' = NOT FOUND
005647 01  WS-SUSPCTL-EOF-SWITCH     PIC X(01) VALUE 'N'.
005648     88  WS-SUSPCTL-AT-EOF          VALUE 'Y'.
005649 01  WS-SUSP-HELD-COUNT        PIC 9(9) COMP-5 VALUE 0.
005650 01  WS-SUSP-NEW-HOLD-COUNT    PIC 9(9) COMP-5 VALUE 0.
005651 01  WS-SUSP-RELEASED-COUNT    PIC 9(9) COMP-5 VALUE 0.
005652 01  WS-SUSP-RECEIVED-EDIT     PIC -9(8).99.
005653 01  WS-SUSP-TRAILER-EDIT      PIC -9(8).99.
005654 01  WS-CYCLCTL-STATUS         PIC X(02).
005655     88  WS-CYCLCTL-OK              VALUE '00'.
005656     88  WS-CYCLCTL-NOT-FOUND       VALUE '35' '05'.
005657 01  WS-CYCLCTL-SWITCH         PIC X(01) VALUE 'N'.
005658     88  WS-CYCLCTL-LOADED          VALUE 'Y'.
005659 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
005660     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y' FALSE 'N'.
005661 01  WS-CYCLE-COUNT            PIC 9(2) COMP-5 VALUE 0.
005662 01  WS-CYCLE-IDX              PIC 9(2) COMP-5 VALUE 0.
005663 01  WS-CYCLE-OPEN-COUNT       PIC 9(2) COMP-5 VALUE 0.
005664 01  WS-CYCLE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
005665     88  WS-CYCLE-FOUND             VALUE 'Y' FALSE 'N'.
005666 01  WS-OUTSIDE-CYCLE-COUNT    PIC 9(9) COMP-5 VALUE 0.
005667 01  WS-OUTSIDE-CYCLE-NET      PIC S9(10)V99 VALUE 0.
005668 01  WS-CYCLE-TABLE.
005669*    ONE ROW PER POSTING CYCLE OF THE BUSINESS DATE, IN CYCLE
005670*    ORDER.  FORENSIC-AUDIT NEVER OPENS MORE THAN 99 IN A DAY.
005671     05  WS-CYCLE-ENTRY        OCCURS 99 TIMES.
005672         10  WS-CYC-NUMBER     PIC 9(02).
005673         10  WS-CYC-STATUS     PIC X(01).
005674             88  WS-CYC-IN-PROGRESS VALUE 'S'.
005675         10  WS-CYC-START-SEQ  PIC 9(09).
005676         10  WS-CYC-END-SEQ    PIC 9(09).
005677         10  WS-CYC-START-TS   PIC X(14).
005678         10  WS-CYC-END-TS     PIC X(14).
005679         10  WS-CYC-RECORDED   PIC 9(09).
005680         10  WS-CYC-COUNT      PIC 9(9) COMP-5.
005681         10  WS-CYC-NET        PIC S9(10)V99.
005682 01  WS-CCYTABLE-STATUS        PIC X(02).
005683     88  WS-CCYTABLE-OK             VALUE '00'.
005684     88  WS-CCYTABLE-NOT-FOUND      VALUE '35' '05'.
005685 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
005686     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
005687 01  WS-BASE-CURRENCY          PIC X(03) VALUE '???'.
005688 01  WS-CURRENCY-COUNT         PIC 9(2) COMP-5 VALUE 0.
005689 01  WS-CURRENCY-IDX           PIC 9(2) COMP-5 VALUE 0.
005690 01  WS-CURRENCY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
005691     88  WS-CURRENCY-FOUND          VALUE 'Y' FALSE 'N'.
005692 01  WS-CURRENCY-TABLE.
005693*    ONE ROW PER DISTINCT CURRENCY CODE SEEN TODAY, SAME SHAPE AND
005694*    SAME '***' OVERFLOW ROW AS THE SOURCE TABLE BELOW.
005695     05  WS-CURRENCY-ENTRY     OCCURS 20 TIMES.
005696         10  WS-CUR-CODE       PIC X(03).
005697         10  WS-CUR-COUNT      PIC 9(9) COMP-5.
005698         10  WS-CUR-NET-TOTAL  PIC S9(10)V99.
005699         10  WS-CUR-BASE-TOTAL PIC S9(10)V99.
005700 01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
005800     88  WS-AT-EOF                  VALUE 'Y'.
005900 01  WS-FIRST-RECORD-SWITCH    PIC X(01) VALUE 'N'.
007060     05  WS-HASH-IN-SOURCE     PIC X(03).
007070     05  WS-HASH-IN-OPERATOR   PIC X(08).
007080     05  WS-HASH-IN-REASON     PIC X(04).
007085     05  WS-HASH-IN-CURRENCY   PIC X(03).
007090     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
007100 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
007200 01  WS-HASH-DIGEST            PIC X(32).
007300 01  WS-EXPECTED-HASH          PIC X(8).
007400 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
009300
009400 1000-INITIALIZE.
009500     DISPLAY "FORENSIC-REPORT: BUILDING END-OF-DAY CONTROL REPORT"
009550     PERFORM 1100-READ-BUSINESS-DATE
009570         THRU 1100-READ-BUSINESS-DATE-EXIT
009580     PERFORM 1200-LOAD-CYCLES
009590         THRU 1200-LOAD-CYCLES-EXIT
009592     PERFORM 1300-READ-BASE-CURRENCY
009594         THRU 1300-READ-BASE-CURRENCY-EXIT
009600     MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
009700     OPEN INPUT LEDGER-FILE
009800     IF NOT WS-LEDGER-OK
010500 1000-INITIALIZE-EXIT.
010600     EXIT.
010700
010702******************************************************************
010704*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
010706*    RECORD, NOT THE SYSTEM CLOCK.  OPEN OR CLOSED, THE REPORT   *
010708*    RUNS AGAINST IT -- ONLY POSTING AND EXTRACTS ARE REFUSED    *
010710*    FOR A CLOSED DAY.                                           *
010712******************************************************************
010714 1100-READ-BUSINESS-DATE.
010716     OPEN INPUT BUSINESS-DATE-FILE
010718     IF NOT WS-BUSDATE-OK
010720         DISPLAY "FORENSIC-REPORT: UNABLE TO OPEN BUSDATE, "
010722             "STATUS = " WS-BUSDATE-STATUS
010724         MOVE 16 TO RETURN-CODE
010726         GO TO 9999-EXIT
010728     END-IF
010730     MOVE 'BUSDATE' TO BD-CONTROL-KEY
010732     READ BUSINESS-DATE-FILE
010734         INVALID KEY
010736             DISPLAY "FORENSIC-REPORT: NO BUSDATE CONTROL "
010737                 "RECORD, STATUS = " WS-BUSDATE-STATUS
010738             CLOSE BUSINESS-DATE-FILE
010739             MOVE 16 TO RETURN-CODE
010740             GO TO 9999-EXIT
010741     END-READ
010742     CLOSE BUSINESS-DATE-FILE
010743     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
010744     DISPLAY "FORENSIC-REPORT: BUSINESS DATE "
010745         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
010746 1100-READ-BUSINESS-DATE-EXIT.
010747     EXIT.
010748
010749******************************************************************
010750*    TODAY'S POSTING CYCLES FROM CYCLCTL (SEE FORCYCD.CPY), IN   *
010751*    CYCLE ORDER.  A MISSING OR UNREADABLE CYCLCTL ONLY DROPS    *
010752*    THE CYCLE SECTION -- THIS IS A CONTROL REPORT, AND THE      *
010753*    WHOLE-DAY TOTALS STAND WITHOUT IT.                          *
010754******************************************************************
010755 1200-LOAD-CYCLES.
010756     OPEN INPUT CYCLE-CONTROL-FILE
010757     IF WS-CYCLCTL-NOT-FOUND
010758         GO TO 1200-LOAD-CYCLES-EXIT
010759     END-IF
010760     IF NOT WS-CYCLCTL-OK
010761         DISPLAY "FORENSIC-REPORT: CYCLCTL UNREADABLE, STATUS = "
010762             WS-CYCLCTL-STATUS " -- NO CYCLE SECTION"
010763         GO TO 1200-LOAD-CYCLES-EXIT
010764     END-IF
010765     SET WS-CYCLCTL-LOADED TO TRUE
010766     MOVE WS-TODAY-DATE TO CY-BUSINESS-DATE
010767     MOVE ZEROES TO CY-CYCLE-NUMBER
010768     START CYCLE-CONTROL-FILE
010769         KEY IS NOT LESS THAN CY-CYCLE-KEY
010770         INVALID KEY
010771             SET WS-CYCLE-BROWSE-DONE TO TRUE
010772     END-START
010773     PERFORM 1210-LOAD-ONE-CYCLE
010774         THRU 1210-LOAD-ONE-CYCLE-EXIT
010775         UNTIL WS-CYCLE-BROWSE-DONE
010776     CLOSE CYCLE-CONTROL-FILE.
010777 1200-LOAD-CYCLES-EXIT.
010778     EXIT.
010779
010780 1210-LOAD-ONE-CYCLE.
010781     READ CYCLE-CONTROL-FILE NEXT RECORD
010782         AT END
010783             SET WS-CYCLE-BROWSE-DONE TO TRUE
010784             GO TO 1210-LOAD-ONE-CYCLE-EXIT
010785     END-READ
010786     IF NOT WS-CYCLCTL-OK
010787         DISPLAY "FORENSIC-REPORT: CYCLCTL READ FAILED, STATUS = "
010788             WS-CYCLCTL-STATUS " -- CYCLE SECTION INCOMPLETE"
010789         SET WS-CYCLE-BROWSE-DONE TO TRUE
010790         GO TO 1210-LOAD-ONE-CYCLE-EXIT
010791     END-IF
010792     IF CY-BUSINESS-DATE NOT = WS-TODAY-DATE
010793      OR WS-CYCLE-COUNT = 99
010794         SET WS-CYCLE-BROWSE-DONE TO TRUE
010795         GO TO 1210-LOAD-ONE-CYCLE-EXIT
010796     END-IF
010797     ADD 1 TO WS-CYCLE-COUNT
010798     MOVE CY-CYCLE-NUMBER    TO WS-CYC-NUMBER (WS-CYCLE-COUNT)
010799     MOVE CY-CYCLE-STATUS    TO WS-CYC-STATUS (WS-CYCLE-COUNT)
010800     MOVE CY-START-SEQUENCE  TO WS-CYC-START-SEQ (WS-CYCLE-COUNT)
010801     MOVE CY-END-SEQUENCE    TO WS-CYC-END-SEQ (WS-CYCLE-COUNT)
010802     MOVE CY-START-TIMESTAMP TO WS-CYC-START-TS (WS-CYCLE-COUNT)
010803     MOVE CY-END-TIMESTAMP   TO WS-CYC-END-TS (WS-CYCLE-COUNT)
010804     MOVE CY-RECORDS-POSTED  TO WS-CYC-RECORDED (WS-CYCLE-COUNT)
010805     MOVE 0 TO WS-CYC-COUNT (WS-CYCLE-COUNT)
010806     MOVE 0 TO WS-CYC-NET (WS-CYCLE-COUNT)
010807     IF CY-CYCLE-IN-PROGRESS
010808         ADD 1 TO WS-CYCLE-OPEN-COUNT
010809     END-IF.
010810 1210-LOAD-ONE-CYCLE-EXIT.
010811     EXIT.
010812******************************************************************
010813*    THE BASE CURRENCY CODE, FOR THE HEADINGS.  CCYTABLE IS      *
010814*    OPTIONAL HERE -- EVERY BASE TOTAL IS ALREADY ON THE LEDGER  *
010815*    RECORDS, SO A MISSING TABLE ONLY LEAVES THE CODE AS '???'.  *
010816******************************************************************
010817 1300-READ-BASE-CURRENCY.
010818     OPEN INPUT CURRENCY-TABLE-FILE
010819     IF WS-CCYTABLE-NOT-FOUND
010820         GO TO 1300-READ-BASE-CURRENCY-EXIT
010821     END-IF
010822     IF NOT WS-CCYTABLE-OK
010823         DISPLAY "FORENSIC-REPORT: CCYTABLE UNREADABLE, STATUS = "
010824             WS-CCYTABLE-STATUS " -- BASE CURRENCY NOT NAMED"
010825         GO TO 1300-READ-BASE-CURRENCY-EXIT
010826     END-IF
010827     PERFORM 1310-READ-ONE-CURRENCY
010828         THRU 1310-READ-ONE-CURRENCY-EXIT
010829         UNTIL WS-CCYTABLE-AT-EOF
010830     CLOSE CURRENCY-TABLE-FILE.
010831 1300-READ-BASE-CURRENCY-EXIT.
010832     EXIT.
010833
010834 1310-READ-ONE-CURRENCY.
010835     READ CURRENCY-TABLE-FILE
010836         AT END
010837             SET WS-CCYTABLE-AT-EOF TO TRUE
010838             GO TO 1310-READ-ONE-CURRENCY-EXIT
010839     END-READ
010840     IF NOT WS-CCYTABLE-OK
010841         SET WS-CCYTABLE-AT-EOF TO TRUE
010842         GO TO 1310-READ-ONE-CURRENCY-EXIT
010843     END-IF
010844     IF CU-BASE-CURRENCY
010845         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
010846     END-IF.
010847 1310-READ-ONE-CURRENCY-EXIT.
010848     EXIT.
010849 2000-PROCESS-RECORDS.
010850     ADD 1 TO WS-TOTAL-RECORD-COUNT
010860     IF WS-TOTAL-RECORD-COUNT = 1 AND LR-TYPE-ANCHOR
010870         MOVE LR-CHAIN-PRIOR-HASH TO WS-PRIOR-HASH
010900     IF LR-TIMESTAMP(1:8) = WS-TODAY-DATE
010905      AND NOT LR-TYPE-ANCHOR
010910         ADD 1 TO WS-RECORD-COUNT
011000         ADD LR-BASE-AMOUNT TO WS-AMOUNT-TOTAL
011002         PERFORM 2700-TALLY-CURRENCY
011004             THRU 2700-TALLY-CURRENCY-EXIT
011010         PERFORM 2500-TALLY-SOURCE-SYSTEM
011020             THRU 2500-TALLY-SOURCE-SYSTEM-EXIT
011022         IF WS-CYCLCTL-LOADED
011024             PERFORM 2600-TALLY-CYCLE
011026                 THRU 2600-TALLY-CYCLE-EXIT
011028         END-IF
011030         IF LR-TYPE-ADJUSTMENT
011040             ADD 1 TO WS-ADJUSTMENT-COUNT
011050             ADD LR-BASE-AMOUNT TO WS-ADJUSTMENT-NET
011060         END-IF
011100         IF NOT WS-FIRST-RECORD-SEEN
011200             MOVE LR-TIMESTAMP TO WS-FIRST-TIMESTAMP
012760     MOVE LR-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
012770     MOVE LR-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
012780     MOVE LR-REASON-CODE    TO WS-HASH-IN-REASON
012785     MOVE LR-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
012790     MOVE LR-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
012800     CALL "HASH256" USING WS-HASH-INPUT-AREA
012900                          WS-HASH-INPUT-LEN
013000                          WS-HASH-DIGEST
015122            OR WS-SOURCE-FOUND
015124     IF WS-SOURCE-FOUND
015126         ADD 1 TO WS-SRC-COUNT (WS-SOURCE-IDX)
015128         ADD LR-BASE-AMOUNT TO WS-SRC-NET-TOTAL (WS-SOURCE-IDX)
015130         GO TO 2500-TALLY-SOURCE-SYSTEM-EXIT
015132     END-IF
015134     IF WS-SOURCE-COUNT = 20
015136         MOVE '***' TO WS-SRC-CODE (20)
015138         ADD 1 TO WS-SRC-COUNT (20)
015140         ADD LR-BASE-AMOUNT TO WS-SRC-NET-TOTAL (20)
015142         GO TO 2500-TALLY-SOURCE-SYSTEM-EXIT
015144     END-IF
015146     ADD 1 TO WS-SOURCE-COUNT
015148     MOVE LR-SOURCE-SYSTEM TO WS-SRC-CODE (WS-SOURCE-COUNT)
015150     MOVE 1 TO WS-SRC-COUNT (WS-SOURCE-COUNT)
015152     MOVE LR-BASE-AMOUNT TO WS-SRC-NET-TOTAL (WS-SOURCE-COUNT).
015154 2500-TALLY-SOURCE-SYSTEM-EXIT.
015156     EXIT.
015158
015170 2510-MATCH-ONE-SOURCE-EXIT.
015172     EXIT.
015174
015175******************************************************************
015176*    PER-CYCLE CONTROL TOTALS FOR TODAY.  A RECORD BELONGS TO    *
015177*    THE CYCLE WHOSE SEQUENCE RANGE HOLDS IT; A CYCLE STILL IN   *
015178*    PROGRESS HAS NO END YET, SO EVERYTHING FROM ITS START ON    *
015179*    IS ITS.  A RECORD IN NO CYCLE'S RANGE IS TOTALLED APART     *
015180*    AND SHOWN AS OUTSIDE ANY CYCLE.                             *
015181******************************************************************
015182 2600-TALLY-CYCLE.
015183     SET WS-CYCLE-FOUND TO FALSE
015184     MOVE 0 TO WS-CYCLE-IDX
015185     PERFORM 2610-MATCH-ONE-CYCLE
015186         THRU 2610-MATCH-ONE-CYCLE-EXIT
015187         UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
015188            OR WS-CYCLE-FOUND
015189     IF WS-CYCLE-FOUND
015190         ADD 1 TO WS-CYC-COUNT (WS-CYCLE-IDX)
015191         ADD LR-BASE-AMOUNT TO WS-CYC-NET (WS-CYCLE-IDX)
015192     ELSE
015193         ADD 1 TO WS-OUTSIDE-CYCLE-COUNT
015194         ADD LR-BASE-AMOUNT TO WS-OUTSIDE-CYCLE-NET
015195     END-IF.
015196 2600-TALLY-CYCLE-EXIT.
015197     EXIT.
015198
015199 2610-MATCH-ONE-CYCLE.
015201     ADD 1 TO WS-CYCLE-IDX
015202     IF LR-SEQUENCE-NUMBER NOT < WS-CYC-START-SEQ (WS-CYCLE-IDX)
015203      AND (LR-SEQUENCE-NUMBER NOT > WS-CYC-END-SEQ (WS-CYCLE-IDX)
015204        OR WS-CYC-IN-PROGRESS (WS-CYCLE-IDX))
015205         SET WS-CYCLE-FOUND TO TRUE
015206     END-IF.
015207 2610-MATCH-ONE-CYCLE-EXIT.
015208     EXIT.
015209******************************************************************
015210*    PER-CURRENCY CONTROL TOTALS FOR TODAY -- THE ORIGINAL       *
015211*    AMOUNTS NETTED WITHIN EACH CURRENCY, AND THE SAME RECORDS   *
015212*    IN BASE.  SERIAL SCAN, SAME AS THE SOURCE TABLE.            *
015213******************************************************************
015214 2700-TALLY-CURRENCY.
015215     SET WS-CURRENCY-FOUND TO FALSE
015216     MOVE 0 TO WS-CURRENCY-IDX
015217     PERFORM 2710-MATCH-ONE-CURRENCY
015218         THRU 2710-MATCH-ONE-CURRENCY-EXIT
015219         UNTIL WS-CURRENCY-IDX = WS-CURRENCY-COUNT
015220            OR WS-CURRENCY-FOUND
015221     IF NOT WS-CURRENCY-FOUND
015222         IF WS-CURRENCY-COUNT = 20
015223             MOVE 20 TO WS-CURRENCY-IDX
015224             MOVE '***' TO WS-CUR-CODE (20)
015225         ELSE
015226             ADD 1 TO WS-CURRENCY-COUNT
015227             MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-IDX
015228             MOVE LR-CURRENCY-CODE
015229                 TO WS-CUR-CODE (WS-CURRENCY-IDX)
015230             MOVE 0 TO WS-CUR-COUNT (WS-CURRENCY-IDX)
015231             MOVE 0 TO WS-CUR-NET-TOTAL (WS-CURRENCY-IDX)
015232             MOVE 0 TO WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX)
015233         END-IF
015234     END-IF
015235     ADD 1 TO WS-CUR-COUNT (WS-CURRENCY-IDX)
015236     ADD LR-AMOUNT TO WS-CUR-NET-TOTAL (WS-CURRENCY-IDX)
015237     ADD LR-BASE-AMOUNT TO WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX).
015238 2700-TALLY-CURRENCY-EXIT.
015239     EXIT.
015240
015241 2710-MATCH-ONE-CURRENCY.
015242     ADD 1 TO WS-CURRENCY-IDX
015243     IF WS-CUR-CODE (WS-CURRENCY-IDX) = LR-CURRENCY-CODE
015244         SET WS-CURRENCY-FOUND TO TRUE
015245     END-IF.
015246 2710-MATCH-ONE-CURRENCY-EXIT.
015247     EXIT.
015267 8000-PRINT-REPORT.
015300     MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL-EDIT
015400     DISPLAY "============================================"
015500     DISPLAY "FORENSIC-REPORT: END-OF-DAY LEDGER CONTROL REPORT"
015600     DISPLAY "============================================"
015700     DISPLAY "TODAY'S RECORD COUNT = " WS-RECORD-COUNT
015800     DISPLAY "NET CONTROL TOTAL    = " WS-AMOUNT-TOTAL-EDIT
015801         " " WS-BASE-CURRENCY " (BASE)"
015802     MOVE WS-ADJUSTMENT-NET TO WS-AMOUNT-TOTAL-EDIT
015804     DISPLAY "  OF WHICH ADJUSTMENTS (TYPE A): COUNT = "
015806         WS-ADJUSTMENT-COUNT "  NET = " WS-AMOUNT-TOTAL-EDIT
015820     PERFORM 8100-PRINT-ONE-SOURCE
015830         THRU 8100-PRINT-ONE-SOURCE-EXIT
015840         UNTIL WS-SOURCE-IDX = WS-SOURCE-COUNT
015842     PERFORM 8200-PRINT-CURRENCIES
015844         THRU 8200-PRINT-CURRENCIES-EXIT
015850     IF WS-CYCLCTL-LOADED
015860         PERFORM 8300-PRINT-CYCLES
015870             THRU 8300-PRINT-CYCLES-EXIT
015880     END-IF
015900     IF WS-RECORD-COUNT = 0
016000         DISPLAY "FIRST TIMESTAMP      = (NO RECORDS TODAY)"
016100         DISPLAY "LAST TIMESTAMP       = (NO RECORDS TODAY)"
016900         DISPLAY "HASH-CHAIN STATUS    = "
017000             "BROKEN-AT-RECORD-" WS-FIRST-BROKEN-RECORD
017100     END-IF
017120     PERFORM 8500-PRINT-SUSPENSE
017140         THRU 8500-PRINT-SUSPENSE-EXIT
017200     DISPLAY "============================================".
017300 8000-PRINT-REPORT-EXIT.
017400     EXIT.
017580 8100-PRINT-ONE-SOURCE-EXIT.
017590     EXIT.
017595
017597******************************************************************
017599*    PER-CURRENCY SECTION.  THE BASE COLUMN ADDS BACK TO THE     *
017601*    NET CONTROL TOTAL; THE CURRENCY COLUMN IS ONLY MEANINGFUL   *
017603*    ROW BY ROW.                                                 *
017605******************************************************************
017607 8200-PRINT-CURRENCIES.
017609     DISPLAY "--------------------------------------------"
017611     DISPLAY "BY CURRENCY (NET IN CURRENCY / NET IN BASE "
017613         WS-BASE-CURRENCY ")"
017615     MOVE 0 TO WS-CURRENCY-IDX
017617     PERFORM 8210-PRINT-ONE-CURRENCY
017619         THRU 8210-PRINT-ONE-CURRENCY-EXIT
017621         UNTIL WS-CURRENCY-IDX = WS-CURRENCY-COUNT
017623     DISPLAY "--------------------------------------------".
017625 8200-PRINT-CURRENCIES-EXIT.
017627     EXIT.
017629
017631 8210-PRINT-ONE-CURRENCY.
017633     ADD 1 TO WS-CURRENCY-IDX
017635     MOVE WS-CUR-NET-TOTAL (WS-CURRENCY-IDX)
017637         TO WS-AMOUNT-TOTAL-EDIT
017639     DISPLAY "  CURRENCY " WS-CUR-CODE (WS-CURRENCY-IDX)
017641         "  COUNT = " WS-CUR-COUNT (WS-CURRENCY-IDX)
017643         "  NET = " WS-AMOUNT-TOTAL-EDIT
017645     MOVE WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX)
017647         TO WS-AMOUNT-TOTAL-EDIT
017649     DISPLAY "                              BASE = "
017651         WS-AMOUNT-TOTAL-EDIT.
017653 8210-PRINT-ONE-CURRENCY-EXIT.
017655     EXIT.
017667******************************************************************
017668*    PER-CYCLE SECTION.  EACH CYCLE'S LEDGER COUNT IS CHECKED    *
017669*    AGAINST THE COUNT FORENSIC-AUDIT RECORDED WHEN IT CLOSED    *
017670*    THE CYCLE; A DIFFERENCE IS FLAGGED FOR FORENSIC-VERIFY,     *
017671*    NOT FATAL.                                                  *
017672******************************************************************
017673 8300-PRINT-CYCLES.
017674     DISPLAY "--------------------------------------------"
017675     DISPLAY "POSTING CYCLES (CYCLCTL) = " WS-CYCLE-COUNT
017676         "  (IN PROGRESS = " WS-CYCLE-OPEN-COUNT ")"
017677     MOVE 0 TO WS-CYCLE-IDX
017678     PERFORM 8310-PRINT-ONE-CYCLE
017679         THRU 8310-PRINT-ONE-CYCLE-EXIT
017680         UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
017681     IF WS-OUTSIDE-CYCLE-COUNT > 0
017682         MOVE WS-OUTSIDE-CYCLE-NET TO WS-AMOUNT-TOTAL-EDIT
017683         DISPLAY "  OUTSIDE ANY CYCLE  COUNT = "
017684             WS-OUTSIDE-CYCLE-COUNT
017685             "  NET = " WS-AMOUNT-TOTAL-EDIT
017686     END-IF
017687     MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL-EDIT
017688     DISPLAY "--------------------------------------------".
017689 8300-PRINT-CYCLES-EXIT.
017690     EXIT.
017691
017692 8310-PRINT-ONE-CYCLE.
017693     ADD 1 TO WS-CYCLE-IDX
017694     MOVE WS-CYC-NET (WS-CYCLE-IDX) TO WS-AMOUNT-TOTAL-EDIT
017695     IF WS-CYC-IN-PROGRESS (WS-CYCLE-IDX)
017696         DISPLAY "  CYCLE " WS-CYC-NUMBER (WS-CYCLE-IDX)
017697             " IN PROGRESS  SEQ "
017698             WS-CYC-START-SEQ (WS-CYCLE-IDX) " ONWARD"
017699             "  STARTED " WS-CYC-START-TS (WS-CYCLE-IDX)
017701     ELSE
017702         DISPLAY "  CYCLE " WS-CYC-NUMBER (WS-CYCLE-IDX)
017703             " COMPLETE     SEQ "
017704             WS-CYC-START-SEQ (WS-CYCLE-IDX) "-"
017705             WS-CYC-END-SEQ (WS-CYCLE-IDX)
017706             "  " WS-CYC-START-TS (WS-CYCLE-IDX)
017707             "-" WS-CYC-END-TS (WS-CYCLE-IDX)
017708     END-IF
017709     DISPLAY "           COUNT = " WS-CYC-COUNT (WS-CYCLE-IDX)
017710         "  NET = " WS-AMOUNT-TOTAL-EDIT
017711     IF NOT WS-CYC-IN-PROGRESS (WS-CYCLE-IDX)
017712      AND WS-CYC-COUNT (WS-CYCLE-IDX)
017713          NOT = WS-CYC-RECORDED (WS-CYCLE-IDX)
017714         DISPLAY "           ** CYCLCTL RECORDED "
017715             WS-CYC-RECORDED (WS-CYCLE-IDX)
017716             " -- RUN FORENSIC-VERIFY"
017717     END-IF.
017718 8310-PRINT-ONE-CYCLE-EXIT.
017719     EXIT.
017720******************************************************************
017721*    FEEDER SUSPENSE POSITION.  SUSPCTL HOLDS ONE RECORD PER     *
017722*    BATCH FOREDIT EVER HELD; A BATCH STILL HELD IS PRINTED      *
017723*    WHATEVER DAY IT WAS HELD ON (NEW IF HELD TODAY), A          *
017724*    RELEASED BATCH ONLY ON THE DAY OF ITS RELEASE.  A MISSING   *
017725*    SUSPCTL IS A CLEAN SKIP -- THIS IS A CONTROL REPORT, AND A  *
017726*    READ PROBLEM HERE IS REPORTED, NOT FATAL.                   *
017727******************************************************************
017728 8500-PRINT-SUSPENSE.
017729     OPEN INPUT SUSPENSE-CONTROL-FILE
017730     IF WS-SUSPCTL-NOT-FOUND
017731         DISPLAY "FEEDER SUSPENSE      = (NO SUSPCTL ON THIS RUN)"
017732         GO TO 8500-PRINT-SUSPENSE-EXIT
017733     END-IF
017734     IF NOT WS-SUSPCTL-OK
017735         DISPLAY "FEEDER SUSPENSE      = (SUSPCTL UNREADABLE, "
017736             "STATUS = " WS-SUSPCTL-STATUS ")"
017737         GO TO 8500-PRINT-SUSPENSE-EXIT
017738     END-IF
017739     DISPLAY "--------------------------------------------"
017740     DISPLAY "FEEDER SUSPENSE (SUSPCTL)"
017741     PERFORM 8510-PRINT-ONE-BATCH
017742         THRU 8510-PRINT-ONE-BATCH-EXIT
017743         UNTIL WS-SUSPCTL-AT-EOF
017744     CLOSE SUSPENSE-CONTROL-FILE
017745     DISPLAY "BATCHES STILL HELD   = " WS-SUSP-HELD-COUNT
017746         "  (HELD TODAY = " WS-SUSP-NEW-HOLD-COUNT ")"
017747     DISPLAY "RELEASED TODAY       = " WS-SUSP-RELEASED-COUNT.
017748 8500-PRINT-SUSPENSE-EXIT.
017749     EXIT.
017750
017751 8510-PRINT-ONE-BATCH.
017752     READ SUSPENSE-CONTROL-FILE NEXT
017753         AT END
017754             SET WS-SUSPCTL-AT-EOF TO TRUE
017755             GO TO 8510-PRINT-ONE-BATCH-EXIT
017756     END-READ
017757     IF NOT WS-SUSPCTL-OK
017758         DISPLAY "  SUSPCTL READ FAILED, STATUS = "
017759             WS-SUSPCTL-STATUS " -- SECTION INCOMPLETE"
017760         SET WS-SUSPCTL-AT-EOF TO TRUE
017761         GO TO 8510-PRINT-ONE-BATCH-EXIT
017762     END-IF
017763     MOVE SC-RECEIVED-HASH-TOTAL TO WS-SUSP-RECEIVED-EDIT
017764     MOVE SC-TRAILER-HASH-TOTAL TO WS-SUSP-TRAILER-EDIT
017765     IF SC-BATCH-HELD
017766         ADD 1 TO WS-SUSP-HELD-COUNT
017767         IF SC-HELD-BUSINESS-DATE = WS-TODAY-DATE
017768             ADD 1 TO WS-SUSP-NEW-HOLD-COUNT
017769         END-IF
017770         DISPLAY "  HELD     " SC-SOURCE-SYSTEM " BATCH "
017771             SC-BATCH-DATE "-" SC-TRANSMISSION-SEQ
017772             " " SC-HOLD-REASON
017773             " SINCE " SC-HELD-BUSINESS-DATE
017774             " TIMES " SC-HOLD-COUNT
017775         DISPLAY "             RECEIVED " SC-RECEIVED-COUNT
017776             " / " WS-SUSP-RECEIVED-EDIT
017777             "  TRAILER " SC-TRAILER-COUNT
017778             " / " WS-SUSP-TRAILER-EDIT
017779         GO TO 8510-PRINT-ONE-BATCH-EXIT
017780     END-IF
017781     IF SC-BATCH-RELEASED
017782      AND SC-RELEASED-BUSINESS-DATE = WS-TODAY-DATE
017783         ADD 1 TO WS-SUSP-RELEASED-COUNT
017784         DISPLAY "  RELEASED " SC-SOURCE-SYSTEM " BATCH "
017785             SC-BATCH-DATE "-" SC-TRANSMISSION-SEQ
017786             " " SC-HOLD-REASON
017787             " HELD " SC-HELD-BUSINESS-DATE
017788             " TIMES " SC-HOLD-COUNT
017789     END-IF.
017790 8510-PRINT-ONE-BATCH-EXIT.
017791     EXIT.
017792
017793 9000-TERMINATE.
017794     CLOSE LEDGER-FILE.
017800 9000-TERMINATE-EXIT.
017900     EXIT.
018000
