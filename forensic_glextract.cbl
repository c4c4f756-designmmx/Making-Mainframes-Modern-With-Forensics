002000*        'D' / 'R'   GROSS REVERSALS                             *
002100*        'D' / 'A'   GROSS SUPERVISED ADJUSTMENTS                *
002200*        'D' / 'N'   NET OF THE DAY                              *
002220*        'C' / 'N'   NET OF THE DAY PER CURRENCY, IN THAT        *
002240*                    CURRENCY AND IN BASE                        *
002300*        'T'         BALANCING TRAILER -- NET AMOUNT AND TOTAL   *
002400*                    COUNT TIE BACK TO THE LEDGER'S NET CONTROL  *
002500*                    TOTAL FOR THE DAY                           *
003300*    THE FOUR DETAIL LINES ARE WRITTEN EVEN ON A ZERO-ACTIVITY   *
003400*    DAY SO THE GL SIDE ALWAYS RECEIVES A DETERMINISTIC SET.     *
003500*                                                                *
003510*    THE LEDGER IS POSTED IN SEVERAL CYCLES A DAY (SEE           *
003520*    FORCYCD.CPY); THE INTERFACE IS STILL ONE FILE FOR THE WHOLE *
003530*    DAY, BUILT ONLY ONCE NONE OF THE DAY'S CYCLES IS IN         *
003540*    PROGRESS.  SYSOUT LISTS THE CYCLES IT COVERS.               *
003550*                                                                *
003555*    LEDGER RECORDS CARRY AN ORIGINAL CURRENCY AND A             *
003560*    BASE-CURRENCY EQUIVALENT.  THE 'D' AND 'T' AMOUNTS ARE      *
003565*    SUMMED FROM THE BASE EQUIVALENTS, SO THEY ADD ACROSS        *
003570*    CURRENCIES; AFTER THE 'D' LINES ONE 'C' RECORD PER          *
003575*    CURRENCY SEEN THAT DAY GIVES ITS COUNT, ITS NET IN THAT     *
003580*    CURRENCY AND THE SAME NET IN BASE.  THE BASE CODE COMES     *
003585*    FROM CCYTABLE, WHICH MUST FLAG EXACTLY ONE BASE CURRENCY.   *
003590*                                                                *
003600*    RETURN-CODES:  0 = INTERFACE WRITTEN AND IN BALANCE.        *
003700*                  16 = BUSINESS DAY CLOSED, OR UNRECOVERABLE    *
003750*                       I-O ERROR, OR A POSTING CYCLE STILL IN   *
003770*                       PROGRESS, OR NO SINGLE BASE CURRENCY ON  *
003780*                       CCYTABLE.                                *
003800*                                                                *
003900*----------------------------------------------------------------*
004000*    MODIFICATION HISTORY                                       *
004200*    DATE       BY    DESCRIPTION                                *
004300*    ---------- ----- -------------------------------------------*
004400*    2026-08-21 JRM   ORIGINAL.                                  *
004410*    2026-10-05 JRM   THE POSTING DATE IS THE BUSINESS DATE FROM *
004420*                     THE SHARED BUSDATE CONTROL RECORD (SEE     *
004430*                     FORBDTD.CPY), NOT THE SYSTEM CLOCK.  A     *
004440*                     CLOSED BUSINESS DAY IS NOT EXTRACTED AGAIN *
004450*                     WITHOUT A REOPEN (RC 16).                  *
004455*    2026-10-12 JRM   STILL ONE INTERFACE FILE A DAY NOW THAT    *
004460*                     THE LEDGER POSTS IN SEVERAL CYCLES (SEE    *
004465*                     FORCYCD.CPY).  REFUSES (RC 16) WHILE ANY   *
004470*                     OF THE DAY'S CYCLES IS IN PROGRESS; SYSOUT *
004475*                     LISTS THE CYCLES THE FILE COVERS.          *
004477*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER RECORD NOW 98      *
004479*                     BYTES.  'D' AND 'T' AMOUNTS ARE IN THE     *
004481*                     BASE CURRENCY (FROM CCYTABLE, NAMED IN     *
004483*                     GL-CURRENCY-CODE), AND A 'C' RECORD PER    *
004485*                     CURRENCY CARRIES THE NET IN THAT CURRENCY  *
004487*                     AND IN BASE.  NO SINGLE BASE ON CCYTABLE   *
004489*                     IS RC 16.                                  *
004490*    2026-10-15 JRM   CURRENCY TABLE FIELDS RENAMED CU-.  A      *
004495*                     CCYTABLE READ ERROR IS RC 16.              *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-GL-STATUS.
005910     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS RANDOM
005940         RECORD KEY IS BD-CONTROL-KEY
005950         FILE STATUS IS WS-BUSDATE-STATUS.
005955     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
005960         ORGANIZATION IS INDEXED
005965         ACCESS MODE IS DYNAMIC
005970         RECORD KEY IS CY-CYCLE-KEY
005975         FILE STATUS IS WS-CYCLCTL-STATUS.
005977     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
005979         ORGANIZATION IS INDEXED
005981         ACCESS MODE IS SEQUENTIAL
005983         RECORD KEY IS CU-CURRENCY-CODE
005985         FILE STATUS IS WS-CCYTABLE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LEDGER-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 98 CHARACTERS.
006600 COPY FORLFD.
006700 FD  GL-INTERFACE-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS.
007100 COPY FORGLID.
007120 FD  BUSINESS-DATE-FILE
007140     LABEL RECORDS ARE STANDARD
007160     RECORD CONTAINS 80 CHARACTERS.
007180 COPY FORBDTD.
007182 FD  CYCLE-CONTROL-FILE
007184     LABEL RECORDS ARE STANDARD
007186     RECORD CONTAINS 80 CHARACTERS.
007188 COPY FORCYCD.
007190 FD  CURRENCY-TABLE-FILE
007192     LABEL RECORDS ARE STANDARD
007194     RECORD CONTAINS 80 CHARACTERS.
007196 COPY FORCCYD.
007200 WORKING-STORAGE SECTION.
007300 01  WS-LEDGER-STATUS          PIC X(02).
007400     88  WS-LEDGER-OK               VALUE '00'.
007500 01  WS-GL-STATUS              PIC X(02).
007600     88  WS-GL-OK                   VALUE '00'.
007620 01  WS-BUSDATE-STATUS         PIC X(02).
007640     88  WS-BUSDATE-OK              VALUE '00'.
007650 01  WS-CYCLCTL-STATUS         PIC X(02).
007660     88  WS-CYCLCTL-OK              VALUE '00'.
007661 01  WS-CCYTABLE-STATUS        PIC X(02).
007662     88  WS-CCYTABLE-OK             VALUE '00'.
007663 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
007664     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
007665 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
007666 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
007670 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
007680     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y'.
007700 01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
007800     88  WS-AT-EOF                  VALUE 'Y'.
007900 01  WS-TODAY-DATE             PIC 9(08).
008700 01  WS-DAY-NET-TOTAL          PIC S9(10)V99 VALUE 0.
008800 01  WS-CLOSING-HASH           PIC X(08) VALUE SPACES.
008900 01  WS-HASH-PREFIX-HEX        PIC X(16) VALUE SPACES.
008920 01  WS-CYCLE-COUNT            PIC 9(2) COMP-5 VALUE 0.
008940 01  WS-CYCLE-RECORDS-POSTED   PIC 9(9) COMP-5 VALUE 0.
008960 01  WS-CYCLE-FIRST-SEQ        PIC 9(09) VALUE 0.
008980 01  WS-CYCLE-LAST-SEQ         PIC 9(09) VALUE 0.
008981 01  WS-CURRENCY-COUNT         PIC 9(2) COMP-5 VALUE 0.
008982 01  WS-CURRENCY-IDX           PIC 9(2) COMP-5 VALUE 0.
008983 01  WS-CURRENCY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
008984     88  WS-CURRENCY-FOUND          VALUE 'Y' FALSE 'N'.
008985 01  WS-CURRENCY-TABLE.
008986*    ONE ROW PER DISTINCT CURRENCY CODE SEEN TODAY.  ROW 20 IS
008987*    THE OVERFLOW BUCKET ('***') IF MORE THAN 20 TURN UP.
008988     05  WS-CURRENCY-ENTRY     OCCURS 20 TIMES.
008989         10  WS-CUR-CODE       PIC X(03).
008990         10  WS-CUR-COUNT      PIC 9(9) COMP-5.
008991         10  WS-CUR-NET-TOTAL  PIC S9(10)V99.
008992         10  WS-CUR-BASE-TOTAL PIC S9(10)V99.
009000 01  WS-HEX-DIGITS             PIC X(16)
009100     VALUE "0123456789ABCDEF".
009200 01  WS-HEX-IDX                PIC 9(2) COMP-5.
011200 1000-INITIALIZE.
011300     DISPLAY "FORENSIC-GLEXTRACT: BUILDING THE DAILY GL POSTING "
011400         "INTERFACE..."
011500     PERFORM 1100-READ-BUSINESS-DATE
011550         THRU 1100-READ-BUSINESS-DATE-EXIT
011560     PERFORM 1200-CHECK-CYCLES
011570         THRU 1200-CHECK-CYCLES-EXIT
011580     PERFORM 1300-READ-BASE-CURRENCY
011590         THRU 1300-READ-BASE-CURRENCY-EXIT
011600     OPEN INPUT LEDGER-FILE
011700     IF NOT WS-LEDGER-OK
011800         DISPLAY "FORENSIC-GLEXTRACT: UNABLE TO OPEN LEDGER-"
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013402******************************************************************
013404*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
013406*    RECORD, NOT THE SYSTEM CLOCK.  A CLOSED DAY HAS ALREADY     *
013408*    BEEN EXTRACTED -- IT IS NOT EXTRACTED AGAIN UNTIL           *
013410*    IT IS DELIBERATELY REOPENED (FORREOPN).                     *
013412******************************************************************
013414 1100-READ-BUSINESS-DATE.
013416     OPEN INPUT BUSINESS-DATE-FILE
013418     IF NOT WS-BUSDATE-OK
013420         DISPLAY "FORENSIC-GLEXTRACT: UNABLE TO OPEN BUSDATE, "
013422             "STATUS = " WS-BUSDATE-STATUS
013424         MOVE 16 TO RETURN-CODE
013426         GO TO 9999-EXIT
013428     END-IF
013430     MOVE 'BUSDATE' TO BD-CONTROL-KEY
013432     READ BUSINESS-DATE-FILE
013434         INVALID KEY
013436             DISPLAY "FORENSIC-GLEXTRACT: NO BUSDATE CONTROL "
013438                 "RECORD, STATUS = " WS-BUSDATE-STATUS
013440             CLOSE BUSINESS-DATE-FILE
013442             MOVE 16 TO RETURN-CODE
013444             GO TO 9999-EXIT
013446     END-READ
013448     CLOSE BUSINESS-DATE-FILE
013450     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
013452     IF BD-DAY-CLOSED
013454         DISPLAY "FORENSIC-GLEXTRACT: BUSINESS DATE "
013456             WS-TODAY-DATE " IS CLOSED -- REOPEN IT"
013458             " (FORREOPN) BEFORE EXTRACTING IT AGAIN"
013460         MOVE 16 TO RETURN-CODE
013462         GO TO 9999-EXIT
013464     END-IF
013466     DISPLAY "FORENSIC-GLEXTRACT: BUSINESS DATE "
013468         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
013470 1100-READ-BUSINESS-DATE-EXIT.
013472     EXIT.
013474
013475******************************************************************
013476*    THE DAY'S POSTING CYCLES FROM CYCLCTL (SEE FORCYCD.CPY).    *
013477*    THE INTERFACE COVERS THE WHOLE DAY, SO IT IS NOT BUILT      *
013478*    WHILE ANY CYCLE IS STILL IN PROGRESS -- THE GL WOULD BOOK   *
013479*    PART OF A DAY AS ALL OF IT.                                 *
013480******************************************************************
013481 1200-CHECK-CYCLES.
013482     OPEN INPUT CYCLE-CONTROL-FILE
013483     IF NOT WS-CYCLCTL-OK
013484         DISPLAY "FORENSIC-GLEXTRACT: UNABLE TO OPEN CYCLCTL, "
013485             "STATUS = " WS-CYCLCTL-STATUS
013486         MOVE 16 TO RETURN-CODE
013487         GO TO 9999-EXIT
013488     END-IF
013489     MOVE WS-TODAY-DATE TO CY-BUSINESS-DATE
013490     MOVE ZEROES TO CY-CYCLE-NUMBER
013491     START CYCLE-CONTROL-FILE
013492         KEY IS NOT LESS THAN CY-CYCLE-KEY
013493         INVALID KEY
013494             SET WS-CYCLE-BROWSE-DONE TO TRUE
013495     END-START
013496     PERFORM 1210-CHECK-ONE-CYCLE
013497         THRU 1210-CHECK-ONE-CYCLE-EXIT
013498         UNTIL WS-CYCLE-BROWSE-DONE
013499     CLOSE CYCLE-CONTROL-FILE.
013501 1200-CHECK-CYCLES-EXIT.
013502     EXIT.
013503
013504 1210-CHECK-ONE-CYCLE.
013505     READ CYCLE-CONTROL-FILE NEXT RECORD
013506         AT END
013507             SET WS-CYCLE-BROWSE-DONE TO TRUE
013508             GO TO 1210-CHECK-ONE-CYCLE-EXIT
013509     END-READ
013510     IF NOT WS-CYCLCTL-OK
013511         DISPLAY "FORENSIC-GLEXTRACT: CYCLCTL READ FAILED, "
013512             "STATUS = " WS-CYCLCTL-STATUS
013513         MOVE 16 TO RETURN-CODE
013514         GO TO 9999-EXIT
013515     END-IF
013516     IF CY-BUSINESS-DATE NOT = WS-TODAY-DATE
013517         SET WS-CYCLE-BROWSE-DONE TO TRUE
013518         GO TO 1210-CHECK-ONE-CYCLE-EXIT
013519     END-IF
013520     IF CY-CYCLE-IN-PROGRESS
013521         DISPLAY "FORENSIC-GLEXTRACT: POSTING CYCLE "
013522             CY-CYCLE-NUMBER " FOR " WS-TODAY-DATE
013523             " IS STILL IN PROGRESS -- "
013524             "EXTRACT THE DAY ONCE ITS LAST CYCLE IS COMPLETE"
013525         MOVE 16 TO RETURN-CODE
013526         GO TO 9999-EXIT
013527     END-IF
013528     ADD 1 TO WS-CYCLE-COUNT
013529     IF WS-CYCLE-COUNT = 1
013530         MOVE CY-START-SEQUENCE TO WS-CYCLE-FIRST-SEQ
013531     END-IF
013532     MOVE CY-END-SEQUENCE TO WS-CYCLE-LAST-SEQ
013533     ADD CY-RECORDS-POSTED TO WS-CYCLE-RECORDS-POSTED.
013534 1210-CHECK-ONE-CYCLE-EXIT.
013535     EXIT.
013536
013537******************************************************************
013538*    THE BASE CURRENCY THE 'D' AND 'T' AMOUNTS ARE IN, FROM      *
013539*    CCYTABLE.  IT GOES OUT ON EVERY RECORD, SO EXACTLY ONE      *
013540*    CURRENCY MUST CARRY THE BASE FLAG.                          *
013541******************************************************************
013542 1300-READ-BASE-CURRENCY.
013543     OPEN INPUT CURRENCY-TABLE-FILE
013544     IF NOT WS-CCYTABLE-OK
013545         DISPLAY "FORENSIC-GLEXTRACT: UNABLE TO OPEN CCYTABLE, "
013546             "STATUS = " WS-CCYTABLE-STATUS
013547         MOVE 16 TO RETURN-CODE
013548         GO TO 9999-EXIT
013549     END-IF
013550     PERFORM 1310-READ-ONE-CURRENCY
013551         THRU 1310-READ-ONE-CURRENCY-EXIT
013552         UNTIL WS-CCYTABLE-AT-EOF
013553     CLOSE CURRENCY-TABLE-FILE
013554     IF WS-BASE-CURRENCY-COUNT NOT = 1
013555         DISPLAY "FORENSIC-GLEXTRACT: CCYTABLE HAS "
013556             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
013557             "ONE IS REQUIRED (FORCCYM)"
013558         MOVE 16 TO RETURN-CODE
013559         GO TO 9999-EXIT
013560     END-IF
013561     DISPLAY "FORENSIC-GLEXTRACT: BASE CURRENCY "
013562         WS-BASE-CURRENCY.
013563 1300-READ-BASE-CURRENCY-EXIT.
013564     EXIT.
013565
013566 1310-READ-ONE-CURRENCY.
013567     READ CURRENCY-TABLE-FILE
013568         AT END
013569             SET WS-CCYTABLE-AT-EOF TO TRUE
013570             GO TO 1310-READ-ONE-CURRENCY-EXIT
013571     END-READ
013573     IF NOT WS-CCYTABLE-OK
013574         DISPLAY "FORENSIC-GLEXTRACT: CCYTABLE READ FAILED, "
013575             "STATUS = " WS-CCYTABLE-STATUS
013576         CLOSE CURRENCY-TABLE-FILE
013577         MOVE 16 TO RETURN-CODE
013578         GO TO 9999-EXIT
013579     END-IF
013580     IF CU-BASE-CURRENCY
013581         ADD 1 TO WS-BASE-CURRENCY-COUNT
013582         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
013583     END-IF.
013584 1310-READ-ONE-CURRENCY-EXIT.
013585     EXIT.
013587 2000-SUMMARIZE-ONE-RECORD.
013600     IF LR-TIMESTAMP (1:8) = WS-TODAY-DATE
013700      AND NOT LR-TYPE-ANCHOR
013800         ADD 1 TO WS-DAY-RECORD-COUNT
013900         ADD LR-BASE-AMOUNT TO WS-DAY-NET-TOTAL
013920         PERFORM 2200-TALLY-CURRENCY
013940             THRU 2200-TALLY-CURRENCY-EXIT
014000         MOVE LR-HASH-PREFIX TO WS-CLOSING-HASH
014100         IF LR-TYPE-CHARGE
014200             ADD 1 TO WS-CHARGE-COUNT
014300             ADD LR-BASE-AMOUNT TO WS-CHARGE-GROSS
014400         END-IF
014500         IF LR-TYPE-REVERSAL
014600             ADD 1 TO WS-REVERSAL-COUNT
014700             ADD LR-BASE-AMOUNT TO WS-REVERSAL-GROSS
014800         END-IF
014900         IF LR-TYPE-ADJUSTMENT
015000             ADD 1 TO WS-ADJUSTMENT-COUNT
015100             ADD LR-BASE-AMOUNT TO WS-ADJUSTMENT-GROSS
015200         END-IF
015300     END-IF
015400     PERFORM 2100-READ-LEDGER-RECORD
016200             SET WS-AT-EOF TO TRUE
016300     END-READ.
016400 2100-READ-LEDGER-RECORD-EXIT.
016402     EXIT.
016404
016406******************************************************************
016408*    PER-CURRENCY TOTALS FOR THE 'C' RECORDS -- THE ORIGINAL     *
016410*    AMOUNTS NETTED WITHIN EACH CURRENCY, AND THE SAME RECORDS   *
016412*    IN BASE.  SERIAL SCAN, SAME AS FORENSIC-REPORT.             *
016414******************************************************************
016416 2200-TALLY-CURRENCY.
016418     SET WS-CURRENCY-FOUND TO FALSE
016420     MOVE 0 TO WS-CURRENCY-IDX
016422     PERFORM 2210-MATCH-ONE-CURRENCY
016424         THRU 2210-MATCH-ONE-CURRENCY-EXIT
016426         UNTIL WS-CURRENCY-IDX = WS-CURRENCY-COUNT
016428            OR WS-CURRENCY-FOUND
016430     IF NOT WS-CURRENCY-FOUND
016432         IF WS-CURRENCY-COUNT = 20
016434             MOVE 20 TO WS-CURRENCY-IDX
016436             MOVE '***' TO WS-CUR-CODE (20)
016438         ELSE
016440             ADD 1 TO WS-CURRENCY-COUNT
016442             MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-IDX
016444             MOVE LR-CURRENCY-CODE
016446                 TO WS-CUR-CODE (WS-CURRENCY-IDX)
016448             MOVE 0 TO WS-CUR-COUNT (WS-CURRENCY-IDX)
016450             MOVE 0 TO WS-CUR-NET-TOTAL (WS-CURRENCY-IDX)
016452             MOVE 0 TO WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX)
016454         END-IF
016456     END-IF
016458     ADD 1 TO WS-CUR-COUNT (WS-CURRENCY-IDX)
016460     ADD LR-AMOUNT TO WS-CUR-NET-TOTAL (WS-CURRENCY-IDX)
016462     ADD LR-BASE-AMOUNT TO WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX).
016464 2200-TALLY-CURRENCY-EXIT.
016466     EXIT.
016468
016470 2210-MATCH-ONE-CURRENCY.
016472     ADD 1 TO WS-CURRENCY-IDX
016474     IF WS-CUR-CODE (WS-CURRENCY-IDX) = LR-CURRENCY-CODE
016476         SET WS-CURRENCY-FOUND TO TRUE
016478     END-IF.
016480 2210-MATCH-ONE-CURRENCY-EXIT.
016500     EXIT.
016600
016700 3000-WRITE-INTERFACE.
018700     MOVE WS-DAY-RECORD-COUNT TO GL-RECORD-COUNT
018800     PERFORM 3100-WRITE-DETAIL-RECORD
018900         THRU 3100-WRITE-DETAIL-RECORD-EXIT
018920     MOVE 0 TO WS-CURRENCY-IDX
018940     PERFORM 3300-WRITE-CURRENCY-RECORD
018960         THRU 3300-WRITE-CURRENCY-RECORD-EXIT
018980         UNTIL WS-CURRENCY-IDX = WS-CURRENCY-COUNT
019000     MOVE SPACES TO GL-POSTING-RECORD
019100     MOVE 'T' TO GL-RECORD-TYPE
019200     MOVE WS-TODAY-DATE TO GL-POSTING-DATE
019400     MOVE WS-DAY-NET-TOTAL TO GL-AMOUNT
019500     MOVE WS-DAY-RECORD-COUNT TO GL-RECORD-COUNT
019600     MOVE WS-HASH-PREFIX-HEX TO GL-HASH-PREFIX-HEX
019620     MOVE WS-BASE-CURRENCY TO GL-CURRENCY-CODE
019640     MOVE WS-DAY-NET-TOTAL TO GL-BASE-AMOUNT
019700     PERFORM 3200-WRITE-ONE-RECORD
019800         THRU 3200-WRITE-ONE-RECORD-EXIT.
019900 3000-WRITE-INTERFACE-EXIT.
020300     MOVE 'D' TO GL-RECORD-TYPE
020400     MOVE WS-TODAY-DATE TO GL-POSTING-DATE
020500     MOVE WS-HASH-PREFIX-HEX TO GL-HASH-PREFIX-HEX
020520     MOVE WS-BASE-CURRENCY TO GL-CURRENCY-CODE
020540     MOVE GL-AMOUNT TO GL-BASE-AMOUNT
020600     PERFORM 3200-WRITE-ONE-RECORD
020700         THRU 3200-WRITE-ONE-RECORD-EXIT.
020800 3100-WRITE-DETAIL-RECORD-EXIT.
021900 3200-WRITE-ONE-RECORD-EXIT.
022000     EXIT.
022100
022102******************************************************************
022104*    ONE 'C' RECORD PER CURRENCY SEEN TODAY, IN THE ORDER FIRST  *
022106*    SEEN: THE NET IN THAT CURRENCY AND ITS BASE EQUIVALENT.     *
022108*    THEIR BASE AMOUNTS ADD UP TO THE 'N' LINE.                  *
022110******************************************************************
022112 3300-WRITE-CURRENCY-RECORD.
022114     ADD 1 TO WS-CURRENCY-IDX
022116     MOVE SPACES TO GL-POSTING-RECORD
022118     MOVE 'C' TO GL-RECORD-TYPE
022120     MOVE WS-TODAY-DATE TO GL-POSTING-DATE
022122     MOVE 'N' TO GL-LEDGER-TYPE
022124     MOVE WS-CUR-NET-TOTAL (WS-CURRENCY-IDX) TO GL-AMOUNT
022126     MOVE WS-CUR-COUNT (WS-CURRENCY-IDX) TO GL-RECORD-COUNT
022128     MOVE WS-HASH-PREFIX-HEX TO GL-HASH-PREFIX-HEX
022130     MOVE WS-CUR-CODE (WS-CURRENCY-IDX) TO GL-CURRENCY-CODE
022132     MOVE WS-CUR-BASE-TOTAL (WS-CURRENCY-IDX) TO GL-BASE-AMOUNT
022134     PERFORM 3200-WRITE-ONE-RECORD
022136         THRU 3200-WRITE-ONE-RECORD-EXIT.
022138 3300-WRITE-CURRENCY-RECORD-EXIT.
022140     EXIT.
022200******************************************************************
022300*    THE CLOSING HASH IS HEX-ENCODED THE SAME WAY THE JSON       *
022400*    BRIDGE ENCODES IT.  A ZERO-ACTIVITY DAY HAS NO CLOSING      *
026200         WS-ADJUSTMENT-COUNT
026300     DISPLAY "FORENSIC-GLEXTRACT: DAY RECORDS TOTAL = "
026400         WS-DAY-RECORD-COUNT
026410     DISPLAY "FORENSIC-GLEXTRACT: POSTING CYCLES    = "
026420         WS-CYCLE-COUNT
026430     IF WS-CYCLE-COUNT > 0
026440         DISPLAY "FORENSIC-GLEXTRACT: CYCLE SEQUENCES   = "
026450             WS-CYCLE-FIRST-SEQ "-" WS-CYCLE-LAST-SEQ
026460         DISPLAY "FORENSIC-GLEXTRACT: CYCLE RECORDS     = "
026470             WS-CYCLE-RECORDS-POSTED
026480     END-IF
026482     DISPLAY "FORENSIC-GLEXTRACT: BASE CURRENCY     = "
026484         WS-BASE-CURRENCY
026486     DISPLAY "FORENSIC-GLEXTRACT: CURRENCIES        = "
026488         WS-CURRENCY-COUNT
026500     DISPLAY "FORENSIC-GLEXTRACT: INTERFACE WRITTEN -- 4 DETAIL "
026600         "RECORDS, " WS-CURRENCY-COUNT " CURRENCY RECORDS, "
026650         "PLUS TRAILER".
026700 8000-REPORT-RESULTS-EXIT.
026800     EXIT.
026900
