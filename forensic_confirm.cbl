002400*                                                                *
002500*        'D'  ONE PER POSTED RECORD -- TRANSACTION ID,           *
002600*             TIMESTAMP, SIGNED AMOUNT, RECORD TYPE, SEQUENCE    *
002700*             NUMBER, HASH PREFIX (HEX), POSTING CYCLE,          *
002750*             CURRENCY CODE, AND BASE-CURRENCY EQUIVALENT        *
002800*        'J'  ONE PER SAME-DAY TRANREJ REJECT ATTRIBUTED TO      *
002900*             THE FEEDER -- THE ORIGINAL 37-BYTE IMAGE PLUS      *
003000*             ITS REASON CODE, SO THE FEEDER LEARNS SAME-DAY     *
003100*             WHAT NEVER POSTED AT ALL                           *
003110*        'H'  ONE PER FEEDER BATCH STILL HELD ON SUSPENSE --     *
003120*             BATCH DATE AND TRANSMISSION SEQUENCE, HOLD         *
003125*             REASON, WHAT ARRIVED AND WHAT THE TRAILER          *
003130*             CLAIMED, SO THE FEEDER KNOWS WHICH TRANSMISSION    *
003140*             TO RETRANSMIT                                      *
003150*        'R'  ONE PER FEEDER BATCH RELEASED FROM SUSPENSE        *
003160*             TODAY (ITS RETRANSMISSION BALANCED AND POSTED)     *
003170*        'C'  ONE PER CURRENCY THE FEEDER POSTED IN TODAY --     *
003180*             POSTED COUNT, NET IN THAT CURRENCY, AND NET IN     *
003190*             THE BASE CURRENCY                                  *
003200*        'T'  BALANCING TRAILER -- POSTED COUNT, NET AMOUNT IN   *
003220*             THE BASE CURRENCY AND THE BASE CODE, 'C' RECORD    *
003240*             COUNT,                                             *
003300*             REJECT COUNT, AND HELD AND RELEASED BATCH COUNTS   *
003350*             FOR THAT FEEDER, AND THE DAY'S CYCLE COUNT         *
003400*                                                                *
003500*    A LEDGER RECORD OR REJECT WHOSE SOURCE IS NOT ON CONFCARD   *
003600*    IS COUNTED AS UNATTRIBUTED AND REPORTED (RC 4) -- AN SRCB   *
003700*    REJECT HAS A BLANK SOURCE AND CAN ONLY EVER LAND THERE.     *
003720*    THE SUSPENSE BATCHES COME FROM FOREDIT'S SUSPCTL CONTROL    *
003740*    FILE; NO SUSPCTL ON THE JOB MEANS NO 'H' OR 'R' RECORDS.    *
003745*                                                                *
003750*    THE LEDGER IS POSTED IN SEVERAL CYCLES A DAY (SEE           *
003755*    FORCYCD.CPY) BUT EACH FEEDER STILL GETS ONE FILE A DAY,     *
003760*    COVERING EVERY CYCLE; EACH 'D' RECORD NAMES ITS CYCLE AND   *
003765*    SYSOUT BREAKS THE POSTED TOTALS DOWN BY CYCLE AND FEEDER.   *
003770*    THE FILES ARE NOT BUILT WHILE ANY OF THE DAY'S CYCLES IS    *
003775*    STILL IN PROGRESS.                                          *
003800*                                                                *
003900*    RETURN-CODES:  0 = EVERY RECORD CONFIRMED TO ITS FEEDER.    *
004000*                   4 = UNATTRIBUTED RECORDS OR REJECTS (SEE     *
004100*                       SYSOUT) -- THE FILES ARE STILL GOOD.     *
004200*                  16 = UNRECOVERABLE I-O ERROR, AN EMPTY        *
004300*                       CONFCARD, A CLOSED BUSINESS DAY, A       *
004350*                       POSTING CYCLE STILL IN PROGRESS, OR NO   *
004370*                       SINGLE BASE CURRENCY ON CCYTABLE.        *
004400*                                                                *
004500*----------------------------------------------------------------*
004600*    MODIFICATION HISTORY                                       *
004800*    DATE       BY    DESCRIPTION                                *
004900*    ---------- ----- -------------------------------------------*
005000*    2026-09-02 JRM   ORIGINAL.                                  *
005010*    2026-10-05 JRM   THE CONFIRMATION DATE IS THE BUSINESS DATE *
005020*                     FROM THE SHARED BUSDATE CONTROL RECORD     *
005030*                     (SEE FORBDTD.CPY), NOT THE SYSTEM CLOCK.   *
005040*                     A CLOSED BUSINESS DAY IS NOT CONFIRMED     *
005050*                     AGAIN WITHOUT A REOPEN (RC 16).            *
005060*    2026-10-06 JRM   'H' AND 'R' RECORDS FOR FEEDER BATCHES     *
005070*                     HELD ON OR RELEASED FROM SUSPENSE (READ    *
005071*                     FROM SUSPCTL); TRAILER CARRIES THE HELD    *
005072*                     AND RELEASED BATCH COUNTS.                 *
005073*    2026-10-12 JRM   STILL ONE FILE PER FEEDER PER DAY NOW THAT *
005074*                     THE LEDGER POSTS IN SEVERAL CYCLES (SEE    *
005075*                     FORCYCD.CPY).  EACH 'D' RECORD CARRIES ITS *
005076*                     POSTING CYCLE NUMBER (FROM THE DETAIL      *
005077*                     FILLER) AND THE TRAILER THE DAY'S CYCLE    *
005078*                     COUNT; SYSOUT SHOWS POSTED COUNT AND NET   *
005079*                     BY CYCLE AND FEEDER.  REFUSES (RC 16)      *
005080*                     WHILE ANY OF THE DAY'S CYCLES IS STILL IN  *
005081*                     PROGRESS.                                  *
005082*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER RECORD 98 BYTES    *
005083*                     AND TRANREJ 41 (37-BYTE IMAGE WITH ITS     *
005084*                     CURRENCY CODE).  'D' RECORDS CARRY THE     *
005085*                     CURRENCY CODE AND BASE EQUIVALENT; A NEW   *
005086*                     'C' RECORD PER FEEDER AND CURRENCY GIVES   *
005087*                     COUNT, NET IN CURRENCY AND NET IN BASE;    *
005088*                     THE TRAILER NET AND EVERY SYSOUT NET ARE   *
005089*                     NOW IN THE BASE CURRENCY, WHOSE CODE (FROM *
005090*                     CCYTABLE) THE TRAILER CARRIES.  NO SINGLE  *
005091*                     BASE ON CCYTABLE IS RC 16.                 *
005092*    2026-10-15 JRM   THE 'H' AND 'R' SUSPENSE RECORDS           *
005093*                     (WS-CONFIRM-SUSPENSE) CARRY THE HELD       *
005094*                     BATCH'S TRANSMISSION SEQUENCE IN           *
005095*                     CS-TRANSMISSION-SEQ, NOW PART OF THE       *
005096*                     SUSPCTL KEY.  CURRENCY TABLE FIELDS        *
005097*                     RENAMED CU-.  A CCYTABLE READ ERROR IS RC  *
005098*                     16.                                        *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-CONFIRM-STATUS.
008910     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008920         ORGANIZATION IS INDEXED
008930         ACCESS MODE IS RANDOM
008940         RECORD KEY IS BD-CONTROL-KEY
008950         FILE STATUS IS WS-BUSDATE-STATUS.
008955     SELECT OPTIONAL SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
008960         ORGANIZATION IS INDEXED
008965         ACCESS MODE IS SEQUENTIAL
008970         RECORD KEY IS SC-BATCH-KEY
008975         FILE STATUS IS WS-SUSPCTL-STATUS.
008977     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
008979         ORGANIZATION IS INDEXED
008981         ACCESS MODE IS DYNAMIC
008983         RECORD KEY IS CY-CYCLE-KEY
008985         FILE STATUS IS WS-CYCLCTL-STATUS.
008987     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
008989         ORGANIZATION IS INDEXED
008991         ACCESS MODE IS SEQUENTIAL
008993         RECORD KEY IS CU-CURRENCY-CODE
008995         FILE STATUS IS WS-CCYTABLE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  FEEDER-CARD-FILE
009700 FD  LEDGER-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 98 CHARACTERS.
010100 COPY FORLFD.
010200 FD  REJECT-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F
010500     RECORD CONTAINS 41 CHARACTERS.
010600 01  REJECT-RECORD.
010700     05  RJ-TRANSACTION-DATA   PIC X(37).
010800     05  FILLER REDEFINES RJ-TRANSACTION-DATA.
010900         10  RJ-TRANSACTION-ID PIC X(10).
011000         10  RJ-AMOUNT         PIC X(10).
011100         10  RJ-RECORD-TYPE    PIC X(01).
011200         10  RJ-REVERSAL-OF    PIC X(10).
011300         10  RJ-SOURCE-SYSTEM  PIC X(03).
011350         10  RJ-CURRENCY-CODE  PIC X(03).
011400     05  RJ-REJECT-REASON      PIC X(04).
011500 FD  CONFIRM-FILE-1
011600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  CONFIRM-RECORD-5          PIC X(80).
013920 FD  BUSINESS-DATE-FILE
013940     LABEL RECORDS ARE STANDARD
013960     RECORD CONTAINS 80 CHARACTERS.
013980 COPY FORBDTD.
013982 FD  SUSPENSE-CONTROL-FILE
013984     LABEL RECORDS ARE STANDARD
013986     RECORD CONTAINS 80 CHARACTERS.
013988 COPY FORSUSD.
013990 FD  CYCLE-CONTROL-FILE
013992     LABEL RECORDS ARE STANDARD
013994     RECORD CONTAINS 80 CHARACTERS.
013995 COPY FORCYCD.
013996 FD  CURRENCY-TABLE-FILE
013997     LABEL RECORDS ARE STANDARD
013998     RECORD CONTAINS 80 CHARACTERS.
013999 COPY FORCCYD.
014000 WORKING-STORAGE SECTION.
014100 01  WS-CARD-STATUS            PIC X(02).
014200     88  WS-CARD-OK                 VALUE '00'.
014900*                                  AT OPEN, '35' = NOT FOUND
015000 01  WS-CONFIRM-STATUS         PIC X(02).
015100     88  WS-CONFIRM-OK              VALUE '00'.
015120 01  WS-BUSDATE-STATUS         PIC X(02).
015140     88  WS-BUSDATE-OK              VALUE '00'.
015150 01  WS-SUSPCTL-STATUS         PIC X(02).
015160     88  WS-SUSPCTL-OK              VALUE '00'.
015170     88  WS-SUSPCTL-NOT-FOUND       VALUE '35' '05'.
015180 01  WS-SUSPCTL-EOF-SWITCH     PIC X(01) VALUE 'N'.
015181     88  WS-SUSPCTL-AT-EOF          VALUE 'Y'.
015182 01  WS-CYCLCTL-STATUS         PIC X(02).
015183     88  WS-CYCLCTL-OK              VALUE '00'.
015184 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
015185     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y' FALSE 'N'.
015186 01  WS-CCYTABLE-STATUS        PIC X(02).
015187     88  WS-CCYTABLE-OK             VALUE '00'.
015188 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
015189     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
015190 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
015191 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
015200 01  WS-CARD-EOF-SWITCH        PIC X(01) VALUE 'N'.
015300     88  WS-CARD-AT-EOF             VALUE 'Y'.
015400 01  WS-LEDGER-EOF-SWITCH      PIC X(01) VALUE 'N'.
016800         10  WS-FDR-POSTED     PIC 9(9) COMP-5.
016900         10  WS-FDR-NET        PIC S9(10)V99.
017000         10  WS-FDR-REJECTS    PIC 9(9) COMP-5.
017010         10  WS-FDR-HELD       PIC 9(9) COMP-5.
017020         10  WS-FDR-RELEASED   PIC 9(9) COMP-5.
017021         10  WS-FDR-CCY-COUNT  PIC 9(2) COMP-5.
017022         10  WS-FDR-CURRENCY   OCCURS 10 TIMES.
017023*                                  ONE ROW PER CURRENCY THE FEEDER
017024*                                  POSTED IN TODAY; OVERFLOW LANDS
017025*                                  IN A CATCH-ALL '***' ROW TEN
017026             15  WS-FDR-CCY-CODE
017027                               PIC X(03).
017028             15  WS-FDR-CCY-POSTED
017029                               PIC 9(9) COMP-5.
017030             15  WS-FDR-CCY-NET
017031                               PIC S9(10)V99.
017032             15  WS-FDR-CCY-BASE-NET
017033                               PIC S9(10)V99.
017034 01  WS-FDR-CCY-IDX            PIC 9(2) COMP-5 VALUE 0.
017035 01  WS-FDR-CCY-FOUND-SWITCH   PIC X(01) VALUE 'N'.
017036     88  WS-FDR-CCY-FOUND           VALUE 'Y' FALSE 'N'.
017050 01  WS-LOOKUP-SOURCE          PIC X(03) VALUE SPACES.
017100 01  WS-UNATTRIBUTED-COUNT     PIC 9(9) COMP-5 VALUE 0.
017200 01  WS-DAY-RECORD-COUNT       PIC 9(9) COMP-5 VALUE 0.
017300 01  WS-REJECT-COUNT           PIC 9(9) COMP-5 VALUE 0.
017320 01  WS-HELD-BATCH-COUNT       PIC 9(9) COMP-5 VALUE 0.
017340 01  WS-RELEASED-BATCH-COUNT   PIC 9(9) COMP-5 VALUE 0.
017342 01  WS-CYCLE-COUNT            PIC 9(2) COMP-5 VALUE 0.
017344 01  WS-CYCLE-IDX              PIC 9(2) COMP-5 VALUE 0.
017346 01  WS-CYCLE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
017348     88  WS-CYCLE-FOUND             VALUE 'Y' FALSE 'N'.
017350 01  WS-OUTSIDE-CYCLE-COUNT    PIC 9(9) COMP-5 VALUE 0.
017352 01  WS-CYCLE-TABLE.
017354*    ONE ROW PER POSTING CYCLE OF THE BUSINESS DATE, IN CYCLE
017356*    ORDER, WITH A POSTED COUNT AND NET PER CONFCARD FEEDER.
017358     05  WS-CYCLE-ENTRY        OCCURS 99 TIMES.
017360         10  WS-CYC-NUMBER     PIC 9(02).
017362         10  WS-CYC-START-SEQ  PIC 9(09).
017364         10  WS-CYC-END-SEQ    PIC 9(09).
017366         10  WS-CYC-FEEDER     OCCURS 5 TIMES.
017368             15  WS-CYC-FDR-POSTED
017370                               PIC 9(9) COMP-5.
017372             15  WS-CYC-FDR-NET
017374                               PIC S9(10)V99.
017400 01  WS-NET-DISPLAY            PIC -9(10).99.
017500 01  WS-CONFIRM-DETAIL.
017600     05  CF-RECORD-TYPE        PIC X(01).
017700*                                  'D' POSTED / 'J' REJECT /
017750*                                  'H' HELD / 'R' RELEASED /
017800*                                  'T' TRAILER
017900     05  CF-TRANSACTION-ID     PIC X(10).
018000     05  CF-TIMESTAMP          PIC X(14).
018200     05  CF-LEDGER-TYPE        PIC X(01).
018300     05  CF-SEQUENCE-NUMBER    PIC 9(09).
018400     05  CF-HASH-PREFIX-HEX    PIC X(16).
018420     05  CF-CYCLE-NUMBER       PIC 9(02).
018440*                                  POSTING CYCLE (FORCYCD.CPY);
018460*                                  00 = OUTSIDE ANY CYCLE
018465     05  CF-CURRENCY-CODE      PIC X(03).
018470     05  CF-BASE-AMOUNT        PIC S9(8)V99.
018475*                                  CF-AMOUNT IN THE BASE CURRENCY
018480     05  FILLER                PIC X(04).
018600 01  WS-CONFIRM-REJECT REDEFINES WS-CONFIRM-DETAIL.
018700     05  FILLER                PIC X(01).
018800     05  CJ-TRANSACTION-DATA   PIC X(37).
018900     05  CJ-REJECT-REASON      PIC X(04).
019000     05  FILLER                PIC X(38).
019100 01  WS-CONFIRM-TRAILER REDEFINES WS-CONFIRM-DETAIL.
019200     05  FILLER                PIC X(01).
019300     05  CT-SOURCE-SYSTEM      PIC X(03).
019400     05  CT-POSTED-COUNT       PIC 9(09).
019500     05  CT-NET-AMOUNT         PIC S9(10)V99.
019550*                                  IN THE BASE CURRENCY
019600     05  CT-REJECT-COUNT       PIC 9(09).
019620     05  CT-HELD-COUNT         PIC 9(09).
019640     05  CT-RELEASED-COUNT     PIC 9(09).
019650     05  CT-CYCLE-COUNT        PIC 9(02).
019660*                                  POSTING CYCLES THE FILE COVERS
019662     05  CT-NET-CURRENCY       PIC X(03).
019664*                                  THE BASE CURRENCY CODE
019666     05  CT-CURRENCY-COUNT     PIC 9(02).
019668*                                  'C' RECORDS IN THE FILE
019670     05  FILLER                PIC X(21).
019705 01  WS-CONFIRM-SUSPENSE REDEFINES WS-CONFIRM-DETAIL.
019710     05  FILLER                PIC X(01).
019715     05  CS-SOURCE-SYSTEM      PIC X(03).
019720     05  CS-BATCH-DATE         PIC 9(08).
019725     05  CS-HOLD-REASON        PIC X(04).
019730     05  CS-HELD-BUSINESS-DATE PIC 9(08).
019735     05  CS-RELEASED-BUSINESS-DATE
019740                               PIC 9(08).
019745     05  CS-RECEIVED-COUNT     PIC 9(10).
019750     05  CS-RECEIVED-HASH-TOTAL
019755                               PIC S9(8)V99.
019760     05  CS-TRAILER-COUNT      PIC 9(10).
019765     05  CS-TRAILER-HASH-TOTAL PIC S9(8)V99.
019770     05  CS-HOLD-COUNT         PIC 9(03).
019772     05  CS-TRANSMISSION-SEQ   PIC 9(02).
019775     05  FILLER                PIC X(03).
019777 01  WS-CONFIRM-CURRENCY REDEFINES WS-CONFIRM-DETAIL.
019779     05  FILLER                PIC X(01).
019781     05  CC-SOURCE-SYSTEM      PIC X(03).
019783     05  CC-CURRENCY-CODE      PIC X(03).
019785     05  CC-POSTED-COUNT       PIC 9(09).
019787     05  CC-NET-AMOUNT         PIC S9(10)V99.
019789*                                  IN CC-CURRENCY-CODE
019791     05  CC-BASE-NET-AMOUNT    PIC S9(10)V99.
019793*                                  THE SAME RECORDS IN THE BASE
019795     05  FILLER                PIC X(40).
019800 01  WS-HASH-PREFIX-HEX        PIC X(16).
019900 01  WS-HEX-DIGITS             PIC X(16)
020000     VALUE "0123456789ABCDEF".
021200     CLOSE LEDGER-FILE
021300     PERFORM 3000-ATTACH-REJECTS
021400         THRU 3000-ATTACH-REJECTS-EXIT
021420     PERFORM 3500-ATTACH-SUSPENSE
021440         THRU 3500-ATTACH-SUSPENSE-EXIT
021500     PERFORM 4000-WRITE-TRAILERS
021600         THRU 4000-WRITE-TRAILERS-EXIT
021700     PERFORM 8000-REPORT-RESULTS
022800 1000-INITIALIZE.
022900     DISPLAY "FORENSIC-CONFIRM: BUILDING PER-FEEDER POSTING "
023000         "CONFIRMATIONS..."
023100     PERFORM 1050-READ-BUSINESS-DATE
023150         THRU 1050-READ-BUSINESS-DATE-EXIT
023160     PERFORM 1060-LOAD-CYCLES
023170         THRU 1060-LOAD-CYCLES-EXIT
023180     PERFORM 1150-READ-BASE-CURRENCY
023190         THRU 1150-READ-BASE-CURRENCY-EXIT
023200     PERFORM 1100-LOAD-FEEDER-CARDS
023300         THRU 1100-LOAD-FEEDER-CARDS-EXIT
023400     IF WS-FEEDER-COUNT = 0
025100 1000-INITIALIZE-EXIT.
025200     EXIT.
025300
025302******************************************************************
025304*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
025306*    RECORD, NOT THE SYSTEM CLOCK.  A CLOSED DAY HAS ALREADY     *
025308*    BEEN EXTRACTED -- IT IS NOT CONFIRMED AGAIN UNTIL           *
025310*    IT IS DELIBERATELY REOPENED (FORREOPN).                     *
025312******************************************************************
025314 1050-READ-BUSINESS-DATE.
025316     OPEN INPUT BUSINESS-DATE-FILE
025318     IF NOT WS-BUSDATE-OK
025320         DISPLAY "FORENSIC-CONFIRM: UNABLE TO OPEN BUSDATE, "
025322             "STATUS = " WS-BUSDATE-STATUS
025324         MOVE 16 TO RETURN-CODE
025326         GO TO 9999-EXIT
025328     END-IF
025330     MOVE 'BUSDATE' TO BD-CONTROL-KEY
025332     READ BUSINESS-DATE-FILE
025334         INVALID KEY
025336             DISPLAY "FORENSIC-CONFIRM: NO BUSDATE CONTROL "
025338                 "RECORD, STATUS = " WS-BUSDATE-STATUS
025340             CLOSE BUSINESS-DATE-FILE
025342             MOVE 16 TO RETURN-CODE
025344             GO TO 9999-EXIT
025346     END-READ
025348     CLOSE BUSINESS-DATE-FILE
025350     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
025352     IF BD-DAY-CLOSED
025354         DISPLAY "FORENSIC-CONFIRM: BUSINESS DATE "
025356             WS-TODAY-DATE " IS CLOSED -- REOPEN IT"
025358             " (FORREOPN) BEFORE CONFIRMING IT AGAIN"
025360         MOVE 16 TO RETURN-CODE
025362         GO TO 9999-EXIT
025364     END-IF
025366     DISPLAY "FORENSIC-CONFIRM: BUSINESS DATE "
025368         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
025370 1050-READ-BUSINESS-DATE-EXIT.
025372     EXIT.
025374
025375******************************************************************
025376*    THE DAY'S POSTING CYCLES FROM CYCLCTL (SEE FORCYCD.CPY),    *
025377*    IN CYCLE ORDER.  THE CONFIRMATIONS COVER THE WHOLE DAY, SO  *
025378*    THEY ARE NOT BUILT WHILE ANY CYCLE IS STILL IN PROGRESS --  *
025379*    A FEEDER WOULD BE TOLD ONLY PART OF WHAT POSTED.            *
025380******************************************************************
025381 1060-LOAD-CYCLES.
025382     OPEN INPUT CYCLE-CONTROL-FILE
025383     IF NOT WS-CYCLCTL-OK
025384         DISPLAY "FORENSIC-CONFIRM: UNABLE TO OPEN CYCLCTL, "
025385             "STATUS = " WS-CYCLCTL-STATUS
025386         MOVE 16 TO RETURN-CODE
025387         GO TO 9999-EXIT
025388     END-IF
025389     MOVE WS-TODAY-DATE TO CY-BUSINESS-DATE
025390     MOVE ZEROES TO CY-CYCLE-NUMBER
025391     START CYCLE-CONTROL-FILE
025392         KEY IS NOT LESS THAN CY-CYCLE-KEY
025393         INVALID KEY
025394             SET WS-CYCLE-BROWSE-DONE TO TRUE
025395     END-START
025396     PERFORM 1070-LOAD-ONE-CYCLE
025397         THRU 1070-LOAD-ONE-CYCLE-EXIT
025398         UNTIL WS-CYCLE-BROWSE-DONE
025399     CLOSE CYCLE-CONTROL-FILE
025401     DISPLAY "FORENSIC-CONFIRM: POSTING CYCLES TODAY = "
025402         WS-CYCLE-COUNT.
025403 1060-LOAD-CYCLES-EXIT.
025404     EXIT.
025405
025406 1070-LOAD-ONE-CYCLE.
025407     READ CYCLE-CONTROL-FILE NEXT RECORD
025408         AT END
025409             SET WS-CYCLE-BROWSE-DONE TO TRUE
025410             GO TO 1070-LOAD-ONE-CYCLE-EXIT
025411     END-READ
025412     IF NOT WS-CYCLCTL-OK
025413         DISPLAY "FORENSIC-CONFIRM: CYCLCTL READ FAILED, "
025414             "STATUS = " WS-CYCLCTL-STATUS
025415         MOVE 16 TO RETURN-CODE
025416         GO TO 9999-EXIT
025417     END-IF
025418     IF CY-BUSINESS-DATE NOT = WS-TODAY-DATE
025419      OR WS-CYCLE-COUNT = 99
025420         SET WS-CYCLE-BROWSE-DONE TO TRUE
025421         GO TO 1070-LOAD-ONE-CYCLE-EXIT
025422     END-IF
025423     IF CY-CYCLE-IN-PROGRESS
025424         DISPLAY "FORENSIC-CONFIRM: POSTING CYCLE "
025425             CY-CYCLE-NUMBER " FOR " WS-TODAY-DATE
025426             " IS STILL IN PROGRESS -- "
025427             "CONFIRM THE DAY ONCE ITS LAST CYCLE IS COMPLETE"
025428         MOVE 16 TO RETURN-CODE
025429         GO TO 9999-EXIT
025430     END-IF
025431     ADD 1 TO WS-CYCLE-COUNT
025432     MOVE CY-CYCLE-NUMBER   TO WS-CYC-NUMBER (WS-CYCLE-COUNT)
025433     MOVE CY-START-SEQUENCE TO WS-CYC-START-SEQ (WS-CYCLE-COUNT)
025434     MOVE CY-END-SEQUENCE   TO WS-CYC-END-SEQ (WS-CYCLE-COUNT)
025435     MOVE 0 TO WS-FEEDER-IDX
025436     PERFORM 1080-CLEAR-ONE-CYCLE-FEEDER
025437         THRU 1080-CLEAR-ONE-CYCLE-FEEDER-EXIT
025438         UNTIL WS-FEEDER-IDX = 5.
025439 1070-LOAD-ONE-CYCLE-EXIT.
025440     EXIT.
025441
025442 1080-CLEAR-ONE-CYCLE-FEEDER.
025443     ADD 1 TO WS-FEEDER-IDX
025444     MOVE 0 TO WS-CYC-FDR-POSTED (WS-CYCLE-COUNT, WS-FEEDER-IDX)
025445     MOVE 0 TO WS-CYC-FDR-NET (WS-CYCLE-COUNT, WS-FEEDER-IDX).
025446 1080-CLEAR-ONE-CYCLE-FEEDER-EXIT.
025447     EXIT.
025467 1100-LOAD-FEEDER-CARDS.
025500     OPEN INPUT FEEDER-CARD-FILE
025600     IF NOT WS-CARD-OK
025700         DISPLAY "FORENSIC-CONFIRM: UNABLE TO OPEN CONFCARD, "
028400     MOVE 0 TO WS-FDR-POSTED (WS-FEEDER-COUNT)
028500     MOVE 0 TO WS-FDR-NET (WS-FEEDER-COUNT)
028600     MOVE 0 TO WS-FDR-REJECTS (WS-FEEDER-COUNT)
028620     MOVE 0 TO WS-FDR-HELD (WS-FEEDER-COUNT)
028640     MOVE 0 TO WS-FDR-RELEASED (WS-FEEDER-COUNT)
028660     MOVE 0 TO WS-FDR-CCY-COUNT (WS-FEEDER-COUNT)
028700     DISPLAY "FORENSIC-CONFIRM: FEEDER " WS-FEEDER-COUNT
028800         " = " WS-FDR-CODE (WS-FEEDER-COUNT).
028900 1110-LOAD-ONE-CARD-EXIT.
029000     EXIT.
029100
029102******************************************************************
029104*    THE BASE CURRENCY THE NETS ARE STRUCK IN, FROM CCYTABLE.    *
029106*    IT GOES OUT ON EVERY TRAILER, SO EXACTLY ONE CURRENCY MUST  *
029108*    CARRY THE BASE FLAG.                                        *
029110******************************************************************
029112 1150-READ-BASE-CURRENCY.
029114     OPEN INPUT CURRENCY-TABLE-FILE
029116     IF NOT WS-CCYTABLE-OK
029118         DISPLAY "FORENSIC-CONFIRM: UNABLE TO OPEN CCYTABLE, "
029120             "STATUS = " WS-CCYTABLE-STATUS
029122         MOVE 16 TO RETURN-CODE
029124         GO TO 9999-EXIT
029126     END-IF
029128     PERFORM 1160-READ-ONE-CURRENCY
029130         THRU 1160-READ-ONE-CURRENCY-EXIT
029132         UNTIL WS-CCYTABLE-AT-EOF
029134     CLOSE CURRENCY-TABLE-FILE
029136     IF WS-BASE-CURRENCY-COUNT NOT = 1
029138         DISPLAY "FORENSIC-CONFIRM: CCYTABLE HAS "
029140             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
029142             "ONE IS REQUIRED (FORCCYM)"
029144         MOVE 16 TO RETURN-CODE
029146         GO TO 9999-EXIT
029148     END-IF
029150     DISPLAY "FORENSIC-CONFIRM: BASE CURRENCY " WS-BASE-CURRENCY.
029152 1150-READ-BASE-CURRENCY-EXIT.
029154     EXIT.
029156
029158 1160-READ-ONE-CURRENCY.
029160     READ CURRENCY-TABLE-FILE
029162         AT END
029164             SET WS-CCYTABLE-AT-EOF TO TRUE
029166             GO TO 1160-READ-ONE-CURRENCY-EXIT
029168     END-READ
029170     IF NOT WS-CCYTABLE-OK
029172         DISPLAY "FORENSIC-CONFIRM: CCYTABLE READ FAILED, "
029174             "STATUS = " WS-CCYTABLE-STATUS
029176         CLOSE CURRENCY-TABLE-FILE
029178         MOVE 16 TO RETURN-CODE
029180         GO TO 9999-EXIT
029182     END-IF
029184     IF CU-BASE-CURRENCY
029186         ADD 1 TO WS-BASE-CURRENCY-COUNT
029188         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
029190     END-IF.
029192 1160-READ-ONE-CURRENCY-EXIT.
029194     EXIT.
029200******************************************************************
029300*    ONLY THE FILES FOR FEEDERS ACTUALLY NAMED ON CONFCARD ARE   *
029400*    OPENED -- THE JCL DUMMIES THE REST OUT.                     *
039000     MOVE LR-AMOUNT          TO CF-AMOUNT
039100     MOVE LR-RECORD-TYPE     TO CF-LEDGER-TYPE
039200     MOVE LR-SEQUENCE-NUMBER TO CF-SEQUENCE-NUMBER
039201     MOVE LR-CURRENCY-CODE   TO CF-CURRENCY-CODE
039202     MOVE LR-BASE-AMOUNT     TO CF-BASE-AMOUNT
039205     PERFORM 2800-FIND-CYCLE
039210         THRU 2800-FIND-CYCLE-EXIT
039215     IF WS-CYCLE-FOUND
039220         MOVE WS-CYC-NUMBER (WS-CYCLE-IDX) TO CF-CYCLE-NUMBER
039225         ADD 1 TO WS-CYC-FDR-POSTED (WS-CYCLE-IDX, WS-FEEDER-IDX)
039230         ADD LR-BASE-AMOUNT
039235             TO WS-CYC-FDR-NET (WS-CYCLE-IDX, WS-FEEDER-IDX)
039240     ELSE
039245         MOVE ZEROES TO CF-CYCLE-NUMBER
039250         ADD 1 TO WS-OUTSIDE-CYCLE-COUNT
039255     END-IF
039300     PERFORM 2700-HEX-ENCODE-HASH
039400         THRU 2700-HEX-ENCODE-HASH-EXIT
039500     MOVE WS-HASH-PREFIX-HEX TO CF-HASH-PREFIX-HEX
039600     PERFORM 7000-WRITE-CONFIRM-RECORD
039700         THRU 7000-WRITE-CONFIRM-RECORD-EXIT
039800     ADD 1 TO WS-FDR-POSTED (WS-FEEDER-IDX)
039900     ADD LR-BASE-AMOUNT TO WS-FDR-NET (WS-FEEDER-IDX)
039920     PERFORM 2650-TALLY-FEEDER-CURRENCY
039940         THRU 2650-TALLY-FEEDER-CURRENCY-EXIT.
040000 2600-WRITE-POSTED-DETAIL-EXIT.
040002     EXIT.
040004
040006******************************************************************
040008*    THE FEEDER'S TOTALS BY CURRENCY -- SERIAL SCAN OF ITS OWN   *
040010*    CURRENCY ROWS, SAME IDEA AS THE FEEDER TABLE ITSELF.        *
040012******************************************************************
040014 2650-TALLY-FEEDER-CURRENCY.
040016     SET WS-FDR-CCY-FOUND TO FALSE
040018     MOVE 0 TO WS-FDR-CCY-IDX
040020     PERFORM 2660-MATCH-ONE-FEEDER-CCY
040022         THRU 2660-MATCH-ONE-FEEDER-CCY-EXIT
040024         UNTIL WS-FDR-CCY-IDX = WS-FDR-CCY-COUNT (WS-FEEDER-IDX)
040026            OR WS-FDR-CCY-FOUND
040028     IF NOT WS-FDR-CCY-FOUND
040030         PERFORM 2670-ADD-FEEDER-CCY
040032             THRU 2670-ADD-FEEDER-CCY-EXIT
040034     END-IF
040036     ADD 1 TO WS-FDR-CCY-POSTED (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040038     ADD LR-AMOUNT
040040         TO WS-FDR-CCY-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040042     ADD LR-BASE-AMOUNT
040044         TO WS-FDR-CCY-BASE-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX).
040046 2650-TALLY-FEEDER-CURRENCY-EXIT.
040048     EXIT.
040050
040052 2660-MATCH-ONE-FEEDER-CCY.
040054     ADD 1 TO WS-FDR-CCY-IDX
040056     IF WS-FDR-CCY-CODE (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040058         = LR-CURRENCY-CODE
040060         SET WS-FDR-CCY-FOUND TO TRUE
040062     END-IF.
040064 2660-MATCH-ONE-FEEDER-CCY-EXIT.
040066     EXIT.
040068
040070 2670-ADD-FEEDER-CCY.
040072     IF WS-FDR-CCY-COUNT (WS-FEEDER-IDX) = 10
040074         MOVE 10 TO WS-FDR-CCY-IDX
040076         MOVE '***' TO WS-FDR-CCY-CODE (WS-FEEDER-IDX, 10)
040078         GO TO 2670-ADD-FEEDER-CCY-EXIT
040080     END-IF
040082     ADD 1 TO WS-FDR-CCY-COUNT (WS-FEEDER-IDX)
040084     MOVE WS-FDR-CCY-COUNT (WS-FEEDER-IDX) TO WS-FDR-CCY-IDX
040086     MOVE LR-CURRENCY-CODE
040088         TO WS-FDR-CCY-CODE (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040090     MOVE 0 TO WS-FDR-CCY-POSTED (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040092     MOVE 0 TO WS-FDR-CCY-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
040094     MOVE 0
040096         TO WS-FDR-CCY-BASE-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX).
040098 2670-ADD-FEEDER-CCY-EXIT.
040100     EXIT.
040200
040300 2700-HEX-ENCODE-HASH.
042200 2710-HEX-ENCODE-ONE-BYTE-EXIT.
042300     EXIT.
042400
042402******************************************************************
042404*    THE CYCLE WHOSE SEQUENCE RANGE HOLDS THE CURRENT LEDGER     *
042406*    RECORD.  A RECORD OF TODAY'S IN NO CYCLE'S RANGE IS         *
042408*    CONFIRMED WITH CYCLE 00.                                    *
042410******************************************************************
042412 2800-FIND-CYCLE.
042414     SET WS-CYCLE-FOUND TO FALSE
042416     MOVE 0 TO WS-CYCLE-IDX
042418     PERFORM 2810-MATCH-ONE-CYCLE
042420         THRU 2810-MATCH-ONE-CYCLE-EXIT
042422         UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
042424            OR WS-CYCLE-FOUND.
042426 2800-FIND-CYCLE-EXIT.
042428     EXIT.
042430
042432 2810-MATCH-ONE-CYCLE.
042434     ADD 1 TO WS-CYCLE-IDX
042436     IF LR-SEQUENCE-NUMBER NOT < WS-CYC-START-SEQ (WS-CYCLE-IDX)
042438      AND LR-SEQUENCE-NUMBER NOT > WS-CYC-END-SEQ (WS-CYCLE-IDX)
042440         SET WS-CYCLE-FOUND TO TRUE
042442     END-IF.
042444 2810-MATCH-ONE-CYCLE-EXIT.
042446     EXIT.
042500******************************************************************
042600*    THE DAY'S TRANREJ REJECTS, ATTRIBUTED BY THE SOURCE CODE    *
042700*    IN BYTES 32-34 OF THE REJECTED IMAGE.  AN SRCB REJECT HAS   *
047600 3100-ATTACH-ONE-REJECT-EXIT.
047700     EXIT.
047800
047801******************************************************************
047802*    FEEDER BATCHES ON SUSPENSE, FROM FOREDIT'S SUSPCTL.  EVERY  *
047803*    BATCH STILL HELD IS CONFIRMED EVERY DAY UNTIL IT IS         *
047804*    RETRANSMITTED; A RELEASED BATCH IS CONFIRMED ONCE, ON THE   *
047805*    DAY OF ITS RELEASE.  A MISSING SUSPCTL IS A CLEAN SKIP.     *
047806******************************************************************
047807 3500-ATTACH-SUSPENSE.
047808     OPEN INPUT SUSPENSE-CONTROL-FILE
047809     IF WS-SUSPCTL-NOT-FOUND
047810         DISPLAY "FORENSIC-CONFIRM: NO SUSPCTL -- NO SUSPENSE "
047811             "BATCHES TO CONFIRM"
047812         GO TO 3500-ATTACH-SUSPENSE-EXIT
047813     END-IF
047814     IF NOT WS-SUSPCTL-OK
047815         DISPLAY "FORENSIC-CONFIRM: UNABLE TO OPEN SUSPCTL, "
047816             "STATUS = " WS-SUSPCTL-STATUS
047817         MOVE 16 TO RETURN-CODE
047818         GO TO 9999-EXIT
047819     END-IF
047820     PERFORM 3600-ATTACH-ONE-BATCH
047821         THRU 3600-ATTACH-ONE-BATCH-EXIT
047822         UNTIL WS-SUSPCTL-AT-EOF
047823     CLOSE SUSPENSE-CONTROL-FILE.
047824 3500-ATTACH-SUSPENSE-EXIT.
047825     EXIT.
047826
047827 3600-ATTACH-ONE-BATCH.
047828     READ SUSPENSE-CONTROL-FILE NEXT
047829         AT END
047830             SET WS-SUSPCTL-AT-EOF TO TRUE
047831             GO TO 3600-ATTACH-ONE-BATCH-EXIT
047832     END-READ
047833     IF NOT WS-SUSPCTL-OK
047834         DISPLAY "FORENSIC-CONFIRM: SUSPCTL READ FAILED, "
047835             "STATUS = " WS-SUSPCTL-STATUS
047836         MOVE 16 TO RETURN-CODE
047837         GO TO 9999-EXIT
047838     END-IF
047839     IF NOT SC-BATCH-HELD
047840      AND SC-RELEASED-BUSINESS-DATE NOT = WS-TODAY-DATE
047841         GO TO 3600-ATTACH-ONE-BATCH-EXIT
047842     END-IF
047843     MOVE SC-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
047844     PERFORM 2500-FIND-FEEDER
047845         THRU 2500-FIND-FEEDER-EXIT
047846     IF NOT WS-FEEDER-FOUND
047847         ADD 1 TO WS-UNATTRIBUTED-COUNT
047848         DISPLAY "FORENSIC-CONFIRM: NO FEEDER FOR SUSPENSE "
047849             "BATCH '" SC-SOURCE-SYSTEM "' " SC-BATCH-DATE
047850             "-" SC-TRANSMISSION-SEQ
047851             " STATUS " SC-BATCH-STATUS
047852         GO TO 3600-ATTACH-ONE-BATCH-EXIT
047853     END-IF
047854     MOVE SPACES TO WS-CONFIRM-DETAIL
047855     IF SC-BATCH-HELD
047856         MOVE 'H' TO CF-RECORD-TYPE
047857         ADD 1 TO WS-HELD-BATCH-COUNT
047858         ADD 1 TO WS-FDR-HELD (WS-FEEDER-IDX)
047859     ELSE
047860         MOVE 'R' TO CF-RECORD-TYPE
047861         ADD 1 TO WS-RELEASED-BATCH-COUNT
047862         ADD 1 TO WS-FDR-RELEASED (WS-FEEDER-IDX)
047863     END-IF
047864     MOVE SC-SOURCE-SYSTEM          TO CS-SOURCE-SYSTEM
047865     MOVE SC-BATCH-DATE             TO CS-BATCH-DATE
047866     MOVE SC-HOLD-REASON            TO CS-HOLD-REASON
047867     MOVE SC-HELD-BUSINESS-DATE     TO CS-HELD-BUSINESS-DATE
047868     MOVE SC-RELEASED-BUSINESS-DATE TO CS-RELEASED-BUSINESS-DATE
047869     MOVE SC-RECEIVED-COUNT         TO CS-RECEIVED-COUNT
047870     MOVE SC-RECEIVED-HASH-TOTAL    TO CS-RECEIVED-HASH-TOTAL
047871     MOVE SC-TRAILER-COUNT          TO CS-TRAILER-COUNT
047872     MOVE SC-TRAILER-HASH-TOTAL     TO CS-TRAILER-HASH-TOTAL
047873     MOVE SC-HOLD-COUNT             TO CS-HOLD-COUNT
047874     MOVE SC-TRANSMISSION-SEQ       TO CS-TRANSMISSION-SEQ
047875     PERFORM 7000-WRITE-CONFIRM-RECORD
047876         THRU 7000-WRITE-CONFIRM-RECORD-EXIT.
047877 3600-ATTACH-ONE-BATCH-EXIT.
047878     EXIT.
047879
047900 4000-WRITE-TRAILERS.
048000     MOVE 0 TO WS-FEEDER-IDX
048100     PERFORM 4100-WRITE-ONE-TRAILER
048600
048700 4100-WRITE-ONE-TRAILER.
048800     ADD 1 TO WS-FEEDER-IDX
048820     MOVE 0 TO WS-FDR-CCY-IDX
048840     PERFORM 4200-WRITE-ONE-CURRENCY
048860         THRU 4200-WRITE-ONE-CURRENCY-EXIT
048880         UNTIL WS-FDR-CCY-IDX = WS-FDR-CCY-COUNT (WS-FEEDER-IDX)
048900     MOVE SPACES TO WS-CONFIRM-DETAIL
049000     MOVE 'T' TO CF-RECORD-TYPE
049100     MOVE WS-FDR-CODE (WS-FEEDER-IDX)    TO CT-SOURCE-SYSTEM
049200     MOVE WS-FDR-POSTED (WS-FEEDER-IDX)  TO CT-POSTED-COUNT
049300     MOVE WS-FDR-NET (WS-FEEDER-IDX)     TO CT-NET-AMOUNT
049400     MOVE WS-FDR-REJECTS (WS-FEEDER-IDX) TO CT-REJECT-COUNT
049420     MOVE WS-FDR-HELD (WS-FEEDER-IDX)    TO CT-HELD-COUNT
049440     MOVE WS-FDR-RELEASED (WS-FEEDER-IDX) TO CT-RELEASED-COUNT
049460     MOVE WS-CYCLE-COUNT                  TO CT-CYCLE-COUNT
049470     MOVE WS-BASE-CURRENCY                TO CT-NET-CURRENCY
049480     MOVE WS-FDR-CCY-COUNT (WS-FEEDER-IDX) TO CT-CURRENCY-COUNT
049500     PERFORM 7000-WRITE-CONFIRM-RECORD
049600         THRU 7000-WRITE-CONFIRM-RECORD-EXIT.
049700 4100-WRITE-ONE-TRAILER-EXIT.
049705     EXIT.
049710 4200-WRITE-ONE-CURRENCY.
049715     ADD 1 TO WS-FDR-CCY-IDX
049720     MOVE SPACES TO WS-CONFIRM-DETAIL
049725     MOVE 'C' TO CF-RECORD-TYPE
049730     MOVE WS-FDR-CODE (WS-FEEDER-IDX) TO CC-SOURCE-SYSTEM
049735     MOVE WS-FDR-CCY-CODE (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
049740         TO CC-CURRENCY-CODE
049745     MOVE WS-FDR-CCY-POSTED (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
049750         TO CC-POSTED-COUNT
049755     MOVE WS-FDR-CCY-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
049760         TO CC-NET-AMOUNT
049765     MOVE WS-FDR-CCY-BASE-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
049770         TO CC-BASE-NET-AMOUNT
049775     PERFORM 7000-WRITE-CONFIRM-RECORD
049780         THRU 7000-WRITE-CONFIRM-RECORD-EXIT.
049785 4200-WRITE-ONE-CURRENCY-EXIT.
049800     EXIT.
049900
050000******************************************************************
053900     DISPLAY "FORENSIC-CONFIRM: PER-FEEDER CONFIRMATIONS"
054000     DISPLAY "CONFIRMATION DATE    = " WS-TODAY-DATE
054100     DISPLAY "============================================"
054150     DISPLAY "NETS IN BASE CURRENCY  = " WS-BASE-CURRENCY
054200     DISPLAY "TODAY'S LEDGER RECORDS = " WS-DAY-RECORD-COUNT
054300     DISPLAY "TODAY'S REJECTS READ   = " WS-REJECT-COUNT
054320     DISPLAY "BATCHES STILL HELD     = " WS-HELD-BATCH-COUNT
054340     DISPLAY "RELEASED TODAY         = " WS-RELEASED-BATCH-COUNT
054400     MOVE 0 TO WS-FEEDER-IDX
054500     PERFORM 8100-REPORT-ONE-FEEDER
054600         THRU 8100-REPORT-ONE-FEEDER-EXIT
054700         UNTIL WS-FEEDER-IDX = WS-FEEDER-COUNT
054710     DISPLAY "POSTING CYCLES         = " WS-CYCLE-COUNT
054720     MOVE 0 TO WS-CYCLE-IDX
054730     PERFORM 8200-REPORT-ONE-CYCLE
054740         THRU 8200-REPORT-ONE-CYCLE-EXIT
054750         UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
054760     IF WS-OUTSIDE-CYCLE-COUNT > 0
054770         DISPLAY "  OUTSIDE ANY CYCLE  POSTED = "
054780             WS-OUTSIDE-CYCLE-COUNT
054790     END-IF
054800     DISPLAY "UNATTRIBUTED           = " WS-UNATTRIBUTED-COUNT
054900     DISPLAY "============================================".
055000 8000-REPORT-RESULTS-EXIT.
055600     DISPLAY "  FEEDER " WS-FDR-CODE (WS-FEEDER-IDX)
055700         "  POSTED = " WS-FDR-POSTED (WS-FEEDER-IDX)
055800         "  NET = " WS-NET-DISPLAY
055900         "  REJECTS = " WS-FDR-REJECTS (WS-FEEDER-IDX)
055910     IF WS-FDR-HELD (WS-FEEDER-IDX) > 0
055920      OR WS-FDR-RELEASED (WS-FEEDER-IDX) > 0
055930         DISPLAY "           HELD = " WS-FDR-HELD (WS-FEEDER-IDX)
055940             "  RELEASED = " WS-FDR-RELEASED (WS-FEEDER-IDX)
055950     END-IF
055960     MOVE 0 TO WS-FDR-CCY-IDX
055970     PERFORM 8110-REPORT-FEEDER-CURRENCY
055980         THRU 8110-REPORT-FEEDER-CURRENCY-EXIT
055990         UNTIL WS-FDR-CCY-IDX = WS-FDR-CCY-COUNT (WS-FEEDER-IDX).
056000 8100-REPORT-ONE-FEEDER-EXIT.
056100     EXIT.
056105 8110-REPORT-FEEDER-CURRENCY.
056110     ADD 1 TO WS-FDR-CCY-IDX
056115     MOVE WS-FDR-CCY-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
056120         TO WS-NET-DISPLAY
056125     DISPLAY "           CURRENCY "
056130         WS-FDR-CCY-CODE (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
056135         "  POSTED = "
056140         WS-FDR-CCY-POSTED (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
056145         "  NET = " WS-NET-DISPLAY
056150     MOVE WS-FDR-CCY-BASE-NET (WS-FEEDER-IDX, WS-FDR-CCY-IDX)
056155         TO WS-NET-DISPLAY
056160     DISPLAY "                                        "
056165         "  BASE = " WS-NET-DISPLAY.
056170 8110-REPORT-FEEDER-CURRENCY-EXIT.
056175     EXIT.
056200
056202******************************************************************
056204*    POSTED COUNT AND NET BY CYCLE AND FEEDER.  REJECTS AND      *
056206*    SUSPENSE ARE TOTALLED FOR THE DAY ONLY -- TRANREJ AND       *
056208*    SUSPCTL CARRY NO CYCLE.                                     *
056210******************************************************************
056212 8200-REPORT-ONE-CYCLE.
056214     ADD 1 TO WS-CYCLE-IDX
056216     DISPLAY "  CYCLE " WS-CYC-NUMBER (WS-CYCLE-IDX)
056218         "  SEQ " WS-CYC-START-SEQ (WS-CYCLE-IDX)
056220         "-" WS-CYC-END-SEQ (WS-CYCLE-IDX)
056222     MOVE 0 TO WS-FEEDER-IDX
056224     PERFORM 8210-REPORT-CYCLE-FEEDER
056226         THRU 8210-REPORT-CYCLE-FEEDER-EXIT
056228         UNTIL WS-FEEDER-IDX = WS-FEEDER-COUNT.
056230 8200-REPORT-ONE-CYCLE-EXIT.
056232     EXIT.
056234
056236 8210-REPORT-CYCLE-FEEDER.
056238     ADD 1 TO WS-FEEDER-IDX
056240     MOVE WS-CYC-FDR-NET (WS-CYCLE-IDX, WS-FEEDER-IDX)
056242         TO WS-NET-DISPLAY
056244     DISPLAY "    FEEDER " WS-FDR-CODE (WS-FEEDER-IDX)
056246         "  POSTED = "
056248         WS-CYC-FDR-POSTED (WS-CYCLE-IDX, WS-FEEDER-IDX)
056250         "  NET = " WS-NET-DISPLAY.
056252 8210-REPORT-CYCLE-FEEDER-EXIT.
056254     EXIT.
056300 9000-TERMINATE.
056400     CLOSE CONFIRM-FILE-1
056500     IF WS-FEEDER-COUNT > 1
