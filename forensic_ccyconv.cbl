000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-CCYCONV.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-CCYCONV                                            *
001000*                                                                *
001100*    ONE-TIME MULTI-CURRENCY CUTOVER.  RUN ONCE, FROM THE        *
001200*    FORCCONV JOB, BETWEEN THE LAST NIGHTLY RUN ON THE OLD       *
001300*    RELEASE AND THE FIRST ON THE NEW ONE -- THEN NEVER AGAIN.   *
001400*                                                                *
001500*    THE LIVE LEDGER HOLDS 85-BYTE RECORDS HASHED OVER A         *
001600*    77-BYTE INPUT, ALL IN ONE (THE BASE) CURRENCY.  EVERY       *
001700*    CURRENT PROGRAM NOW DECLARES THE 98-BYTE LAYOUT (CURRENCY   *
001800*    CODE AND BASE AMOUNT APPENDED) AND THE 90-BYTE HASH INPUT,  *
001900*    SO THE OLD GENERATION CAN NEITHER BE OPENED NOR RE-         *
002000*    VERIFIED BY THEM.  THIS PROGRAM IS THE BRIDGE:              *
002100*                                                                *
002200*      1. WALKS THE OLD GENERATION IN ITS OWN LAYOUT UNDER THE   *
002300*         77-BYTE RULE, EXACTLY AS THE OLD FORENSIC-VERIFY DID   *
002400*         -- FROM GENESIS0, OR FROM THE CARRIED PRIOR-HASH OF    *
002500*         AN OPENING ANCHOR IN RECORD POSITION ONE.  A BROKEN    *
002600*         CHAIN ABORTS THE CUTOVER -- THE OLD GENERATION IS      *
002700*         ONLY EVER CLOSED CLEAN.                                *
002758*      2. LOADS THE REDEFINED (EMPTY, 98-BYTE) LEDGMSTR FROM     *
002817*         THE 85-BYTE UNLOAD OF THE OLD MASTER (MSTRUNLD),       *
002875*         PADDING EVERY RECORD WITH THE BASE CURRENCY FROM       *
002934*         CCYTABLE AND ITS AMOUNT AS THE BASE AMOUNT.  THE SAME  *
002993*         PADDED RECORDS GO TO MSTRPRE, KEPT CATALOGED FOR       *
003051*         FORRBLD TO RELOAD THE PRE-CUTOVER MASTER FROM.         *
003110*      3. CONVERTS THE REJWORK BENCH IN PLACE.  EACH ENTRY'S     *
003168*         34-BYTE ORIGINAL AND CORRECTED IMAGES BECOME 37-BYTE   *
003227*         IMAGES WITH THE BASE CURRENCY CODE IN BYTES 35-37 (A   *
003286*         CORRECTED IMAGE STILL SPACES STAYS SPACES); THE        *
003344*         120-BYTE RECORD TAKES THE SIX BYTES OUT OF ITS         *
003403*         FILLER.                                                *
003407*      4. CONVERTS THE TRANSUSP SUSPENSE LOG IN PLACE.  EACH     *
003411*         HELD RECORD'S 34-BYTE DETAIL IMAGE BECOMES A 37-BYTE   *
003415*         ONE WITH THE BASE CURRENCY CODE IN BYTES 69-71 OF THE  *
003419*         RECORD, AND TRANSMISSION SEQUENCE 00 FOLLOWS IN 72-73  *
003423*         -- THE 80-BYTE RECORD TAKES THE FIVE BYTES OUT OF ITS  *
003427*         FILLER.                                                *
003431*      5. LOADS THE REDEFINED (EMPTY) SUSPCTL FROM THE UNLOAD    *
003435*         OF THE OLD ONE (SCTLUNLD).  THE KEY WIDENS FROM 11 TO  *
003439*         13 BYTES FOR THE TRAILER'S TRANSMISSION SEQUENCE;      *
003443*         EVERY PRE-CUTOVER BATCH IS KEYED UNDER SEQUENCE 00,    *
003447*         THE SEQUENCE A BLANK TRAILER CARRIES, SO A BATCH       *
003451*         STILL HELD IS RELEASED BY A RETRANSMISSION THAT SENDS  *
003455*         NONE.                                                  *
003462*      6. CLOSES THE OLD GENERATION UNDER ITS OWN RULE, AS       *
003520*         FORENSIC-ROLLOVER WOULD HAVE: A CLOSING ANCHOR (TYPE   *
003579*         'X', ID 'AN'+YYYYMMDD) IN THE 85-BYTE LAYOUT, HASHED   *
003637*         OVER THE 77-BYTE INPUT, CARRYING THE PERIOD NET TOTAL  *
003696*         AND RECORD COUNT, IS APPENDED TO IT AND THE            *
003726*         GENERATION IS REGISTERED ON GENCAT, FLAGGED AS THE     *
003756*         CUTOVER GENERATION.                                    *
003813*      7. OPENS THE NEW GENERATION WITH A CUTOVER ANCHOR (TYPE   *
003872*         'X', ID 'AC'+YYYYMMDD) IN THE 98-BYTE LAYOUT, HASHED   *
003931*         OVER THE 90-BYTE INPUT: PRIOR-HASH = THE CLOSING       *
003989*         ANCHOR'S HASH, SEQUENCE = ITS SEQUENCE + 1, THE SAME   *
004048*         NET TOTAL AND COUNT, CURRENCY = THE BASE FROM          *
004106*         CCYTABLE, BASE AMOUNT = THE AMOUNT.  IT IS THE SOLE    *
004165*         RECORD OF NEWLEDG AND IS ADDED, WITH THE CLOSING       *
004224*         ANCHOR, TO LEDGMSTR; THE CLOSING ANCHOR ALSO GOES TO   *
004282*         MSTRPRE.  CHAINF IS RESEEDED FROM IT SO THE FIRST      *
004341*         NEW-RELEASE FORENSIC-AUDIT RUN CHAINS OFF IT.          *
004400*                                                                *
004500*    THE CLOSED GENERATION IS ARCHIVED BY THE FORCCONV JOB AS    *
004600*    THE NEXT ARCHIVE GDG GENERATION, STILL 85 BYTES.  IT AND    *
004700*    EVERY EARLIER ARCHIVED GENERATION ARE READ FROM THEN ON     *
004800*    WITH THE PRE-CUTOVER RELEASE OF THE LOAD MODULES.  AFTER    *
004900*    CUTOVER THE FINQ SPOT-CHECK CANNOT RE-VERIFY A PRE-CUTOVER  *
005000*    RECORD (ITS HASH WAS COMPUTED UNDER THE OLD RULE); THE      *
005100*    PROOF FOR THOSE RECORDS IS THIS PROGRAM'S CLEAN WALK, THE   *
005200*    CLOSING ANCHOR, AND THE ARCHIVE.                            *
005300*                                                                *
005400*    RETURN-CODES:  0 = OLD GENERATION CLOSED, NEW ONE SEEDED.   *
005500*                   8 = OLD LEDGER EMPTY -- NOTHING TO CONVERT   *
005600*                       (A FRESH SITE JUST STARTS ON THE NEW     *
005700*                       DEFINES; NO CUTOVER IS NEEDED).          *
005800*                  16 = BROKEN CHAIN, NO SINGLE BASE CURRENCY ON *
005900*                       CCYTABLE, ALREADY CONVERTED, OR          *
006000*                       UNRECOVERABLE I-O ERROR -- NOTHING WAS   *
006100*                       CLOSED OR SEEDED.  IF LEDGMSTR, REJWORK, *
006110*                       TRANSUSP OR SUSPCTL HAD BEGUN TO LOAD,   *
006120*                       RESTORE ALL FOUR FROM THE FORCCONV STEP10*
006130*                       UNLOADS BEFORE RESUBMITTING.             *
006200*                                                                *
006300*----------------------------------------------------------------*
006400*    MODIFICATION HISTORY                                       *
006500*----------------------------------------------------------------*
006600*    DATE       BY    DESCRIPTION                                *
006700*    ---------- ----- -------------------------------------------*
006800*    2026-10-14 JRM   ORIGINAL.                                  *
006814*    2026-10-15 JRM   LEDGMSTR IS LOADED AND PADDED HERE FROM    *
006828*                     THE OLD MASTER UNLOAD, WITH THE BASE CODE  *
006842*                     FROM CCYTABLE RATHER THAN A JCL LITERAL,   *
006856*                     AND A 98-BYTE COPY IS KEPT FOR FORRBLD.    *
006870*                     REJWORK IS CONVERTED TO THE 37-BYTE        *
006884*                     IMAGES.  A CCYTABLE READ ERROR IS RC 16.   *
006886*    2026-10-15 JRM   TRANSUSP IS CONVERTED IN PLACE TO THE      *
006888*                     37-BYTE DETAIL IMAGE AND SUSPCTL IS        *
006890*                     RELOADED UNDER ITS 13-BYTE KEY, BOTH WITH  *
006892*                     TRANSMISSION SEQUENCE 00.  THE CLOSED      *
006894*                     GENERATION IS FLAGGED ON GENCAT AS THE     *
006896*                     CUTOVER.                                   *
006900******************************************************************
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER.   IBM-370.
007300 OBJECT-COMPUTER.   IBM-370.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT OLD-LEDGER-FILE ASSIGN TO OLDLEDG
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-OLD-LEDGER-STATUS.
008000     SELECT NEW-LEDGER-FILE ASSIGN TO NEWLEDG
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-NEW-LEDGER-STATUS.
008400     SELECT LEDGER-MASTER-FILE ASSIGN TO LEDGMSTR
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS LM-TRANSACTION-ID
008800         FILE STATUS IS WS-LEDGER-MASTER-STATUS.
008807     SELECT OLD-MASTER-FILE ASSIGN TO MSTRUNLD
008814         ORGANIZATION IS SEQUENTIAL
008821         ACCESS MODE IS SEQUENTIAL
008828         FILE STATUS IS WS-OLD-MASTER-STATUS.
008835     SELECT PRE-CUTOVER-MASTER-FILE ASSIGN TO MSTRPRE
008842         ORGANIZATION IS SEQUENTIAL
008849         ACCESS MODE IS SEQUENTIAL
008856         FILE STATUS IS WS-PRE-CUTOVER-STATUS.
008863     SELECT REJECT-WORK-FILE ASSIGN TO REJWORK
008870         ORGANIZATION IS INDEXED
008877         ACCESS MODE IS SEQUENTIAL
008884         RECORD KEY IS RW-REJECT-ID
008891         FILE STATUS IS WS-REJWORK-STATUS.
008900     SELECT LEDGER-CHAIN-FILE ASSIGN TO CHAINF
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-CHAIN-STATUS.
009300     SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-CATALOG-STATUS.
009700     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS SEQUENTIAL
010000         RECORD KEY IS CU-CURRENCY-CODE
010100         FILE STATUS IS WS-CCYTABLE-STATUS.
010105     SELECT SUSPENSE-FILE ASSIGN TO TRANSUSP
010110         ORGANIZATION IS SEQUENTIAL
010115         ACCESS MODE IS SEQUENTIAL
010120         FILE STATUS IS WS-SUSPENSE-STATUS.
010125     SELECT OLD-SUSPENSE-CONTROL-FILE ASSIGN TO SCTLUNLD
010130         ORGANIZATION IS SEQUENTIAL
010135         ACCESS MODE IS SEQUENTIAL
010140         FILE STATUS IS WS-OLD-SUSPCTL-STATUS.
010145     SELECT SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
010150         ORGANIZATION IS INDEXED
010155         ACCESS MODE IS SEQUENTIAL
010160         RECORD KEY IS SC-BATCH-KEY
010165         FILE STATUS IS WS-SUSPCTL-STATUS.
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  OLD-LEDGER-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 85 CHARACTERS.
010800*    PRE-CUTOVER LEDGER RECORD, AS THE OLD RELEASE WROTE IT.
010900*    KEPT INLINE -- FORLFD.CPY NOW DESCRIBES THE 98-BYTE LAYOUT,
011000*    WHOSE FIRST 85 BYTES ARE THIS ONE FIELD FOR FIELD, AND THIS
011100*    IS THE ONLY PROGRAM THAT WILL EVER READ OR WRITE THE OLD
011200*    ONE AGAIN.
011300 01  OLD-LEDGER-RECORD.
011400     05  OL-TIMESTAMP          PIC X(14).
011500     05  OL-TRANSACTION-ID     PIC X(10).
011600     05  OL-AMOUNT             PIC S9(8)V99.
011700     05  OL-RECORD-TYPE        PIC X(01).
011800         88  OL-TYPE-ANCHOR        VALUE 'X'.
011900     05  OL-REVERSAL-OF-TXN-ID PIC X(10).
012000     05  OL-HASH-PREFIX        PIC X(8).
012100     05  OL-CHAIN-PRIOR-HASH   PIC X(8).
012200     05  OL-SEQUENCE-NUMBER    PIC 9(09).
012300     05  OL-SOURCE-SYSTEM      PIC X(03).
012400     05  OL-OPERATOR-ID        PIC X(08).
012500     05  OL-REASON-CODE        PIC X(04).
012600 FD  NEW-LEDGER-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F
012900     RECORD CONTAINS 98 CHARACTERS.
013000 01  NEW-LEDGER-RECORD         PIC X(98).
013100 FD  LEDGER-MASTER-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 98 CHARACTERS.
013400 COPY FORLMD.
013404 FD  OLD-MASTER-FILE
013408     LABEL RECORDS ARE STANDARD
013412     RECORDING MODE IS F
013416     RECORD CONTAINS 85 CHARACTERS.
013420*    PRE-CUTOVER LEDGMSTR RECORD AS UNLOADED BY FORCCONV STEP10 --
013424*    THE FIRST 85 BYTES OF FORLMD.CPY, FIELD FOR FIELD.
013428 01  OLD-MASTER-RECORD.
013432     05  OM-TRANSACTION-ID     PIC X(10).
013436     05  OM-TIMESTAMP          PIC X(14).
013440     05  OM-AMOUNT             PIC S9(8)V99.
013444     05  FILLER                PIC X(51).
013448 FD  PRE-CUTOVER-MASTER-FILE
013452     LABEL RECORDS ARE STANDARD
013456     RECORDING MODE IS F
013460     RECORD CONTAINS 98 CHARACTERS.
013464 01  PRE-CUTOVER-MASTER-RECORD PIC X(98).
013468 FD  REJECT-WORK-FILE
013472     LABEL RECORDS ARE STANDARD
013476     RECORD CONTAINS 120 CHARACTERS.
013480 COPY FORREJD.
013500 FD  LEDGER-CHAIN-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F
013800     RECORD CONTAINS 27 CHARACTERS.
013900 01  CHAIN-RECORD.
014000     05  CHAIN-LAST-HASH       PIC X(8).
014100     05  CHAIN-LAST-TXN-ID     PIC X(10).
014200     05  CHAIN-LAST-SEQUENCE   PIC 9(09).
014300 FD  GENERATION-CATALOG-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F
014600     RECORD CONTAINS 120 CHARACTERS.
014700 COPY FORGCTD.
014800 FD  CURRENCY-TABLE-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 80 CHARACTERS.
015100 COPY FORCCYD.
015102 FD  SUSPENSE-FILE
015104     LABEL RECORDS ARE STANDARD
015106     RECORDING MODE IS F
015108     RECORD CONTAINS 80 CHARACTERS.
015110*    A HELD DETAIL RECORD ON TRANSUSP.  THE OLD RELEASE'S 34-BYTE
015112*    IMAGE ENDS AT BYTE 68 AND SPACES FILL THE REST; FORENSIC-EDIT
015114*    NOW WRITES A 37-BYTE IMAGE, WHOSE LAST THREE BYTES ARE THE
015116*    CURRENCY CODE, AND THE TRANSMISSION SEQUENCE AFTER IT.
015118 01  SUSPENSE-RECORD.
015120     05  SU-HELD-DATA          PIC X(68).
015122     05  SU-CURRENCY-CODE      PIC X(03).
015124     05  SU-TRANSMISSION-SEQ   PIC 9(02).
015126     05  FILLER                PIC X(07).
015128 FD  OLD-SUSPENSE-CONTROL-FILE
015130     LABEL RECORDS ARE STANDARD
015132     RECORDING MODE IS F
015134     RECORD CONTAINS 80 CHARACTERS.
015136*    PRE-CUTOVER SUSPCTL RECORD AS UNLOADED BY FORCCONV STEP10 --
015138*    FORSUSD.CPY LESS THE TRANSMISSION SEQUENCE, 11-BYTE KEY.
015140 01  OLD-SUSPENSE-CONTROL-RECORD.
015142     05  OC-SOURCE-SYSTEM      PIC X(03).
015144     05  OC-BATCH-DATE         PIC 9(08).
015146     05  OC-BATCH-STATUS       PIC X(01).
015148     05  OC-HOLD-REASON        PIC X(04).
015150     05  OC-HELD-BUSINESS-DATE PIC 9(08).
015152     05  OC-RELEASED-BUSINESS-DATE
015154                               PIC 9(08).
015156     05  OC-RECEIVED-COUNT     PIC 9(10).
015158     05  OC-RECEIVED-HASH-TOTAL
015160                               PIC S9(8)V99.
015162     05  OC-TRAILER-COUNT      PIC 9(10).
015164     05  OC-TRAILER-HASH-TOTAL PIC S9(8)V99.
015166     05  OC-HOLD-COUNT         PIC 9(03).
015168     05  FILLER                PIC X(05).
015170 FD  SUSPENSE-CONTROL-FILE
015172     LABEL RECORDS ARE STANDARD
015174     RECORD CONTAINS 80 CHARACTERS.
015176 COPY FORSUSD.
015200 WORKING-STORAGE SECTION.
015300 01  WS-OLD-LEDGER-STATUS      PIC X(02).
015400     88  WS-OLD-LEDGER-OK           VALUE '00'.
015500 01  WS-NEW-LEDGER-STATUS      PIC X(02).
015600     88  WS-NEW-LEDGER-OK           VALUE '00'.
015700 01  WS-LEDGER-MASTER-STATUS   PIC X(02).
015800     88  WS-LEDGER-MASTER-OK        VALUE '00'.
015900 01  WS-CHAIN-STATUS           PIC X(02).
016000     88  WS-CHAIN-OK                VALUE '00'.
016009 01  WS-OLD-MASTER-STATUS      PIC X(02).
016018     88  WS-OLD-MASTER-OK           VALUE '00'.
016027 01  WS-OLD-MASTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
016036     88  WS-OLD-MASTER-AT-EOF       VALUE 'Y'.
016045 01  WS-PRE-CUTOVER-STATUS     PIC X(02).
016054     88  WS-PRE-CUTOVER-OK          VALUE '00'.
016063 01  WS-REJWORK-STATUS         PIC X(02).
016072     88  WS-REJWORK-OK              VALUE '00'.
016081 01  WS-REJWORK-EOF-SWITCH     PIC X(01) VALUE 'N'.
016090     88  WS-REJWORK-AT-EOF          VALUE 'Y'.
016100 01  WS-CATALOG-STATUS         PIC X(02).
016200     88  WS-CATALOG-OK              VALUE '00'.
016300     88  WS-CATALOG-NOT-FOUND       VALUE '35'.
016400 01  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
016500     88  WS-CATALOG-AT-EOF          VALUE 'Y'.
016600 01  WS-CCYTABLE-STATUS        PIC X(02).
016700     88  WS-CCYTABLE-OK             VALUE '00'.
016800 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
016900     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
016905 01  WS-SUSPENSE-STATUS        PIC X(02).
016910     88  WS-SUSPENSE-OK             VALUE '00'.
016915 01  WS-SUSPENSE-EOF-SWITCH    PIC X(01) VALUE 'N'.
016920     88  WS-SUSPENSE-AT-EOF         VALUE 'Y'.
016925 01  WS-OLD-SUSPCTL-STATUS     PIC X(02).
016930     88  WS-OLD-SUSPCTL-OK          VALUE '00'.
016935 01  WS-OLD-SUSPCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
016940     88  WS-OLD-SUSPCTL-AT-EOF      VALUE 'Y'.
016945 01  WS-SUSPCTL-STATUS         PIC X(02).
016950     88  WS-SUSPCTL-OK              VALUE '00'.
017000 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
017100 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
017200 01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
017300     88  WS-AT-EOF                  VALUE 'Y'.
017400 COPY FORLEDG.
017406 01  WS-OLD-REJECT-RECORD.
017412*    A REJWORK ENTRY AS THE OLD RELEASE WROTE IT -- 34-BYTE
017418*    EXTRACT IMAGES WITH NO CURRENCY CODE.  KEPT INLINE FOR THE
017424*    SAME REASON AS OLD-LEDGER-RECORD.
017430     05  OW-REJECT-ID          PIC X(10).
017436     05  OW-ORIGINAL-IMAGE     PIC X(34).
017442     05  OW-REJECT-REASON      PIC X(04).
017448     05  OW-CORRECTED-IMAGE    PIC X(34).
017454     05  OW-STATUS             PIC X(01).
017460     05  OW-REPAIR-OPERATOR    PIC X(08).
017466     05  OW-DATE-REJECTED      PIC 9(08).
017472     05  OW-DATE-WORKED        PIC 9(08).
017478     05  OW-CYCLE-COUNT        PIC 9(03).
017484     05  FILLER                PIC X(10).
017500 01  WS-CLOSING-ANCHOR         PIC X(98) VALUE SPACES.
017600 01  WS-OPENING-ANCHOR         PIC X(98) VALUE SPACES.
017700*    THE TWO ANCHORS AS BUILT IN WS-FORENSIC-RECORD, SAVED FOR
017800*    THE WRITES.  THE CLOSING ANCHOR'S FIRST 85 BYTES ARE ITS
017900*    OLD-LAYOUT RECORD; ITS CURRENCY AND BASE AMOUNT ARE FILLED
018000*    IN ONLY FOR ITS LEDGMSTR COPY AND ARE NOT PART OF ITS HASH.
018100 01  WS-CLOSING-TXN-ID         PIC X(10) VALUE SPACES.
018200 01  WS-CLOSING-HASH           PIC X(8) VALUE SPACES.
018300 01  WS-CLOSING-SEQUENCE       PIC 9(09) VALUE ZEROES.
018400 01  WS-PRIOR-HASH             PIC X(8).
018500 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
018600*    THE OLD RELEASE'S HASH INPUT -- 77 BYTES, NO CURRENCY OR
018700*    BASE AMOUNT.  USED FOR THE WALK AND THE CLOSING ANCHOR.
018800 01  WS-OLD-HASH-INPUT-AREA.
018900     05  WS-OLD-IN-PRIOR-HASH  PIC X(8).
019000     05  WS-OLD-IN-TIMESTAMP   PIC X(14).
019100     05  WS-OLD-IN-TXN-ID      PIC X(10).
019200     05  WS-OLD-IN-AMOUNT      PIC S9(8)V99.
019300     05  WS-OLD-IN-RECORD-TYPE PIC X(01).
019400     05  WS-OLD-IN-REVERSAL-ID PIC X(10).
019500     05  WS-OLD-IN-SEQUENCE    PIC 9(09).
019600     05  WS-OLD-IN-SOURCE      PIC X(03).
019700     05  WS-OLD-IN-OPERATOR    PIC X(08).
019800     05  WS-OLD-IN-REASON      PIC X(04).
019900 01  WS-OLD-HASH-INPUT-LEN     PIC S9(9) COMP-5 VALUE 77.
020000*    THE NEW RELEASE'S HASH INPUT -- 90 BYTES, FOR THE CUTOVER
020100*    ANCHOR.
020200 01  WS-HASH-INPUT-AREA.
020300     05  WS-HASH-IN-PRIOR-HASH PIC X(8).
020400     05  WS-HASH-IN-TIMESTAMP  PIC X(14).
020500     05  WS-HASH-IN-TXN-ID     PIC X(10).
020600     05  WS-HASH-IN-AMOUNT     PIC S9(8)V99.
020700     05  WS-HASH-IN-RECORD-TYPE PIC X(01).
020800     05  WS-HASH-IN-REVERSAL-ID PIC X(10).
020900     05  WS-HASH-IN-SEQUENCE   PIC 9(09).
021000     05  WS-HASH-IN-SOURCE     PIC X(03).
021100     05  WS-HASH-IN-OPERATOR   PIC X(08).
021200     05  WS-HASH-IN-REASON     PIC X(04).
021300     05  WS-HASH-IN-CURRENCY   PIC X(03).
021400     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
021500 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
021600 01  WS-HASH-DIGEST            PIC X(32).
021700 01  WS-EXPECTED-HASH          PIC X(8).
021800 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
021900 01  WS-PERIOD-RECORD-COUNT    PIC 9(9) COMP-5 VALUE 0.
022000 01  WS-MISMATCH-COUNT         PIC 9(9) COMP-5 VALUE 0.
022033 01  WS-MASTER-LOAD-COUNT      PIC 9(9) COMP-5 VALUE 0.
022066 01  WS-REJECT-CONVERT-COUNT   PIC 9(9) COMP-5 VALUE 0.
022076 01  WS-SUSPENSE-CONVERT-COUNT PIC 9(9) COMP-5 VALUE 0.
022086 01  WS-SUSPCTL-LOAD-COUNT     PIC 9(9) COMP-5 VALUE 0.
022100 01  WS-PERIOD-NET-TOTAL       PIC S9(10)V99 VALUE 0.
022200 01  WS-FINAL-HASH             PIC X(8) VALUE SPACES.
022300 01  WS-FINAL-SEQUENCE         PIC 9(09) VALUE ZEROES.
022400 01  WS-CURRENT-DATE           PIC 9(08).
022500 01  WS-CURRENT-TIME           PIC 9(08).
022600 01  WS-PERIOD-OPEN-DATE       PIC 9(08) VALUE ZEROES.
022700 01  WS-FIRST-SEQUENCE         PIC 9(09) VALUE ZEROES.
022800 01  WS-GENERATION-COUNT       PIC 9(4) COMP-5 VALUE 0.
022900 01  WS-ARCHIVE-BASE-DSN       PIC X(44)
023000     VALUE 'PROD.FORENSIC.LEDGER.ARCHIVE'.
023100*    THE GDG BASE THE FORCCONV JOB ARCHIVES THE CLOSED
023200*    GENERATION INTO, SAME AS FORROLL.
023300 01  WS-RETENTION-YEARS        PIC 9(02) VALUE 07.
023400*    STANDARD RETENTION OF A CLOSED GENERATION, SAME AS
023500*    FORENSIC-ROLLOVER.
023600 PROCEDURE DIVISION.
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT
024000     PERFORM 2000-WALK-OLD-GENERATION
024100         THRU 2000-WALK-OLD-GENERATION-EXIT
024200         UNTIL WS-AT-EOF
024300     CLOSE OLD-LEDGER-FILE
024400     IF WS-RECORD-COUNT = 0
024500         DISPLAY "FORENSIC-CCYCONV: OLD LEDGER IS EMPTY -- "
024600             "NOTHING TO CONVERT, START ON THE NEW DEFINES"
024700         MOVE 8 TO RETURN-CODE
024800         GO TO 9999-EXIT
024900     END-IF
025000     IF WS-MISMATCH-COUNT > 0
025100         DISPLAY "FORENSIC-CCYCONV: OLD HASH CHAIN IS BROKEN ("
025200             WS-MISMATCH-COUNT " MISMATCHES) -- RESOLVE ON THE "
025300             "OLD RELEASE BEFORE CONVERTING"
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9999-EXIT
025600     END-IF
025700     PERFORM 3000-BUILD-CLOSING-ANCHOR
025800         THRU 3000-BUILD-CLOSING-ANCHOR-EXIT
025900     PERFORM 3100-BUILD-OPENING-ANCHOR
026000         THRU 3100-BUILD-OPENING-ANCHOR-EXIT
026100     PERFORM 3500-GUARD-AGAINST-RERUN
026200         THRU 3500-GUARD-AGAINST-RERUN-EXIT
026220     PERFORM 3600-LOAD-MASTER
026240         THRU 3600-LOAD-MASTER-EXIT
026260     PERFORM 3700-CONVERT-REJECT-BENCH
026280         THRU 3700-CONVERT-REJECT-BENCH-EXIT
026284     PERFORM 3800-CONVERT-SUSPENSE-LOG
026288         THRU 3800-CONVERT-SUSPENSE-LOG-EXIT
026292     PERFORM 3900-LOAD-SUSPENSE-CONTROL
026296         THRU 3900-LOAD-SUSPENSE-CONTROL-EXIT
026300     PERFORM 4000-CLOSE-OLD-GENERATION
026400         THRU 4000-CLOSE-OLD-GENERATION-EXIT
026500     PERFORM 5000-SEED-NEW-GENERATION
026600         THRU 5000-SEED-NEW-GENERATION-EXIT
026700     PERFORM 6000-WRITE-ANCHOR-MASTERS
026800         THRU 6000-WRITE-ANCHOR-MASTERS-EXIT
026900     PERFORM 7000-RESEED-CHECKPOINT
027000         THRU 7000-RESEED-CHECKPOINT-EXIT
027100     PERFORM 7500-WRITE-CATALOG
027200         THRU 7500-WRITE-CATALOG-EXIT
027300     PERFORM 8000-REPORT-RESULTS
027400         THRU 8000-REPORT-RESULTS-EXIT
027500     MOVE 0 TO RETURN-CODE
027600     GO TO 9999-EXIT.
027700
027800 1000-INITIALIZE.
027900     DISPLAY "FORENSIC-CCYCONV: CLOSING THE 85-BYTE GENERATION "
028000         "AND SEEDING THE 98-BYTE LAYOUT..."
028100     MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
028200     PERFORM 1100-READ-BASE-CURRENCY
028300         THRU 1100-READ-BASE-CURRENCY-EXIT
028400     OPEN INPUT OLD-LEDGER-FILE
028500     IF NOT WS-OLD-LEDGER-OK
028600         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN OLDLEDG, "
028700             "STATUS = " WS-OLD-LEDGER-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 9999-EXIT
029000     END-IF
029100     PERFORM 2100-READ-OLD-RECORD
029200         THRU 2100-READ-OLD-RECORD-EXIT.
029300 1000-INITIALIZE-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    THE CUTOVER ANCHOR IS STATED IN THE BASE CURRENCY, AND      *
029800*    EVERY PRE-CUTOVER RECORD WAS POSTED IN IT, SO THE BASE IS   *
029900*    TAKEN FROM CCYTABLE BEFORE ANYTHING IS READ OR WRITTEN.     *
030000*    EXACTLY ONE CURRENCY MUST CARRY THE BASE FLAG.  IT IS ALSO  *
030050*    THE CODE LEDGMSTR, REJWORK AND TRANSUSP ARE PADDED WITH     *
030100*    BELOW.                                                      *
030200******************************************************************
030300 1100-READ-BASE-CURRENCY.
030400     OPEN INPUT CURRENCY-TABLE-FILE
030500     IF NOT WS-CCYTABLE-OK
030600         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN CCYTABLE, "
030700             "STATUS = " WS-CCYTABLE-STATUS
030800         MOVE 16 TO RETURN-CODE
030900         GO TO 9999-EXIT
031000     END-IF
031100     PERFORM 1110-READ-ONE-CURRENCY
031200         THRU 1110-READ-ONE-CURRENCY-EXIT
031300         UNTIL WS-CCYTABLE-AT-EOF
031400     CLOSE CURRENCY-TABLE-FILE
031500     IF WS-BASE-CURRENCY-COUNT NOT = 1
031600         DISPLAY "FORENSIC-CCYCONV: CCYTABLE HAS "
031700             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
031800             "ONE IS REQUIRED (FORCCYM).  NOTHING WAS CLOSED."
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 9999-EXIT
032100     END-IF.
032200 1100-READ-BASE-CURRENCY-EXIT.
032300     EXIT.
032400
032500 1110-READ-ONE-CURRENCY.
032600     READ CURRENCY-TABLE-FILE
032700         AT END
032800             SET WS-CCYTABLE-AT-EOF TO TRUE
032900             GO TO 1110-READ-ONE-CURRENCY-EXIT
033000     END-READ
033022     IF NOT WS-CCYTABLE-OK
033044         DISPLAY "FORENSIC-CCYCONV: CCYTABLE READ FAILED, "
033066             "STATUS = " WS-CCYTABLE-STATUS
033088         CLOSE CURRENCY-TABLE-FILE
033110         MOVE 16 TO RETURN-CODE
033132         GO TO 9999-EXIT
033154     END-IF
033176     IF CU-BASE-CURRENCY
033200         ADD 1 TO WS-BASE-CURRENCY-COUNT
033300         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
033400     END-IF.
033500 1110-READ-ONE-CURRENCY-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    THE SAME RECOMPUTE-AND-COMPARE WALK THE OLD FORENSIC-       *
034000*    VERIFY RAN -- 77-BYTE HASH INPUT.  AN ANCHOR IN RECORD      *
034100*    POSITION ONE MEANS THE GENERATION WAS SEEDED BY AN EARLIER  *
034200*    ROLLOVER; ITS STORED PRIOR-HASH IS THE START OF CHAIN.      *
034300******************************************************************
034400 2000-WALK-OLD-GENERATION.
034500     ADD 1 TO WS-RECORD-COUNT
034600     IF WS-RECORD-COUNT = 1 AND OL-TYPE-ANCHOR
034700         MOVE OL-CHAIN-PRIOR-HASH TO WS-PRIOR-HASH
034800     END-IF
034900     IF WS-RECORD-COUNT = 1
035000         MOVE OL-TIMESTAMP (1:8) TO WS-PERIOD-OPEN-DATE
035100         MOVE OL-SEQUENCE-NUMBER TO WS-FIRST-SEQUENCE
035200     END-IF
035300     IF OL-CHAIN-PRIOR-HASH NOT = WS-PRIOR-HASH
035400         ADD 1 TO WS-MISMATCH-COUNT
035500     END-IF
035600     MOVE WS-PRIOR-HASH     TO WS-OLD-IN-PRIOR-HASH
035700     MOVE OL-TIMESTAMP      TO WS-OLD-IN-TIMESTAMP
035800     MOVE OL-TRANSACTION-ID TO WS-OLD-IN-TXN-ID
035900     MOVE OL-AMOUNT         TO WS-OLD-IN-AMOUNT
036000     MOVE OL-RECORD-TYPE    TO WS-OLD-IN-RECORD-TYPE
036100     MOVE OL-REVERSAL-OF-TXN-ID TO WS-OLD-IN-REVERSAL-ID
036200     MOVE OL-SEQUENCE-NUMBER TO WS-OLD-IN-SEQUENCE
036300     MOVE OL-SOURCE-SYSTEM  TO WS-OLD-IN-SOURCE
036400     MOVE OL-OPERATOR-ID    TO WS-OLD-IN-OPERATOR
036500     MOVE OL-REASON-CODE    TO WS-OLD-IN-REASON
036600     CALL "HASH256" USING WS-OLD-HASH-INPUT-AREA
036700                          WS-OLD-HASH-INPUT-LEN
036800                          WS-HASH-DIGEST
036900     MOVE WS-HASH-DIGEST(1:8) TO WS-EXPECTED-HASH
037000     IF WS-EXPECTED-HASH NOT = OL-HASH-PREFIX
037100         ADD 1 TO WS-MISMATCH-COUNT
037200     END-IF
037300     MOVE WS-EXPECTED-HASH TO WS-PRIOR-HASH
037400     MOVE OL-HASH-PREFIX TO WS-FINAL-HASH
037500     MOVE OL-SEQUENCE-NUMBER TO WS-FINAL-SEQUENCE
037600     IF NOT OL-TYPE-ANCHOR
037700         ADD 1 TO WS-PERIOD-RECORD-COUNT
037800         ADD OL-AMOUNT TO WS-PERIOD-NET-TOTAL
037900     END-IF
038000     PERFORM 2100-READ-OLD-RECORD
038100         THRU 2100-READ-OLD-RECORD-EXIT.
038200 2000-WALK-OLD-GENERATION-EXIT.
038300     EXIT.
038400
038500 2100-READ-OLD-RECORD.
038600     READ OLD-LEDGER-FILE
038700         AT END
038800             SET WS-AT-EOF TO TRUE
038900     END-READ.
039000 2100-READ-OLD-RECORD-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    THE CLOSING ANCHOR, BUILT EXACTLY AS THE OLD FORENSIC-      *
039500*    ROLLOVER BUILT ONE AND HASHED UNDER THE OLD 77-BYTE RULE.   *
039600******************************************************************
039700 3000-BUILD-CLOSING-ANCHOR.
039800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
039900     ACCEPT WS-CURRENT-TIME FROM TIME
040000     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
040100            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
040200         INTO WS-TIMESTAMP
040300     END-STRING
040400     STRING 'AN'                 DELIMITED BY SIZE
040500            WS-CURRENT-DATE      DELIMITED BY SIZE
040600         INTO WS-TRANSACTION-ID
040700     END-STRING
040800     MOVE WS-PERIOD-NET-TOTAL TO WS-AMOUNT
040900     MOVE 'X' TO WS-RECORD-TYPE
041000     MOVE WS-PERIOD-RECORD-COUNT TO WS-ANCHOR-RECORD-COUNT
041100     MOVE SPACES TO WS-SOURCE-SYSTEM
041200     MOVE SPACES TO WS-OPERATOR-ID
041300     MOVE SPACES TO WS-REASON-CODE
041400     MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
041500     MOVE WS-AMOUNT TO WS-BASE-AMOUNT
041600     MOVE WS-FINAL-HASH TO WS-CHAIN-PRIOR-HASH
041700     ADD 1 WS-FINAL-SEQUENCE GIVING WS-SEQUENCE-NUMBER
041800     MOVE WS-CHAIN-PRIOR-HASH TO WS-OLD-IN-PRIOR-HASH
041900     MOVE WS-TIMESTAMP      TO WS-OLD-IN-TIMESTAMP
042000     MOVE WS-TRANSACTION-ID TO WS-OLD-IN-TXN-ID
042100     MOVE WS-AMOUNT         TO WS-OLD-IN-AMOUNT
042200     MOVE WS-RECORD-TYPE    TO WS-OLD-IN-RECORD-TYPE
042300     MOVE WS-REVERSAL-OF-TXN-ID TO WS-OLD-IN-REVERSAL-ID
042400     MOVE WS-SEQUENCE-NUMBER TO WS-OLD-IN-SEQUENCE
042500     MOVE WS-SOURCE-SYSTEM  TO WS-OLD-IN-SOURCE
042600     MOVE WS-OPERATOR-ID    TO WS-OLD-IN-OPERATOR
042700     MOVE WS-REASON-CODE    TO WS-OLD-IN-REASON
042800     CALL "HASH256" USING WS-OLD-HASH-INPUT-AREA
042900                          WS-OLD-HASH-INPUT-LEN
043000                          WS-HASH-DIGEST
043100     MOVE WS-HASH-DIGEST(1:8) TO WS-HASH-PREFIX
043200     MOVE WS-TRANSACTION-ID  TO WS-CLOSING-TXN-ID
043300     MOVE WS-HASH-PREFIX     TO WS-CLOSING-HASH
043400     MOVE WS-SEQUENCE-NUMBER TO WS-CLOSING-SEQUENCE
043500     MOVE WS-FORENSIC-RECORD TO WS-CLOSING-ANCHOR.
043600 3000-BUILD-CLOSING-ANCHOR-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    THE CUTOVER ANCHOR CHAINS OFF THE CLOSING ANCHOR AND        *
044100*    CARRIES THE SAME TOTALS, NOW IN THE NEW LAYOUT AND UNDER    *
044200*    THE NEW 90-BYTE RULE.  THE TIMESTAMP IS THE CLOSING         *
044300*    ANCHOR'S, SO BOTH SIDES OF THE CUTOVER READ THE SAME TIME.  *
044400******************************************************************
044500 3100-BUILD-OPENING-ANCHOR.
044600     STRING 'AC'                 DELIMITED BY SIZE
044700            WS-CURRENT-DATE      DELIMITED BY SIZE
044800         INTO WS-TRANSACTION-ID
044900     END-STRING
045000     MOVE WS-CLOSING-HASH TO WS-CHAIN-PRIOR-HASH
045100     ADD 1 WS-CLOSING-SEQUENCE GIVING WS-SEQUENCE-NUMBER
045200     MOVE WS-CHAIN-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
045300     MOVE WS-TIMESTAMP      TO WS-HASH-IN-TIMESTAMP
045400     MOVE WS-TRANSACTION-ID TO WS-HASH-IN-TXN-ID
045500     MOVE WS-AMOUNT         TO WS-HASH-IN-AMOUNT
045600     MOVE WS-RECORD-TYPE    TO WS-HASH-IN-RECORD-TYPE
045700     MOVE WS-REVERSAL-OF-TXN-ID TO WS-HASH-IN-REVERSAL-ID
045800     MOVE WS-SEQUENCE-NUMBER TO WS-HASH-IN-SEQUENCE
045900     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
046000     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
046100     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
046200     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
046300     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
046400     CALL "HASH256" USING WS-HASH-INPUT-AREA
046500                          WS-HASH-INPUT-LEN
046600                          WS-HASH-DIGEST
046700     MOVE WS-HASH-DIGEST(1:8) TO WS-HASH-PREFIX
046800     MOVE WS-FORENSIC-RECORD TO WS-OPENING-ANCHOR.
046900 3100-BUILD-OPENING-ANCHOR-EXIT.
047000     EXIT.
047100
047123******************************************************************
047146*    THE OLD MASTER UNLOAD IS CHECKED FOR BOTH ANCHOR IDS        *
047169*    BEFORE ANYTHING IS WRITTEN -- A SECOND RUN OF THE CUTOVER,  *
047192*    OR ONE ON THE DAY OF A ROLLOVER, MUST ABORT WITH EVERY      *
047215*    FILE AS IT FOUND IT, NOT AFTER APPENDING A SECOND CLOSING   *
047238*    ANCHOR.                                                     *
047261******************************************************************
047284 3500-GUARD-AGAINST-RERUN.
047307     OPEN INPUT OLD-MASTER-FILE
047330     IF NOT WS-OLD-MASTER-OK
047353         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN MSTRUNLD, "
047376             "STATUS = " WS-OLD-MASTER-STATUS
047399         MOVE 16 TO RETURN-CODE
047422         GO TO 9999-EXIT
047445     END-IF
047468     PERFORM 3510-CHECK-ANCHOR-ID
047491         THRU 3510-CHECK-ANCHOR-ID-EXIT
047514         UNTIL WS-OLD-MASTER-AT-EOF
047537     CLOSE OLD-MASTER-FILE.
047560 3500-GUARD-AGAINST-RERUN-EXIT.
047583     EXIT.
047606
047629 3510-CHECK-ANCHOR-ID.
047652     PERFORM 3520-READ-OLD-MASTER
047675         THRU 3520-READ-OLD-MASTER-EXIT
047698     IF WS-OLD-MASTER-AT-EOF
047721         GO TO 3510-CHECK-ANCHOR-ID-EXIT
047744     END-IF
047767     IF OM-TRANSACTION-ID = WS-CLOSING-TXN-ID
047790      OR OM-TRANSACTION-ID = WS-TRANSACTION-ID
047813         DISPLAY "FORENSIC-CCYCONV: ANCHOR " OM-TRANSACTION-ID
047836             " IS ALREADY ON LEDGMSTR -- HAS THE CUTOVER (OR "
047859             "A ROLLOVER) ALREADY RUN TODAY?  NOTHING WAS "
047882             "WRITTEN."
047905         MOVE 16 TO RETURN-CODE
047928         GO TO 9999-EXIT
047951     END-IF.
047974 3510-CHECK-ANCHOR-ID-EXIT.
047997     EXIT.
048020
048043 3520-READ-OLD-MASTER.
048066     READ OLD-MASTER-FILE
048089         AT END
048112             SET WS-OLD-MASTER-AT-EOF TO TRUE
048135             GO TO 3520-READ-OLD-MASTER-EXIT
048158     END-READ
048181     IF NOT WS-OLD-MASTER-OK
048204         DISPLAY "FORENSIC-CCYCONV: MSTRUNLD READ FAILED, "
048227             "STATUS = " WS-OLD-MASTER-STATUS
048250         MOVE 16 TO RETURN-CODE
048273         GO TO 9999-EXIT
048296     END-IF.
048319 3520-READ-OLD-MASTER-EXIT.
048342     EXIT.
048365******************************************************************
048388*    THE REDEFINED, EMPTY LEDGMSTR IS LOADED FROM THE UNLOAD.    *
048411*    EVERY PRE-CUTOVER RECORD WAS POSTED IN THE BASE CURRENCY,   *
048434*    SO EACH IS PADDED WITH THE BASE CODE FROM CCYTABLE AND ITS  *
048457*    AMOUNT AS THE BASE AMOUNT.  THE SAME RECORDS GO TO MSTRPRE  *
048480*    FOR FORRBLD.  BOTH FILES STAY OPEN FOR THE ANCHOR WRITES    *
048503*    IN 6000.                                                    *
048526******************************************************************
048549 3600-LOAD-MASTER.
048572     OPEN INPUT OLD-MASTER-FILE
048595     IF NOT WS-OLD-MASTER-OK
048618         DISPLAY "FORENSIC-CCYCONV: UNABLE TO REOPEN MSTRUNLD, "
048641             "STATUS = " WS-OLD-MASTER-STATUS
048664         MOVE 16 TO RETURN-CODE
048687         GO TO 9999-EXIT
048710     END-IF
048733     OPEN OUTPUT LEDGER-MASTER-FILE
048756     IF NOT WS-LEDGER-MASTER-OK
048779         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN LEDGER-"
048802             "MASTER-FILE, STATUS = " WS-LEDGER-MASTER-STATUS
048825         MOVE 16 TO RETURN-CODE
048848         GO TO 9999-EXIT
048871     END-IF
048894     OPEN OUTPUT PRE-CUTOVER-MASTER-FILE
048917     IF NOT WS-PRE-CUTOVER-OK
048940         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN MSTRPRE, "
048963             "STATUS = " WS-PRE-CUTOVER-STATUS
048986         MOVE 16 TO RETURN-CODE
049009         GO TO 9999-EXIT
049032     END-IF
049055     MOVE 'N' TO WS-OLD-MASTER-EOF-SWITCH
049078     PERFORM 3610-LOAD-ONE-MASTER
049101         THRU 3610-LOAD-ONE-MASTER-EXIT
049124         UNTIL WS-OLD-MASTER-AT-EOF
049147     CLOSE OLD-MASTER-FILE.
049170 3600-LOAD-MASTER-EXIT.
049193     EXIT.
049216
049239 3610-LOAD-ONE-MASTER.
049262     PERFORM 3520-READ-OLD-MASTER
049285         THRU 3520-READ-OLD-MASTER-EXIT
049308     IF WS-OLD-MASTER-AT-EOF
049331         GO TO 3610-LOAD-ONE-MASTER-EXIT
049354     END-IF
049377     MOVE OLD-MASTER-RECORD TO LEDGER-MASTER-RECORD
049400     MOVE WS-BASE-CURRENCY TO LM-CURRENCY-CODE
049423     MOVE LM-AMOUNT TO LM-BASE-AMOUNT
049446     WRITE LEDGER-MASTER-RECORD
049469         INVALID KEY
049492             DISPLAY "FORENSIC-CCYCONV: LEDGMSTR LOAD FAILED FOR "
049515                 LM-TRANSACTION-ID ", STATUS = "
049538                 WS-LEDGER-MASTER-STATUS
049561             MOVE 16 TO RETURN-CODE
049584             GO TO 9999-EXIT
049607     END-WRITE
049630     PERFORM 6200-WRITE-PRE-CUTOVER
049653         THRU 6200-WRITE-PRE-CUTOVER-EXIT
049676     ADD 1 TO WS-MASTER-LOAD-COUNT.
049699 3610-LOAD-ONE-MASTER-EXIT.
049722     EXIT.
049745******************************************************************
049768*    REJWORK KEEPS ITS 120-BYTE RECORD; ONLY THE TWO IMAGES      *
049791*    MOVE.  EACH ENTRY IS READ UNDER THE OLD LAYOUT AND          *
049814*    REWRITTEN WITH THE BASE CURRENCY CODE IN BYTES 35-37 OF     *
049837*    EACH IMAGE, SO A REPAIR STILL ON THE BENCH RECYCLES IN THE  *
049860*    CURRENCY IT WAS FIRST POSTED IN.  A CORRECTED IMAGE NOT     *
049883*    YET KEYED STAYS SPACES.                                     *
049906******************************************************************
049929 3700-CONVERT-REJECT-BENCH.
049952     OPEN I-O REJECT-WORK-FILE
049975     IF NOT WS-REJWORK-OK
049998         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN REJWORK, "
050021             "STATUS = " WS-REJWORK-STATUS
050044         MOVE 16 TO RETURN-CODE
050067         GO TO 9999-EXIT
050090     END-IF
050113     PERFORM 3710-CONVERT-ONE-REJECT
050136         THRU 3710-CONVERT-ONE-REJECT-EXIT
050159         UNTIL WS-REJWORK-AT-EOF
050182     CLOSE REJECT-WORK-FILE.
050205 3700-CONVERT-REJECT-BENCH-EXIT.
050228     EXIT.
050251
050274 3710-CONVERT-ONE-REJECT.
050297     READ REJECT-WORK-FILE NEXT RECORD
050320         AT END
050343             SET WS-REJWORK-AT-EOF TO TRUE
050366             GO TO 3710-CONVERT-ONE-REJECT-EXIT
050389     END-READ
050412     IF NOT WS-REJWORK-OK
050435         DISPLAY "FORENSIC-CCYCONV: REJWORK READ FAILED, "
050458             "STATUS = " WS-REJWORK-STATUS
050481         MOVE 16 TO RETURN-CODE
050504         GO TO 9999-EXIT
050527     END-IF
050550     MOVE REJECT-WORK-RECORD TO WS-OLD-REJECT-RECORD
050573     MOVE SPACES TO REJECT-WORK-RECORD
050596     MOVE OW-REJECT-ID         TO RW-REJECT-ID
050619     MOVE OW-ORIGINAL-IMAGE    TO RW-ORIGINAL-IMAGE
050642     MOVE WS-BASE-CURRENCY     TO RW-ORIGINAL-IMAGE (35:3)
050665     MOVE OW-REJECT-REASON     TO RW-REJECT-REASON
050688     IF OW-CORRECTED-IMAGE NOT = SPACES
050711         MOVE OW-CORRECTED-IMAGE TO RW-CORRECTED-IMAGE
050734         MOVE WS-BASE-CURRENCY TO RW-CORRECTED-IMAGE (35:3)
050757     END-IF
050780     MOVE OW-STATUS            TO RW-STATUS
050803     MOVE OW-REPAIR-OPERATOR   TO RW-REPAIR-OPERATOR
050826     MOVE OW-DATE-REJECTED     TO RW-DATE-REJECTED
050849     MOVE OW-DATE-WORKED       TO RW-DATE-WORKED
050872     MOVE OW-CYCLE-COUNT       TO RW-CYCLE-COUNT
050895     REWRITE REJECT-WORK-RECORD
050918     IF NOT WS-REJWORK-OK
050941         DISPLAY "FORENSIC-CCYCONV: REJWORK REWRITE FAILED FOR "
050964             RW-REJECT-ID ", STATUS = " WS-REJWORK-STATUS
050987         MOVE 16 TO RETURN-CODE
051010         GO TO 9999-EXIT
051033     END-IF
051056     ADD 1 TO WS-REJECT-CONVERT-COUNT.
051079 3710-CONVERT-ONE-REJECT-EXIT.
051102     EXIT.
051104
051106******************************************************************
051108*    TRANSUSP KEEPS ITS 80-BYTE RECORD.  EVERY HELD RECORD ON    *
051110*    IT WAS WRITTEN BY THE OLD RELEASE, WHOSE FEEDERS SENT NO    *
051112*    CURRENCY, SO EACH IS REWRITTEN WITH THE BASE CURRENCY CODE  *
051114*    AS THE LAST THREE BYTES OF ITS DETAIL IMAGE AND             *
051116*    TRANSMISSION SEQUENCE 00 -- THE SEQUENCE ITS SUSPCTL BATCH  *
051118*    IS RELOADED UNDER IN 3900.                                  *
051120******************************************************************
051122 3800-CONVERT-SUSPENSE-LOG.
051124     OPEN I-O SUSPENSE-FILE
051126     IF NOT WS-SUSPENSE-OK
051128         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN TRANSUSP, "
051130             "STATUS = " WS-SUSPENSE-STATUS
051132         MOVE 16 TO RETURN-CODE
051134         GO TO 9999-EXIT
051136     END-IF
051138     PERFORM 3810-CONVERT-ONE-SUSPENSE
051140         THRU 3810-CONVERT-ONE-SUSPENSE-EXIT
051142         UNTIL WS-SUSPENSE-AT-EOF
051144     CLOSE SUSPENSE-FILE.
051146 3800-CONVERT-SUSPENSE-LOG-EXIT.
051148     EXIT.
051150
051152 3810-CONVERT-ONE-SUSPENSE.
051154     READ SUSPENSE-FILE
051156         AT END
051158             SET WS-SUSPENSE-AT-EOF TO TRUE
051160             GO TO 3810-CONVERT-ONE-SUSPENSE-EXIT
051162     END-READ
051164     IF NOT WS-SUSPENSE-OK
051166         DISPLAY "FORENSIC-CCYCONV: TRANSUSP READ FAILED, "
051168             "STATUS = " WS-SUSPENSE-STATUS
051170         MOVE 16 TO RETURN-CODE
051172         GO TO 9999-EXIT
051174     END-IF
051176     MOVE WS-BASE-CURRENCY TO SU-CURRENCY-CODE
051178     MOVE ZEROES TO SU-TRANSMISSION-SEQ
051180     REWRITE SUSPENSE-RECORD
051182     IF NOT WS-SUSPENSE-OK
051184         DISPLAY "FORENSIC-CCYCONV: TRANSUSP REWRITE FAILED, "
051186             "STATUS = " WS-SUSPENSE-STATUS
051188         MOVE 16 TO RETURN-CODE
051190         GO TO 9999-EXIT
051192     END-IF
051194     ADD 1 TO WS-SUSPENSE-CONVERT-COUNT.
051196 3810-CONVERT-ONE-SUSPENSE-EXIT.
051198     EXIT.
051200
051201******************************************************************
051202*    THE REDEFINED, EMPTY SUSPCTL IS LOADED FROM THE UNLOAD OF   *
051203*    THE OLD ONE.  THE UNLOAD IS IN SOURCE-SYSTEM AND            *
051204*    BATCH-DATE ORDER, SO WITH SEQUENCE 00 APPENDED TO EVERY     *
051205*    KEY IT LOADS IN KEY ORDER AS IT STANDS.                     *
051206******************************************************************
051207 3900-LOAD-SUSPENSE-CONTROL.
051208     OPEN INPUT OLD-SUSPENSE-CONTROL-FILE
051209     IF NOT WS-OLD-SUSPCTL-OK
051210         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN SCTLUNLD, "
051211             "STATUS = " WS-OLD-SUSPCTL-STATUS
051212         MOVE 16 TO RETURN-CODE
051213         GO TO 9999-EXIT
051214     END-IF
051215     OPEN OUTPUT SUSPENSE-CONTROL-FILE
051216     IF NOT WS-SUSPCTL-OK
051217         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN SUSPCTL, "
051218             "STATUS = " WS-SUSPCTL-STATUS
051219         MOVE 16 TO RETURN-CODE
051220         GO TO 9999-EXIT
051221     END-IF
051222     PERFORM 3910-LOAD-ONE-SUSPENSE-CONTROL
051223         THRU 3910-LOAD-ONE-SUSPENSE-CONTROL-EXIT
051224         UNTIL WS-OLD-SUSPCTL-AT-EOF
051225     CLOSE OLD-SUSPENSE-CONTROL-FILE
051226     CLOSE SUSPENSE-CONTROL-FILE.
051227 3900-LOAD-SUSPENSE-CONTROL-EXIT.
051228     EXIT.
051229
051230 3910-LOAD-ONE-SUSPENSE-CONTROL.
051231     READ OLD-SUSPENSE-CONTROL-FILE
051232         AT END
051233             SET WS-OLD-SUSPCTL-AT-EOF TO TRUE
051234             GO TO 3910-LOAD-ONE-SUSPENSE-CONTROL-EXIT
051235     END-READ
051236     IF NOT WS-OLD-SUSPCTL-OK
051237         DISPLAY "FORENSIC-CCYCONV: SCTLUNLD READ FAILED, "
051238             "STATUS = " WS-OLD-SUSPCTL-STATUS
051239         MOVE 16 TO RETURN-CODE
051240         GO TO 9999-EXIT
051241     END-IF
051242     MOVE SPACES TO SUSPENSE-CONTROL-RECORD
051243     MOVE OC-SOURCE-SYSTEM      TO SC-SOURCE-SYSTEM
051244     MOVE OC-BATCH-DATE         TO SC-BATCH-DATE
051245     MOVE ZEROES                TO SC-TRANSMISSION-SEQ
051246     MOVE OC-BATCH-STATUS       TO SC-BATCH-STATUS
051247     MOVE OC-HOLD-REASON        TO SC-HOLD-REASON
051248     MOVE OC-HELD-BUSINESS-DATE TO SC-HELD-BUSINESS-DATE
051249     MOVE OC-RELEASED-BUSINESS-DATE
051250                                TO SC-RELEASED-BUSINESS-DATE
051251     MOVE OC-RECEIVED-COUNT     TO SC-RECEIVED-COUNT
051252     MOVE OC-RECEIVED-HASH-TOTAL
051253                                TO SC-RECEIVED-HASH-TOTAL
051254     MOVE OC-TRAILER-COUNT      TO SC-TRAILER-COUNT
051255     MOVE OC-TRAILER-HASH-TOTAL TO SC-TRAILER-HASH-TOTAL
051256     MOVE OC-HOLD-COUNT         TO SC-HOLD-COUNT
051257     WRITE SUSPENSE-CONTROL-RECORD
051258         INVALID KEY
051259             DISPLAY "FORENSIC-CCYCONV: SUSPCTL LOAD FAILED FOR "
051260                 SC-SOURCE-SYSTEM " " SC-BATCH-DATE ", STATUS = "
051261                 WS-SUSPCTL-STATUS
051262             MOVE 16 TO RETURN-CODE
051263             GO TO 9999-EXIT
051264     END-WRITE
051265     ADD 1 TO WS-SUSPCTL-LOAD-COUNT.
051266 3910-LOAD-ONE-SUSPENSE-CONTROL-EXIT.
051267     EXIT.
051268
051300******************************************************************
051400*    THE CLOSING ANCHOR GOES ON THE END OF THE OLD GENERATION    *
051500*    IN THE OLD LAYOUT, SO THE ARCHIVE IS SELF-TERMINATING.      *
051600******************************************************************
051700 4000-CLOSE-OLD-GENERATION.
051800     OPEN EXTEND OLD-LEDGER-FILE
051900     IF NOT WS-OLD-LEDGER-OK
052000         DISPLAY "FORENSIC-CCYCONV: UNABLE TO REOPEN OLDLEDG "
052100             "FOR THE CLOSING ANCHOR, STATUS = "
052200             WS-OLD-LEDGER-STATUS
052300         MOVE 16 TO RETURN-CODE
052400         GO TO 9999-EXIT
052500     END-IF
052600     MOVE WS-CLOSING-ANCHOR (1:85) TO OLD-LEDGER-RECORD
052700     WRITE OLD-LEDGER-RECORD
052800     IF NOT WS-OLD-LEDGER-OK
052900         DISPLAY "FORENSIC-CCYCONV: CLOSING ANCHOR WRITE "
053000             "FAILED, STATUS = " WS-OLD-LEDGER-STATUS
053100         MOVE 16 TO RETURN-CODE
053200         GO TO 9999-EXIT
053300     END-IF
053400     CLOSE OLD-LEDGER-FILE.
053500 4000-CLOSE-OLD-GENERATION-EXIT.
053600     EXIT.
053700
053800 5000-SEED-NEW-GENERATION.
053900     OPEN OUTPUT NEW-LEDGER-FILE
054000     IF NOT WS-NEW-LEDGER-OK
054100         DISPLAY "FORENSIC-CCYCONV: UNABLE TO OPEN NEWLEDG, "
054200             "STATUS = " WS-NEW-LEDGER-STATUS
054300         MOVE 16 TO RETURN-CODE
054400         GO TO 9999-EXIT
054500     END-IF
054600     MOVE WS-OPENING-ANCHOR TO NEW-LEDGER-RECORD
054700     WRITE NEW-LEDGER-RECORD
054800     IF NOT WS-NEW-LEDGER-OK
054900         DISPLAY "FORENSIC-CCYCONV: CUTOVER ANCHOR WRITE "
055000             "FAILED, STATUS = " WS-NEW-LEDGER-STATUS
055100         MOVE 16 TO RETURN-CODE
055200         GO TO 9999-EXIT
055300     END-IF
055400     CLOSE NEW-LEDGER-FILE.
055500 5000-SEED-NEW-GENERATION-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    BOTH ANCHORS ARE KEYED INTO THE MASTER SO FINQ CAN DISPLAY  *
056000*    THEM.  THE CLOSING ANCHOR IS THE LAST PRE-CUTOVER MASTER    *
056050*    RECORD AND GOES TO MSTRPRE AS WELL.  THE OPENING ANCHOR IS  *
056100*    LOADED LAST AND LEFT IN WS-FORENSIC-RECORD FOR THE CHAINF   *
056150*    RESEED.                                                     *
056200******************************************************************
056300 6000-WRITE-ANCHOR-MASTERS.
056400     MOVE WS-CLOSING-ANCHOR TO WS-FORENSIC-RECORD
056500     PERFORM 6100-WRITE-ONE-MASTER
056600         THRU 6100-WRITE-ONE-MASTER-EXIT
056625     PERFORM 6200-WRITE-PRE-CUTOVER
056650         THRU 6200-WRITE-PRE-CUTOVER-EXIT
056675     CLOSE PRE-CUTOVER-MASTER-FILE
056700     MOVE WS-OPENING-ANCHOR TO WS-FORENSIC-RECORD
056800     PERFORM 6100-WRITE-ONE-MASTER
056900         THRU 6100-WRITE-ONE-MASTER-EXIT
057000     CLOSE LEDGER-MASTER-FILE.
057100 6000-WRITE-ANCHOR-MASTERS-EXIT.
057200     EXIT.
057300
057400 6100-WRITE-ONE-MASTER.
057500     MOVE WS-TRANSACTION-ID   TO LM-TRANSACTION-ID
057600     MOVE WS-TIMESTAMP        TO LM-TIMESTAMP
057700     MOVE WS-AMOUNT           TO LM-AMOUNT
057800     MOVE WS-RECORD-TYPE      TO LM-RECORD-TYPE
057900     MOVE WS-REVERSAL-OF-TXN-ID TO LM-REVERSAL-OF-TXN-ID
058000     MOVE WS-HASH-PREFIX      TO LM-HASH-PREFIX
058100     MOVE WS-CHAIN-PRIOR-HASH TO LM-CHAIN-PRIOR-HASH
058200     MOVE WS-SEQUENCE-NUMBER  TO LM-SEQUENCE-NUMBER
058300     MOVE WS-SOURCE-SYSTEM    TO LM-SOURCE-SYSTEM
058400     MOVE WS-OPERATOR-ID      TO LM-OPERATOR-ID
058500     MOVE WS-REASON-CODE      TO LM-REASON-CODE
058600     MOVE WS-CURRENCY-CODE    TO LM-CURRENCY-CODE
058700     MOVE WS-BASE-AMOUNT      TO LM-BASE-AMOUNT
058800     WRITE LEDGER-MASTER-RECORD
058900         INVALID KEY
059000             DISPLAY "FORENSIC-CCYCONV: ANCHOR MASTER WRITE "
059100                 "FAILED FOR " WS-TRANSACTION-ID ", STATUS = "
059200                 WS-LEDGER-MASTER-STATUS
059300             MOVE 16 TO RETURN-CODE
059400             GO TO 9999-EXIT
059500     END-WRITE.
059600 6100-WRITE-ONE-MASTER-EXIT.
059700     EXIT.
059707
059714 6200-WRITE-PRE-CUTOVER.
059721     MOVE LEDGER-MASTER-RECORD TO PRE-CUTOVER-MASTER-RECORD
059728     WRITE PRE-CUTOVER-MASTER-RECORD
059735     IF NOT WS-PRE-CUTOVER-OK
059742         DISPLAY "FORENSIC-CCYCONV: MSTRPRE WRITE FAILED FOR "
059749             LM-TRANSACTION-ID ", STATUS = " WS-PRE-CUTOVER-STATUS
059756         MOVE 16 TO RETURN-CODE
059763         GO TO 9999-EXIT
059770     END-IF.
059777 6200-WRITE-PRE-CUTOVER-EXIT.
059784     EXIT.
059800
059900 7000-RESEED-CHECKPOINT.
060000     OPEN OUTPUT LEDGER-CHAIN-FILE
060100     IF NOT WS-CHAIN-OK
060200         DISPLAY "FORENSIC-CCYCONV: CHAINF RESEED OPEN FAILED, "
060300             "STATUS = " WS-CHAIN-STATUS
060400         MOVE 16 TO RETURN-CODE
060500         GO TO 9999-EXIT
060600     END-IF
060700     MOVE WS-HASH-PREFIX      TO CHAIN-LAST-HASH
060800     MOVE WS-TRANSACTION-ID   TO CHAIN-LAST-TXN-ID
060900     MOVE WS-SEQUENCE-NUMBER  TO CHAIN-LAST-SEQUENCE
061000     WRITE CHAIN-RECORD
061100     IF NOT WS-CHAIN-OK
061200         DISPLAY "FORENSIC-CCYCONV: CHAINF RESEED WRITE FAILED, "
061300             "STATUS = " WS-CHAIN-STATUS
061400         MOVE 16 TO RETURN-CODE
061500         GO TO 9999-EXIT
061600     END-IF
061700     CLOSE LEDGER-CHAIN-FILE.
061800 7000-RESEED-CHECKPOINT-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    REGISTER THE CLOSED GENERATION ON THE GENERATION CATALOG    *
062300*    UNDER ITS CLOSING ANCHOR, EXACTLY AS FORENSIC-ROLLOVER      *
062400*    DOES.  ADVISORY, AS THERE -- A FAILED WRITE IS REPORTED     *
062500*    BUT DOES NOT UNDO A CUTOVER THAT HAS ALREADY CLOSED,        *
062600*    SEEDED, AND RESEEDED CLEANLY.                               *
062700******************************************************************
062800 7500-WRITE-CATALOG.
062900     OPEN INPUT GENERATION-CATALOG-FILE
063000     IF WS-CATALOG-OK
063100         PERFORM 7510-COUNT-ONE-CATALOG
063200             THRU 7510-COUNT-ONE-CATALOG-EXIT
063300             UNTIL WS-CATALOG-AT-EOF
063400         CLOSE GENERATION-CATALOG-FILE
063500     ELSE
063600         IF NOT WS-CATALOG-NOT-FOUND
063700             DISPLAY "FORENSIC-CCYCONV: GENCAT OPEN FAILED, "
063800                 "STATUS = " WS-CATALOG-STATUS
063900                 " -- GENERATION NOT CATALOGED"
064000             GO TO 7500-WRITE-CATALOG-EXIT
064100         END-IF
064200     END-IF
064300     OPEN EXTEND GENERATION-CATALOG-FILE
064400     IF WS-CATALOG-NOT-FOUND
064500         CLOSE GENERATION-CATALOG-FILE
064600         OPEN OUTPUT GENERATION-CATALOG-FILE
064700     END-IF
064800     IF NOT WS-CATALOG-OK
064900         DISPLAY "FORENSIC-CCYCONV: GENCAT EXTEND FAILED, "
065000             "STATUS = " WS-CATALOG-STATUS
065100             " -- GENERATION NOT CATALOGED"
065200         GO TO 7500-WRITE-CATALOG-EXIT
065300     END-IF
065400     MOVE SPACES TO GENERATION-CATALOG-RECORD
065500     MOVE WS-CLOSING-TXN-ID   TO GC-ANCHOR-TXN-ID
065600     MOVE WS-ARCHIVE-BASE-DSN TO GC-ARCHIVE-DSN
065700     ADD 1 WS-GENERATION-COUNT GIVING GC-GENERATION-NUMBER
065800     MOVE WS-PERIOD-OPEN-DATE TO GC-PERIOD-OPEN-DATE
065900     MOVE WS-CURRENT-DATE     TO GC-PERIOD-CLOSE-DATE
066000     MOVE WS-FIRST-SEQUENCE   TO GC-FIRST-SEQUENCE
066100     MOVE WS-CLOSING-SEQUENCE TO GC-LAST-SEQUENCE
066200     MOVE WS-CLOSING-HASH     TO GC-CLOSING-HASH
066300     MOVE WS-RETENTION-YEARS  TO GC-RETENTION-YEARS
066350     SET GC-CURRENCY-CUTOVER TO TRUE
066400     COMPUTE GC-RETAIN-UNTIL-DATE =
066500         WS-CURRENT-DATE + (WS-RETENTION-YEARS * 10000)
066600     IF GC-RETAIN-UNTIL-DATE (5:4) = '0229'
066700         ADD 72 TO GC-RETAIN-UNTIL-DATE
066800     END-IF
066900     WRITE GENERATION-CATALOG-RECORD
067000     IF NOT WS-CATALOG-OK
067100         DISPLAY "FORENSIC-CCYCONV: GENCAT WRITE FAILED, "
067200             "STATUS = " WS-CATALOG-STATUS
067300             " -- GENERATION NOT CATALOGED"
067400     ELSE
067500         DISPLAY "FORENSIC-CCYCONV: GENERATION "
067600             GC-GENERATION-NUMBER " REGISTERED ON GENCAT"
067700     END-IF
067800     CLOSE GENERATION-CATALOG-FILE.
067900 7500-WRITE-CATALOG-EXIT.
068000     EXIT.
068100
068200 7510-COUNT-ONE-CATALOG.
068300     READ GENERATION-CATALOG-FILE
068400         AT END
068500             SET WS-CATALOG-AT-EOF TO TRUE
068600             GO TO 7510-COUNT-ONE-CATALOG-EXIT
068700     END-READ
068800     ADD 1 TO WS-GENERATION-COUNT.
068900 7510-COUNT-ONE-CATALOG-EXIT.
069000     EXIT.
069100
069200 8000-REPORT-RESULTS.
069300     DISPLAY "FORENSIC-CCYCONV: OLD GENERATION CLOSED CLEAN"
069400     DISPLAY "FORENSIC-CCYCONV: RECORDS WALKED   = "
069500         WS-RECORD-COUNT
069600     DISPLAY "FORENSIC-CCYCONV: PERIOD RECORDS   = "
069700         WS-PERIOD-RECORD-COUNT
069800     DISPLAY "FORENSIC-CCYCONV: NET CARRIED      = "
069900         WS-PERIOD-NET-TOTAL " " WS-BASE-CURRENCY
069920     DISPLAY "FORENSIC-CCYCONV: MASTERS RELOADED = "
069940         WS-MASTER-LOAD-COUNT " (PADDED " WS-BASE-CURRENCY ")"
069960     DISPLAY "FORENSIC-CCYCONV: REJECTS CONVERTED = "
069980         WS-REJECT-CONVERT-COUNT
069984     DISPLAY "FORENSIC-CCYCONV: HELD RECORDS CONVERTED = "
069988         WS-SUSPENSE-CONVERT-COUNT
069992     DISPLAY "FORENSIC-CCYCONV: SUSPCTL RELOADED = "
069996         WS-SUSPCTL-LOAD-COUNT " (SEQUENCE 00)"
070000     DISPLAY "FORENSIC-CCYCONV: CLOSING ANCHOR   = "
070100         WS-CLOSING-TXN-ID " SEQUENCE " WS-CLOSING-SEQUENCE
070200         " HASH " WS-CLOSING-HASH
070300     DISPLAY "FORENSIC-CCYCONV: CUTOVER ANCHOR   = "
070400         WS-TRANSACTION-ID " SEQUENCE " WS-SEQUENCE-NUMBER
070500         " HASH " WS-HASH-PREFIX
070600     DISPLAY "FORENSIC-CCYCONV: NEW GENERATION SEEDED, CHAINF "
070700         "RESEEDED -- ARCHIVE OLDLEDG AND PROMOTE NEWLEDG PER "
070800         "THE FORCCONV JOB".
070900 8000-REPORT-RESULTS-EXIT.
071000     EXIT.
071100
071200 9999-EXIT.
071300     STOP RUN.
