001900*    DETAIL RECORD, AND SPLITS THE FILE:  CLEAN RECORDS GO TO    *
002000*    TRANFEED (THE FILE FORENSIC-AUDIT READS), REJECTS GO TO     *
002100*    TRANREJ WITH A FOUR-BYTE REASON CODE APPENDED TO THE        *
002200*    ORIGINAL 37-BYTE RECORD:                                    *
002300*                                                                *
002400*        AMTN  AMOUNT FIELD IS NOT NUMERIC                       *
002500*        TYPE  RECORD TYPE IS NOT 'C' OR 'R'                     *
002700*              DUPLICATED EARLIER IN TODAY'S EXTRACT             *
002800*        CREV  CHARGE CARRIES A REVERSAL-OF TRANSACTION ID       *
002850*        SRCB  SOURCE-SYSTEM CODE IS BLANK                       *
002860*        CCYX  CURRENCY CODE BLANK, NOT ON CCYTABLE, OR RETIRED  *
002870*        CRAT  NO RATEFILE RATE FOR THE CURRENCY ON THE BUSINESS *
002880*              DATE, OR ITS BASE EQUIVALENT WILL NOT FIT         *
002900*        RNOF  REVERSAL TARGET NOT FOUND IN LEDGMSTR             *
003000*        RTYP  REVERSAL TARGET IS NOT ITSELF A CHARGE            *
003100*        RDUP  REVERSAL TARGET HAS ALREADY BEEN REVERSED         *
003200*        RAMT  REVERSAL AMOUNT DOES NOT NEGATE THE ORIGINAL      *
003250*        RCCY  REVERSAL CURRENCY IS NOT ITS CHARGE'S CURRENCY    *
003300*                                                                *
003310*    RECORD TYPE 'A' (SUPERVISED ADJUSTMENT) NEVER ARRIVES IN    *
003320*    THE BATCH EXTRACT -- IT POSTS ONLY FROM THE FMNT ONLINE     *
003330*    MAINTENANCE QUEUE, SO AN 'A' HERE IS A TYPE REJECT.         *
003340*                                                                *
003360*    EACH UPSTREAM FEEDER SENDS ITS OWN TRAILER RECORD (RECORD   *
003380*    TYPE 'T' IN BYTE 21) CARRYING ITS DETAIL RECORD COUNT, AN   *
003400*    AMOUNT HASH-TOTAL, ITS BATCH DATE (BYTES 22-29), THE        *
003405*    TRANSMISSION SEQUENCE OF THAT BATCH DATE (BYTES 30-31, 00   *
003410*    WHEN BLANK) AND ITS SOURCE-SYSTEM CODE (BYTES 32-34).  A    *
003415*    FEEDER SENDING SEVERAL TRANSMISSIONS ON ONE BATCH DATE      *
003418*    NUMBERS THEM 00 TO 98.  A FIRST PASS OVER                   *
003440*    TRANRAW BALANCES EVERY FEEDER SEPARATELY BEFORE ANYTHING    *
003460*    IS EDITED.  A FEEDER WITH NO TRAILER, TWO TRAILERS, A       *
003480*    NON-NUMERIC TRAILER, OR A COUNT OR HASH-TOTAL THAT DOES     *
003500*    NOT MATCH SENT A TRUNCATED OR CORRUPTED BATCH -- EVERY      *
003520*    DETAIL RECORD IT SENT IS HELD ON THE TRANSUSP SUSPENSE      *
003540*    FILE AND ITS BATCH IS RECORDED HELD ON SUSPCTL (SEE         *
003560*    FORSUSD.CPY).  THE OTHER FEEDERS EDIT AND POST AS NORMAL.   *
003580*    A LATER RETRANSMISSION OF THE SAME BATCH -- SAME BATCH      *
003590*    DATE AND SAME TRANSMISSION SEQUENCE -- THAT BALANCES        *
003600*    RELEASES THE SUSPENSE AND POSTS IN PLACE OF THE HELD COPY.  *
003605*    A TRAILER WITH NO BATCH DATE, OR ONE FORENSIC-RECYCLE MADE  *
003608*    UP FOR REPAIRS ALONE (BYTE 35 'R', SEQUENCE 99), NEVER      *
003610*    RELEASES ANYTHING.                                          *
003620*    A DETAIL WITH A BLANK SOURCE BELONGS TO NO TRAILER; IT      *
003640*    GOES THROUGH THE EDIT AND REJECTS SRCB.                     *
004000*                                                                *
004002*    THE LEDGER IS POSTED IN SEVERAL CYCLES A DAY (SEE           *
004004*    FORCYCD.CPY), EACH AN EDIT OF THAT CYCLE'S TRANRAW FOLLOWED *
004006*    BY ITS FORENSIC-AUDIT RUN.  THE EDIT REFUSES TO OVERWRITE   *
004008*    TRANFEED WHILE THE DAY'S LATEST CYCLE IS STILL IN PROGRESS, *
004010*    OR WHEN A CYCLCARD NAMES ANY CYCLE BUT THE NEXT.  THE FIRST *
004012*    CYCLE OF THE DAY STARTS TRANREJ AFRESH; LATER CYCLES ADD TO *
004014*    IT, SO TRANREJ HOLDS THE WHOLE DAY'S REJECTS FOR FORENSIC-  *
004016*    CONFIRM AND FORREJLD AT END OF DAY.                         *
004018*                                                                *
004020*    RETURN-CODES:  0 = ALL RECORDS CLEAN, EVERY FEEDER          *
004022*                       BALANCED.                                *
004024*                   4 = EVERY FEEDER BALANCED BUT RECORDS        *
004026*                       REJECTED; THE CLEAN FILE MAY STILL BE    *
004028*                       POSTED.                                  *
004030*                   8 = ONE OR MORE FEEDERS HELD ON SUSPENSE --  *
004032*                       THE CLEAN FILE (OTHER FEEDERS) MAY       *
004034*                       STILL BE POSTED.                         *
004036*                  16 = NO RECORDS AT ALL ON TRANRAW, A TRAILER  *
004038*                       WITH NO SOURCE SYSTEM, THE BUSINESS DAY  *
004040*                       IS CLOSED, A POSTING CYCLE IS STILL IN   *
004042*                       PROGRESS OR OUT OF ORDER, NO BASE        *
004044*                       CURRENCY ON CCYTABLE, A DUPLICATED OR    *
004046*                       ZERO RATE ON RATEFILE, OR AN             *
004080*                       UNRECOVERABLE I-O ERROR -- DO NOT POST.  *
004700*                                                                *
004800*----------------------------------------------------------------*
004900*    MODIFICATION HISTORY                                       *
005392*                     FORTREND BATCH-WINDOW TREND REPORT.  THE   *
005393*                     STATS WRITE IS ADVISORY AND NEVER          *
005394*                     CHANGES THE RUN'S RETURN CODE.             *
005395*    2026-10-05 JRM   READS THE SHARED BUSDATE CONTROL RECORD    *
005396*                     (SEE FORBDTD.CPY) AT START-UP AND REFUSES  *
005397*                     TO EDIT FOR A CLOSED BUSINESS DAY (RC 16). *
005398*                     RUNSTATS RUN DATE IS THE BUSINESS DATE.    *
005399*    2026-10-06 JRM   PER-FEEDER TRAILERS.  EACH SOURCE SYSTEM   *
005400*                     IS BALANCED ON ITS OWN TRAILER IN A FIRST  *
005401*                     PASS; AN OUT-OF-BALANCE FEEDER IS HELD ON  *
005402*                     THE TRANSUSP SUSPENSE FILE (SUSPCTL SAYS   *
005403*                     WHICH BATCH AND WHY) WHILE THE OTHERS      *
005404*                     POST, AND A BALANCED RETRANSMISSION OF     *
005405*                     THE BATCH RELEASES IT.  NEW RC 8 = FEEDER  *
005406*                     HELD.  A SINGLE BAD TRAILER NO LONGER      *
005407*                     STOPS THE WHOLE NIGHT (WAS RC 16).         *
005408*                     RUNSTATS EXCEPTION COUNT IS THE NUMBER OF  *
005409*                     RECORDS HELD.                              *
005410*    2026-10-12 JRM   INTRADAY POSTING CYCLES (SEE FORCYCD.CPY). *
005411*                     1060-CHECK-POSTING-CYCLE READS CYCLCTL AND *
005412*                     THE OPTIONAL CYCLCARD AND REFUSES (RC 16)  *
005413*                     WHILE THE DAY'S LATEST CYCLE IS STILL IN   *
005414*                     PROGRESS OR WHEN THE CARD IS OUT OF ORDER, *
005415*                     SO AN UNFINISHED CYCLE'S TRANFEED IS NEVER *
005416*                     OVERWRITTEN.  TRANREJ IS OPENED OUTPUT FOR *
005417*                     THE DAY'S FIRST CYCLE AND EXTEND AFTER     *
005418*                     THAT, SO IT ACCUMULATES THE WHOLE DAY.     *
005419*    2026-10-14 JRM   MULTI-CURRENCY.  THE EXTRACT RECORD GREW A *
005420*                     3-BYTE CURRENCY CODE (37 BYTES; TRANREJ    *
005421*                     41, TRAILER FILLER WIDENED TO MATCH).  THE *
005422*                     CURRENCY MUST BE ACTIVE ON THE CCYTABLE    *
005423*                     CURRENCY TABLE (CCYX) AND, UNLESS IT IS    *
005424*                     THE BASE, HAVE A RATEFILE RATE FOR THE     *
005425*                     BUSINESS DATE (CRAT).  A REVERSAL MUST BE  *
005426*                     IN ITS CHARGE'S CURRENCY (RCCY).           *
005427*    2026-10-15 JRM   SUSPENSE IS KEYED PER TRANSMISSION.  THE   *
005428*                     TRAILER CARRIES A TRANSMISSION SEQUENCE    *
005429*                     (BYTES 30-31) THAT JOINS THE SUSPCTL KEY,  *
005430*                     SO A LATER TRANSMISSION OF THE SAME BATCH  *
005431*                     DATE NO LONGER RELEASES A BATCH HELD FROM  *
005432*                     AN EARLIER ONE.  A TRAILER WITH NO BATCH   *
005433*                     DATE OR MADE UP BY FORENSIC-RECYCLE (BYTE  *
005434*                     35 'R') NEVER RELEASES.  RUN-STATS REASON  *
005435*                     SLOTS WIDENED TO TWELVE (RECORD NOW 330    *
005436*                     BYTES).  CURRENCY TABLE FIELDS RENAMED     *
005437*                     CU-.  A CCYTABLE READ ERROR IS RC 16.      *
005467******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
007720         ORGANIZATION IS SEQUENTIAL
007730         ACCESS MODE IS SEQUENTIAL
007740         FILE STATUS IS WS-RUN-STATS-STATUS.
007750     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007760         ORGANIZATION IS INDEXED
007770         ACCESS MODE IS RANDOM
007771         RECORD KEY IS BD-CONTROL-KEY
007772         FILE STATUS IS WS-BUSDATE-STATUS.
007773     SELECT SUSPENSE-FILE ASSIGN TO TRANSUSP
007774         ORGANIZATION IS SEQUENTIAL
007775         ACCESS MODE IS SEQUENTIAL
007776         FILE STATUS IS WS-SUSPENSE-STATUS.
007777     SELECT SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
007778         ORGANIZATION IS INDEXED
007779         ACCESS MODE IS DYNAMIC
007780         RECORD KEY IS SC-BATCH-KEY
007781         FILE STATUS IS WS-SUSPCTL-STATUS.
007782     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
007783         ORGANIZATION IS INDEXED
007784         ACCESS MODE IS DYNAMIC
007785         RECORD KEY IS CY-CYCLE-KEY
007786         FILE STATUS IS WS-CYCLCTL-STATUS.
007787     SELECT OPTIONAL CYCLE-CARD-FILE ASSIGN TO CYCLCARD
007788         ORGANIZATION IS SEQUENTIAL
007789         ACCESS MODE IS SEQUENTIAL
007790         FILE STATUS IS WS-CYCLE-CARD-STATUS.
007791     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
007792         ORGANIZATION IS INDEXED
007793         ACCESS MODE IS SEQUENTIAL
007794         RECORD KEY IS CU-CURRENCY-CODE
007795         FILE STATUS IS WS-CCYTABLE-STATUS.
007796     SELECT RATE-FILE ASSIGN TO RATEFILE
007797         ORGANIZATION IS SEQUENTIAL
007798         ACCESS MODE IS SEQUENTIAL
007799         FILE STATUS IS WS-RATE-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  EXTRACT-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 37 CHARACTERS.
008400 01  EXTRACT-RECORD.
008500     05  EX-TRANSACTION-ID     PIC X(10).
008600     05  EX-AMOUNT             PIC S9(8)V99.
009000         88  EX-TYPE-TRAILER       VALUE 'T'.
009100     05  EX-REVERSAL-OF-TXN-ID PIC X(10).
009150     05  EX-SOURCE-SYSTEM      PIC X(03).
009170     05  EX-CURRENCY-CODE      PIC X(03).
009200 01  EXTRACT-TRAILER-RECORD.
009300     05  ET-RECORD-COUNT       PIC 9(10).
009400     05  ET-AMOUNT-HASH-TOTAL  PIC S9(8)V99.
009500     05  FILLER                PIC X(01).
009520     05  ET-BATCH-DATE         PIC X(08).
009540     05  ET-BATCH-DATE-N REDEFINES ET-BATCH-DATE
009560                               PIC 9(08).
009580     05  ET-TRANSMISSION-SEQ   PIC X(02).
009585     05  ET-TRANSMISSION-SEQ-N REDEFINES ET-TRANSMISSION-SEQ
009590                               PIC 9(02).
009600     05  ET-SOURCE-SYSTEM      PIC X(03).
009620     05  ET-TRAILER-ORIGIN     PIC X(01).
009630         88  ET-MADE-UP-BY-RECYCLE VALUE 'R'.
009650     05  FILLER                PIC X(02).
009700 FD  CLEAN-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 37 CHARACTERS.
010100 01  CLEAN-RECORD              PIC X(37).
010200 FD  REJECT-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F
010500     RECORD CONTAINS 41 CHARACTERS.
010600 01  REJECT-RECORD.
010700     05  RJ-TRANSACTION-DATA   PIC X(37).
010800     05  RJ-REJECT-REASON      PIC X(04).
010900 FD  LEDGER-MASTER-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 98 CHARACTERS.
011200 COPY FORLMD.
011210 FD  RUN-STATS-FILE
011220     LABEL RECORDS ARE STANDARD
011230     RECORDING MODE IS F
011240     RECORD CONTAINS 330 CHARACTERS.
011250 COPY FORRUND.
011251 FD  BUSINESS-DATE-FILE
011252     LABEL RECORDS ARE STANDARD
011253     RECORD CONTAINS 80 CHARACTERS.
011254 COPY FORBDTD.
011255 FD  SUSPENSE-FILE
011256     LABEL RECORDS ARE STANDARD
011257     RECORDING MODE IS F
011258     RECORD CONTAINS 80 CHARACTERS.
011259 01  SUSPENSE-RECORD.
011260     05  SU-HELD-TIMESTAMP     PIC X(14).
011261*                                  START OF THE RUN THAT HELD IT
011262     05  SU-BUSINESS-DATE      PIC 9(08).
011263     05  SU-BATCH-DATE         PIC 9(08).
011264     05  SU-HOLD-REASON        PIC X(04).
011265     05  SU-TRANSACTION-DATA   PIC X(37).
011266*                                  THE DETAIL RECORD EXACTLY AS
011267*                                  THE FEEDER SENT IT
011268     05  SU-TRANSMISSION-SEQ   PIC 9(02).
011269     05  FILLER                PIC X(07).
011270 FD  SUSPENSE-CONTROL-FILE
011271     LABEL RECORDS ARE STANDARD
011272     RECORD CONTAINS 80 CHARACTERS.
011273 COPY FORSUSD.
011274 FD  CYCLE-CONTROL-FILE
011275     LABEL RECORDS ARE STANDARD
011276     RECORD CONTAINS 80 CHARACTERS.
011277 COPY FORCYCD.
011278 FD  CYCLE-CARD-FILE
011279     LABEL RECORDS ARE STANDARD
011280     RECORDING MODE IS F
011281     RECORD CONTAINS 80 CHARACTERS.
011282 01  CYCLE-CARD-RECORD.
011283     05  CC-CYCLE-NUMBER       PIC X(02).
011284     05  CC-CYCLE-NUMBER-N REDEFINES CC-CYCLE-NUMBER
011285                               PIC 9(02).
011286     05  FILLER                PIC X(78).
011287 FD  CURRENCY-TABLE-FILE
011288     LABEL RECORDS ARE STANDARD
011289     RECORD CONTAINS 80 CHARACTERS.
011290 COPY FORCCYD.
011291 FD  RATE-FILE
011292     LABEL RECORDS ARE STANDARD
011293     RECORDING MODE IS F
011294     RECORD CONTAINS 80 CHARACTERS.
011295 COPY FORRATD.
011300 WORKING-STORAGE SECTION.
011400 01  WS-EXTRACT-STATUS         PIC X(02).
011500     88  WS-EXTRACT-OK              VALUE '00'.
011900 01  WS-REJECT-STATUS          PIC X(02).
012000     88  WS-REJECT-OK               VALUE '00'.
012100 01  WS-LEDGER-MASTER-STATUS   PIC X(02).
012102     88  WS-LEDGER-MASTER-OK        VALUE '00'.
012104 01  WS-RUN-STATS-STATUS       PIC X(02).
012106     88  WS-RUN-STATS-OK            VALUE '00'.
012108     88  WS-RUN-STATS-NOT-FOUND     VALUE '35'.
012110 01  WS-BUSDATE-STATUS         PIC X(02).
012112     88  WS-BUSDATE-OK              VALUE '00'.
012114 01  WS-SUSPENSE-STATUS        PIC X(02).
012116     88  WS-SUSPENSE-OK             VALUE '00'.
012118     88  WS-SUSPENSE-NOT-FOUND      VALUE '35'.
012120 01  WS-SUSPCTL-STATUS         PIC X(02).
012122     88  WS-SUSPCTL-OK              VALUE '00'.
012124     88  WS-SUSPCTL-NOT-FOUND       VALUE '23'.
012126 01  WS-CYCLCTL-STATUS         PIC X(02).
012128     88  WS-CYCLCTL-OK              VALUE '00'.
012130 01  WS-CYCLE-CARD-STATUS      PIC X(02).
012132     88  WS-CYCLE-CARD-OK           VALUE '00'.
012134 01  WS-CYCLE-CARD-NUMBER      PIC 9(02) VALUE ZEROES.
012136 01  WS-CYCLE-NUMBER           PIC 9(02) VALUE ZEROES.
012138 01  WS-LAST-CYCLE-NUMBER      PIC 9(02) VALUE ZEROES.
012140 01  WS-LAST-CYCLE-STATUS      PIC X(01) VALUE SPACE.
012142     88  WS-LAST-CYCLE-IN-PROGRESS  VALUE 'S'.
012144 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
012146     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y' FALSE 'N'.
012148 01  WS-CCYTABLE-STATUS        PIC X(02).
012150     88  WS-CCYTABLE-OK             VALUE '00'.
012152 01  WS-RATE-STATUS            PIC X(02).
012154     88  WS-RATE-OK                 VALUE '00'.
012156 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
012158     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
012160 01  WS-RATE-EOF-SWITCH        PIC X(01) VALUE 'N'.
012162     88  WS-RATE-AT-EOF             VALUE 'Y'.
012164 01  WS-CURRENCY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
012166     88  WS-CURRENCY-FOUND          VALUE 'Y' FALSE 'N'.
012168 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
012170 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
012172 01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
012174 01  WS-RATES-LOADED           PIC 9(4) COMP-5 VALUE 0.
012176 01  WS-CURRENCY-COUNT         PIC 9(4) COMP-5 VALUE 0.
012178 01  WS-CE-IDX                 PIC 9(4) COMP-5 VALUE 0.
012180 01  WS-CURRENCY-TABLE.
012182*    THE WHOLE CCYTABLE, WITH THE BUSINESS DATE'S RATE FROM
012184*    RATEFILE AGAINST EACH CURRENCY THAT HAS ONE.  THE BASE
012186*    CURRENCY NEEDS NO RATE -- IT CONVERTS AT ONE.
012188     05  WS-CURRENCY-ENTRY     OCCURS 100 TIMES.
012190         10  WS-CE-CODE        PIC X(03).
012192         10  WS-CE-STATUS      PIC X(01).
012194             88  WS-CE-ACTIVE       VALUE 'A'.
012196         10  WS-CE-BASE-FLAG   PIC X(01).
012198             88  WS-CE-BASE         VALUE 'Y'.
012200         10  WS-CE-RATE-SWITCH PIC X(01).
012202             88  WS-CE-RATE-FOUND   VALUE 'Y'.
012204         10  WS-CE-RATE        PIC 9(04)V9(08).
012206 01  WS-BASE-EQUIVALENT        PIC S9(8)V99 VALUE 0.
012208*                                  TRIAL CONVERSION -- FORENSIC-
012210*                                  AUDIT DOES THE REAL ONE
012233 01  WS-BUSINESS-DATE          PIC 9(08) VALUE ZEROES.
012240 01  WS-RUN-START-TIMESTAMP    PIC X(14) VALUE SPACES.
012250 01  WS-STAT-DATE              PIC 9(08).
012260 01  WS-STAT-TIME              PIC 9(08).
012290 01  WS-REASON-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012291     88  WS-REASON-FOUND            VALUE 'Y' FALSE 'N'.
012292 01  WS-REASON-TALLY-TABLE.
012293     05  WS-REASON-TALLY       OCCURS 12 TIMES.
012294         10  WS-RT-CODE        PIC X(04).
012295         10  WS-RT-COUNT       PIC 9(9) COMP-5.
012296 01  WS-SOURCE-TALLY-COUNT     PIC 9(2) COMP-5 VALUE 0.
012302     05  WS-SOURCE-TALLY       OCCURS 5 TIMES.
012303         10  WS-ST-CODE        PIC X(03).
012304         10  WS-ST-COUNT       PIC 9(9) COMP-5.
012306 01  WS-FEEDER-COUNT           PIC 9(2) COMP-5 VALUE 0.
012308 01  WS-FB-IDX                 PIC 9(2) COMP-5 VALUE 0.
012310 01  WS-FEEDER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012312     88  WS-FEEDER-FOUND            VALUE 'Y' FALSE 'N'.
012314 01  WS-LOOKUP-SOURCE          PIC X(03) VALUE SPACES.
012316 01  WS-FEEDER-BALANCE-TABLE.
012318*    ONE ROW PER SOURCE SYSTEM ON TRANRAW, BUILT BY THE FIRST
012320*    PASS.  UNLIKE THE RUN-STATS TALLY THERE IS NO CATCH-ALL
012322*    ROW -- A FEEDER THAT CANNOT BE BALANCED ON ITS OWN CANNOT
012324*    BE POSTED, SO AN OVERFLOW ENDS THE RUN.
012326     05  WS-FEEDER-BALANCE     OCCURS 10 TIMES.
012328         10  WS-FB-CODE        PIC X(03).
012330         10  WS-FB-DETAIL-COUNT
012332                               PIC 9(9) COMP-5.
012334         10  WS-FB-HASH-TOTAL  PIC S9(8)V99.
012336         10  WS-FB-AMTN-COUNT  PIC 9(9) COMP-5.
012338         10  WS-FB-TRAILERS    PIC 9(9) COMP-5.
012340         10  WS-FB-TRL-COUNT   PIC 9(10).
012342         10  WS-FB-TRL-HASH-TOTAL
012344                               PIC S9(8)V99.
012346         10  WS-FB-BATCH-DATE  PIC 9(08).
012347         10  WS-FB-TRANSMISSION-SEQ
012348                               PIC 9(02).
012349         10  WS-FB-RELEASE-SWITCH
012350                               PIC X(01).
012351             88  WS-FB-MAY-RELEASE  VALUE 'Y'.
012352         10  WS-FB-STATUS      PIC X(01).
012353             88  WS-FB-BALANCED     VALUE 'B'.
012354             88  WS-FB-HASH-WARNING VALUE 'W'.
012355             88  WS-FB-HELD         VALUE 'H'.
012356         10  WS-FB-HOLD-REASON PIC X(04).
012358         10  WS-FB-RELEASED-SWITCH
012360                               PIC X(01).
012362             88  WS-FB-RELEASED     VALUE 'Y'.
012364         10  WS-FB-HELD-RECORDS
012366                               PIC 9(9) COMP-5.
012400 01  WS-EXTRACT-EOF-SWITCH     PIC X(01) VALUE 'N'.
012500     88  WS-AT-EOF                  VALUE 'Y'.
012600 01  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
012700     88  WS-MASTER-AT-EOF           VALUE 'Y'.
012800 01  WS-BATCH-ON-FILE-SWITCH   PIC X(01) VALUE 'N'.
012900     88  WS-BATCH-ON-FILE           VALUE 'Y' FALSE 'N'.
013000 01  WS-TARGET-FOUND-SWITCH    PIC X(01) VALUE 'N'.
013100     88  WS-TARGET-FOUND            VALUE 'Y' FALSE 'N'.
013200 01  WS-REJECT-REASON          PIC X(04) VALUE SPACES.
013300     88  WS-RECORD-CLEAN            VALUE SPACES.
013400 01  WS-DETAIL-COUNT           PIC 9(9) COMP-5 VALUE 0.
013410 01  WS-RECORDS-ON-FILE         PIC 9(9) COMP-5 VALUE 0.
013420 01  WS-NO-SOURCE-COUNT        PIC 9(9) COMP-5 VALUE 0.
013430 01  WS-HELD-COUNT             PIC 9(9) COMP-5 VALUE 0.
013440 01  WS-HELD-FEEDER-COUNT      PIC 9(2) COMP-5 VALUE 0.
013450 01  WS-RELEASED-FEEDER-COUNT  PIC 9(2) COMP-5 VALUE 0.
013500 01  WS-CLEAN-COUNT            PIC 9(9) COMP-5 VALUE 0.
013600 01  WS-REJECT-COUNT           PIC 9(9) COMP-5 VALUE 0.
013700*    WS-FB-HASH-TOTAL IS THE HASH-TOTAL OF ONE FEEDER'S DETAIL
013800*    AMOUNTS -- OVERFLOW DIGITS ARE
013900*    DELIBERATELY DROPPED, THE SAME WRAPPING RULE THE UPSTREAM
014000*    EXTRACT JOB USES WHEN IT BUILDS THE TRAILER.
014050 01  WS-HASH-DISPLAY           PIC -9(8).99.
014100 01  WS-EXPECTED-NEGATED       PIC S9(8)V99 VALUE 0.
014200 01  WS-ACCEPTED-COUNT         PIC 9(9) COMP-5 VALUE 0.
014300 01  WS-ACCEPTED-TABLE.
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT
015800     PERFORM 1500-TALLY-ONE-RECORD
015900         THRU 1500-TALLY-ONE-RECORD-EXIT
016000         UNTIL WS-AT-EOF
016100     IF WS-RECORDS-ON-FILE = 0
016200         DISPLAY "FORENSIC-EDIT: NO TRAILER RECORD ON TRANRAW -- "
016300             "TRANSMISSION IS TRUNCATED, DO NOT POST"
016400         PERFORM 8000-TERMINATE
016600         MOVE 16 TO RETURN-CODE
016700         GO TO 9999-EXIT
016800     END-IF
016820     PERFORM 3000-SETTLE-FEEDERS
016840         THRU 3000-SETTLE-FEEDERS-EXIT
016860     PERFORM 1700-REWIND-EXTRACT
016880         THRU 1700-REWIND-EXTRACT-EXIT
016885     PERFORM 2000-EDIT-EXTRACT
016890         THRU 2000-EDIT-EXTRACT-EXIT
016895         UNTIL WS-AT-EOF
016900     PERFORM 8000-TERMINATE
017000         THRU 8000-TERMINATE-EXIT
017100     PERFORM 8100-REPORT-RESULTS
017200         THRU 8100-REPORT-RESULTS-EXIT
017210     PERFORM 8800-WRITE-RUN-STATS
017220         THRU 8800-WRITE-RUN-STATS-EXIT
017300     IF WS-HELD-FEEDER-COUNT > 0
017400         MOVE 8 TO RETURN-CODE
017500     ELSE
017505         IF WS-REJECT-COUNT = 0
017510             MOVE 0 TO RETURN-CODE
017520         ELSE
017570             MOVE 4 TO RETURN-CODE
017620         END-IF
017700     END-IF
017800     GO TO 9999-EXIT.
017900
018240            WS-STAT-TIME (1:6)  DELIMITED BY SIZE
018250         INTO WS-RUN-START-TIMESTAMP
018260     END-STRING
018270     PERFORM 1050-READ-BUSINESS-DATE
018280         THRU 1050-READ-BUSINESS-DATE-EXIT
018285     PERFORM 1060-CHECK-POSTING-CYCLE
018290         THRU 1060-CHECK-POSTING-CYCLE-EXIT
018300     OPEN INPUT EXTRACT-FILE
018400     IF NOT WS-EXTRACT-OK
018500         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN EXTRACT-FILE, "
019400         MOVE 16 TO RETURN-CODE
019500         GO TO 9999-EXIT
019600     END-IF
019620     IF WS-CYCLE-NUMBER = 1
019640         OPEN OUTPUT REJECT-FILE
019660     ELSE
019680         OPEN EXTEND REJECT-FILE
019700     END-IF
019800     IF NOT WS-REJECT-OK
019900         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN REJECT-FILE, "
020000             "STATUS = " WS-REJECT-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9999-EXIT
021000     END-IF
021005     OPEN EXTEND SUSPENSE-FILE
021010     IF WS-SUSPENSE-NOT-FOUND
021015         CLOSE SUSPENSE-FILE
021020         OPEN OUTPUT SUSPENSE-FILE
021025     END-IF
021030     IF NOT WS-SUSPENSE-OK
021035         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN TRANSUSP, "
021040             "STATUS = " WS-SUSPENSE-STATUS
021045         MOVE 16 TO RETURN-CODE
021050         GO TO 9999-EXIT
021055     END-IF
021060     OPEN I-O SUSPENSE-CONTROL-FILE
021065     IF NOT WS-SUSPCTL-OK
021070         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN SUSPCTL, "
021075             "STATUS = " WS-SUSPCTL-STATUS
021080         MOVE 16 TO RETURN-CODE
021085         GO TO 9999-EXIT
021090     END-IF
021100     PERFORM 1100-LOAD-REVERSED-TABLE
021200         THRU 1100-LOAD-REVERSED-TABLE-EXIT
021220     PERFORM 1200-LOAD-CURRENCY-TABLE
021240         THRU 1200-LOAD-CURRENCY-TABLE-EXIT
021260     PERFORM 1300-LOAD-RATES
021280         THRU 1300-LOAD-RATES-EXIT
021300     PERFORM 2100-READ-EXTRACT
021400         THRU 2100-READ-EXTRACT-EXIT.
021500 1000-INITIALIZE-EXIT.
021600     EXIT.
021700
021701******************************************************************
021702*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
021703*    RECORD, NOT THE SYSTEM CLOCK.  A CLOSED DAY HAS ALREADY     *
021704*    BEEN POSTED AND EXTRACTED -- NOTHING MORE IS EDITED FOR IT  *
021705*    UNTIL IT IS DELIBERATELY REOPENED (FORREOPN).               *
021706******************************************************************
021707 1050-READ-BUSINESS-DATE.
021708     OPEN INPUT BUSINESS-DATE-FILE
021709     IF NOT WS-BUSDATE-OK
021710         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN BUSDATE, "
021711             "STATUS = " WS-BUSDATE-STATUS
021712         MOVE 16 TO RETURN-CODE
021713         GO TO 9999-EXIT
021714     END-IF
021715     MOVE 'BUSDATE' TO BD-CONTROL-KEY
021716     READ BUSINESS-DATE-FILE
021717         INVALID KEY
021718             DISPLAY "FORENSIC-EDIT: NO BUSDATE CONTROL RECORD, "
021719                 "STATUS = " WS-BUSDATE-STATUS
021720             CLOSE BUSINESS-DATE-FILE
021721             MOVE 16 TO RETURN-CODE
021722             GO TO 9999-EXIT
021723     END-READ
021724     CLOSE BUSINESS-DATE-FILE
021725     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
021726     IF BD-DAY-CLOSED
021727         DISPLAY "FORENSIC-EDIT: BUSINESS DATE " WS-BUSINESS-DATE
021728             " IS CLOSED -- REOPEN IT (FORREOPN) OR OPEN THE "
021729             "NEXT DAY (FOROPEN) BEFORE POSTING"
021730         MOVE 16 TO RETURN-CODE
021731         GO TO 9999-EXIT
021732     END-IF
021733     DISPLAY "FORENSIC-EDIT: BUSINESS DATE " WS-BUSINESS-DATE.
021734 1050-READ-BUSINESS-DATE-EXIT.
021735     EXIT.
021736
021737******************************************************************
021738*    THE DAY IS POSTED IN NUMBERED CYCLES (SEE FORCYCD.CPY).     *
021739*    THIS EDIT FEEDS THE NEXT ONE, SO IT REFUSES WHILE THE       *
021740*    DAY'S LATEST CYCLE IS STILL IN PROGRESS -- ITS              *
021741*    FORENSIC-AUDIT MUST BE RESTARTED FROM THE TRANFEED THIS     *
021742*    RUN WOULD OVERWRITE -- AND WHEN AN OPTIONAL CYCLCARD NAMES  *
021743*    ANY CYCLE BUT THE NEXT.  CYCLCTL IS ONLY READ HERE;         *
021744*    FORENSIC-AUDIT OPENS THE CYCLE.                             *
021745******************************************************************
021746 1060-CHECK-POSTING-CYCLE.
021747     OPEN INPUT CYCLE-CONTROL-FILE
021748     IF NOT WS-CYCLCTL-OK
021749         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN CYCLCTL, "
021750             "STATUS = " WS-CYCLCTL-STATUS
021751         MOVE 16 TO RETURN-CODE
021752         GO TO 9999-EXIT
021753     END-IF
021754     PERFORM 1062-READ-CYCLE-CARD
021755         THRU 1062-READ-CYCLE-CARD-EXIT
021756     PERFORM 1064-FIND-LAST-CYCLE
021757         THRU 1064-FIND-LAST-CYCLE-EXIT
021758     CLOSE CYCLE-CONTROL-FILE
021759     IF WS-LAST-CYCLE-IN-PROGRESS
021760         DISPLAY "FORENSIC-EDIT: POSTING CYCLE "
021761             WS-LAST-CYCLE-NUMBER " FOR " WS-BUSINESS-DATE
021762             " IS STILL IN PROGRESS -- RESTART ITS FORENSIC-"
021763             "AUDIT WITH RESTARTID BEFORE EDITING ANOTHER EXTRACT"
021764         MOVE 16 TO RETURN-CODE
021765         GO TO 9999-EXIT
021766     END-IF
021767     IF WS-LAST-CYCLE-NUMBER = 99
021768         DISPLAY "FORENSIC-EDIT: 99 POSTING CYCLES ALREADY RUN "
021769             "FOR " WS-BUSINESS-DATE " -- NOTHING MORE CAN BE "
021770             "POSTED TODAY"
021771         MOVE 16 TO RETURN-CODE
021772         GO TO 9999-EXIT
021773     END-IF
021774     COMPUTE WS-CYCLE-NUMBER = WS-LAST-CYCLE-NUMBER + 1
021775     IF WS-CYCLE-CARD-NUMBER NOT = 0
021776        AND WS-CYCLE-CARD-NUMBER NOT = WS-CYCLE-NUMBER
021777         DISPLAY "FORENSIC-EDIT: CYCLCARD ASKS FOR CYCLE "
021778             WS-CYCLE-CARD-NUMBER " BUT THE NEXT CYCLE FOR "
021779             WS-BUSINESS-DATE " IS " WS-CYCLE-NUMBER
021780             " -- OUT OF ORDER, DO NOT POST"
021781         MOVE 16 TO RETURN-CODE
021782         GO TO 9999-EXIT
021783     END-IF
021784     DISPLAY "FORENSIC-EDIT: EDITING FOR POSTING CYCLE "
021785         WS-CYCLE-NUMBER.
021786 1060-CHECK-POSTING-CYCLE-EXIT.
021787     EXIT.
021788
021789*    CYCLCARD IS OPTIONAL: THE CYCLE NUMBER IN COLUMNS 1-2, FREE
021790*    COMMENT AFTER.  NO CARD, A BLANK CARD, OR A '*' COMMENT CARD
021791*    MEANS "THE NEXT CYCLE", WHATEVER IT IS.
021792 1062-READ-CYCLE-CARD.
021793     OPEN INPUT CYCLE-CARD-FILE
021794     IF NOT WS-CYCLE-CARD-OK
021795         GO TO 1062-READ-CYCLE-CARD-EXIT
021796     END-IF
021797     READ CYCLE-CARD-FILE
021798         AT END
021799             MOVE SPACES TO CYCLE-CARD-RECORD
021801     END-READ
021802     CLOSE CYCLE-CARD-FILE
021803     IF CC-CYCLE-NUMBER = SPACES
021804        OR CC-CYCLE-NUMBER (1:1) = '*'
021805         GO TO 1062-READ-CYCLE-CARD-EXIT
021806     END-IF
021807     IF CC-CYCLE-NUMBER NOT NUMERIC
021808        OR CC-CYCLE-NUMBER-N = 0
021809         DISPLAY "FORENSIC-EDIT: CYCLCARD COLUMNS 1-2 ('"
021810             CC-CYCLE-NUMBER "') ARE NOT A CYCLE NUMBER 01-99"
021811         MOVE 16 TO RETURN-CODE
021812         GO TO 9999-EXIT
021813     END-IF
021814     MOVE CC-CYCLE-NUMBER-N TO WS-CYCLE-CARD-NUMBER.
021815 1062-READ-CYCLE-CARD-EXIT.
021816     EXIT.
021817
021818 1064-FIND-LAST-CYCLE.
021819     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
021820     MOVE ZEROES TO CY-CYCLE-NUMBER
021821     START CYCLE-CONTROL-FILE
021822         KEY IS NOT LESS THAN CY-CYCLE-KEY
021823         INVALID KEY
021824             GO TO 1064-FIND-LAST-CYCLE-EXIT
021825     END-START
021826     SET WS-CYCLE-BROWSE-DONE TO FALSE
021827     PERFORM 1065-READ-NEXT-CYCLE
021828         THRU 1065-READ-NEXT-CYCLE-EXIT
021829         UNTIL WS-CYCLE-BROWSE-DONE.
021830 1064-FIND-LAST-CYCLE-EXIT.
021831     EXIT.
021832
021833 1065-READ-NEXT-CYCLE.
021834     READ CYCLE-CONTROL-FILE NEXT RECORD
021835         AT END
021836             SET WS-CYCLE-BROWSE-DONE TO TRUE
021837             GO TO 1065-READ-NEXT-CYCLE-EXIT
021838     END-READ
021839     IF NOT WS-CYCLCTL-OK
021840         DISPLAY "FORENSIC-EDIT: CYCLCTL READ FAILED, "
021841             "STATUS = " WS-CYCLCTL-STATUS
021842         MOVE 16 TO RETURN-CODE
021843         GO TO 9999-EXIT
021844     END-IF
021845     IF CY-BUSINESS-DATE NOT = WS-BUSINESS-DATE
021846         SET WS-CYCLE-BROWSE-DONE TO TRUE
021847         GO TO 1065-READ-NEXT-CYCLE-EXIT
021848     END-IF
021849     MOVE CY-CYCLE-NUMBER TO WS-LAST-CYCLE-NUMBER
021850     MOVE CY-CYCLE-STATUS TO WS-LAST-CYCLE-STATUS.
021851 1065-READ-NEXT-CYCLE-EXIT.
021852     EXIT.
021872******************************************************************
021900*    ONE SEQUENTIAL PASS OF LEDGMSTR AT START-UP, COLLECTING THE *
022000*    TARGET ID OF EVERY REVERSAL ALREADY POSTED.  A REVERSAL IN  *
022100*    TODAY'S EXTRACT WHOSE TARGET IS IN THIS TABLE HAS ALREADY   *
024700     END-IF.
024800 1110-LOAD-ONE-MASTER-EXIT.
024900     EXIT.
024901******************************************************************
024902*    THE WHOLE CURRENCY TABLE IS HELD IN STORAGE FOR THE EDIT.   *
024903*    EXACTLY ONE CURRENCY MUST BE FLAGGED AS THE BASE -- WITH    *
024904*    NONE OR TWO THERE IS NO SAYING WHAT A BASE EQUIVALENT IS,   *
024905*    SO NOTHING IS EDITED.                                       *
024906******************************************************************
024907 1200-LOAD-CURRENCY-TABLE.
024908     OPEN INPUT CURRENCY-TABLE-FILE
024909     IF NOT WS-CCYTABLE-OK
024910         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN CCYTABLE, "
024911             "STATUS = " WS-CCYTABLE-STATUS
024912         PERFORM 8000-TERMINATE
024913             THRU 8000-TERMINATE-EXIT
024914         MOVE 16 TO RETURN-CODE
024915         GO TO 9999-EXIT
024916     END-IF
024917     PERFORM 1210-LOAD-ONE-CURRENCY
024918         THRU 1210-LOAD-ONE-CURRENCY-EXIT
024919         UNTIL WS-CCYTABLE-AT-EOF
024920     CLOSE CURRENCY-TABLE-FILE
024921     IF WS-BASE-CURRENCY-COUNT NOT = 1
024922         DISPLAY "FORENSIC-EDIT: CCYTABLE HAS "
024923             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
024924             "ONE IS REQUIRED (FORCCYM), DO NOT POST"
024925         PERFORM 8000-TERMINATE
024926             THRU 8000-TERMINATE-EXIT
024927         MOVE 16 TO RETURN-CODE
024928         GO TO 9999-EXIT
024929     END-IF
024930     DISPLAY "FORENSIC-EDIT: " WS-CURRENCY-COUNT
024931         " CURRENCIES ON CCYTABLE, BASE " WS-BASE-CURRENCY.
024932 1200-LOAD-CURRENCY-TABLE-EXIT.
024933     EXIT.
024938
024943 1210-LOAD-ONE-CURRENCY.
024947     READ CURRENCY-TABLE-FILE
024952         AT END
024956             SET WS-CCYTABLE-AT-EOF TO TRUE
024961             GO TO 1210-LOAD-ONE-CURRENCY-EXIT
024965     END-READ
024970     IF NOT WS-CCYTABLE-OK
024975         DISPLAY "FORENSIC-EDIT: CCYTABLE READ FAILED, "
024979             "STATUS = " WS-CCYTABLE-STATUS
024984         PERFORM 8000-TERMINATE
024988             THRU 8000-TERMINATE-EXIT
024993         MOVE 16 TO RETURN-CODE
024997         GO TO 9999-EXIT
025002     END-IF
025007     IF WS-CURRENCY-COUNT = 100
025008         DISPLAY "FORENSIC-EDIT: CURRENCY TABLE OVERFLOW -- "
025009             "RAISE THE OCCURS LIMIT AND RERUN"
025010         PERFORM 8000-TERMINATE
025011             THRU 8000-TERMINATE-EXIT
025012         MOVE 16 TO RETURN-CODE
025013         GO TO 9999-EXIT
025014     END-IF
025015     ADD 1 TO WS-CURRENCY-COUNT
025016     MOVE CU-CURRENCY-CODE TO WS-CE-CODE (WS-CURRENCY-COUNT)
025017     MOVE CU-STATUS TO WS-CE-STATUS (WS-CURRENCY-COUNT)
025018     MOVE CU-BASE-FLAG TO WS-CE-BASE-FLAG (WS-CURRENCY-COUNT)
025019     MOVE 'N' TO WS-CE-RATE-SWITCH (WS-CURRENCY-COUNT)
025020     MOVE ZEROES TO WS-CE-RATE (WS-CURRENCY-COUNT)
025021     IF CU-BASE-CURRENCY
025022         ADD 1 TO WS-BASE-CURRENCY-COUNT
025023         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
025024     END-IF.
025025 1210-LOAD-ONE-CURRENCY-EXIT.
025026     EXIT.
025027
025028******************************************************************
025029*    TAKE THE BUSINESS DATE'S RATES OFF RATEFILE; OTHER DAYS'    *
025030*    RECORDS ARE PASSED OVER.  A RATE FOR A CURRENCY NOT ON THE  *
025031*    TABLE IS NOTED AND IGNORED, AS IS ONE FOR THE BASE.  A      *
025032*    CURRENCY RATED TWICE FOR THE DAY, OR AT ZERO, IS A BAD      *
025033*    RATE FILE -- WHICH RATE TREASURY MEANT CANNOT BE GUESSED.   *
025034******************************************************************
025035 1300-LOAD-RATES.
025036     OPEN INPUT RATE-FILE
025037     IF NOT WS-RATE-OK
025038         DISPLAY "FORENSIC-EDIT: UNABLE TO OPEN RATEFILE, "
025039             "STATUS = " WS-RATE-STATUS
025040         PERFORM 8000-TERMINATE
025041             THRU 8000-TERMINATE-EXIT
025042         MOVE 16 TO RETURN-CODE
025043         GO TO 9999-EXIT
025044     END-IF
025045     PERFORM 1310-LOAD-ONE-RATE
025046         THRU 1310-LOAD-ONE-RATE-EXIT
025047         UNTIL WS-RATE-AT-EOF
025048     CLOSE RATE-FILE
025049     DISPLAY "FORENSIC-EDIT: " WS-RATES-LOADED
025050         " RATES ON RATEFILE FOR " WS-BUSINESS-DATE.
025051 1300-LOAD-RATES-EXIT.
025052     EXIT.
025053
025054 1310-LOAD-ONE-RATE.
025055     READ RATE-FILE
025056         AT END
025057             SET WS-RATE-AT-EOF TO TRUE
025058             GO TO 1310-LOAD-ONE-RATE-EXIT
025059     END-READ
025060     IF RT-RATE-DATE NOT = WS-BUSINESS-DATE
025061         GO TO 1310-LOAD-ONE-RATE-EXIT
025062     END-IF
025063     MOVE RT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
025064     PERFORM 8500-FIND-CURRENCY
025065         THRU 8500-FIND-CURRENCY-EXIT
025081     IF NOT WS-CURRENCY-FOUND
025082         DISPLAY "FORENSIC-EDIT: RATEFILE RATE FOR "
025083             RT-CURRENCY-CODE " IGNORED -- NOT ON CCYTABLE"
025084         GO TO 1310-LOAD-ONE-RATE-EXIT
025085     END-IF
025086     IF WS-CE-BASE (WS-CE-IDX)
025087         GO TO 1310-LOAD-ONE-RATE-EXIT
025088     END-IF
025089     IF RT-BASE-RATE IS NOT NUMERIC
025090      OR RT-BASE-RATE = 0
025091      OR WS-CE-RATE-FOUND (WS-CE-IDX)
025092         DISPLAY "FORENSIC-EDIT: RATEFILE RATE FOR "
025093             RT-CURRENCY-CODE " ON " WS-BUSINESS-DATE
025094             " IS ZERO, NOT NUMERIC, OR GIVEN TWICE -- DO NOT "
025107             "POST"
025109         CLOSE RATE-FILE
025111         PERFORM 8000-TERMINATE
025113             THRU 8000-TERMINATE-EXIT
025115         MOVE 16 TO RETURN-CODE
025117         GO TO 9999-EXIT
025119     END-IF
025121     MOVE RT-BASE-RATE TO WS-CE-RATE (WS-CE-IDX)
025123     MOVE 'Y' TO WS-CE-RATE-SWITCH (WS-CE-IDX)
025125     ADD 1 TO WS-RATES-LOADED.
025127 1310-LOAD-ONE-RATE-EXIT.
025129     EXIT.
025131
025133******************************************************************
025135*    PASS ONE: BALANCE EVERY FEEDER BEFORE A SINGLE RECORD IS    *
025137*    EDITED.  THE MERGED TRANRAW CARRIES EACH FEEDER'S DETAILS   *
025139*    AND TRAILER IN WHATEVER ORDER THE MERGE LEFT THEM, SO THE   *
025141*    COUNTS AND HASH-TOTALS ARE TAKEN BY SOURCE SYSTEM HERE AND  *
025143*    SETTLED ONLY ONCE THE WHOLE FILE HAS BEEN SEEN.  A TRAILER  *
025145*    WITH NO SOURCE CANNOT BE BALANCED TO ANY FEEDER AND ENDS    *
025147*    THE RUN -- WHICH FEEDER IT WAS MEANT FOR IS ANYONE'S GUESS. *
025149******************************************************************
025151 1500-TALLY-ONE-RECORD.
025153     ADD 1 TO WS-RECORDS-ON-FILE
025200     IF EX-TYPE-TRAILER
025300         IF ET-SOURCE-SYSTEM = SPACES
025400             DISPLAY "FORENSIC-EDIT: TRAILER RECORD WITH NO "
025500                 "SOURCE SYSTEM ON TRANRAW -- TRANSMISSION IS "
025600                 "CORRUPT"
025900             PERFORM 8000-TERMINATE
026000                 THRU 8000-TERMINATE-EXIT
026100             MOVE 16 TO RETURN-CODE
026200             GO TO 9999-EXIT
026300         END-IF
026330         MOVE ET-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
026360         PERFORM 8400-FIND-FEEDER
026390             THRU 8400-FIND-FEEDER-EXIT
026420         ADD 1 TO WS-FB-TRAILERS (WS-FB-IDX)
026450         IF ET-RECORD-COUNT IS NOT NUMERIC
026480          OR ET-AMOUNT-HASH-TOTAL IS NOT NUMERIC
026510             MOVE 'TNUM' TO WS-FB-HOLD-REASON (WS-FB-IDX)
026540         ELSE
026570             MOVE ET-RECORD-COUNT
026600                 TO WS-FB-TRL-COUNT (WS-FB-IDX)
026630             MOVE ET-AMOUNT-HASH-TOTAL
026660                 TO WS-FB-TRL-HASH-TOTAL (WS-FB-IDX)
026700         END-IF
026750         MOVE 'N' TO WS-FB-RELEASE-SWITCH (WS-FB-IDX)
026800         IF ET-BATCH-DATE IS NUMERIC
026850          AND ET-BATCH-DATE-N > 0
026900             MOVE ET-BATCH-DATE-N
026950                 TO WS-FB-BATCH-DATE (WS-FB-IDX)
027000             IF NOT ET-MADE-UP-BY-RECYCLE
027050                 MOVE 'Y' TO WS-FB-RELEASE-SWITCH (WS-FB-IDX)
027100             END-IF
027150         END-IF
027200         IF ET-MADE-UP-BY-RECYCLE
027250             MOVE 99 TO WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
027300         ELSE
027310             IF ET-TRANSMISSION-SEQ IS NUMERIC
027320                 MOVE ET-TRANSMISSION-SEQ-N
027330                     TO WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
027340             END-IF
027350         END-IF
027360     ELSE
027370         IF EX-SOURCE-SYSTEM = SPACES
027380             ADD 1 TO WS-NO-SOURCE-COUNT
027390         ELSE
027400             MOVE EX-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
027410             PERFORM 8400-FIND-FEEDER
027420                 THRU 8400-FIND-FEEDER-EXIT
027430             ADD 1 TO WS-FB-DETAIL-COUNT (WS-FB-IDX)
027440             IF EX-AMOUNT IS NUMERIC
027450                 ADD EX-AMOUNT TO WS-FB-HASH-TOTAL (WS-FB-IDX)
027460             ELSE
027470                 ADD 1 TO WS-FB-AMTN-COUNT (WS-FB-IDX)
027480             END-IF
027600         END-IF
027700     END-IF
027800     PERFORM 2100-READ-EXTRACT
027900         THRU 2100-READ-EXTRACT-EXIT.
027902 1500-TALLY-ONE-RECORD-EXIT.
027904     EXIT.
027906
027908 1700-REWIND-EXTRACT.
027910     CLOSE EXTRACT-FILE
027912     OPEN INPUT EXTRACT-FILE
027914     IF NOT WS-EXTRACT-OK
027916         DISPLAY "FORENSIC-EDIT: TRANRAW REOPEN FAILED, "
027918             "STATUS = " WS-EXTRACT-STATUS
027920         PERFORM 8000-TERMINATE
027922             THRU 8000-TERMINATE-EXIT
027924         MOVE 16 TO RETURN-CODE
027926         GO TO 9999-EXIT
027928     END-IF
027930     MOVE 'N' TO WS-EXTRACT-EOF-SWITCH
027932     PERFORM 2100-READ-EXTRACT
027934         THRU 2100-READ-EXTRACT-EXIT.
027936 1700-REWIND-EXTRACT-EXIT.
027938     EXIT.
027940
027942******************************************************************
027944*    PASS TWO: TRAILERS WERE SETTLED IN PASS ONE AND ARE SKIPPED *
027946*    HERE.  A DETAIL FROM A HELD FEEDER GOES STRAIGHT TO THE     *
027948*    SUSPENSE FILE UNEDITED; EVERY OTHER DETAIL IS EDITED.       *
027950******************************************************************
027952 2000-EDIT-EXTRACT.
027954     IF NOT EX-TYPE-TRAILER
027956         ADD 1 TO WS-DETAIL-COUNT
027958         PERFORM 2050-ROUTE-DETAIL
027960             THRU 2050-ROUTE-DETAIL-EXIT
027962     END-IF
027964     PERFORM 2100-READ-EXTRACT
027966         THRU 2100-READ-EXTRACT-EXIT.
028000 2000-EDIT-EXTRACT-EXIT.
028004     EXIT.
028008
028012 2050-ROUTE-DETAIL.
028016     IF EX-SOURCE-SYSTEM NOT = SPACES
028020         MOVE EX-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
028024         PERFORM 8400-FIND-FEEDER
028028             THRU 8400-FIND-FEEDER-EXIT
028032         IF WS-FB-HELD (WS-FB-IDX)
028036             PERFORM 2600-WRITE-SUSPENSE
028040                 THRU 2600-WRITE-SUSPENSE-EXIT
028044             GO TO 2050-ROUTE-DETAIL-EXIT
028048         END-IF
028052     END-IF
028056     PERFORM 2200-EDIT-TRANSACTION
028060         THRU 2200-EDIT-TRANSACTION-EXIT
028064     IF WS-RECORD-CLEAN
028068         PERFORM 2400-WRITE-CLEAN
028072             THRU 2400-WRITE-CLEAN-EXIT
028076     ELSE
028080         PERFORM 2500-WRITE-REJECT
028084             THRU 2500-WRITE-REJECT-EXIT
028088     END-IF.
028092 2050-ROUTE-DETAIL-EXIT.
028100     EXIT.
028200
028300 2100-READ-EXTRACT.
029600     MOVE SPACES TO WS-REJECT-REASON
029700     IF EX-AMOUNT IS NOT NUMERIC
029800         MOVE 'AMTN' TO WS-REJECT-REASON
029900         GO TO 2200-EDIT-TRANSACTION-EXIT
030000     END-IF
030100     IF NOT EX-TYPE-CHARGE AND NOT EX-TYPE-REVERSAL
030400     END-IF
030420     IF EX-SOURCE-SYSTEM = SPACES
030440         MOVE 'SRCB' TO WS-REJECT-REASON
030442         GO TO 2200-EDIT-TRANSACTION-EXIT
030444     END-IF
030446     PERFORM 2250-CHECK-CURRENCY
030448         THRU 2250-CHECK-CURRENCY-EXIT
030450     IF NOT WS-RECORD-CLEAN
030460         GO TO 2200-EDIT-TRANSACTION-EXIT
030480     END-IF
030500     MOVE EX-TRANSACTION-ID TO LM-TRANSACTION-ID
033000         THRU 2300-CHECK-REVERSAL-EXIT.
033100 2200-EDIT-TRANSACTION-EXIT.
033200     EXIT.
033202******************************************************************
033204*    THE CURRENCY MUST BE ON THE TABLE AND ACTIVE, AND A NON-    *
033206*    BASE CURRENCY MUST HAVE THE DAY'S RATE.  THE BASE           *
033208*    EQUIVALENT IS TRIED HERE SO A TRANSACTION FORENSIC-AUDIT    *
033210*    COULD NOT CONVERT IS REJECTED NOW RATHER THAN STOPPING THE  *
033212*    POSTING RUN PART WAY.                                       *
033214******************************************************************
033216 2250-CHECK-CURRENCY.
033218     IF EX-CURRENCY-CODE = SPACES
033220         MOVE 'CCYX' TO WS-REJECT-REASON
033222         GO TO 2250-CHECK-CURRENCY-EXIT
033224     END-IF
033226     MOVE EX-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
033228     PERFORM 8500-FIND-CURRENCY
033230         THRU 8500-FIND-CURRENCY-EXIT
033232     IF NOT WS-CURRENCY-FOUND
033234         MOVE 'CCYX' TO WS-REJECT-REASON
033236         GO TO 2250-CHECK-CURRENCY-EXIT
033238     END-IF
033240     IF NOT WS-CE-ACTIVE (WS-CE-IDX)
033242         MOVE 'CCYX' TO WS-REJECT-REASON
033244         GO TO 2250-CHECK-CURRENCY-EXIT
033246     END-IF
033248     IF WS-CE-BASE (WS-CE-IDX)
033250         GO TO 2250-CHECK-CURRENCY-EXIT
033252     END-IF
033254     IF NOT WS-CE-RATE-FOUND (WS-CE-IDX)
033256         MOVE 'CRAT' TO WS-REJECT-REASON
033258         GO TO 2250-CHECK-CURRENCY-EXIT
033260     END-IF
033262     COMPUTE WS-BASE-EQUIVALENT ROUNDED =
033264         EX-AMOUNT * WS-CE-RATE (WS-CE-IDX)
033266         ON SIZE ERROR
033268             MOVE 'CRAT' TO WS-REJECT-REASON
033270     END-COMPUTE.
033272 2250-CHECK-CURRENCY-EXIT.
033274     EXIT.
033300
033400 2300-CHECK-REVERSAL.
033500     SET WS-TARGET-FOUND TO FALSE
034500     END-IF
034600     IF NOT LM-TYPE-CHARGE
034700         MOVE 'RTYP' TO WS-REJECT-REASON
034720         GO TO 2300-CHECK-REVERSAL-EXIT
034740     END-IF
034760     IF EX-CURRENCY-CODE NOT = LM-CURRENCY-CODE
034780         MOVE 'RCCY' TO WS-REJECT-REASON
034800         GO TO 2300-CHECK-REVERSAL-EXIT
034900     END-IF
035000     SET REV-IDX TO 1
041100 2500-WRITE-REJECT-EXIT.
041200     EXIT.
041300
041305 2600-WRITE-SUSPENSE.
041310     MOVE SPACES TO SUSPENSE-RECORD
041315     MOVE WS-RUN-START-TIMESTAMP TO SU-HELD-TIMESTAMP
041320     MOVE WS-BUSINESS-DATE TO SU-BUSINESS-DATE
041325     MOVE WS-FB-BATCH-DATE (WS-FB-IDX) TO SU-BATCH-DATE
041326     MOVE WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
041327         TO SU-TRANSMISSION-SEQ
041330     MOVE WS-FB-HOLD-REASON (WS-FB-IDX) TO SU-HOLD-REASON
041335     MOVE EXTRACT-RECORD TO SU-TRANSACTION-DATA
041340     WRITE SUSPENSE-RECORD
041345     IF NOT WS-SUSPENSE-OK
041350         DISPLAY "FORENSIC-EDIT: TRANSUSP WRITE FAILED, "
041355             "STATUS = " WS-SUSPENSE-STATUS
041360         MOVE 16 TO RETURN-CODE
041365         GO TO 9999-EXIT
041370     END-IF
041375     ADD 1 TO WS-HELD-COUNT
041380     ADD 1 TO WS-FB-HELD-RECORDS (WS-FB-IDX).
041385 2600-WRITE-SUSPENSE-EXIT.
041390     EXIT.
041395
041400******************************************************************
041500*    TRAILER VERIFICATION, ONE FEEDER AT A TIME.  THE COUNT AND  *
041550*    HASH-TOTAL COVER EVERY DETAIL RECORD THE FEEDER             *
041600*    TRANSMITTED, ACCEPTED OR NOT -- THE TRAILER                 *
041700*    PROVES THE TRANSMISSION ARRIVED WHOLE, NOT THAT EVERY       *
041800*    RECORD PASSED THE EDITS.  A NON-NUMERIC DETAIL AMOUNT       *
041900*    CANNOT BE ADDED INTO THE HASH-TOTAL, SO WHEN AMTN REJECTS   *
042000*    EXIST A HASH-TOTAL BREAK IS EXPECTED AND IS REPORTED AS A   *
042050*    WARNING ONLY -- THE BAD RECORDS WILL GO TO TRANREJ AND      *
042060*    THE CLEAN ONES MAY STILL POST.  WITH NO AMTN REJECTS A      *
042070*    HASH-TOTAL BREAK MEANS A CORRUPTED TRANSMISSION.  A FEEDER  *
042080*    THAT FAILS IS HELD ON SUSPENSE; ONE THAT BALANCES RELEASES  *
042090*    ANY EARLIER HOLD OF THE SAME TRANSMISSION, PROVIDED ITS     *
042092*    TRAILER CARRIED A BATCH DATE AND CAME FROM THE FEEDER.      *
042100******************************************************************
042120 3000-SETTLE-FEEDERS.
042140     MOVE 0 TO WS-FB-IDX
042160     PERFORM 3100-SETTLE-ONE-FEEDER
042180         THRU 3100-SETTLE-ONE-FEEDER-EXIT
042200         UNTIL WS-FB-IDX = WS-FEEDER-COUNT.
042220 3000-SETTLE-FEEDERS-EXIT.
042240     EXIT.
042260
042280 3100-SETTLE-ONE-FEEDER.
042300     ADD 1 TO WS-FB-IDX
042320     IF WS-FB-HOLD-REASON (WS-FB-IDX) NOT = SPACES
042340         GO TO 3150-HOLD-FEEDER
043000     END-IF
043200     IF WS-FB-TRAILERS (WS-FB-IDX) = 0
043400         MOVE 'TMIS' TO WS-FB-HOLD-REASON (WS-FB-IDX)
043600         GO TO 3150-HOLD-FEEDER
044000     END-IF
044200     IF WS-FB-TRAILERS (WS-FB-IDX) > 1
044400         MOVE 'TDUP' TO WS-FB-HOLD-REASON (WS-FB-IDX)
044600         GO TO 3150-HOLD-FEEDER
044900     END-IF
044920     IF WS-FB-TRL-COUNT (WS-FB-IDX)
044940         NOT = WS-FB-DETAIL-COUNT (WS-FB-IDX)
044960         MOVE 'TCNT' TO WS-FB-HOLD-REASON (WS-FB-IDX)
044980         GO TO 3150-HOLD-FEEDER
045000     END-IF
045020     IF WS-FB-TRL-HASH-TOTAL (WS-FB-IDX)
045040         NOT = WS-FB-HASH-TOTAL (WS-FB-IDX)
045060         IF WS-FB-AMTN-COUNT (WS-FB-IDX) > 0
045080             SET WS-FB-HASH-WARNING (WS-FB-IDX) TO TRUE
045100             DISPLAY "FORENSIC-EDIT: FEEDER "
045120                 WS-FB-CODE (WS-FB-IDX)
045140                 " TRAILER AMOUNT HASH-TOTAL OFF BY THE "
045160                 WS-FB-AMTN-COUNT (WS-FB-IDX) " NON-NUMERIC "
045180                 "AMOUNT(S) IT SENT -- CONTINUING WITH ITS "
045200                 "CLEAN RECORDS"
045350         ELSE
045450             MOVE 'THSH' TO WS-FB-HOLD-REASON (WS-FB-IDX)
045550             GO TO 3150-HOLD-FEEDER
045700         END-IF
045701     ELSE
045702         SET WS-FB-BALANCED (WS-FB-IDX) TO TRUE
045703     END-IF
045704     IF WS-FB-MAY-RELEASE (WS-FB-IDX)
045705         PERFORM 3300-RELEASE-BATCH
045706             THRU 3300-RELEASE-BATCH-EXIT
045707     END-IF
045708     GO TO 3100-SETTLE-ONE-FEEDER-EXIT.
045709 3150-HOLD-FEEDER.
045710     SET WS-FB-HELD (WS-FB-IDX) TO TRUE
045711     ADD 1 TO WS-HELD-FEEDER-COUNT
045712     PERFORM 3200-HOLD-BATCH
045713         THRU 3200-HOLD-BATCH-EXIT.
045714 3100-SETTLE-ONE-FEEDER-EXIT.
045715     EXIT.
045716
045717******************************************************************
045718*    RECORD THE HOLD ON SUSPCTL.  A BATCH ALREADY ON FILE (A     *
045719*    RETRANSMISSION THAT IS STILL OUT OF BALANCE, OR A RERUN)    *
045720*    IS HELD AGAIN WITH THE LATEST COUNTS.  SUSPCTL IS WRITTEN   *
045721*    BEFORE ANY DETAIL IS ROUTED, SO A HOLD THAT CANNOT BE       *
045722*    RECORDED STOPS THE RUN BEFORE ANYTHING IS SPLIT.            *
045723******************************************************************
045724 3200-HOLD-BATCH.
045725     MOVE WS-FB-CODE (WS-FB-IDX) TO SC-SOURCE-SYSTEM
045726     MOVE WS-FB-BATCH-DATE (WS-FB-IDX) TO SC-BATCH-DATE
045727     MOVE WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
045728         TO SC-TRANSMISSION-SEQ
045729     READ SUSPENSE-CONTROL-FILE
045730         INVALID KEY
045731             CONTINUE
045732     END-READ
045733     IF WS-SUSPCTL-OK
045734         SET WS-BATCH-ON-FILE TO TRUE
045735     ELSE
045736         IF NOT WS-SUSPCTL-NOT-FOUND
045737             GO TO 3290-SUSPCTL-FAILED
045738         END-IF
045739         SET WS-BATCH-ON-FILE TO FALSE
045740         MOVE SPACES TO SUSPENSE-CONTROL-RECORD
045741         MOVE WS-FB-CODE (WS-FB-IDX) TO SC-SOURCE-SYSTEM
045742         MOVE WS-FB-BATCH-DATE (WS-FB-IDX) TO SC-BATCH-DATE
045743         MOVE WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
045744             TO SC-TRANSMISSION-SEQ
045745         MOVE ZEROES TO SC-HOLD-COUNT
045746     END-IF
045747     SET SC-BATCH-HELD TO TRUE
045748     MOVE WS-FB-HOLD-REASON (WS-FB-IDX) TO SC-HOLD-REASON
045749     MOVE WS-BUSINESS-DATE TO SC-HELD-BUSINESS-DATE
045750     MOVE ZEROES TO SC-RELEASED-BUSINESS-DATE
045751     MOVE WS-FB-DETAIL-COUNT (WS-FB-IDX) TO SC-RECEIVED-COUNT
045752     MOVE WS-FB-HASH-TOTAL (WS-FB-IDX)
045753         TO SC-RECEIVED-HASH-TOTAL
045754     MOVE WS-FB-TRL-COUNT (WS-FB-IDX) TO SC-TRAILER-COUNT
045755     MOVE WS-FB-TRL-HASH-TOTAL (WS-FB-IDX)
045756         TO SC-TRAILER-HASH-TOTAL
045757     ADD 1 TO SC-HOLD-COUNT
045758     IF WS-BATCH-ON-FILE
045759         REWRITE SUSPENSE-CONTROL-RECORD
045760     ELSE
045761         WRITE SUSPENSE-CONTROL-RECORD
045762     END-IF
045763     IF NOT WS-SUSPCTL-OK
045764         GO TO 3290-SUSPCTL-FAILED
045765     END-IF
045766     DISPLAY "FORENSIC-EDIT: FEEDER " WS-FB-CODE (WS-FB-IDX)
045767         " BATCH " WS-FB-BATCH-DATE (WS-FB-IDX)
045768         "-" WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
045769         " HELD ON SUSPENSE -- " WS-FB-HOLD-REASON (WS-FB-IDX)
045770         ", " WS-FB-DETAIL-COUNT (WS-FB-IDX) " RECEIVED, "
045771         "TRAILER SAYS " WS-FB-TRL-COUNT (WS-FB-IDX)
045772     GO TO 3200-HOLD-BATCH-EXIT.
045773 3290-SUSPCTL-FAILED.
045774     DISPLAY "FORENSIC-EDIT: SUSPCTL UPDATE FAILED FOR FEEDER "
045775         WS-FB-CODE (WS-FB-IDX) ", STATUS = " WS-SUSPCTL-STATUS
045776         " -- NOTHING HAS BEEN SPLIT, DO NOT POST"
045777     PERFORM 8000-TERMINATE
045778         THRU 8000-TERMINATE-EXIT
045779     MOVE 16 TO RETURN-CODE
045780     GO TO 9999-EXIT.
045781 3200-HOLD-BATCH-EXIT.
045782     EXIT.
045783
045784******************************************************************
045785*    A BALANCED BATCH WHOSE KEY IS HELD ON SUSPCTL IS THE        *
045786*    FEEDER'S RETRANSMISSION.  THE SUSPENSE IS RELEASED AND THE  *
045787*    RETRANSMITTED RECORDS POST IN PLACE OF THE HELD COPY, WHICH *
045788*    STAYS ON TRANSUSP AS THE RECORD OF WHAT WAS FIRST SENT.     *
045789*    THE KEY IS THE BATCH DATE AND THE TRANSMISSION SEQUENCE, SO *
045790*    A HELD BATCH UNDER A DIFFERENT DATE, OR AN EARLIER CYCLE'S  *
045791*    TRANSMISSION OF THE SAME DATE, IS NOT TOUCHED -- ONLY ITS   *
045792*    OWN RETRANSMISSION RELEASES IT.                             *
045793******************************************************************
045794 3300-RELEASE-BATCH.
045795     MOVE WS-FB-CODE (WS-FB-IDX) TO SC-SOURCE-SYSTEM
045796     MOVE WS-FB-BATCH-DATE (WS-FB-IDX) TO SC-BATCH-DATE
045797     MOVE WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
045798         TO SC-TRANSMISSION-SEQ
045799     READ SUSPENSE-CONTROL-FILE
045800         INVALID KEY
045801             GO TO 3300-RELEASE-BATCH-EXIT
045802     END-READ
045803     IF NOT WS-SUSPCTL-OK
045804         GO TO 3290-SUSPCTL-FAILED
045805     END-IF
045806     IF NOT SC-BATCH-HELD
045807         GO TO 3300-RELEASE-BATCH-EXIT
045808     END-IF
045809     SET SC-BATCH-RELEASED TO TRUE
045810     MOVE WS-BUSINESS-DATE TO SC-RELEASED-BUSINESS-DATE
045811     REWRITE SUSPENSE-CONTROL-RECORD
045812     IF NOT WS-SUSPCTL-OK
045813         GO TO 3290-SUSPCTL-FAILED
045814     END-IF
045815     SET WS-FB-RELEASED (WS-FB-IDX) TO TRUE
045816     ADD 1 TO WS-RELEASED-FEEDER-COUNT
045817     DISPLAY "FORENSIC-EDIT: FEEDER " WS-FB-CODE (WS-FB-IDX)
045818         " BATCH " WS-FB-BATCH-DATE (WS-FB-IDX)
045819         "-" WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
045820         " RETRANSMITTED IN BALANCE -- SUSPENSE HELD "
045821         SC-HELD-BUSINESS-DATE " RELEASED, RETRANSMISSION POSTS".
045822 3300-RELEASE-BATCH-EXIT.
045900     EXIT.
046000
046100 8000-TERMINATE.
046200     CLOSE EXTRACT-FILE
046300     CLOSE CLEAN-FILE
046400     CLOSE REJECT-FILE
046500     CLOSE LEDGER-MASTER-FILE
046520     CLOSE SUSPENSE-FILE
046540     CLOSE SUSPENSE-CONTROL-FILE.
046600 8000-TERMINATE-EXIT.
046700     EXIT.
046800
047300         WS-CLEAN-COUNT
047400     DISPLAY "FORENSIC-EDIT: REJECTED TO TRANREJ  = "
047500         WS-REJECT-COUNT
047510     DISPLAY "FORENSIC-EDIT: HELD TO TRANSUSP     = "
047520         WS-HELD-COUNT
047530     IF WS-NO-SOURCE-COUNT > 0
047540         DISPLAY "FORENSIC-EDIT: NO SOURCE (NO TRAILER) = "
047550             WS-NO-SOURCE-COUNT
047560     END-IF
047570     MOVE 0 TO WS-FB-IDX
047580     PERFORM 8150-REPORT-ONE-FEEDER
047590         THRU 8150-REPORT-ONE-FEEDER-EXIT
047600         UNTIL WS-FB-IDX = WS-FEEDER-COUNT
047610     IF WS-HELD-FEEDER-COUNT = 0
047620         DISPLAY "FORENSIC-EDIT: EVERY FEEDER'S TRAILER CONTROLS "
047625             "BALANCED"
047630     ELSE
047635         DISPLAY "FORENSIC-EDIT: " WS-HELD-FEEDER-COUNT
047640             " FEEDER(S) HELD ON SUSPENSE -- THE OTHERS MAY POST"
047650     END-IF.
047700 8100-REPORT-RESULTS-EXIT.
047702     EXIT.
047704
047706 8150-REPORT-ONE-FEEDER.
047708     ADD 1 TO WS-FB-IDX
047710     MOVE WS-FB-HASH-TOTAL (WS-FB-IDX) TO WS-HASH-DISPLAY
047712     DISPLAY "  FEEDER " WS-FB-CODE (WS-FB-IDX)
047714         "  BATCH " WS-FB-BATCH-DATE (WS-FB-IDX)
047716         "-" WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
047718         "  DETAILS = " WS-FB-DETAIL-COUNT (WS-FB-IDX)
047720         "  HASH = " WS-HASH-DISPLAY
047722     IF WS-FB-HELD (WS-FB-IDX)
047724         DISPLAY "    HELD ON SUSPENSE ("
047726             WS-FB-HOLD-REASON (WS-FB-IDX)
047728             ")  RECORDS HELD = " WS-FB-HELD-RECORDS (WS-FB-IDX)
047730     END-IF
047732     IF WS-FB-HASH-WARNING (WS-FB-IDX)
047734         DISPLAY "    COUNT BALANCED, HASH-TOTAL OFF BY AMTN "
047736             "REJECTS"
047738     END-IF
047740     IF WS-FB-BALANCED (WS-FB-IDX)
047742         DISPLAY "    TRAILER CONTROLS BALANCED"
047744     END-IF
047746     IF WS-FB-RELEASED (WS-FB-IDX)
047748         DISPLAY "    RETRANSMISSION -- SUSPENSE RELEASED"
047750     END-IF.
047752 8150-REPORT-ONE-FEEDER-EXIT.
047800     EXIT.
047900
047902 8200-TALLY-REASON.
047918         ADD 1 TO WS-RT-COUNT (WS-RT-IDX)
047920         GO TO 8200-TALLY-REASON-EXIT
047922     END-IF
047924     IF WS-REASON-TALLY-COUNT = 12
047926*        TWELVE SLOTS COVER EVERY REASON CODE THE EDIT ISSUES --
047928*        AN OVERFLOW MEANS A NEW CODE WAS ADDED WITHOUT
047930*        WIDENING THE RUN-STATS SLOTS.
047932         GO TO 8200-TALLY-REASON-EXIT
048017 8310-MATCH-ONE-SOURCE-EXIT.
048019     EXIT.
048021
048031******************************************************************
048041*    SERIAL SCAN OF THE FEEDER BALANCE TABLE ON WS-LOOKUP-SOURCE *
048051*    -- A SOURCE NOT YET SEEN GETS A FRESH ROW.  LEAVES THE ROW  *
048061*    IN WS-FB-IDX.                                               *
048071******************************************************************
048081 8400-FIND-FEEDER.
048091     SET WS-FEEDER-FOUND TO FALSE
048101     MOVE 0 TO WS-FB-IDX
048111     PERFORM 8410-MATCH-ONE-FEEDER
048121         THRU 8410-MATCH-ONE-FEEDER-EXIT
048131         UNTIL WS-FB-IDX = WS-FEEDER-COUNT
048141            OR WS-FEEDER-FOUND
048151     IF WS-FEEDER-FOUND
048161         GO TO 8400-FIND-FEEDER-EXIT
048171     END-IF
048181     IF WS-FEEDER-COUNT = 10
048191         DISPLAY "FORENSIC-EDIT: FEEDER BALANCE TABLE OVERFLOW "
048201             "AT SOURCE " WS-LOOKUP-SOURCE " -- RAISE THE OCCURS "
048211             "LIMIT AND RERUN"
048221         PERFORM 8000-TERMINATE
048231             THRU 8000-TERMINATE-EXIT
048241         MOVE 16 TO RETURN-CODE
048251         GO TO 9999-EXIT
048261     END-IF
048271     ADD 1 TO WS-FEEDER-COUNT
048281     MOVE WS-FEEDER-COUNT TO WS-FB-IDX
048291     MOVE WS-LOOKUP-SOURCE TO WS-FB-CODE (WS-FB-IDX)
048301     MOVE 0 TO WS-FB-DETAIL-COUNT (WS-FB-IDX)
048311     MOVE 0 TO WS-FB-HASH-TOTAL (WS-FB-IDX)
048321     MOVE 0 TO WS-FB-AMTN-COUNT (WS-FB-IDX)
048331     MOVE 0 TO WS-FB-TRAILERS (WS-FB-IDX)
048341     MOVE 0 TO WS-FB-TRL-COUNT (WS-FB-IDX)
048351     MOVE 0 TO WS-FB-TRL-HASH-TOTAL (WS-FB-IDX)
048361     MOVE WS-BUSINESS-DATE TO WS-FB-BATCH-DATE (WS-FB-IDX)
048371     MOVE 0 TO WS-FB-TRANSMISSION-SEQ (WS-FB-IDX)
048381     MOVE 'N' TO WS-FB-RELEASE-SWITCH (WS-FB-IDX)
048391     MOVE SPACES TO WS-FB-STATUS (WS-FB-IDX)
048401     MOVE SPACES TO WS-FB-HOLD-REASON (WS-FB-IDX)
048411     MOVE 'N' TO WS-FB-RELEASED-SWITCH (WS-FB-IDX)
048421     MOVE 0 TO WS-FB-HELD-RECORDS (WS-FB-IDX).
048431 8400-FIND-FEEDER-EXIT.
048441     EXIT.
048451
048461 8410-MATCH-ONE-FEEDER.
048471     ADD 1 TO WS-FB-IDX
048481     IF WS-FB-CODE (WS-FB-IDX) = WS-LOOKUP-SOURCE
048491         SET WS-FEEDER-FOUND TO TRUE
048501     END-IF.
048511 8410-MATCH-ONE-FEEDER-EXIT.
048521     EXIT.
048531
048541******************************************************************
048551*    LOOK WS-LOOKUP-CURRENCY UP IN THE CURRENCY TABLE.  WHEN IT  *
048561*    IS FOUND WS-CE-IDX POINTS AT ITS ROW.                       *
048571******************************************************************
048581 8500-FIND-CURRENCY.
048591     SET WS-CURRENCY-FOUND TO FALSE
048601     MOVE 0 TO WS-CE-IDX
048611     PERFORM 8510-MATCH-ONE-CURRENCY
048621         THRU 8510-MATCH-ONE-CURRENCY-EXIT
048631         UNTIL WS-CE-IDX = WS-CURRENCY-COUNT
048641            OR WS-CURRENCY-FOUND.
048651 8500-FIND-CURRENCY-EXIT.
048661     EXIT.
048671
048681 8510-MATCH-ONE-CURRENCY.
048691     ADD 1 TO WS-CE-IDX
048701     IF WS-CE-CODE (WS-CE-IDX) = WS-LOOKUP-CURRENCY
048711         SET WS-CURRENCY-FOUND TO TRUE
048721     END-IF.
048731 8510-MATCH-ONE-CURRENCY-EXIT.
048741     EXIT.
048751
048761******************************************************************
048012*    ONE SUMMARY RECORD PER COMPLETED RUN, APPENDED TO THE       *
048014*    SHARED RUNSTATS HISTORY FOR THE FORTREND TREND REPORT.      *
048016*    ADVISORY -- A FAILED STATS WRITE IS REPORTED BUT NEVER      *
048042         GO TO 8800-WRITE-RUN-STATS-EXIT
048044     END-IF
048046     MOVE SPACES TO RUN-STATS-RECORD
048048     MOVE WS-BUSINESS-DATE TO RS-RUN-DATE
048050     MOVE WS-RUN-START-TIMESTAMP TO RS-START-TIMESTAMP
048052     ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD
048054     ACCEPT WS-STAT-TIME FROM TIME
048068     MOVE WS-CLEAN-COUNT  TO RS-RECORDS-WRITTEN
048070     MOVE WS-REJECT-COUNT TO RS-REJECT-TOTAL
048072     MOVE ZEROES TO RS-ADJUSTMENTS-POSTED
048074     MOVE WS-HELD-COUNT TO RS-EXCEPTION-COUNT
048076     MOVE 0 TO WS-RT-IDX
048078     PERFORM 8810-FILL-ONE-REASON-SLOT
048080         THRU 8810-FILL-ONE-REASON-SLOT-EXIT
048082         UNTIL WS-RT-IDX = 12
048084     MOVE 0 TO WS-ST-IDX
048086     PERFORM 8820-FILL-ONE-SOURCE-SLOT
048088         THRU 8820-FILL-ONE-SOURCE-SLOT-EXIT
