002713*                     FOR THE FORTREND BATCH-WINDOW TREND        *
002714*                     REPORT.  ADVISORY -- NEVER CHANGES THE     *
002715*                     RUN'S RETURN CODE.                         *
002725*    2026-10-05 JRM   THE DATE HALF OF EVERY LEDGER TIMESTAMP IS *
002735*                     NOW THE BUSINESS DATE FROM THE SHARED      *
002745*                     BUSDATE CONTROL RECORD (SEE FORBDTD.CPY),  *
002755*                     NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS  *
002765*                     PAST MIDNIGHT STILL POSTS TO ITS OWN DAY   *
002775*                     AND THE DAY'S EXTRACTS FIND EVERY RECORD.  *
002785*                     THE TIME HALF STAYS ON THE WALL CLOCK.  A  *
002795*                     CLOSED BUSINESS DAY REFUSES TO POST (RC    *
002805*                     16).  THE SAT-UNAPPROVED CHECK AND THE     *
002815*                     RUNSTATS RUN DATE USE THE BUSINESS DATE.   *
002825*    2026-10-08 JRM   EVERY ADJUSTMENT THE DRAIN POSTS OR        *
002835*                     REMOVES AS REJECTED IS APPENDED TO THE     *
002845*                     NEW ADJHIST DISPOSITION HISTORY (SEE       *
002855*                     FORAHSD.CPY) BEFORE ITS QUEUE DELETE, SO   *
002865*                     THE APPROVER NO LONGER SURVIVES ONLY ON    *
002875*                     SYSOUT.  AN ADJHIST OPEN OR WRITE FAILURE  *
002885*                     ABORTS THE DRAIN (RC 16).                  *
002895*    2026-10-12 JRM   EACH RUN IS NOW ONE NUMBERED POSTING CYCLE *
002905*                     OF THE BUSINESS DAY (SEE FORCYCD.CPY), SO  *
002915*                     THE LEDGER CAN BE POSTED SEVERAL TIMES A   *
002925*                     DAY BY THE INTRADAY FORCYCL JOB AHEAD OF   *
002935*                     THE NIGHTLY RUN.  1070-OPEN-POSTING-CYCLE  *
002945*                     RECORDS THE CYCLE IN PROGRESS ON THE NEW   *
002955*                     CYCLCTL KSDS BEFORE ANYTHING POSTS AND     *
002965*                     8700-CLOSE-POSTING-CYCLE MARKS IT COMPLETE *
002975*                     WITH THE SEQUENCE RANGE IT POSTED.  AN     *
002985*                     OVERLAPPING OR OUT-OF-ORDER CYCLE          *
002995*                     (OPTIONAL CYCLCARD) IS REFUSED (RC 16);    *
003005*                     ONLY A RESTARTID RESTART MAY RESUME A      *
003015*                     CYCLE LEFT IN PROGRESS.                    *
003025*    2026-10-14 JRM   MULTI-CURRENCY.  THE EXTRACT RECORD GREW A *
003035*                     3-BYTE CURRENCY CODE (37 BYTES) AND THE    *
003045*                     LEDGER AND MASTER RECORDS GREW THE         *
003055*                     CURRENCY AND A BASE-CURRENCY EQUIVALENT OF *
003065*                     THE ORIGINAL AMOUNT (98 BYTES), BOTH FED   *
003075*                     INTO HASH256 (INPUT NOW 90 BYTES) AND      *
003085*                     EMITTED ON THE JSON BRIDGE LINE AS "ccy"   *
003095*                     AND "base".  THE BASE CURRENCY COMES FROM  *
003105*                     CCYTABLE AND THE DAY'S RATES FROM          *
003115*                     RATEFILE; A TRANSACTION THAT CANNOT BE     *
003125*                     CONVERTED STOPS THE RUN (RC 16).  AN       *
003135*                     ADJUSTMENT TAKES ITS TARGET'S CURRENCY     *
003145*                     FROM LEDGMSTR AND STAYS QUEUED IF IT       *
003155*                     CANNOT BE CONVERTED.  CUT OVER WITH THE    *
003165*                     ONE-TIME FORENSIC-CCYCONV JOB (FORCCONV),  *
003175*                     WHICH CLOSES THE OLD GENERATION UNDER ITS  *
003185*                     OWN HASH RULE.                             *
003195*    2026-10-15 JRM   RUNSTATS RECORD NOW 330 BYTES (TWELVE      *
003205*                     REASON SLOTS).  CURRENCY TABLE FIELDS      *
003215*                     RENAMED CU-.  BAD CCYTABLE READ IS RC 16.  *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003608         ACCESS MODE IS DYNAMIC
003609         RECORD KEY IS AQ-ADJUSTMENT-ID
003611         FILE STATUS IS WS-ADJQUEUE-STATUS.
003621     SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
003631         ORGANIZATION IS SEQUENTIAL
003641         ACCESS MODE IS SEQUENTIAL
003651         FILE STATUS IS WS-ADJHIST-STATUS.
003610     SELECT LEDGER-CHAIN-FILE ASSIGN TO CHAINF
003620         ORGANIZATION IS SEQUENTIAL
003630         ACCESS MODE IS SEQUENTIAL
003684         ORGANIZATION IS SEQUENTIAL
003686         ACCESS MODE IS SEQUENTIAL
003688         FILE STATUS IS WS-RUN-STATS-STATUS.
003690     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003692         ORGANIZATION IS INDEXED
003694         ACCESS MODE IS RANDOM
003696         RECORD KEY IS BD-CONTROL-KEY
003698         FILE STATUS IS WS-BUSDATE-STATUS.
003699     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
003701         ORGANIZATION IS INDEXED
003702         ACCESS MODE IS DYNAMIC
003703         RECORD KEY IS CY-CYCLE-KEY
003704         FILE STATUS IS WS-CYCLCTL-STATUS.
003705     SELECT OPTIONAL CYCLE-CARD-FILE ASSIGN TO CYCLCARD
003706         ORGANIZATION IS SEQUENTIAL
003707         ACCESS MODE IS SEQUENTIAL
003708         FILE STATUS IS WS-CYCLE-CARD-STATUS.
003709     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
003710         ORGANIZATION IS INDEXED
003711         ACCESS MODE IS SEQUENTIAL
003712         RECORD KEY IS CU-CURRENCY-CODE
003713         FILE STATUS IS WS-CCYTABLE-STATUS.
003714     SELECT RATE-FILE ASSIGN TO RATEFILE
003715         ORGANIZATION IS SEQUENTIAL
003716         ACCESS MODE IS SEQUENTIAL
003717         FILE STATUS IS WS-RATE-STATUS.
003757 DATA DIVISION.
003800 FILE SECTION.
003810 FD  TRANSACTION-FILE
003820     LABEL RECORDS ARE STANDARD
003830     RECORDING MODE IS F
003840     RECORD CONTAINS 37 CHARACTERS.
003850 01  TRANSACTION-RECORD.
003860     05  TR-TRANSACTION-ID     PIC X(10).
003870     05  TR-AMOUNT             PIC S9(8)V99.
003873         88  TR-TYPE-REVERSAL      VALUE 'R'.
003874     05  TR-REVERSAL-OF-TXN-ID PIC X(10).
003876     05  TR-SOURCE-SYSTEM      PIC X(03).
003878     05  TR-CURRENCY-CODE      PIC X(03).
003880 FD  RESTART-CARD-FILE
003890     LABEL RECORDS ARE STANDARD
003895     RECORDING MODE IS F
003900 FD  LEDGER-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 98 CHARACTERS.
004250 COPY FORLFD.
004260 FD  LEDGER-MASTER-FILE
004270     LABEL RECORDS ARE STANDARD
004280     RECORD CONTAINS 98 CHARACTERS.
004290 COPY FORLMD.
004292 FD  ADJUSTMENT-QUEUE-FILE
004294     LABEL RECORDS ARE STANDARD
004296     RECORD CONTAINS 70 CHARACTERS.
004298 COPY FORADJD.
004300 FD  ADJUSTMENT-HISTORY-FILE
004302     LABEL RECORDS ARE STANDARD
004304     RECORDING MODE IS F
004306     RECORD CONTAINS 100 CHARACTERS.
004308 COPY FORAHSD.
004710 FD  LEDGER-CHAIN-FILE
004720     LABEL RECORDS ARE STANDARD
004730     RECORDING MODE IS F
004797 FD  RUN-STATS-FILE
004798     LABEL RECORDS ARE STANDARD
004799     RECORDING MODE IS F
004801     RECORD CONTAINS 330 CHARACTERS.
004802 COPY FORRUND.
004812 FD  BUSINESS-DATE-FILE
004822     LABEL RECORDS ARE STANDARD
004832     RECORD CONTAINS 80 CHARACTERS.
004842 COPY FORBDTD.
004852 FD  CYCLE-CONTROL-FILE
004862     LABEL RECORDS ARE STANDARD
004872     RECORD CONTAINS 80 CHARACTERS.
004882 COPY FORCYCD.
004892 FD  CYCLE-CARD-FILE
004902     LABEL RECORDS ARE STANDARD
004912     RECORDING MODE IS F
004922     RECORD CONTAINS 80 CHARACTERS.
004932 01  CYCLE-CARD-RECORD.
004942     05  CC-CYCLE-NUMBER       PIC X(02).
004952     05  CC-CYCLE-NUMBER-N REDEFINES CC-CYCLE-NUMBER
004962                               PIC 9(02).
004972     05  FILLER                PIC X(78).
004982 FD  CURRENCY-TABLE-FILE
004992     LABEL RECORDS ARE STANDARD
005002     RECORD CONTAINS 80 CHARACTERS.
005012 COPY FORCCYD.
005022 FD  RATE-FILE
005032     LABEL RECORDS ARE STANDARD
005042     RECORDING MODE IS F
005052     RECORD CONTAINS 80 CHARACTERS.
005062 COPY FORRATD.
004800 WORKING-STORAGE SECTION.
004810 01  WS-TRANSACTION-STATUS     PIC X(02).
004820     88  WS-TRANSACTION-OK          VALUE '00'.
004898 01  WS-SEQUENCE-COUNTER       PIC 9(09) COMP-5 VALUE 0.
004899 01  WS-CURRENT-DATE           PIC 9(08).
004901 01  WS-CURRENT-TIME           PIC 9(08).
004903 01  WS-BUSINESS-DATE          PIC 9(08) VALUE ZEROES.
004905 01  WS-BUSDATE-STATUS         PIC X(02).
004907     88  WS-BUSDATE-OK              VALUE '00'.
004909 01  WS-CYCLCTL-STATUS         PIC X(02).
004911     88  WS-CYCLCTL-OK              VALUE '00'.
004913 01  WS-CYCLE-CARD-STATUS      PIC X(02).
004915     88  WS-CYCLE-CARD-OK           VALUE '00'.
004917 01  WS-CYCLE-CARD-NUMBER      PIC 9(02) VALUE ZEROES.
004919 01  WS-CYCLE-NUMBER           PIC 9(02) VALUE ZEROES.
004921 01  WS-CYCLE-START-SEQ        PIC 9(09) VALUE ZEROES.
004923 01  WS-LAST-CYCLE-NUMBER      PIC 9(02) VALUE ZEROES.
004925 01  WS-LAST-CYCLE-END-SEQ     PIC 9(09) VALUE ZEROES.
004927 01  WS-LAST-CYCLE-STATUS      PIC X(01) VALUE SPACE.
004929     88  WS-LAST-CYCLE-IN-PROGRESS  VALUE 'S'.
004931 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
004933     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y' FALSE 'N'.
004935 01  WS-CYCLE-SEQ-DISPLAY      PIC 9(09) VALUE ZEROES.
004937 01  WS-CCYTABLE-STATUS        PIC X(02).
004939     88  WS-CCYTABLE-OK             VALUE '00'.
004941 01  WS-RATE-STATUS            PIC X(02).
004943     88  WS-RATE-OK                 VALUE '00'.
004945 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
004947     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
004949 01  WS-RATE-EOF-SWITCH        PIC X(01) VALUE 'N'.
004951     88  WS-RATE-AT-EOF             VALUE 'Y'.
004953 01  WS-CURRENCY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
004955     88  WS-CURRENCY-FOUND          VALUE 'Y' FALSE 'N'.
004957 01  WS-CONVERTED-SWITCH       PIC X(01) VALUE 'N'.
004959     88  WS-BASE-CONVERTED          VALUE 'Y' FALSE 'N'.
004961 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
004963 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
004965 01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
004967 01  WS-RATES-LOADED           PIC 9(4) COMP-5 VALUE 0.
004969 01  WS-CURRENCY-COUNT         PIC 9(4) COMP-5 VALUE 0.
004971 01  WS-CE-IDX                 PIC 9(4) COMP-5 VALUE 0.
004973 01  WS-CURRENCY-HELD-COUNT    PIC 9(9) COMP-5 VALUE 0.
004975 01  WS-CURRENCY-TABLE.
004977*    THE CCYTABLE CODES, WITH THE BUSINESS DATE'S RATE FROM
004979*    RATEFILE AGAINST EACH ONE THAT HAS ONE.  FOREDIT HAS
004981*    ALREADY REJECTED ANY TRANSACTION IN AN UNKNOWN, RETIRED,
004983*    OR UNRATED CURRENCY; THE BASE CONVERTS AT ONE.
004985     05  WS-CURRENCY-ENTRY     OCCURS 100 TIMES.
004987         10  WS-CE-CODE        PIC X(03).
004989         10  WS-CE-BASE-FLAG   PIC X(01).
004991             88  WS-CE-BASE         VALUE 'Y'.
004993         10  WS-CE-RATE-SWITCH PIC X(01).
004995             88  WS-CE-RATE-FOUND   VALUE 'Y'.
004997         10  WS-CE-RATE        PIC 9(04)V9(08).
004900 01  WS-LEDGER-STATUS          PIC X(02).
005000     88  WS-LEDGER-OK               VALUE '00'.
005100     88  WS-LEDGER-NOT-FOUND        VALUE '35'.
005112 01  WS-PENDING-LEFT-COUNT     PIC 9(9) COMP-5 VALUE 0.
005113 01  WS-STALE-PENDING-COUNT    PIC 9(9) COMP-5 VALUE 0.
005114 01  WS-REJECT-DROP-COUNT      PIC 9(9) COMP-5 VALUE 0.
005184 01  WS-ADJHIST-STATUS         PIC X(02).
005194     88  WS-ADJHIST-OK              VALUE '00'.
005204     88  WS-ADJHIST-NOT-FOUND       VALUE '35'.
005214 01  WS-ADJ-POSTED-SEQUENCE    PIC 9(09) VALUE ZEROES.
005224 01  WS-ADJ-POSTED-TIMESTAMP   PIC X(14) VALUE SPACES.
005110 01  WS-CHAIN-STATUS           PIC X(02).
005120     88  WS-CHAIN-OK                VALUE '00'.
005130     88  WS-CHAIN-NOT-FOUND         VALUE '35'.
005175         10  WS-ST-CODE        PIC X(03).
005176         10  WS-ST-COUNT       PIC 9(9) COMP-5.
005200 COPY FORLEDG.
005222 01  WS-JSON-OUTPUT            PIC X(200).
005243 01  WS-JSON-AMOUNT            PIC -(8)9.99.
005263 01  WS-JSON-BASE-AMOUNT       PIC -(8)9.99.
005311 01  WS-JSON-SEQUENCE          PIC Z(8)9.
005302 01  WS-HASH-PREFIX-HEX        PIC X(16).
005303 01  WS-HEX-DIGITS             PIC X(16)
005344     05  WS-HASH-IN-SOURCE     PIC X(03).
005345     05  WS-HASH-IN-OPERATOR   PIC X(08).
005346     05  WS-HASH-IN-REASON     PIC X(04).
005347     05  WS-HASH-IN-CURRENCY   PIC X(03).
005348     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
005350 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
005360 01  WS-HASH-DIGEST            PIC X(32).
005400 PROCEDURE DIVISION.
005500 0000-MAINLINE.
005995     END-IF
005996     PERFORM 3000-PROCESS-ADJUSTMENTS
005997         THRU 3000-PROCESS-ADJUSTMENTS-EXIT
005998     PERFORM 8700-CLOSE-POSTING-CYCLE
005999         THRU 8700-CLOSE-POSTING-CYCLE-EXIT
006000     PERFORM 8000-TERMINATE
006100         THRU 8000-TERMINATE-EXIT
006110     PERFORM 8800-WRITE-RUN-STATS
006300
006400 1000-INITIALIZE.
006500     DISPLAY "FORENSIC-AUDIT: PROCESSING TRANSACTION EXTRACT INTO"
006510         " 98-BYTE LEDGER RECORDS..."
006520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006530     ACCEPT WS-CURRENT-TIME FROM TIME
006540     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
006550            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
006560         INTO WS-RUN-START-TIMESTAMP
006570     END-STRING
006580     PERFORM 1050-READ-BUSINESS-DATE
006590         THRU 1050-READ-BUSINESS-DATE-EXIT
006592     PERFORM 1200-LOAD-CURRENCY-TABLE
006594         THRU 1200-LOAD-CURRENCY-TABLE-EXIT
006596     PERFORM 1300-LOAD-RATES
006598         THRU 1300-LOAD-RATES-EXIT
006600     OPEN EXTEND LEDGER-FILE
006700     IF WS-LEDGER-NOT-FOUND
006800         CLOSE LEDGER-FILE
007730         DISPLAY "FORENSIC-AUDIT: RESTARTING AFTER TRANSACTION "
007740             WS-RESTART-TXN-ID
007750     END-IF
007752     PERFORM 1070-OPEN-POSTING-CYCLE
007754         THRU 1070-OPEN-POSTING-CYCLE-EXIT
007760     PERFORM 2100-READ-TRANSACTION
007770         THRU 2100-READ-TRANSACTION-EXIT.
007780 1000-INITIALIZE-EXIT.
007790     EXIT.
007800
009893******************************************************************
009894*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
009895*    RECORD, NOT THE SYSTEM CLOCK.  A CLOSED DAY HAS ALREADY     *
009896*    BEEN POSTED AND EXTRACTED -- NOTHING MORE IS CHAINED INTO   *
009897*    IT UNTIL IT IS DELIBERATELY REOPENED (FORREOPN).  CHECKED   *
009898*    BEFORE ANY LEDGER FILE IS OPENED.                           *
009899******************************************************************
009901 1050-READ-BUSINESS-DATE.
009902     OPEN INPUT BUSINESS-DATE-FILE
009903     IF NOT WS-BUSDATE-OK
009904         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN BUSDATE, "
009905             "STATUS = " WS-BUSDATE-STATUS
009906         MOVE 16 TO RETURN-CODE
009907         GO TO 9999-EXIT
009908     END-IF
009909     MOVE 'BUSDATE' TO BD-CONTROL-KEY
009910     READ BUSINESS-DATE-FILE
009911         INVALID KEY
009912             DISPLAY "FORENSIC-AUDIT: NO BUSDATE CONTROL RECORD, "
009913                 "STATUS = " WS-BUSDATE-STATUS
009914             CLOSE BUSINESS-DATE-FILE
009915             MOVE 16 TO RETURN-CODE
009916             GO TO 9999-EXIT
009917     END-READ
009918     CLOSE BUSINESS-DATE-FILE
009919     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
009920     IF BD-DAY-CLOSED
009921         DISPLAY "FORENSIC-AUDIT: BUSINESS DATE " WS-BUSINESS-DATE
009922             " IS CLOSED -- REOPEN IT (FORREOPN) OR OPEN THE "
009923             "NEXT DAY (FOROPEN) BEFORE POSTING"
009924         MOVE 16 TO RETURN-CODE
009925         GO TO 9999-EXIT
009926     END-IF
009927     DISPLAY "FORENSIC-AUDIT: BUSINESS DATE " WS-BUSINESS-DATE.
009928 1050-READ-BUSINESS-DATE-EXIT.
009929     EXIT.
009930
009931******************************************************************
009932*    THE BASE CURRENCY AND THE BUSINESS DATE'S RATES, LOADED     *
009933*    BEFORE ANY LEDGER FILE IS OPENED.  EXACTLY ONE CURRENCY     *
009934*    MUST BE FLAGGED AS THE BASE, AND A CURRENCY RATED TWICE     *
009935*    FOR THE DAY OR AT ZERO IS A BAD RATE FILE -- THE SAME       *
009936*    RULES FOREDIT APPLIES, SO THE TWO CANNOT CONVERT THE SAME   *
009937*    DAY DIFFERENTLY.                                            *
009938******************************************************************
009939 1200-LOAD-CURRENCY-TABLE.
009940     OPEN INPUT CURRENCY-TABLE-FILE
009941     IF NOT WS-CCYTABLE-OK
009942         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN CCYTABLE, "
009943             "STATUS = " WS-CCYTABLE-STATUS
009944         MOVE 16 TO RETURN-CODE
009945         GO TO 9999-EXIT
009946     END-IF
009947     PERFORM 1210-LOAD-ONE-CURRENCY
009948         THRU 1210-LOAD-ONE-CURRENCY-EXIT
009949         UNTIL WS-CCYTABLE-AT-EOF
009950     CLOSE CURRENCY-TABLE-FILE
009951     IF WS-BASE-CURRENCY-COUNT NOT = 1
009952         DISPLAY "FORENSIC-AUDIT: CCYTABLE HAS "
009953             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
009954             "ONE IS REQUIRED (FORCCYM), DO NOT POST"
009955         MOVE 16 TO RETURN-CODE
009956         GO TO 9999-EXIT
009957     END-IF
009958     DISPLAY "FORENSIC-AUDIT: BASE CURRENCY " WS-BASE-CURRENCY.
009959 1200-LOAD-CURRENCY-TABLE-EXIT.
009960     EXIT.
009961
009962 1210-LOAD-ONE-CURRENCY.
009963     READ CURRENCY-TABLE-FILE
009964         AT END
009965             SET WS-CCYTABLE-AT-EOF TO TRUE
009966             GO TO 1210-LOAD-ONE-CURRENCY-EXIT
009967     END-READ
009968     IF NOT WS-CCYTABLE-OK
009969         DISPLAY "FORENSIC-AUDIT: CCYTABLE READ FAILED, "
009970             "STATUS = " WS-CCYTABLE-STATUS
009971         CLOSE CURRENCY-TABLE-FILE
009972         MOVE 16 TO RETURN-CODE
009973         GO TO 9999-EXIT
009974     END-IF
009975     IF WS-CURRENCY-COUNT = 100
009976         DISPLAY "FORENSIC-AUDIT: CURRENCY TABLE OVERFLOW -- "
009977             "RAISE THE OCCURS LIMIT AND RERUN"
009978         CLOSE CURRENCY-TABLE-FILE
009979         MOVE 16 TO RETURN-CODE
009980         GO TO 9999-EXIT
009981     END-IF
009982     ADD 1 TO WS-CURRENCY-COUNT
009983     MOVE CU-CURRENCY-CODE TO WS-CE-CODE (WS-CURRENCY-COUNT)
009984     MOVE CU-BASE-FLAG TO WS-CE-BASE-FLAG (WS-CURRENCY-COUNT)
009985     MOVE 'N' TO WS-CE-RATE-SWITCH (WS-CURRENCY-COUNT)
009986     MOVE ZEROES TO WS-CE-RATE (WS-CURRENCY-COUNT)
009987     IF CU-BASE-CURRENCY
009988         ADD 1 TO WS-BASE-CURRENCY-COUNT
009989         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
009990     END-IF.
009991 1210-LOAD-ONE-CURRENCY-EXIT.
009992     EXIT.
009993
009994 1300-LOAD-RATES.
009995     OPEN INPUT RATE-FILE
009996     IF NOT WS-RATE-OK
009997         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN RATEFILE, "
009998             "STATUS = " WS-RATE-STATUS
009999         MOVE 16 TO RETURN-CODE
010000         GO TO 9999-EXIT
010001     END-IF
010002     PERFORM 1310-LOAD-ONE-RATE
010003         THRU 1310-LOAD-ONE-RATE-EXIT
010004         UNTIL WS-RATE-AT-EOF
010005     CLOSE RATE-FILE
010006     DISPLAY "FORENSIC-AUDIT: " WS-RATES-LOADED
010007         " RATES ON RATEFILE FOR " WS-BUSINESS-DATE.
010008 1300-LOAD-RATES-EXIT.
010009     EXIT.
010010
010011 1310-LOAD-ONE-RATE.
010012     READ RATE-FILE
010013         AT END
010014             SET WS-RATE-AT-EOF TO TRUE
010015             GO TO 1310-LOAD-ONE-RATE-EXIT
010016     END-READ
010017     IF RT-RATE-DATE NOT = WS-BUSINESS-DATE
010018         GO TO 1310-LOAD-ONE-RATE-EXIT
010019     END-IF
010020     MOVE RT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
010021     PERFORM 8500-FIND-CURRENCY
010022         THRU 8500-FIND-CURRENCY-EXIT
010023     IF NOT WS-CURRENCY-FOUND
010024         GO TO 1310-LOAD-ONE-RATE-EXIT
010025     END-IF
010026     IF WS-CE-BASE (WS-CE-IDX)
010027         GO TO 1310-LOAD-ONE-RATE-EXIT
010028     END-IF
010029     IF RT-BASE-RATE IS NOT NUMERIC
010030      OR RT-BASE-RATE = 0
010031      OR WS-CE-RATE-FOUND (WS-CE-IDX)
010032         DISPLAY "FORENSIC-AUDIT: RATEFILE RATE FOR "
010033             RT-CURRENCY-CODE " ON " WS-BUSINESS-DATE
010034             " IS ZERO, NOT NUMERIC, OR GIVEN TWICE -- DO NOT "
010035             "POST"
010036         CLOSE RATE-FILE
010037         MOVE 16 TO RETURN-CODE
010038         GO TO 9999-EXIT
010039     END-IF
010040     MOVE RT-BASE-RATE TO WS-CE-RATE (WS-CE-IDX)
010041     MOVE 'Y' TO WS-CE-RATE-SWITCH (WS-CE-IDX)
010042     ADD 1 TO WS-RATES-LOADED.
010043 1310-LOAD-ONE-RATE-EXIT.
010044     EXIT.
010045
010046******************************************************************
010047*    ONE RUN IS ONE POSTING CYCLE OF THE BUSINESS DAY (SEE       *
010048*    FORCYCD.CPY).  BEFORE ANYTHING POSTS, THE DAY'S CYCLES ON   *
010049*    CYCLCTL ARE BROWSED FOR THE LATEST ONE.  A CYCLE STILL IN   *
010050*    PROGRESS MAY ONLY BE RESUMED, BY A RESTART WITH RESTARTID;  *
010051*    OTHERWISE THIS RUN OPENS THE NEXT CYCLE NUMBER, STARTING    *
010052*    ONE PAST THE CHAIN'S LAST SEQUENCE -- WHICH MUST BE WHERE   *
010053*    THE LAST CYCLE ENDED.  AN OPTIONAL CYCLCARD NAMES THE       *
010054*    CYCLE THE SCHEDULE EXPECTS; ANY OTHER NUMBER IS OUT OF      *
010055*    ORDER.  EVERY REFUSAL IS RC 16 WITH NOTHING POSTED.         *
010056******************************************************************
010057 1070-OPEN-POSTING-CYCLE.
010058     OPEN I-O CYCLE-CONTROL-FILE
010059     IF NOT WS-CYCLCTL-OK
010060         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN CYCLCTL, "
010061             "STATUS = " WS-CYCLCTL-STATUS
010062         MOVE 16 TO RETURN-CODE
010063         GO TO 9999-EXIT
010064     END-IF
010065     PERFORM 1072-READ-CYCLE-CARD
010066         THRU 1072-READ-CYCLE-CARD-EXIT
010067     PERFORM 1074-FIND-LAST-CYCLE
010068         THRU 1074-FIND-LAST-CYCLE-EXIT
010069     IF WS-LAST-CYCLE-IN-PROGRESS
010070         PERFORM 1076-RESUME-CYCLE
010071             THRU 1076-RESUME-CYCLE-EXIT
010072         GO TO 1070-OPEN-POSTING-CYCLE-EXIT
010073     END-IF
010074     IF WS-RESTART-TXN-ID NOT = SPACES
010075         DISPLAY "FORENSIC-AUDIT: RESTARTID IS PRESENT BUT NO "
010076             "POSTING CYCLE IS IN PROGRESS FOR " WS-BUSINESS-DATE
010077             " -- NOTHING TO RESTART, NOTHING POSTED"
010078         MOVE 16 TO RETURN-CODE
010079         GO TO 9999-EXIT
010080     END-IF
010081     IF WS-LAST-CYCLE-NUMBER = 99
010082         DISPLAY "FORENSIC-AUDIT: 99 POSTING CYCLES ALREADY RUN "
010083             "FOR "
010084             WS-BUSINESS-DATE " -- NO FURTHER CYCLE CAN BE OPENED"
010085         MOVE 16 TO RETURN-CODE
010086         GO TO 9999-EXIT
010087     END-IF
010088     COMPUTE WS-CYCLE-NUMBER = WS-LAST-CYCLE-NUMBER + 1
010089     IF WS-CYCLE-CARD-NUMBER NOT = 0
010090        AND WS-CYCLE-CARD-NUMBER NOT = WS-CYCLE-NUMBER
010091         DISPLAY "FORENSIC-AUDIT: CYCLCARD ASKS FOR CYCLE "
010092             WS-CYCLE-CARD-NUMBER " BUT THE NEXT CYCLE FOR "
010093             WS-BUSINESS-DATE " IS " WS-CYCLE-NUMBER
010094             " -- OUT OF ORDER, NOTHING POSTED"
010095         MOVE 16 TO RETURN-CODE
010096         GO TO 9999-EXIT
010097     END-IF
010098     MOVE WS-SEQUENCE-COUNTER TO WS-CYCLE-SEQ-DISPLAY
010099     IF WS-LAST-CYCLE-NUMBER > 0
010100        AND WS-CYCLE-SEQ-DISPLAY NOT = WS-LAST-CYCLE-END-SEQ
010101         DISPLAY "FORENSIC-AUDIT: CHAIN IS AT SEQUENCE "
010102             WS-CYCLE-SEQ-DISPLAY " BUT CYCLE "
010103             WS-LAST-CYCLE-NUMBER " ENDED AT "
010104             WS-LAST-CYCLE-END-SEQ " -- THE LEDGER MOVED OUTSIDE "
010105             "A CYCLE, NOTHING POSTED"
010106         MOVE 16 TO RETURN-CODE
010107         GO TO 9999-EXIT
010108     END-IF
010109     MOVE SPACES TO CYCLE-CONTROL-RECORD
010110     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
010111     MOVE WS-CYCLE-NUMBER TO CY-CYCLE-NUMBER
010112     SET CY-CYCLE-IN-PROGRESS TO TRUE
010113     COMPUTE CY-START-SEQUENCE = WS-SEQUENCE-COUNTER + 1
010114     MOVE WS-SEQUENCE-COUNTER TO CY-END-SEQUENCE
010115     MOVE WS-RUN-START-TIMESTAMP TO CY-START-TIMESTAMP
010116     MOVE SPACES TO CY-END-TIMESTAMP
010117     MOVE ZEROES TO CY-RECORDS-POSTED
010118     MOVE ZEROES TO CY-RESTART-COUNT
010119     WRITE CYCLE-CONTROL-RECORD
010120         INVALID KEY
010121             DISPLAY "FORENSIC-AUDIT: CYCLE " WS-CYCLE-NUMBER
010122                 " FOR " WS-BUSINESS-DATE " WAS OPENED BY "
010123                 "ANOTHER RUN -- OVERLAPPING CYCLE, NOTHING "
010124                 "POSTED"
010125             MOVE 16 TO RETURN-CODE
010126             GO TO 9999-EXIT
010127     END-WRITE
010128     MOVE CY-START-SEQUENCE TO WS-CYCLE-START-SEQ
010129     DISPLAY "FORENSIC-AUDIT: POSTING CYCLE " WS-CYCLE-NUMBER
010130         " OPENED AT SEQUENCE " WS-CYCLE-START-SEQ.
010131 1070-OPEN-POSTING-CYCLE-EXIT.
010132     EXIT.
010133
010134*    CYCLCARD IS OPTIONAL: THE CYCLE NUMBER IN COLUMNS 1-2, FREE
010135*    COMMENT AFTER.  NO CARD, A BLANK CARD, OR A '*' COMMENT CARD
010136*    MEANS "THE NEXT CYCLE", WHATEVER IT IS.
010137 1072-READ-CYCLE-CARD.
010138     OPEN INPUT CYCLE-CARD-FILE
010139     IF NOT WS-CYCLE-CARD-OK
010140         GO TO 1072-READ-CYCLE-CARD-EXIT
010141     END-IF
010142     READ CYCLE-CARD-FILE
010143         AT END
010144             MOVE SPACES TO CYCLE-CARD-RECORD
010145     END-READ
010146     CLOSE CYCLE-CARD-FILE
010147     IF CC-CYCLE-NUMBER = SPACES
010148        OR CC-CYCLE-NUMBER (1:1) = '*'
010149         GO TO 1072-READ-CYCLE-CARD-EXIT
010150     END-IF
010151     IF CC-CYCLE-NUMBER NOT NUMERIC
010152        OR CC-CYCLE-NUMBER-N = 0
010153         DISPLAY "FORENSIC-AUDIT: CYCLCARD COLUMNS 1-2 ('"
010154             CC-CYCLE-NUMBER "') ARE NOT A CYCLE NUMBER 01-99"
010155         MOVE 16 TO RETURN-CODE
010156         GO TO 9999-EXIT
010157     END-IF
010158     MOVE CC-CYCLE-NUMBER-N TO WS-CYCLE-CARD-NUMBER
010159     DISPLAY "FORENSIC-AUDIT: CYCLCARD REQUESTS CYCLE "
010160         WS-CYCLE-CARD-NUMBER.
010161 1072-READ-CYCLE-CARD-EXIT.
010162     EXIT.
010163
010164 1074-FIND-LAST-CYCLE.
010165     MOVE ZEROES TO WS-LAST-CYCLE-NUMBER
010166     MOVE ZEROES TO WS-LAST-CYCLE-END-SEQ
010167     MOVE SPACE TO WS-LAST-CYCLE-STATUS
010168     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
010169     MOVE ZEROES TO CY-CYCLE-NUMBER
010170     START CYCLE-CONTROL-FILE
010171         KEY IS NOT LESS THAN CY-CYCLE-KEY
010172         INVALID KEY
010173             GO TO 1074-FIND-LAST-CYCLE-EXIT
010174     END-START
010175     SET WS-CYCLE-BROWSE-DONE TO FALSE
010176     PERFORM 1075-READ-NEXT-CYCLE
010177         THRU 1075-READ-NEXT-CYCLE-EXIT
010178         UNTIL WS-CYCLE-BROWSE-DONE.
010179 1074-FIND-LAST-CYCLE-EXIT.
010180     EXIT.
010181
010182 1075-READ-NEXT-CYCLE.
010183     READ CYCLE-CONTROL-FILE NEXT RECORD
010184         AT END
010185             SET WS-CYCLE-BROWSE-DONE TO TRUE
010186             GO TO 1075-READ-NEXT-CYCLE-EXIT
010187     END-READ
010188     IF NOT WS-CYCLCTL-OK
010189         DISPLAY "FORENSIC-AUDIT: CYCLCTL READ FAILED, "
010190             "STATUS = " WS-CYCLCTL-STATUS
010191         MOVE 16 TO RETURN-CODE
010192         GO TO 9999-EXIT
010193     END-IF
010194     IF CY-BUSINESS-DATE NOT = WS-BUSINESS-DATE
010195         SET WS-CYCLE-BROWSE-DONE TO TRUE
010196         GO TO 1075-READ-NEXT-CYCLE-EXIT
010197     END-IF
010198     MOVE CY-CYCLE-NUMBER TO WS-LAST-CYCLE-NUMBER
010199     MOVE CY-CYCLE-STATUS TO WS-LAST-CYCLE-STATUS
010200     MOVE CY-END-SEQUENCE TO WS-LAST-CYCLE-END-SEQ.
010201 1075-READ-NEXT-CYCLE-EXIT.
010202     EXIT.
010203
010204*    THE DAY'S LATEST CYCLE NEVER COMPLETED.  ONLY A RESTART OF
010205*    THAT SAME CYCLE MAY CARRY ON -- THE CHAIN CHECKPOINT IS
010206*    MID-CYCLE, SO THE START SEQUENCE STAYS WHERE IT WAS.
010207 1076-RESUME-CYCLE.
010208     IF WS-RESTART-TXN-ID = SPACES
010209         DISPLAY "FORENSIC-AUDIT: POSTING CYCLE "
010210             WS-LAST-CYCLE-NUMBER " FOR " WS-BUSINESS-DATE
010211             " IS STILL IN PROGRESS -- RESTART IT WITH "
010212             "RESTARTID; "
010213             "A NEW CYCLE MAY NOT OVERLAP IT"
010214         MOVE 16 TO RETURN-CODE
010215         GO TO 9999-EXIT
010216     END-IF
010217     IF WS-CYCLE-CARD-NUMBER NOT = 0
010218        AND WS-CYCLE-CARD-NUMBER NOT = WS-LAST-CYCLE-NUMBER
010219         DISPLAY "FORENSIC-AUDIT: CYCLCARD ASKS FOR CYCLE "
010220             WS-CYCLE-CARD-NUMBER " BUT CYCLE "
010221             WS-LAST-CYCLE-NUMBER " IS THE ONE IN PROGRESS -- "
010222             "OUT OF ORDER, NOTHING POSTED"
010223         MOVE 16 TO RETURN-CODE
010224         GO TO 9999-EXIT
010225     END-IF
010226     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
010227     MOVE WS-LAST-CYCLE-NUMBER TO CY-CYCLE-NUMBER
010228     READ CYCLE-CONTROL-FILE
010229         INVALID KEY
010230             DISPLAY "FORENSIC-AUDIT: CYCLCTL READ FAILED, "
010231                 "STATUS = " WS-CYCLCTL-STATUS
010232             MOVE 16 TO RETURN-CODE
010233             GO TO 9999-EXIT
010234     END-READ
010235     ADD 1 TO CY-RESTART-COUNT
010236     REWRITE CYCLE-CONTROL-RECORD
010237         INVALID KEY
010238             DISPLAY "FORENSIC-AUDIT: CYCLCTL REWRITE FAILED, "
010239                 "STATUS = " WS-CYCLCTL-STATUS
010240             MOVE 16 TO RETURN-CODE
010241             GO TO 9999-EXIT
010242     END-REWRITE
010243     MOVE WS-LAST-CYCLE-NUMBER TO WS-CYCLE-NUMBER
010244     MOVE CY-START-SEQUENCE TO WS-CYCLE-START-SEQ
010245     DISPLAY "FORENSIC-AUDIT: RESUMING POSTING CYCLE "
010246         WS-CYCLE-NUMBER " (OPENED AT SEQUENCE "
010247         WS-CYCLE-START-SEQ ")".
010248 1076-RESUME-CYCLE-EXIT.
010249     EXIT.
010250 2000-PROCESS-TRANSACTIONS.
010251     IF WS-SKIPPING-TO-RESTART
010252         IF TR-TRANSACTION-ID = WS-RESTART-TXN-ID
010253             SET WS-SKIPPING-TO-RESTART TO FALSE
010254         END-IF
010255         PERFORM 2100-READ-TRANSACTION
010256             THRU 2100-READ-TRANSACTION-EXIT
010257     ELSE
010258         ADD 1 TO WS-TRANSACTION-COUNT
010259         MOVE TR-TRANSACTION-ID TO WS-TRANSACTION-ID
010260         MOVE TR-AMOUNT         TO WS-AMOUNT
010261         MOVE TR-RECORD-TYPE    TO WS-RECORD-TYPE
010262         MOVE TR-REVERSAL-OF-TXN-ID TO WS-REVERSAL-OF-TXN-ID
010263         MOVE TR-SOURCE-SYSTEM  TO WS-SOURCE-SYSTEM
010264         MOVE SPACES            TO WS-OPERATOR-ID
010265         MOVE SPACES            TO WS-REASON-CODE
010266         MOVE TR-CURRENCY-CODE  TO WS-CURRENCY-CODE
010267         PERFORM 2260-CONVERT-TO-BASE
010268             THRU 2260-CONVERT-TO-BASE-EXIT
010269         IF NOT WS-BASE-CONVERTED
010270             DISPLAY "FORENSIC-AUDIT: TRANSACTION "
010271                 WS-TRANSACTION-ID " IN " WS-CURRENCY-CODE
010272                 " CANNOT BE CONVERTED TO " WS-BASE-CURRENCY
010273                 " -- RUN FOREDIT AGAINST TODAY'S RATEFILE, "
010274                 "THEN RESTART"
010275             PERFORM 8000-TERMINATE
010276                 THRU 8000-TERMINATE-EXIT
010277             MOVE 16 TO RETURN-CODE
010278             GO TO 9999-EXIT
010279         END-IF
007903         PERFORM 2250-STAMP-TRANSACTION
007904             THRU 2250-STAMP-TRANSACTION-EXIT
007910         PERFORM 2300-COMPUTE-HASH
008190     EXIT.
008200
007845 2250-STAMP-TRANSACTION.
007847     ACCEPT WS-CURRENT-TIME FROM TIME
007848     STRING WS-BUSINESS-DATE     DELIMITED BY SIZE
007849            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
007851         INTO WS-TIMESTAMP
007852     END-STRING
007853     ADD 1 TO WS-SEQUENCE-COUNTER
007854     MOVE WS-SEQUENCE-COUNTER TO WS-SEQUENCE-NUMBER.
007856 2250-STAMP-TRANSACTION-EXIT.
007891     EXIT.
007896
007901******************************************************************
007906*    THE ORIGINAL AMOUNT IN ITS OWN CURRENCY, CONVERTED TO THE   *
007911*    BASE AT THE BUSINESS DATE'S RATEFILE RATE AND ROUNDED TO    *
007916*    THE CENT.  THE SWITCH IS LEFT OFF WHEN THE CURRENCY IS NOT  *
007921*    ON CCYTABLE, HAS NO RATE FOR THE DAY, OR THE EQUIVALENT     *
007926*    WILL NOT FIT -- THE CALLER DECIDES WHAT THAT MEANS.         *
007931******************************************************************
007936 2260-CONVERT-TO-BASE.
007941     SET WS-BASE-CONVERTED TO FALSE
007946     MOVE ZEROES TO WS-BASE-AMOUNT
007951     MOVE WS-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
007956     PERFORM 8500-FIND-CURRENCY
007961         THRU 8500-FIND-CURRENCY-EXIT
007966     IF NOT WS-CURRENCY-FOUND
007971         GO TO 2260-CONVERT-TO-BASE-EXIT
007976     END-IF
007981     IF WS-CE-BASE (WS-CE-IDX)
007986         MOVE WS-AMOUNT TO WS-BASE-AMOUNT
007991         SET WS-BASE-CONVERTED TO TRUE
007996         GO TO 2260-CONVERT-TO-BASE-EXIT
008001     END-IF
008006     IF NOT WS-CE-RATE-FOUND (WS-CE-IDX)
008011         GO TO 2260-CONVERT-TO-BASE-EXIT
008016     END-IF
008021     COMPUTE WS-BASE-AMOUNT ROUNDED =
008026         WS-AMOUNT * WS-CE-RATE (WS-CE-IDX)
008031         ON SIZE ERROR
008036             MOVE ZEROES TO WS-BASE-AMOUNT
008041             GO TO 2260-CONVERT-TO-BASE-EXIT
008046     END-COMPUTE
008051     SET WS-BASE-CONVERTED TO TRUE.
008056 2260-CONVERT-TO-BASE-EXIT.
008061     EXIT.
008066
007850 2300-COMPUTE-HASH.
007855     MOVE WS-PRIOR-HASH     TO WS-HASH-IN-PRIOR-HASH
007860     MOVE WS-TIMESTAMP      TO WS-HASH-IN-TIMESTAMP
007884     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
007885     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
007886     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
007887     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
007888     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
007890     CALL "HASH256" USING WS-HASH-INPUT-AREA
007900                          WS-HASH-INPUT-LEN
007910                          WS-HASH-DIGEST
008430     MOVE WS-SOURCE-SYSTEM  TO LR-SOURCE-SYSTEM
008440     MOVE WS-OPERATOR-ID    TO LR-OPERATOR-ID
008450     MOVE WS-REASON-CODE    TO LR-REASON-CODE
008460     MOVE WS-CURRENCY-CODE  TO LR-CURRENCY-CODE
008470     MOVE WS-BASE-AMOUNT    TO LR-BASE-AMOUNT
008500     WRITE LEDGER-RECORD
008600     IF NOT WS-LEDGER-OK
008700         DISPLAY "FORENSIC-AUDIT: WRITE FAILED, STATUS = "
008945         THRU 8300-TALLY-SOURCE-EXIT
008950     MOVE WS-HASH-PREFIX TO WS-PRIOR-HASH.
009000 2400-WRITE-LEDGER-RECORD-EXIT.
009001     EXIT.
009002
009003 2450-WRITE-LEDGER-MASTER.
009004     MOVE WS-TRANSACTION-ID   TO LM-TRANSACTION-ID
009005     MOVE WS-TIMESTAMP        TO LM-TIMESTAMP
009006     MOVE WS-AMOUNT           TO LM-AMOUNT
009007     MOVE WS-RECORD-TYPE      TO LM-RECORD-TYPE
009008     MOVE WS-REVERSAL-OF-TXN-ID TO LM-REVERSAL-OF-TXN-ID
009009     MOVE WS-HASH-PREFIX      TO LM-HASH-PREFIX
009010     MOVE WS-CHAIN-PRIOR-HASH TO LM-CHAIN-PRIOR-HASH
009011     MOVE WS-SEQUENCE-NUMBER  TO LM-SEQUENCE-NUMBER
009012     MOVE WS-SOURCE-SYSTEM    TO LM-SOURCE-SYSTEM
009013     MOVE WS-OPERATOR-ID      TO LM-OPERATOR-ID
009014     MOVE WS-REASON-CODE      TO LM-REASON-CODE
009015     MOVE WS-CURRENCY-CODE    TO LM-CURRENCY-CODE
009016     MOVE WS-BASE-AMOUNT      TO LM-BASE-AMOUNT
009017     WRITE LEDGER-MASTER-RECORD
009018         INVALID KEY
009019             DISPLAY "FORENSIC-AUDIT: LEDGER-MASTER WRITE FAILED"
009020                 ", DUPLICATE TRANSACTION-ID " WS-TRANSACTION-ID
009021     END-WRITE.
009022 2450-WRITE-LEDGER-MASTER-EXIT.
009023     EXIT.
009024
009025 2500-WRITE-JSON-RECORD.
009026     MOVE SPACES TO WS-JSON-OUTPUT
009027     PERFORM 2510-HEX-ENCODE-HASH
009028         THRU 2510-HEX-ENCODE-HASH-EXIT
009029     MOVE WS-AMOUNT TO WS-JSON-AMOUNT
009030     MOVE WS-SEQUENCE-NUMBER TO WS-JSON-SEQUENCE
009031     MOVE WS-BASE-AMOUNT TO WS-JSON-BASE-AMOUNT
009032     STRING
009033         '{"ts":"'             DELIMITED BY SIZE
009034         WS-TIMESTAMP          DELIMITED BY SIZE
009035         '","tx":"'            DELIMITED BY SIZE
009036         WS-TRANSACTION-ID     DELIMITED BY SIZE
009037         '","src":"'           DELIMITED BY SIZE
009038         WS-SOURCE-SYSTEM      DELIMITED BY SIZE
009039         '","op":"'            DELIMITED BY SIZE
009040         WS-OPERATOR-ID        DELIMITED BY SIZE
009041         '","rc":"'            DELIMITED BY SIZE
009042         WS-REASON-CODE        DELIMITED BY SIZE
009043         '","amt":'            DELIMITED BY SIZE
009044         WS-JSON-AMOUNT        DELIMITED BY SIZE
009045         ',"ccy":"'            DELIMITED BY SIZE
009046         WS-CURRENCY-CODE      DELIMITED BY SIZE
009047         '","base":'           DELIMITED BY SIZE
009048         WS-JSON-BASE-AMOUNT   DELIMITED BY SIZE
009049         ',"rt":"'             DELIMITED BY SIZE
009050         WS-RECORD-TYPE        DELIMITED BY SIZE
009051         '","rev":"'           DELIMITED BY SIZE
009052         WS-REVERSAL-OF-TXN-ID DELIMITED BY SIZE
009053         '","seq":'            DELIMITED BY SIZE
009054         WS-JSON-SEQUENCE      DELIMITED BY SIZE
009055         ',"hp":"'             DELIMITED BY SIZE
009056         WS-HASH-PREFIX-HEX    DELIMITED BY SIZE
009057         '"}'                  DELIMITED BY SIZE
009058         INTO WS-JSON-OUTPUT
009059     END-STRING
009060     MOVE WS-JSON-OUTPUT TO JSON-OUTPUT-RECORD
009061     WRITE JSON-OUTPUT-RECORD
009062     IF NOT WS-JSON-FILE-OK
009063         DISPLAY "FORENSIC-AUDIT: JSON WRITE FAILED, STATUS = "
009064             WS-JSON-FILE-STATUS
009065     END-IF.
009066 2500-WRITE-JSON-RECORD-EXIT.
009067     EXIT.
009068
009069 2510-HEX-ENCODE-HASH.
009070     MOVE 1 TO WS-HEX-IDX
009071     PERFORM 2520-HEX-ENCODE-ONE-BYTE
009072         UNTIL WS-HEX-IDX > 8.
009073 2510-HEX-ENCODE-HASH-EXIT.
009074     EXIT.
009075
009076 2520-HEX-ENCODE-ONE-BYTE.
009077     COMPUTE WS-HEX-BYTE-VALUE =
009078         FUNCTION ORD(WS-HASH-PREFIX(WS-HEX-IDX:1)) - 1
009079     COMPUTE WS-HEX-HI-NIBBLE = WS-HEX-BYTE-VALUE / 16
009080     COMPUTE WS-HEX-LO-NIBBLE =
009081         FUNCTION MOD(WS-HEX-BYTE-VALUE, 16)
009082     MOVE WS-HEX-DIGITS(WS-HEX-HI-NIBBLE + 1:1)
009083         TO WS-HASH-PREFIX-HEX((WS-HEX-IDX * 2) - 1:1)
009084     MOVE WS-HEX-DIGITS(WS-HEX-LO-NIBBLE + 1:1)
009085         TO WS-HASH-PREFIX-HEX(WS-HEX-IDX * 2:1)
009086     ADD 1 TO WS-HEX-IDX.
009087 2520-HEX-ENCODE-ONE-BYTE-EXIT.
009088     EXIT.
009089
009090******************************************************************
009091*    DRAIN THE ONLINE ADJUSTMENT QUEUE.  EACH APPROVED ('A')     *
009092*    ADJUSTMENT (KEYED THROUGH FMNT, APPROVED BY A SECOND        *
009093*    SUPERVISOR THROUGH FAPR) POSTS THROUGH EXACTLY THE SAME     *
009094*    STAMP/HASH/WRITE PATH AS A BATCH TRANSACTION, TYPE 'A',    *
009095*    CARRYING THE AUTHORIZING OPERATOR AND REASON CODE IN THE    *
009096*    RECORD AND IN THE HASH; THE APPROVER IS LOGGED WITH THE     *
009097*    POSTING LINE.  A REJECTED ('R') ENTRY IS DELETED UNPOSTED.  *
009098*    A PENDING ENTRY (INCLUDING A LEGACY BLANK STATUS) STAYS ON  *
009099*    THE QUEUE, AND ONE QUEUED BEFORE TODAY IS REPORTED AS       *
009100*    SAT-UNAPPROVED.  A POSTED QUEUE RECORD IS DELETED SO A      *
009101*    RERUN CANNOT POST IT TWICE -- POSTED AND REJECTED ENTRIES   *
009102*    ARE FIRST APPENDED TO ADJHIST WITH THEIR APPROVER, SO THE   *
009103*    APPROVAL TRAIL OUTLIVES THE QUEUE.  STATUS 35 ON THE OPEN   *
009104*    MEANS NO QUEUE IS ALLOCATED (A CLEAN SKIP); ANY OTHER OPEN  *
009105*    FAILURE ABORTS.                                             *
009106******************************************************************
009107 3000-PROCESS-ADJUSTMENTS.
009108     OPEN I-O ADJUSTMENT-QUEUE-FILE
009109     IF WS-ADJQUEUE-NOT-FOUND
009110         DISPLAY "FORENSIC-AUDIT: NO ADJUSTMENT QUEUE ALLOCATED"
009111             " -- SKIPPING ADJUSTMENT POSTING"
009112         GO TO 3000-PROCESS-ADJUSTMENTS-EXIT
009113     END-IF
009114     IF NOT WS-ADJQUEUE-OK
009115         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN ADJUSTMENT-"
009116             "QUEUE-FILE, STATUS = " WS-ADJQUEUE-STATUS
009117         MOVE 16 TO RETURN-CODE
009118         GO TO 9999-EXIT
009119     END-IF
009120     OPEN EXTEND ADJUSTMENT-HISTORY-FILE
009121     IF WS-ADJHIST-NOT-FOUND
009122         CLOSE ADJUSTMENT-HISTORY-FILE
009123         OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
009124     END-IF
009125     IF NOT WS-ADJHIST-OK
009126         DISPLAY "FORENSIC-AUDIT: UNABLE TO OPEN ADJHIST, "
009127             "STATUS = " WS-ADJHIST-STATUS
009128             " -- NO ADJUSTMENT POSTED"
009129         MOVE 16 TO RETURN-CODE
009130         GO TO 9999-EXIT
009131     END-IF
009132     PERFORM 3200-READ-ADJUSTMENT
009133         THRU 3200-READ-ADJUSTMENT-EXIT
009134     PERFORM 3100-POST-ONE-ADJUSTMENT
009135         THRU 3100-POST-ONE-ADJUSTMENT-EXIT
009136         UNTIL WS-ADJQUEUE-AT-EOF
009137     CLOSE ADJUSTMENT-QUEUE-FILE
009138     CLOSE ADJUSTMENT-HISTORY-FILE
009139     IF WS-ADJUSTMENT-COUNT > 0
009140         DISPLAY "FORENSIC-AUDIT: ADJUSTMENTS POSTED = "
009141             WS-ADJUSTMENT-COUNT
009142     END-IF
009143     IF WS-REJECT-DROP-COUNT > 0
009144         DISPLAY "FORENSIC-AUDIT: REJECTED ADJUSTMENTS REMOVED "
009145             "UNPOSTED = " WS-REJECT-DROP-COUNT
009146     END-IF
009147     IF WS-PENDING-LEFT-COUNT > 0
009148         DISPLAY "FORENSIC-AUDIT: ADJUSTMENTS STILL PENDING "
009149             "APPROVAL = " WS-PENDING-LEFT-COUNT
009150     END-IF
009151     IF WS-STALE-PENDING-COUNT > 0
009152         DISPLAY "FORENSIC-AUDIT: PENDING MORE THAN A DAY = "
009153             WS-STALE-PENDING-COUNT " -- CHASE THE SECOND "
009154             "SUPERVISOR"
009155     END-IF
009156     IF WS-CURRENCY-HELD-COUNT > 0
009157         DISPLAY "FORENSIC-AUDIT: APPROVED ADJUSTMENTS HELD FOR "
009158             "TARGET OR RATE = " WS-CURRENCY-HELD-COUNT
009159     END-IF.
009247 3000-PROCESS-ADJUSTMENTS-EXIT.
009248     EXIT.
009249
009257             " REJECTED BY " AQ-APPROVER-ID
009258             " -- REMOVED UNPOSTED"
009259         ADD 1 TO WS-REJECT-DROP-COUNT
009260         MOVE ZEROES TO WS-ADJ-POSTED-SEQUENCE
009261         MOVE SPACES TO WS-ADJ-POSTED-TIMESTAMP
009262         GO TO 3150-DELETE-ADJUSTMENT
009263     END-IF
009264     IF NOT AQ-STATUS-APPROVED
009265         ADD 1 TO WS-PENDING-LEFT-COUNT
009266         IF AQ-DATE-QUEUED IS NUMERIC
009267          AND AQ-DATE-QUEUED NOT = WS-BUSINESS-DATE
009268             ADD 1 TO WS-STALE-PENDING-COUNT
009269             DISPLAY "FORENSIC-AUDIT: ADJUSTMENT "
009270                 AQ-ADJUSTMENT-ID " QUEUED " AQ-DATE-QUEUED
009271                 " BY " AQ-OPERATOR-ID
009272                 " HAS SAT UNAPPROVED MORE THAN A DAY"
009273         END-IF
009279*    WAS POSTED BY A RUN THAT ABENDED BETWEEN ITS CHECKPOINT
009281*    AND ITS QUEUE DELETE -- FINISH THE DELETE AND MOVE ON,
009282*    NEVER POST IT A SECOND TIME.
009402     MOVE AQ-ADJUSTMENT-ID    TO LM-TRANSACTION-ID
009412     READ LEDGER-MASTER-FILE
009422         INVALID KEY
009432             CONTINUE
009442         NOT INVALID KEY
009452             DISPLAY "FORENSIC-AUDIT: ADJUSTMENT "
009462                 AQ-ADJUSTMENT-ID " ALREADY POSTED -- "
009472                 "COMPLETING ITS QUEUE DELETE ONLY"
009482             MOVE LM-SEQUENCE-NUMBER TO WS-ADJ-POSTED-SEQUENCE
009492             MOVE LM-TIMESTAMP TO WS-ADJ-POSTED-TIMESTAMP
009502             GO TO 3150-DELETE-ADJUSTMENT
009512     END-READ
009522     MOVE AQ-ADJUSTMENT-ID    TO WS-TRANSACTION-ID
009532     MOVE AQ-AMOUNT           TO WS-AMOUNT
009542     MOVE 'A'                 TO WS-RECORD-TYPE
009552     MOVE AQ-ADJUST-OF-TXN-ID TO WS-REVERSAL-OF-TXN-ID
009562     MOVE AQ-SOURCE-SYSTEM    TO WS-SOURCE-SYSTEM
009572     MOVE AQ-OPERATOR-ID      TO WS-OPERATOR-ID
009582     MOVE AQ-REASON-CODE      TO WS-REASON-CODE
009592*    AN ADJUSTMENT IS KEYED IN ITS TARGET'S CURRENCY.  ONE WHOSE
009602*    TARGET IS NOT ON LEDGMSTR, OR WHOSE CURRENCY HAS NO RATE
009612*    TODAY, STAYS QUEUED AND IS TRIED AGAIN ON THE NEXT RUN.
009622     MOVE AQ-ADJUST-OF-TXN-ID TO LM-TRANSACTION-ID
009632     READ LEDGER-MASTER-FILE
009642         INVALID KEY
009652             DISPLAY "FORENSIC-AUDIT: ADJUSTMENT "
009662                 AQ-ADJUSTMENT-ID " TARGET " AQ-ADJUST-OF-TXN-ID
009672                 " NOT ON LEDGMSTR -- LEFT ON THE QUEUE"
009682             ADD 1 TO WS-CURRENCY-HELD-COUNT
009692             PERFORM 3200-READ-ADJUSTMENT
009702                 THRU 3200-READ-ADJUSTMENT-EXIT
009712             GO TO 3100-POST-ONE-ADJUSTMENT-EXIT
009722     END-READ
009732     MOVE LM-CURRENCY-CODE    TO WS-CURRENCY-CODE
009742     PERFORM 2260-CONVERT-TO-BASE
009752         THRU 2260-CONVERT-TO-BASE-EXIT
009762     IF NOT WS-BASE-CONVERTED
009772         DISPLAY "FORENSIC-AUDIT: ADJUSTMENT " AQ-ADJUSTMENT-ID
009782             " IN " WS-CURRENCY-CODE " CANNOT BE CONVERTED TO "
009792             WS-BASE-CURRENCY " -- LEFT ON THE QUEUE"
009802         ADD 1 TO WS-CURRENCY-HELD-COUNT
009812         PERFORM 3200-READ-ADJUSTMENT
009822             THRU 3200-READ-ADJUSTMENT-EXIT
009832         GO TO 3100-POST-ONE-ADJUSTMENT-EXIT
009842     END-IF
009272     PERFORM 2250-STAMP-TRANSACTION
009273         THRU 2250-STAMP-TRANSACTION-EXIT
009274     PERFORM 2300-COMPUTE-HASH
009285*    SIGNED OFF SECOND.
009286     DISPLAY "FORENSIC-AUDIT: POSTED " AQ-ADJUSTMENT-ID
009287         " KEYED BY " AQ-OPERATOR-ID
009407         " APPROVED BY " AQ-APPROVER-ID
009417     MOVE WS-SEQUENCE-NUMBER TO WS-ADJ-POSTED-SEQUENCE
009427     MOVE WS-TIMESTAMP TO WS-ADJ-POSTED-TIMESTAMP.
009437 3150-DELETE-ADJUSTMENT.
009447     PERFORM 3160-WRITE-ADJUSTMENT-HISTORY
009457         THRU 3160-WRITE-ADJUSTMENT-HISTORY-EXIT
009284     DELETE ADJUSTMENT-QUEUE-FILE
009285     IF NOT WS-ADJQUEUE-OK
009286         DISPLAY "FORENSIC-AUDIT: ADJUSTMENT QUEUE DELETE "
009291     PERFORM 3200-READ-ADJUSTMENT
009292         THRU 3200-READ-ADJUSTMENT-EXIT.
009293 3100-POST-ONE-ADJUSTMENT-EXIT.
009403     EXIT.
009413
009423 3160-WRITE-ADJUSTMENT-HISTORY.
009433     MOVE SPACES TO ADJUSTMENT-HISTORY-RECORD
009443     MOVE AQ-ADJUSTMENT-ID    TO AH-ADJUSTMENT-ID
009453     MOVE AQ-ADJUST-OF-TXN-ID TO AH-ADJUST-OF-TXN-ID
009463     MOVE AQ-AMOUNT           TO AH-AMOUNT
009473     MOVE AQ-OPERATOR-ID      TO AH-OPERATOR-ID
009483     MOVE AQ-REASON-CODE      TO AH-REASON-CODE
009493     MOVE AQ-SOURCE-SYSTEM    TO AH-SOURCE-SYSTEM
009503     IF AQ-STATUS-REJECTED
009513         SET AH-DISP-REJECTED TO TRUE
009523     ELSE
009533         SET AH-DISP-POSTED TO TRUE
009543     END-IF
009553     MOVE AQ-APPROVER-ID      TO AH-APPROVER-ID
009563     MOVE AQ-DATE-QUEUED      TO AH-DATE-QUEUED
009573     MOVE WS-BUSINESS-DATE    TO AH-BUSINESS-DATE
009583     MOVE WS-ADJ-POSTED-SEQUENCE  TO AH-SEQUENCE-NUMBER
009593     MOVE WS-ADJ-POSTED-TIMESTAMP TO AH-POSTED-TIMESTAMP
009603     WRITE ADJUSTMENT-HISTORY-RECORD
009613     IF NOT WS-ADJHIST-OK
009623         DISPLAY "FORENSIC-AUDIT: ADJHIST WRITE FAILED FOR "
009633             AQ-ADJUSTMENT-ID ", STATUS = " WS-ADJHIST-STATUS
009643         MOVE 16 TO RETURN-CODE
009653         GO TO 9999-EXIT
009663     END-IF.
009673 3160-WRITE-ADJUSTMENT-HISTORY-EXIT.
009683     EXIT.
009693
009703 3200-READ-ADJUSTMENT.
009282     READ ADJUSTMENT-QUEUE-FILE NEXT
009283         AT END
009284             SET WS-ADJQUEUE-AT-EOF TO TRUE
009339         GO TO 8800-WRITE-RUN-STATS-EXIT
009341     END-IF
009342     MOVE SPACES TO RUN-STATS-RECORD
009343     MOVE WS-BUSINESS-DATE TO RS-RUN-DATE
009344     MOVE WS-RUN-START-TIMESTAMP TO RS-START-TIMESTAMP
009345     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009346     ACCEPT WS-CURRENT-TIME FROM TIME
009358     MOVE 0 TO WS-SLOT-IDX
009359     PERFORM 8810-CLEAR-ONE-REASON-SLOT
009361         THRU 8810-CLEAR-ONE-REASON-SLOT-EXIT
009362         UNTIL WS-SLOT-IDX = 12
009363     MOVE 0 TO WS-ST-IDX
009364     PERFORM 8820-FILL-ONE-SOURCE-SLOT
009365         THRU 8820-FILL-ONE-SOURCE-SLOT-EXIT
009398 8820-FILL-ONE-SOURCE-SLOT-EXIT.
009399     EXIT.
009401
009406******************************************************************
009411*    THE CYCLE IS COMPLETE ONCE THE FEED AND THE ADJUSTMENT      *
009416*    DRAIN HAVE BOTH POSTED: ITS RECORD ON CYCLCTL TAKES THE     *
009421*    LAST SEQUENCE POSTED AND THE END TIME.  A CYCLE THAT        *
009426*    POSTED NOTHING ENDS AT START - 1.  IF THE REWRITE FAILS     *
009431*    THE CYCLE STAYS IN PROGRESS AND THE NEXT RUN MUST BE A      *
009436*    RESTART (RC 16).                                            *
009441******************************************************************
009446 8700-CLOSE-POSTING-CYCLE.
009451     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
009456     MOVE WS-CYCLE-NUMBER TO CY-CYCLE-NUMBER
009461     READ CYCLE-CONTROL-FILE
009466         INVALID KEY
009471             DISPLAY "FORENSIC-AUDIT: CYCLE " WS-CYCLE-NUMBER
009476                 " IS MISSING FROM CYCLCTL, STATUS = "
009481                 WS-CYCLCTL-STATUS
009486             MOVE 16 TO RETURN-CODE
009491             GO TO 9999-EXIT
009496     END-READ
009501     SET CY-CYCLE-COMPLETE TO TRUE
009506     MOVE WS-SEQUENCE-COUNTER TO CY-END-SEQUENCE
009511     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009516     ACCEPT WS-CURRENT-TIME FROM TIME
009521     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
009526            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
009531         INTO CY-END-TIMESTAMP
009536     END-STRING
009541     IF CY-END-SEQUENCE < CY-START-SEQUENCE
009546         MOVE ZEROES TO CY-RECORDS-POSTED
009551     ELSE
009556         COMPUTE CY-RECORDS-POSTED =
009561             CY-END-SEQUENCE - CY-START-SEQUENCE + 1
009566     END-IF
009571     REWRITE CYCLE-CONTROL-RECORD
009576         INVALID KEY
009581             DISPLAY "FORENSIC-AUDIT: CYCLCTL REWRITE FAILED, "
009586                 "STATUS = " WS-CYCLCTL-STATUS
009591                 " -- CYCLE " WS-CYCLE-NUMBER " LEFT IN PROGRESS"
009596             MOVE 16 TO RETURN-CODE
009601             GO TO 9999-EXIT
009606     END-REWRITE
009611     CLOSE CYCLE-CONTROL-FILE
009616     DISPLAY "FORENSIC-AUDIT: POSTING CYCLE " WS-CYCLE-NUMBER
009621         " COMPLETE -- SEQUENCES " CY-START-SEQUENCE " THRU "
009626         CY-END-SEQUENCE ", RECORDS = " CY-RECORDS-POSTED.
009631 8700-CLOSE-POSTING-CYCLE-EXIT.
009636     EXIT.
009641 8500-FIND-CURRENCY.
009646     SET WS-CURRENCY-FOUND TO FALSE
009651     MOVE 0 TO WS-CE-IDX
009656     PERFORM 8510-MATCH-ONE-CURRENCY
009661         THRU 8510-MATCH-ONE-CURRENCY-EXIT
009666         UNTIL WS-CE-IDX = WS-CURRENCY-COUNT
009671            OR WS-CURRENCY-FOUND.
009676 8500-FIND-CURRENCY-EXIT.
009681     EXIT.
009686
009691 8510-MATCH-ONE-CURRENCY.
009696     ADD 1 TO WS-CE-IDX
009701     IF WS-CE-CODE (WS-CE-IDX) = WS-LOOKUP-CURRENCY
009706         SET WS-CURRENCY-FOUND TO TRUE
009711     END-IF.
009716 8510-MATCH-ONE-CURRENCY-EXIT.
009721     EXIT.
009726
009300 8000-TERMINATE.
009360     CLOSE JSON-OUTPUT-FILE
009370     CLOSE TRANSACTION-FILE
