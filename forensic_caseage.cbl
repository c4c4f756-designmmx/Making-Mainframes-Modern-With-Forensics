001900*      - BREAKS THE OPEN CASES INTO AGE BUCKETS FROM             *
002000*        CS-DATE-OPENED (0-1 / 2-7 / 8-30 / OVER 30 DAYS);       *
002100*      - FLAGS EVERY OPEN CASE PAST ITS SLA, WHICH IS SET PER    *
002200*        CS-FINDING-TYPE -- A HASH, PRIOR-HASH, OR SEAL BREAK    *
002300*        ESCALATES IN A DAY, A LEDGER/MASTER PRESENCE BREAK IN   *
002400*        THREE, A FIELD DRIFT IN SEVEN (UNKNOWN TYPES GET THE    *
002500*        SEVEN-DAY DEFAULT).  THE FORENSIC-ANOMALY PATTERNS SIT  *
002520*        ALONGSIDE: A FEEDER VOLUME OUTLIER IN A DAY, A REPEATED *
002540*        AMOUNT OR QUICK REVERSAL IN THREE, A NEAR-LIMIT         *
002560*        ADJUSTMENT OR REPEATED KEYER/APPROVER PAIR IN SEVEN;    *
002600*      - CALLS OUT CASES WHOSE CS-DETECT-COUNT KEEPS CLIMBING    *
002700*        (3 OR MORE DETECTIONS) WHILE CS-ANALYST IS STILL        *
002800*        BLANK -- A BREAK BEING RE-FOUND NIGHTLY THAT NOBODY     *
004000*    DATE       BY    DESCRIPTION                                *
004100*    ---------- ----- -------------------------------------------*
004200*    2026-09-02 JRM   ORIGINAL.                                  *
004220*    2026-10-05 JRM   CASES ARE AGED AGAINST THE BUSINESS DATE   *
004240*                     FROM THE SHARED BUSDATE CONTROL RECORD     *
004260*                     (SEE FORBDTD.CPY), NOT THE SYSTEM CLOCK.   *
004270*    2026-10-07 JRM   ADDED THE SEAL FINDING TYPE (CHAIN DOES    *
004280*                     NOT MATCH A PUBLISHED DAILY SEAL) AT A     *
004290*                     ONE-DAY SLA, SAME AS A HASH BREAK.         *
004292*    2026-10-10 JRM   ADDED THE FORENSIC-ANOMALY FINDING TYPES:  *
004294*                     VOLU ONE DAY, DUPA AND QREV THREE, NLIM    *
004296*                     AND PAIR SEVEN.                            *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CS-CASE-ID
005400         FILE STATUS IS WS-CASE-STATUS.
005410     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS RANDOM
005440         RECORD KEY IS BD-CONTROL-KEY
005450         FILE STATUS IS WS-BUSDATE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CASE-FILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 140 CHARACTERS.
006000 COPY FORCASD.
006020 FD  BUSINESS-DATE-FILE
006040     LABEL RECORDS ARE STANDARD
006060     RECORD CONTAINS 80 CHARACTERS.
006080 COPY FORBDTD.
006100 WORKING-STORAGE SECTION.
006200 01  WS-CASE-STATUS            PIC X(02).
006300     88  WS-CASE-OK                 VALUE '00'.
006320 01  WS-BUSDATE-STATUS         PIC X(02).
006340     88  WS-BUSDATE-OK              VALUE '00'.
006400 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
006500     88  WS-CASE-AT-EOF             VALUE 'Y'.
006600 01  WS-TODAY-DATE             PIC 9(08).
007400 01  WS-SLA-DEFAULT-DAYS       PIC 9(3) COMP-5 VALUE 7.
007500 01  WS-SLA-TABLE.
007600*    SLA DAYS PER FINDING TYPE -- THE ORDER OF SEVERITY THE
007700*    CONTROLS REVIEW AGREED: A CHAIN OR SEAL BREAK IS A ONE-DAY
007800*    PAGE, A PRESENCE BREAK THREE DAYS, FIELD DRIFT A WEEK.
007820*    THE ANOMALY PATTERNS: A FEEDER VOLUME OUTLIER CAN BE A FEED
007840*    GONE WRONG AND PAGES IN A DAY; MONEY PATTERNS ON ONE
007860*    TRANSACTION GET THREE DAYS; NEAR-LIMIT ADJUSTMENTS AND
007880*    KEYER/APPROVER PAIRS NEED A CONVERSATION, A WEEK.
007900     05  FILLER                PIC X(07) VALUE 'HASH001'.
008000     05  FILLER                PIC X(07) VALUE 'PRIO001'.
008050     05  FILLER                PIC X(07) VALUE 'SEAL001'.
008100     05  FILLER                PIC X(07) VALUE 'NOMA003'.
008200     05  FILLER                PIC X(07) VALUE 'NOLE003'.
008300     05  FILLER                PIC X(07) VALUE 'DIFF007'.
008310     05  FILLER                PIC X(07) VALUE 'VOLU001'.
008320     05  FILLER                PIC X(07) VALUE 'DUPA003'.
008330     05  FILLER                PIC X(07) VALUE 'QREV003'.
008340     05  FILLER                PIC X(07) VALUE 'NLIM007'.
008350     05  FILLER                PIC X(07) VALUE 'PAIR007'.
008400 01  WS-SLA-TABLE-R REDEFINES WS-SLA-TABLE.
008500     05  WS-SLA-ENTRY          OCCURS 11 TIMES.
008600         10  WS-SLA-FINDING    PIC X(04).
008700         10  WS-SLA-LIMIT      PIC 9(03).
008800 01  WS-OPEN-CASE-COUNT        PIC 9(9) COMP-5 VALUE 0.
011500 1000-INITIALIZE.
011600     DISPLAY "FORENSIC-CASEAGE: AGING THE OPEN INVESTIGATION "
011700         "CASES..."
011800     PERFORM 1100-READ-BUSINESS-DATE
011850         THRU 1100-READ-BUSINESS-DATE-EXIT
011900     COMPUTE WS-TODAY-INTEGER =
012000         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
012100     OPEN INPUT CASE-FILE
012600         GO TO 9999-EXIT
012700     END-IF.
012800 1000-INITIALIZE-EXIT.
012802     EXIT.
012804
012806******************************************************************
012808*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
012810*    RECORD, NOT THE SYSTEM CLOCK.  OPEN OR CLOSED, THE REPORT   *
012812*    RUNS AGAINST IT -- ONLY POSTING AND EXTRACTS ARE REFUSED    *
012814*    FOR A CLOSED DAY.                                           *
012816******************************************************************
012818 1100-READ-BUSINESS-DATE.
012820     OPEN INPUT BUSINESS-DATE-FILE
012822     IF NOT WS-BUSDATE-OK
012824         DISPLAY "FORENSIC-CASEAGE: UNABLE TO OPEN BUSDATE, "
012826             "STATUS = " WS-BUSDATE-STATUS
012828         MOVE 16 TO RETURN-CODE
012830         GO TO 9999-EXIT
012832     END-IF
012834     MOVE 'BUSDATE' TO BD-CONTROL-KEY
012836     READ BUSINESS-DATE-FILE
012838         INVALID KEY
012840             DISPLAY "FORENSIC-CASEAGE: NO BUSDATE CONTROL "
012842                 "RECORD, STATUS = " WS-BUSDATE-STATUS
012844             CLOSE BUSINESS-DATE-FILE
012846             MOVE 16 TO RETURN-CODE
012848             GO TO 9999-EXIT
012850     END-READ
012852     CLOSE BUSINESS-DATE-FILE
012854     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
012856     DISPLAY "FORENSIC-CASEAGE: BUSINESS DATE "
012858         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
012860 1100-READ-BUSINESS-DATE-EXIT.
012900     EXIT.
013000
013100 2000-AGE-ONE-CASE.
019400     MOVE WS-SLA-DEFAULT-DAYS TO WS-SLA-DAYS
019500     PERFORM 2310-MATCH-ONE-SLA
019600         THRU 2310-MATCH-ONE-SLA-EXIT
019700         UNTIL WS-SLA-IDX = 11
019800            OR WS-SLA-FOUND.
019900 2300-FIND-SLA-LIMIT-EXIT.
020000     EXIT.
