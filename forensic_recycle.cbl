001800*         BEFORE ANYTHING IS WRITTEN OR MARKED, SO THE RERUN     *
001900*         AFTER THE REWORK LOSES NO REPAIRS.                     *
002000*      2. COPIES THE UPSTREAM TRANRAW DETAILS TO TRANMRG,        *
002100*         HOLDING EACH FEEDER'S TRAILER BACK AND BALANCING       *
002200*         EACH FEEDER ON ITS OWN TRAILER BY THE SAME RULES       *
002210*         FOREDIT APPLIES.                                       *
002220*      3. APPENDS EVERY CORRECTED IMAGE AND MARKS IT RECYCLED    *
002230*         ('R') SO IT CANNOT GO AROUND TWICE -- EXCEPT A REPAIR  *
002240*         FROM A FEEDER THAT IS OUT OF BALANCE TONIGHT, WHICH    *
002250*         IS LEFT ON THE BENCH.  FOREDIT WILL HOLD THAT          *
002260*         FEEDER'S WHOLE BATCH ON SUSPENSE, AND A REPAIR HELD    *
002270*         WITH IT WOULD BE LOST WHEN THE RETRANSMISSION          *
002280*         SUPERSEDES THE HELD COPY.                              *
002300*      4. WRITES EACH BALANCED FEEDER'S TRAILER BACK WITH THE    *
002350*         COUNT AND AMOUNT                                       *
002400*         HASH-TOTAL ADJUSTED FOR ITS RECYCLED RECORDS (SAME     *
002500*         OVERFLOW-WRAP RULE THE UPSTREAM EXTRACT JOB USES),     *
002600*         SO THE MERGED FILE BALANCES THROUGH FOREDIT.  AN       *
002620*         OUT-OF-BALANCE FEEDER'S TRAILER(S) GO THROUGH          *
002640*         UNCHANGED SO FOREDIT SEES EXACTLY WHAT WAS SENT.  A    *
002660*         REPAIR FOR A FEEDER THAT SENT NOTHING TONIGHT GETS A   *
002680*         TRAILER OF ITS OWN, MARKED MADE UP BY RECYCLE (BYTE    *
002685*         35 'R', NO BATCH DATE, TRANSMISSION SEQUENCE 99) SO    *
002690*         FOREDIT NEVER TAKES IT FOR A FEEDER'S RETRANSMISSION   *
002695*         AND RELEASES NOTHING ON IT.                            *
002700*                                                                *
002800*    THE RECYCLED RECORDS RE-PASS THE FULL EDIT -- A REPAIR      *
002900*    THAT IS STILL WRONG SIMPLY REJECTS AGAIN AND COMES BACK     *
003000*    TO THE BENCH WITH A FRESH REASON CODE.                      *
003100*                                                                *
003200*    RETURN-CODES:  0 = MERGED FILE WRITTEN AND RETRAILERED.     *
003300*                  16 = TRANRAW EMPTY, A TRAILER WITH NO SOURCE  *
003400*                       SYSTEM, A CORRECTED IMAGE WITH A NON-    *
003500*                       NUMERIC AMOUNT, OR AN UNRECOVERABLE      *
003600*                       I-O ERROR -- DO NOT RUN THE EDIT         *
003610*                       AGAINST TRANMRG.                         *
003700*                                                                *
004100*    DATE       BY    DESCRIPTION                                *
004200*    ---------- ----- -------------------------------------------*
004300*    2026-09-02 JRM   ORIGINAL.                                  *
004310*    2026-10-06 JRM   PER-FEEDER TRAILERS.  EACH FEEDER'S        *
004320*                     TRAILER IS BALANCED AND ADJUSTED ON ITS    *
004330*                     OWN; A MISSING, DOUBLED OR NON-NUMERIC     *
004340*                     TRAILER NO LONGER ABORTS (FOREDIT HOLDS    *
004350*                     THAT FEEDER ON SUSPENSE) AND ITS REPAIRS   *
004360*                     WAIT ON THE BENCH FOR THE NEXT CYCLE.      *
004365*    2026-10-14 JRM   EXTRACT IMAGE NOW 37 BYTES -- A CURRENCY   *
004370*                     CODE FOLLOWS THE SOURCE SYSTEM.  IT GOES   *
004375*                     THROUGH AS CORRECTED; FOREDIT VALIDATES IT *
004380*                     AGAINST CCYTABLE LIKE ANY OTHER RECORD.    *
004384*    2026-10-15 JRM   A TRAILER MADE UP FOR REPAIRS ALONE IS     *
004388*                     MARKED 'R' IN BYTE 35 WITH TRANSMISSION    *
004392*                     SEQUENCE 99, SO FOREDIT NEVER RELEASES A   *
004396*                     HELD BATCH ON IT.                          *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
006600 FD  EXTRACT-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F
006900     RECORD CONTAINS 37 CHARACTERS.
007000 01  EXTRACT-RECORD.
007100     05  EX-TRANSACTION-ID     PIC X(10).
007200     05  EX-AMOUNT             PIC S9(8)V99.
007400         88  EX-TYPE-TRAILER       VALUE 'T'.
007500     05  EX-REVERSAL-OF-TXN-ID PIC X(10).
007600     05  EX-SOURCE-SYSTEM      PIC X(03).
007650     05  EX-CURRENCY-CODE      PIC X(03).
007700 01  EXTRACT-TRAILER-RECORD.
007800     05  ET-RECORD-COUNT       PIC 9(10).
007900     05  ET-AMOUNT-HASH-TOTAL  PIC S9(8)V99.
008000     05  FILLER                PIC X(01).
008050     05  ET-BATCH-DATE         PIC X(08).
008100     05  ET-TRANSMISSION-SEQ   PIC X(02).
008150     05  ET-SOURCE-SYSTEM      PIC X(03).
008160     05  ET-TRAILER-ORIGIN     PIC X(01).
008170     05  FILLER                PIC X(02).
008200 FD  REJECT-WORK-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 120 CHARACTERS.
008600 FD  MERGED-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 37 CHARACTERS.
009000 01  MERGED-RECORD             PIC X(37).
009100 WORKING-STORAGE SECTION.
009200 01  WS-EXTRACT-STATUS         PIC X(02).
009300     88  WS-EXTRACT-OK              VALUE '00'.
009900     88  WS-EXTRACT-AT-EOF          VALUE 'Y'.
010000 01  WS-WORK-EOF-SWITCH        PIC X(01) VALUE 'N'.
010100     88  WS-WORK-AT-EOF             VALUE 'Y'.
010200 01  WS-RECORDS-ON-FILE         PIC 9(9) COMP-5 VALUE 0.
010400 01  WS-UPSTREAM-COUNT         PIC 9(9) COMP-5 VALUE 0.
010500 01  WS-RECYCLED-COUNT         PIC 9(9) COMP-5 VALUE 0.
010510 01  WS-CORRECTED-COUNT        PIC 9(9) COMP-5 VALUE 0.
010520 01  WS-PASSED-OVER-COUNT      PIC 9(9) COMP-5 VALUE 0.
010530 01  WS-FEEDER-COUNT           PIC 9(2) COMP-5 VALUE 0.
010540 01  WS-FB-IDX                 PIC 9(2) COMP-5 VALUE 0.
010550 01  WS-FEEDER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010560     88  WS-FEEDER-FOUND            VALUE 'Y' FALSE 'N'.
010570 01  WS-LOOKUP-SOURCE          PIC X(03) VALUE SPACES.
010580 01  WS-FEEDER-BALANCE-TABLE.
010590*    ONE ROW PER SOURCE SYSTEM -- THE SAME PER-FEEDER BALANCING
010600*    FOREDIT DOES, SO A REPAIR IS ONLY FOLDED INTO A FEEDER THAT
010610*    WILL POST.  HASH-TOTAL ARITHMETIC DELIBERATELY WRAPS --
010620*    OVERFLOW DIGITS ARE DROPPED, THE SAME RULE THE UPSTREAM
010630*    EXTRACT JOB AND FORENSIC-EDIT APPLY.
010640     05  WS-FEEDER-BALANCE     OCCURS 10 TIMES.
010650         10  WS-FB-CODE        PIC X(03).
010660         10  WS-FB-DETAIL-COUNT
010670                               PIC 9(9) COMP-5.
010680         10  WS-FB-HASH-TOTAL  PIC S9(8)V99.
010690         10  WS-FB-AMTN-COUNT  PIC 9(9) COMP-5.
010700         10  WS-FB-TRAILERS    PIC 9(9) COMP-5.
010710         10  WS-FB-TRAILER-IMAGE
010720                               PIC X(37).
010730*                                  THE FIRST TRAILER AS SENT
010740         10  WS-FB-TRAILER-NUMERIC-SWITCH
010750                               PIC X(01).
010760             88  WS-FB-TRAILER-NUMERIC  VALUE 'Y'.
010770         10  WS-FB-SAVED-RECORD-COUNT
010780                               PIC 9(10).
010790         10  WS-FB-SAVED-HASH-TOTAL
010800                               PIC S9(8)V99.
010810         10  WS-FB-BALANCED-SWITCH
010820                               PIC X(01).
010830             88  WS-FB-BALANCED     VALUE 'Y' FALSE 'N'.
010840         10  WS-FB-RECYCLED    PIC 9(9) COMP-5.
011100 01  WS-RECYCLE-IMAGE.
011200*    THE 37-BYTE EXTRACT IMAGE BEING RECYCLED -- SAME LAYOUT
011300*    FORENSIC-EDIT READS FROM TRANRAW.
011400     05  WI-TRANSACTION-ID     PIC X(10).
011500     05  WI-AMOUNT             PIC S9(8)V99.
011600     05  WI-RECORD-TYPE        PIC X(01).
011700     05  WI-REVERSAL-OF-TXN-ID PIC X(10).
011800     05  WI-SOURCE-SYSTEM      PIC X(03).
011850     05  WI-CURRENCY-CODE      PIC X(03).
011900 01  WS-NEW-TRAILER.
012000     05  NT-RECORD-COUNT       PIC 9(10).
012100     05  NT-AMOUNT-HASH-TOTAL  PIC S9(8)V99.
012200     05  NT-RECORD-TYPE        PIC X(01).
012250     05  NT-BATCH-DATE         PIC X(08).
012300     05  NT-TRANSMISSION-SEQ   PIC X(02).
012350     05  NT-SOURCE-SYSTEM      PIC X(03).
012360     05  NT-TRAILER-ORIGIN     PIC X(01).
012365         88  NT-MADE-UP-BY-RECYCLE VALUE 'R'.
012370     05  FILLER                PIC X(02).
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE
012900         THRU 2000-COPY-ONE-EXTRACT-EXIT
013000         UNTIL WS-EXTRACT-AT-EOF
013100     CLOSE EXTRACT-FILE
013200     IF WS-RECORDS-ON-FILE = 0
013300         DISPLAY "FORENSIC-RECYCLE: NO TRAILER RECORD ON "
013400             "TRANRAW -- TRANSMISSION IS TRUNCATED, TRANMRG "
013500             "IS NOT USABLE"
013600         MOVE 16 TO RETURN-CODE
013700         GO TO 9999-EXIT
013800     END-IF
013820     MOVE 0 TO WS-FB-IDX
013840     PERFORM 2800-BALANCE-ONE-FEEDER
013860         THRU 2800-BALANCE-ONE-FEEDER-EXIT
013880         UNTIL WS-FB-IDX = WS-FEEDER-COUNT
013900     PERFORM 3000-RECYCLE-ONE-ENTRY
014000         THRU 3000-RECYCLE-ONE-ENTRY-EXIT
014100         UNTIL WS-WORK-AT-EOF
014150     MOVE 0 TO WS-FB-IDX
014200     PERFORM 4000-WRITE-NEW-TRAILER
014300         THRU 4000-WRITE-NEW-TRAILER-EXIT
014350         UNTIL WS-FB-IDX = WS-FEEDER-COUNT
014400     PERFORM 8000-REPORT-RESULTS
014500         THRU 8000-REPORT-RESULTS-EXIT
014600     CLOSE REJECT-WORK-FILE
017800     EXIT.
017900
018000 2000-COPY-ONE-EXTRACT.
018050     ADD 1 TO WS-RECORDS-ON-FILE
018100     IF EX-TYPE-TRAILER
018200         IF ET-SOURCE-SYSTEM = SPACES
018300             DISPLAY "FORENSIC-RECYCLE: TRAILER WITH NO SOURCE "
018400                 "SYSTEM ON TRANRAW -- TRANSMISSION IS CORRUPT"
018500             MOVE 16 TO RETURN-CODE
018600             GO TO 9999-EXIT
018700         END-IF
018701         MOVE ET-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
018702         PERFORM 2900-FIND-FEEDER
018703             THRU 2900-FIND-FEEDER-EXIT
018704         ADD 1 TO WS-FB-TRAILERS (WS-FB-IDX)
018705         IF WS-FB-TRAILERS (WS-FB-IDX) > 1
018706*            A SECOND TRAILER GOES STRAIGHT THROUGH -- FOREDIT
018707*            MUST SEE THE DOUBLING TO HOLD THE FEEDER
018708             MOVE EXTRACT-RECORD TO MERGED-RECORD
018709             PERFORM 7000-WRITE-MERGED
018710                 THRU 7000-WRITE-MERGED-EXIT
018711         ELSE
018712             MOVE EXTRACT-RECORD
018713                 TO WS-FB-TRAILER-IMAGE (WS-FB-IDX)
018715             IF ET-RECORD-COUNT IS NUMERIC
018720              AND ET-AMOUNT-HASH-TOTAL IS NUMERIC
018725                 MOVE 'Y' TO
018730                     WS-FB-TRAILER-NUMERIC-SWITCH (WS-FB-IDX)
018735                 MOVE ET-RECORD-COUNT
018740                     TO WS-FB-SAVED-RECORD-COUNT (WS-FB-IDX)
018745                 MOVE ET-AMOUNT-HASH-TOTAL
018750                     TO WS-FB-SAVED-HASH-TOTAL (WS-FB-IDX)
018755             END-IF
018770         END-IF
019100     ELSE
019150         ADD 1 TO WS-UPSTREAM-COUNT
019200         IF EX-SOURCE-SYSTEM NOT = SPACES
019250             MOVE EX-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
019300             PERFORM 2900-FIND-FEEDER
019350                 THRU 2900-FIND-FEEDER-EXIT
019400             ADD 1 TO WS-FB-DETAIL-COUNT (WS-FB-IDX)
019450             IF EX-AMOUNT IS NUMERIC
019500                 ADD EX-AMOUNT TO WS-FB-HASH-TOTAL (WS-FB-IDX)
019550             ELSE
019600                 ADD 1 TO WS-FB-AMTN-COUNT (WS-FB-IDX)
019650             END-IF
019700         END-IF
019900         MOVE EXTRACT-RECORD TO MERGED-RECORD
020000         PERFORM 7000-WRITE-MERGED
020100             THRU 7000-WRITE-MERGED-EXIT
021100             SET WS-EXTRACT-AT-EOF TO TRUE
021200     END-READ.
021300 2100-READ-EXTRACT-EXIT.
021301     EXIT.
021302
021303******************************************************************
021304*    THE SAME PER-FEEDER BALANCE FOREDIT WILL APPLY: ONE NUMERIC *
021305*    TRAILER, COUNT EQUAL, AND HASH-TOTAL EQUAL UNLESS THE       *
021306*    FEEDER SENT NON-NUMERIC AMOUNTS (WHICH FOREDIT ONLY WARNS   *
021307*    ABOUT).  ONLY A BALANCED FEEDER TAKES REPAIRS TONIGHT.      *
021308******************************************************************
021309 2800-BALANCE-ONE-FEEDER.
021310     ADD 1 TO WS-FB-IDX
021311     SET WS-FB-BALANCED (WS-FB-IDX) TO FALSE
021312     IF WS-FB-TRAILERS (WS-FB-IDX) NOT = 1
021313      OR NOT WS-FB-TRAILER-NUMERIC (WS-FB-IDX)
021314         GO TO 2800-BALANCE-ONE-FEEDER-EXIT
021315     END-IF
021316     IF WS-FB-SAVED-RECORD-COUNT (WS-FB-IDX)
021317         NOT = WS-FB-DETAIL-COUNT (WS-FB-IDX)
021318         GO TO 2800-BALANCE-ONE-FEEDER-EXIT
021319     END-IF
021320     IF WS-FB-SAVED-HASH-TOTAL (WS-FB-IDX)
021321         NOT = WS-FB-HASH-TOTAL (WS-FB-IDX)
021322      AND WS-FB-AMTN-COUNT (WS-FB-IDX) = 0
021323         GO TO 2800-BALANCE-ONE-FEEDER-EXIT
021324     END-IF
021325     SET WS-FB-BALANCED (WS-FB-IDX) TO TRUE.
021326 2800-BALANCE-ONE-FEEDER-EXIT.
021327     EXIT.
021328
021329******************************************************************
021330*    SERIAL SCAN OF THE FEEDER TABLE ON WS-LOOKUP-SOURCE -- A    *
021331*    SOURCE NOT YET SEEN GETS A FRESH ROW.  LEAVES THE ROW IN    *
021332*    WS-FB-IDX.                                                  *
021333******************************************************************
021334 2900-FIND-FEEDER.
021335     SET WS-FEEDER-FOUND TO FALSE
021336     MOVE 0 TO WS-FB-IDX
021337     PERFORM 2910-MATCH-ONE-FEEDER
021338         THRU 2910-MATCH-ONE-FEEDER-EXIT
021339         UNTIL WS-FB-IDX = WS-FEEDER-COUNT
021340            OR WS-FEEDER-FOUND
021341     IF WS-FEEDER-FOUND
021342         GO TO 2900-FIND-FEEDER-EXIT
021343     END-IF
021344     IF WS-FEEDER-COUNT = 10
021345         DISPLAY "FORENSIC-RECYCLE: FEEDER TABLE OVERFLOW AT "
021346             "SOURCE " WS-LOOKUP-SOURCE " -- RAISE THE OCCURS "
021347             "LIMIT AND RERUN"
021348         MOVE 16 TO RETURN-CODE
021349         GO TO 9999-EXIT
021350     END-IF
021351     ADD 1 TO WS-FEEDER-COUNT
021352     MOVE WS-FEEDER-COUNT TO WS-FB-IDX
021353     MOVE WS-LOOKUP-SOURCE TO WS-FB-CODE (WS-FB-IDX)
021354     MOVE 0 TO WS-FB-DETAIL-COUNT (WS-FB-IDX)
021355     MOVE 0 TO WS-FB-HASH-TOTAL (WS-FB-IDX)
021356     MOVE 0 TO WS-FB-AMTN-COUNT (WS-FB-IDX)
021357     MOVE 0 TO WS-FB-TRAILERS (WS-FB-IDX)
021358     MOVE SPACES TO WS-FB-TRAILER-IMAGE (WS-FB-IDX)
021359     MOVE 'N' TO WS-FB-TRAILER-NUMERIC-SWITCH (WS-FB-IDX)
021360     MOVE 0 TO WS-FB-SAVED-RECORD-COUNT (WS-FB-IDX)
021361     MOVE 0 TO WS-FB-SAVED-HASH-TOTAL (WS-FB-IDX)
021362     MOVE 'N' TO WS-FB-BALANCED-SWITCH (WS-FB-IDX)
021363     MOVE 0 TO WS-FB-RECYCLED (WS-FB-IDX).
021364 2900-FIND-FEEDER-EXIT.
021365     EXIT.
021366
021367 2910-MATCH-ONE-FEEDER.
021368     ADD 1 TO WS-FB-IDX
021369     IF WS-FB-CODE (WS-FB-IDX) = WS-LOOKUP-SOURCE
021370         SET WS-FEEDER-FOUND TO TRUE
021371     END-IF.
021372 2910-MATCH-ONE-FEEDER-EXIT.
021400     EXIT.
021500
021502******************************************************************
023800         ADD 1 TO WS-PASSED-OVER-COUNT
023900         GO TO 3000-RECYCLE-ONE-ENTRY-EXIT
024000     END-IF
024002     IF WI-SOURCE-SYSTEM NOT = SPACES
024004         MOVE WI-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
024006         PERFORM 2900-FIND-FEEDER
024008             THRU 2900-FIND-FEEDER-EXIT
024010         IF WS-FB-TRAILERS (WS-FB-IDX) = 0
024012          AND WS-FB-DETAIL-COUNT (WS-FB-IDX) = 0
024014*            FEEDER SENT NOTHING TONIGHT -- THE REPAIRS GO
024016*            UNDER A TRAILER OF THEIR OWN, WRITTEN AT THE END
024018             SET WS-FB-BALANCED (WS-FB-IDX) TO TRUE
024020         END-IF
024022         IF NOT WS-FB-BALANCED (WS-FB-IDX)
024024             DISPLAY "FORENSIC-RECYCLE: FEEDER " WI-SOURCE-SYSTEM
024026                 " IS OUT OF BALANCE TONIGHT -- " RW-REJECT-ID
024028                 " LEFT ON THE BENCH FOR THE NEXT CYCLE"
024030             ADD 1 TO WS-PASSED-OVER-COUNT
024032             GO TO 3000-RECYCLE-ONE-ENTRY-EXIT
024034         END-IF
024036         ADD WI-AMOUNT TO WS-FB-SAVED-HASH-TOTAL (WS-FB-IDX)
024038         ADD 1 TO WS-FB-RECYCLED (WS-FB-IDX)
024040     END-IF
024100     MOVE WS-RECYCLE-IMAGE TO MERGED-RECORD
024200     PERFORM 7000-WRITE-MERGED
024300         THRU 7000-WRITE-MERGED-EXIT
024500     ADD 1 TO WS-RECYCLED-COUNT
024600     MOVE 'R' TO RW-STATUS
024700     REWRITE REJECT-WORK-RECORD
025800 3000-RECYCLE-ONE-ENTRY-EXIT.
025900     EXIT.
026000
026010******************************************************************
026020*    ONE TRAILER BACK OUT PER FEEDER.  A BALANCED FEEDER'S       *
026030*    TRAILER CARRIES ITS RECYCLED REPAIRS; AN OUT-OF-BALANCE     *
026040*    FEEDER'S GOES OUT EXACTLY AS SENT; A FEEDER THAT SENT       *
026050*    DETAILS BUT NO TRAILER GETS NONE -- FOREDIT HOLDS IT.  A    *
026060*    TRAILER MADE UP FOR REPAIRS ALONE CARRIES NO BATCH DATE,    *
026070*    TRANSMISSION SEQUENCE 99 AND ORIGIN 'R'.  FOREDIT BALANCES  *
026072*    IT UNDER THE BUSINESS DATE BUT NEVER RELEASES A HELD BATCH  *
026074*    ON IT -- ONLY THE FEEDER'S OWN RETRANSMISSION DOES THAT.    *
026080******************************************************************
026100 4000-WRITE-NEW-TRAILER.
026110     ADD 1 TO WS-FB-IDX
026120     IF WS-FB-TRAILERS (WS-FB-IDX) = 0
026130      AND WS-FB-RECYCLED (WS-FB-IDX) = 0
026140         GO TO 4000-WRITE-NEW-TRAILER-EXIT
026150     END-IF
026160     IF NOT WS-FB-BALANCED (WS-FB-IDX)
026170         MOVE WS-FB-TRAILER-IMAGE (WS-FB-IDX) TO MERGED-RECORD
026180         PERFORM 7000-WRITE-MERGED
026190             THRU 7000-WRITE-MERGED-EXIT
026200         DISPLAY "FORENSIC-RECYCLE: FEEDER "
026205             WS-FB-CODE (WS-FB-IDX) " OUT OF BALANCE -- "
026210             "TRAILER PASSED THROUGH AS SENT"
026220         GO TO 4000-WRITE-NEW-TRAILER-EXIT
026230     END-IF
026240     IF WS-FB-TRAILERS (WS-FB-IDX) = 0
026250         MOVE SPACES TO WS-NEW-TRAILER
026260         MOVE ZEROES TO NT-BATCH-DATE
026265         MOVE '99' TO NT-TRANSMISSION-SEQ
026268         SET NT-MADE-UP-BY-RECYCLE TO TRUE
026270     ELSE
026280         MOVE WS-FB-TRAILER-IMAGE (WS-FB-IDX) TO WS-NEW-TRAILER
026290     END-IF
026300     ADD WS-FB-SAVED-RECORD-COUNT (WS-FB-IDX)
026310         WS-FB-RECYCLED (WS-FB-IDX)
026400         GIVING NT-RECORD-COUNT
026450     MOVE WS-FB-SAVED-HASH-TOTAL (WS-FB-IDX)
026500         TO NT-AMOUNT-HASH-TOTAL
026600     MOVE 'T' TO NT-RECORD-TYPE
026650     MOVE WS-FB-CODE (WS-FB-IDX) TO NT-SOURCE-SYSTEM
026700     MOVE WS-NEW-TRAILER TO MERGED-RECORD
026800     PERFORM 7000-WRITE-MERGED
026900         THRU 7000-WRITE-MERGED-EXIT
026920     DISPLAY "FORENSIC-RECYCLE: FEEDER " WS-FB-CODE (WS-FB-IDX)
026940         " TRAILER COUNT = " NT-RECORD-COUNT
026960         " (" WS-FB-RECYCLED (WS-FB-IDX) " RECYCLED)".
027000 4000-WRITE-NEW-TRAILER-EXIT.
027100     EXIT.
027200
028820         DISPLAY "FORENSIC-RECYCLE: PASSED OVER       = "
028830             WS-PASSED-OVER-COUNT " -- REWORK ON THE BENCH"
028840     END-IF
028900     DISPLAY "FORENSIC-RECYCLE: FEEDER TRAILERS   = "
029000         WS-FEEDER-COUNT
029100     DISPLAY "FORENSIC-RECYCLE: TRANMRG WRITTEN AND "
029200         "RETRAILERED".
029300 8000-REPORT-RESULTS-EXIT.
