002000*      2. BUILDS A PERIOD ANCHOR RECORD (RECORD TYPE 'X'):       *
002100*         TRANSACTION ID 'AN'+YYYYMMDD, PRIOR-HASH = THE FINAL   *
002200*         HASH OF THE GENERATION, SEQUENCE = FINAL SEQUENCE + 1, *
002300*         AMOUNT = THE PERIOD'S NET CONTROL TOTAL IN THE BASE    *
002320*         CURRENCY (THE SUM OF EVERY RECORD'S BASE EQUIVALENT),  *
002340*         CURRENCY = THE BASE FROM CCYTABLE, AND THE             *
002400*         REVERSAL-OF FIELD REUSED AS THE PERIOD RECORD COUNT.   *
002500*         THE ANCHOR IS HASHED THROUGH THE SAME HASH256 PATH AS  *
002600*         ANY OTHER RECORD.                                      *
004300*                                                                *
004400*    RETURN-CODES:  0 = GENERATION CLOSED AND RESEEDED.          *
004500*                   8 = NOTHING TO ROLL (EMPTY GENERATION).      *
004600*                  16 = BROKEN CHAIN, NO SINGLE BASE CURRENCY ON *
004650*                       CCYTABLE, OR UNRECOVERABLE I-O ERROR     *
004700*                       -- NOTHING WAS CLOSED OR RESEEDED.       *
004800*                                                                *
004900*----------------------------------------------------------------*
005470*                     READS IT TO NAME THE GENERATION HOLDING A  *
005480*                     REQUESTED RECORD INSTEAD OF OPERATIONS     *
005490*                     GREPPING TAPE LISTS.                       *
005492*    2026-10-09 JRM   EACH CATALOGED GENERATION NOW CARRIES ITS  *
005494*                     RETENTION: THE STANDARD RETENTION YEARS    *
005496*                     AND THE CLOSE DATE PLUS THOSE YEARS, FOR   *
005498*                     THE FORPURG PURGE-ELIGIBILITY REPORT.      *
005499*    2026-10-14 JRM   MULTI-CURRENCY.  RECORDS ARE NOW 98 BYTES  *
005501*                     AND HASHED OVER 90 (CURRENCY AND BASE      *
005502*                     EQUIVALENT ADDED).  THE PERIOD NET TOTAL   *
005503*                     IS NOW SUMMED FROM THE BASE EQUIVALENTS,   *
005504*                     AND THE ANCHOR CARRIES THE BASE CURRENCY,  *
005505*                     READ FROM CCYTABLE, WITH ITS BASE AMOUNT   *
005506*                     EQUAL TO ITS AMOUNT.                       *
005507*    2026-10-15 JRM   CURRENCY TABLE FIELDS RENAMED CU-.  A      *
005527*                     CCYTABLE READ ERROR IS RC 16.              *
005547******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
007820         ORGANIZATION IS SEQUENTIAL
007830         ACCESS MODE IS SEQUENTIAL
007840         FILE STATUS IS WS-CATALOG-STATUS.
007850     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
007860         ORGANIZATION IS INDEXED
007870         ACCESS MODE IS SEQUENTIAL
007880         RECORD KEY IS CU-CURRENCY-CODE
007890         FILE STATUS IS WS-CCYTABLE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  LEDGER-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 98 CHARACTERS.
008500 COPY FORLFD.
008600 FD  NEW-LEDGER-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 98 CHARACTERS.
009000 01  NEW-LEDGER-RECORD         PIC X(98).
009100 FD  LEDGER-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 98 CHARACTERS.
009400 COPY FORLMD.
009500 FD  LEDGER-CHAIN-FILE
009600     LABEL RECORDS ARE STANDARD
010230     RECORDING MODE IS F
010240     RECORD CONTAINS 120 CHARACTERS.
010250 COPY FORGCTD.
010260 FD  CURRENCY-TABLE-FILE
010270     LABEL RECORDS ARE STANDARD
010280     RECORD CONTAINS 80 CHARACTERS.
010290 COPY FORCCYD.
010300 WORKING-STORAGE SECTION.
010400 01  WS-LEDGER-STATUS          PIC X(02).
010500     88  WS-LEDGER-OK               VALUE '00'.
011130     88  WS-CATALOG-NOT-FOUND       VALUE '35'.
011140 01  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
011150     88  WS-CATALOG-AT-EOF          VALUE 'Y'.
011155 01  WS-CCYTABLE-STATUS        PIC X(02).
011160     88  WS-CCYTABLE-OK             VALUE '00'.
011165 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
011170     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
011175 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
011180 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
011200 01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
011300     88  WS-AT-EOF                  VALUE 'Y'.
011400 COPY FORLEDG.
012450     05  WS-HASH-IN-SOURCE     PIC X(03).
012460     05  WS-HASH-IN-OPERATOR   PIC X(08).
012470     05  WS-HASH-IN-REASON     PIC X(04).
012480     05  WS-HASH-IN-CURRENCY   PIC X(03).
012490     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
012500 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
012600 01  WS-HASH-DIGEST            PIC X(32).
012700 01  WS-EXPECTED-HASH          PIC X(8).
012800 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
013560*    THE GDG BASE THE FORROLL JOB'S STEP20 ARCHIVES INTO -- THE
013570*    ABSOLUTE GENERATION IS G+GC-GENERATION-NUMBER+V00 ON AN
013580*    UNBROKEN GDG.
013582 01  WS-RETENTION-YEARS        PIC 9(02) VALUE 07.
013584*    STANDARD RETENTION OF A CLOSED GENERATION.  LONGER PERIODS
013586*    AND LEGAL HOLDS ARE PLACED WITH FORENSIC-HOLD, NOT HERE.
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE
017300     DISPLAY "FORENSIC-ROLLOVER: CLOSING OUT THE CURRENT LEDGER "
017400         "GENERATION..."
017500     MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
017520     PERFORM 1100-READ-BASE-CURRENCY
017540         THRU 1100-READ-BASE-CURRENCY-EXIT
017600     OPEN INPUT LEDGER-FILE
017700     IF NOT WS-LEDGER-OK
017800         DISPLAY "FORENSIC-ROLLOVER: UNABLE TO OPEN LEDGER-FILE, "
018300     PERFORM 2100-READ-LEDGER-RECORD
018400         THRU 2100-READ-LEDGER-RECORD-EXIT.
018500 1000-INITIALIZE-EXIT.
018502     EXIT.
018504
018506******************************************************************
018508*    THE ANCHOR IS STATED IN THE BASE CURRENCY, SO THE BASE IS   *
018510*    TAKEN FROM CCYTABLE BEFORE ANYTHING IS READ OR WRITTEN.     *
018512*    EXACTLY ONE CURRENCY MUST CARRY THE BASE FLAG.              *
018514******************************************************************
018516 1100-READ-BASE-CURRENCY.
018518     OPEN INPUT CURRENCY-TABLE-FILE
018520     IF NOT WS-CCYTABLE-OK
018522         DISPLAY "FORENSIC-ROLLOVER: UNABLE TO OPEN CCYTABLE, "
018524             "STATUS = " WS-CCYTABLE-STATUS
018526         MOVE 16 TO RETURN-CODE
018528         GO TO 9999-EXIT
018530     END-IF
018532     PERFORM 1110-READ-ONE-CURRENCY
018534         THRU 1110-READ-ONE-CURRENCY-EXIT
018536         UNTIL WS-CCYTABLE-AT-EOF
018538     CLOSE CURRENCY-TABLE-FILE
018540     IF WS-BASE-CURRENCY-COUNT NOT = 1
018542         DISPLAY "FORENSIC-ROLLOVER: CCYTABLE HAS "
018544             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- EXACTLY "
018546             "ONE IS REQUIRED (FORCCYM).  NOTHING WAS CLOSED."
018548         MOVE 16 TO RETURN-CODE
018550         GO TO 9999-EXIT
018552     END-IF.
018554 1100-READ-BASE-CURRENCY-EXIT.
018556     EXIT.
018558
018560 1110-READ-ONE-CURRENCY.
018562     READ CURRENCY-TABLE-FILE
018564         AT END
018566             SET WS-CCYTABLE-AT-EOF TO TRUE
018568             GO TO 1110-READ-ONE-CURRENCY-EXIT
018570     END-READ
018573     IF NOT WS-CCYTABLE-OK
018575         DISPLAY "FORENSIC-ROLLOVER: CCYTABLE READ FAILED, "
018577             "STATUS = " WS-CCYTABLE-STATUS
018579         CLOSE CURRENCY-TABLE-FILE
018582         MOVE 16 TO RETURN-CODE
018584         GO TO 9999-EXIT
018586     END-IF
018588     IF CU-BASE-CURRENCY
018591         ADD 1 TO WS-BASE-CURRENCY-COUNT
018593         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
018595     END-IF.
018597 1110-READ-ONE-CURRENCY-EXIT.
018600     EXIT.
018700
018800******************************************************************
020850     MOVE LR-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
020860     MOVE LR-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
020870     MOVE LR-REASON-CODE    TO WS-HASH-IN-REASON
020880     MOVE LR-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
020890     MOVE LR-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
020900     CALL "HASH256" USING WS-HASH-INPUT-AREA
021000                          WS-HASH-INPUT-LEN
021100                          WS-HASH-DIGEST
021800     MOVE LR-SEQUENCE-NUMBER TO WS-FINAL-SEQUENCE
021900     IF NOT LR-TYPE-ANCHOR
022000         ADD 1 TO WS-PERIOD-RECORD-COUNT
022100         ADD LR-BASE-AMOUNT TO WS-PERIOD-NET-TOTAL
022200     END-IF
022300     PERFORM 2100-READ-LEDGER-RECORD
022400         THRU 2100-READ-LEDGER-RECORD-EXIT.
024950     MOVE SPACES TO WS-SOURCE-SYSTEM
024960     MOVE SPACES TO WS-OPERATOR-ID
024970     MOVE SPACES TO WS-REASON-CODE
024980     MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
024990     MOVE WS-AMOUNT TO WS-BASE-AMOUNT
025000     MOVE WS-FINAL-HASH TO WS-CHAIN-PRIOR-HASH
025100     ADD 1 WS-FINAL-SEQUENCE GIVING WS-SEQUENCE-NUMBER
025200     MOVE WS-CHAIN-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
025850     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
025860     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
025870     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
025880     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
025890     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
025900     CALL "HASH256" USING WS-HASH-INPUT-AREA
026000                          WS-HASH-INPUT-LEN
026100                          WS-HASH-DIGEST
032250     MOVE WS-SOURCE-SYSTEM    TO LM-SOURCE-SYSTEM
032260     MOVE WS-OPERATOR-ID      TO LM-OPERATOR-ID
032270     MOVE WS-REASON-CODE      TO LM-REASON-CODE
032280     MOVE WS-CURRENCY-CODE    TO LM-CURRENCY-CODE
032290     MOVE WS-BASE-AMOUNT      TO LM-BASE-AMOUNT
032300     WRITE LEDGER-MASTER-RECORD
032400         INVALID KEY
032500             DISPLAY "FORENSIC-ROLLOVER: ANCHOR MASTER WRITE "
035692     MOVE WS-FIRST-SEQUENCE   TO GC-FIRST-SEQUENCE
035694     MOVE WS-SEQUENCE-NUMBER  TO GC-LAST-SEQUENCE
035696     MOVE WS-HASH-PREFIX      TO GC-CLOSING-HASH
035697     MOVE WS-RETENTION-YEARS  TO GC-RETENTION-YEARS
035698*    A 29 FEBRUARY TARGET IS MOVED TO 1 MARCH SO IT IS A REAL
035699*    DATE IN ANY YEAR -- RETENTION IS NEVER SHORTENED BY IT.
035701     COMPUTE GC-RETAIN-UNTIL-DATE =
035702         WS-CURRENT-DATE + (WS-RETENTION-YEARS * 10000)
035703     IF GC-RETAIN-UNTIL-DATE (5:4) = '0229'
035704         ADD 72 TO GC-RETAIN-UNTIL-DATE
035705     END-IF
035706     WRITE GENERATION-CATALOG-RECORD
035707     IF NOT WS-CATALOG-OK
035708         DISPLAY "FORENSIC-ROLLOVER: GENCAT WRITE FAILED, "
035709             "STATUS = " WS-CATALOG-STATUS
035710             " -- GENERATION NOT CATALOGED"
035711     ELSE
035712         DISPLAY "FORENSIC-ROLLOVER: GENERATION "
035713             GC-GENERATION-NUMBER " REGISTERED ON GENCAT"
035714     END-IF
035716     CLOSE GENERATION-CATALOG-FILE.
035718 7500-WRITE-CATALOG-EXIT.
036400         WS-FINAL-SEQUENCE
036500     DISPLAY "FORENSIC-ROLLOVER: CARRIED HASH     = "
036600         WS-FINAL-HASH
036620     DISPLAY "FORENSIC-ROLLOVER: PERIOD NET TOTAL = "
036640         WS-AMOUNT " " WS-BASE-CURRENCY
036700     DISPLAY "FORENSIC-ROLLOVER: NEW GENERATION SEEDED, CHAINF "
036800         "RESEEDED".
036900 8000-REPORT-RESULTS-EXIT.
