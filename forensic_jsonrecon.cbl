003300*    GENERATION IS COUNTED AS NOT-IN-CURRENT-GENERATION AND     *
003400*    MUST BE RESENT FROM THE ARCHIVE BY HAND.                    *
003500*                                                                *
003510*    THE LEDGER IS POSTED IN SEVERAL CYCLES A DAY (SEE           *
003520*    FORCYCD.CPY), SO JSONOUT GROWS THROUGH THE DAY.  THE IN-    *
003530*    SCOPE LINES ARE ALSO TALLIED ACKED/UNACKED BY THE BUSINESS  *
003540*    DATE'S POSTING CYCLE (FROM BUSDATE AND CYCLCTL), WITH ONE   *
003550*    BUCKET FOR LINES OUTSIDE THEM -- AN EARLIER DAY'S GAP STILL *
003560*    IN SCOPE.  A JOB WITH NO CYCLCTL GETS THE WHOLE-DAY FIGURES *
003570*    ONLY.                                                       *
003580*                                                                *
003600*    RETURN-CODES:  0 = EVERY JSONOUT SEQ ACKNOWLEDGED.          *
003700*                   8 = EXCEPTIONS (UNACKED / UNKNOWN / OUT-OF-  *
003800*                       ORDER) -- RESENDO CARRIES THE RE-EMITS.  *
004794*                     EFFECTIVE FLOOR IS THE HIGHER OF THE TWO.  *
004796*                     THE CHECKPOINT ONLY ADVANCES PAST SEQS     *
004798*                     THAT ARE ACKED WITH NO GAP BELOW THEM.     *
004799*    2026-10-12 JRM   IN-SCOPE LINES ARE ALSO REPORTED           *
004800*                     ACKED/UNACKED BY POSTING CYCLE OF THE      *
004801*                     BUSINESS DATE (NEW BUSDATE AND OPTIONAL    *
004802*                     CYCLCTL FILES, SEE FORCYCD.CPY), NOW THAT  *
004803*                     THE LEDGER POSTS SEVERAL TIMES A DAY.      *
004804*    2026-10-14 JRM   LEDGER RECORD NOW 98 BYTES.  RE-EMITTED    *
004805*                     LINES CARRY THE "ccy" AND "base" FIELDS    *
004806*                     2500-WRITE-JSON-RECORD NOW WRITES, IN THE  *
004807*                     SAME PLACE.                                *
004808******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-RESEND-STATUS.
007005     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007010         ORGANIZATION IS INDEXED
007015         ACCESS MODE IS RANDOM
007020         RECORD KEY IS BD-CONTROL-KEY
007025         FILE STATUS IS WS-BUSDATE-STATUS.
007030     SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
007035         ORGANIZATION IS INDEXED
007040         ACCESS MODE IS DYNAMIC
007045         RECORD KEY IS CY-CYCLE-KEY
007050         FILE STATUS IS WS-CYCLCTL-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  JSON-FEED-FILE
008300 FD  LEDGER-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 98 CHARACTERS.
008700 COPY FORLFD.
008800 FD  RESEND-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 200 CHARACTERS.
009100 01  RESEND-RECORD             PIC X(200).
009110 FD  BUSINESS-DATE-FILE
009120     LABEL RECORDS ARE STANDARD
009130     RECORD CONTAINS 80 CHARACTERS.
009140 COPY FORBDTD.
009150 FD  CYCLE-CONTROL-FILE
009160     LABEL RECORDS ARE STANDARD
009170     RECORD CONTAINS 80 CHARACTERS.
009180 COPY FORCYCD.
009200 WORKING-STORAGE SECTION.
009300 01  WS-JSON-FEED-STATUS       PIC X(02).
009400     88  WS-JSON-FEED-OK            VALUE '00'.
011619 01  WS-EFFECTIVE-FLOOR        PIC 9(09) VALUE ZEROES.
011620 01  WS-BELOW-FLOOR-JSON-COUNT PIC 9(9) COMP-5 VALUE 0.
011630 01  WS-BELOW-FLOOR-ACK-COUNT  PIC 9(9) COMP-5 VALUE 0.
011632 01  WS-BUSDATE-STATUS         PIC X(02).
011634     88  WS-BUSDATE-OK              VALUE '00'.
011636 01  WS-CYCLCTL-STATUS         PIC X(02).
011638     88  WS-CYCLCTL-OK              VALUE '00'.
011640     88  WS-CYCLCTL-NOT-FOUND       VALUE '35' '05'.
011642 01  WS-CYCLE-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
011644     88  WS-CYCLE-BROWSE-DONE       VALUE 'Y'.
011646 01  WS-CYCLCTL-LOADED-SWITCH  PIC X(01) VALUE 'N'.
011648     88  WS-CYCLCTL-LOADED          VALUE 'Y'.
011650 01  WS-CYCLE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
011652     88  WS-CYCLE-FOUND             VALUE 'Y' FALSE 'N'.
011654 01  WS-TODAY-DATE             PIC 9(08) VALUE ZEROES.
011656 01  WS-CYCLE-COUNT            PIC 9(2) COMP-5 VALUE 0.
011658 01  WS-CYCLE-IDX              PIC 9(2) COMP-5 VALUE 0.
011660 01  WS-OUTSIDE-ACKED-COUNT    PIC 9(9) COMP-5 VALUE 0.
011662 01  WS-OUTSIDE-UNACKED-COUNT  PIC 9(9) COMP-5 VALUE 0.
011664 01  WS-CYCLE-TABLE.
011666*    ONE ROW PER POSTING CYCLE OF THE BUSINESS DATE, IN CYCLE
011668*    ORDER.  AN IN-PROGRESS CYCLE HAS NO END YET -- IT TAKES
011670*    EVERY SEQ FROM ITS START UP.
011672     05  WS-CYCLE-ENTRY        OCCURS 99 TIMES.
011674         10  WS-CYC-NUMBER     PIC 9(02).
011676         10  WS-CYC-STATUS     PIC X(01).
011678             88  WS-CYC-IN-PROGRESS    VALUE 'S'.
011680         10  WS-CYC-START-SEQ  PIC 9(09).
011682         10  WS-CYC-END-SEQ    PIC 9(09).
011684         10  WS-CYC-ACKED      PIC 9(9) COMP-5.
011686         10  WS-CYC-UNACKED    PIC 9(9) COMP-5.
011700 01  WS-PARSE-HEAD             PIC X(200).
011800 01  WS-PARSE-TAIL             PIC X(200).
011900 01  WS-SEQ-CHARS              PIC X(09).
013000 01  WS-RANGE-END              PIC 9(09) VALUE ZEROES.
013100 01  WS-JSON-OUTPUT            PIC X(200).
013200 01  WS-JSON-AMOUNT            PIC -(8)9.99.
013250 01  WS-JSON-BASE-AMOUNT       PIC -(8)9.99.
013300 01  WS-JSON-SEQUENCE          PIC Z(8)9.
013400 01  WS-HASH-PREFIX-HEX        PIC X(16).
013500 01  WS-HEX-DIGITS             PIC X(16)
018760     IF WS-OLD-CHECKPOINT-SEQ + 1 > WS-EFFECTIVE-FLOOR
018770         COMPUTE WS-EFFECTIVE-FLOOR = WS-OLD-CHECKPOINT-SEQ + 1
018780     END-IF
018782     PERFORM 1300-READ-BUSINESS-DATE
018784         THRU 1300-READ-BUSINESS-DATE-EXIT
018786     PERFORM 1400-LOAD-CYCLES
018788         THRU 1400-LOAD-CYCLES-EXIT
018800     PERFORM 2100-READ-JSON-SEQ
018900         THRU 2100-READ-JSON-SEQ-EXIT
019000     PERFORM 2200-READ-ACK
019434     EXIT.
019400
019500******************************************************************
019501*    THE BUSINESS DATE ONLY PICKS WHICH DAY'S POSTING CYCLES     *
019502*    THE IN-SCOPE LINES ARE BROKEN DOWN BY -- THE MATCH ITSELF   *
019503*    IS SCOPED BY THE FLOOR, NOT THE DATE, AND A CLOSED DAY IS   *
019504*    RECONCILED LIKE ANY OTHER.                                  *
019505******************************************************************
019506 1300-READ-BUSINESS-DATE.
019507     OPEN INPUT BUSINESS-DATE-FILE
019508     IF NOT WS-BUSDATE-OK
019509         DISPLAY "FORENSIC-JSON-RECON: UNABLE TO OPEN BUSDATE, "
019510             "STATUS = " WS-BUSDATE-STATUS
019511         MOVE 16 TO RETURN-CODE
019512         GO TO 9999-EXIT
019513     END-IF
019514     MOVE 'BUSDATE' TO BD-CONTROL-KEY
019515     READ BUSINESS-DATE-FILE
019516         INVALID KEY
019517             DISPLAY "FORENSIC-JSON-RECON: NO BUSDATE CONTROL "
019518                 "RECORD, STATUS = " WS-BUSDATE-STATUS
019519             CLOSE BUSINESS-DATE-FILE
019520             MOVE 16 TO RETURN-CODE
019521             GO TO 9999-EXIT
019522     END-READ
019523     CLOSE BUSINESS-DATE-FILE
019524     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE.
019525 1300-READ-BUSINESS-DATE-EXIT.
019526     EXIT.
019527******************************************************************
019528*    THE BUSINESS DATE'S POSTING CYCLES FROM CYCLCTL (SEE        *
019529*    FORCYCD.CPY), IN CYCLE ORDER.  CYCLCTL IS OPTIONAL --       *
019530*    WITHOUT IT THE RUN REPORTS THE WHOLE-DAY FIGURES ONLY.      *
019531******************************************************************
019532 1400-LOAD-CYCLES.
019533     OPEN INPUT CYCLE-CONTROL-FILE
019534     IF WS-CYCLCTL-NOT-FOUND
019535         CLOSE CYCLE-CONTROL-FILE
019536         GO TO 1400-LOAD-CYCLES-EXIT
019537     END-IF
019538     IF NOT WS-CYCLCTL-OK
019539         DISPLAY "FORENSIC-JSON-RECON: UNABLE TO OPEN CYCLCTL, "
019540             "STATUS = " WS-CYCLCTL-STATUS
019541         MOVE 16 TO RETURN-CODE
019542         GO TO 9999-EXIT
019543     END-IF
019544     SET WS-CYCLCTL-LOADED TO TRUE
019545     MOVE WS-TODAY-DATE TO CY-BUSINESS-DATE
019546     MOVE ZEROES TO CY-CYCLE-NUMBER
019547     START CYCLE-CONTROL-FILE
019548         KEY IS NOT LESS THAN CY-CYCLE-KEY
019549         INVALID KEY
019550             SET WS-CYCLE-BROWSE-DONE TO TRUE
019551     END-START
019552     PERFORM 1410-LOAD-ONE-CYCLE
019553         THRU 1410-LOAD-ONE-CYCLE-EXIT
019554         UNTIL WS-CYCLE-BROWSE-DONE
019555     CLOSE CYCLE-CONTROL-FILE.
019556 1400-LOAD-CYCLES-EXIT.
019557     EXIT.
019558
019559 1410-LOAD-ONE-CYCLE.
019560     READ CYCLE-CONTROL-FILE NEXT RECORD
019561         AT END
019562             SET WS-CYCLE-BROWSE-DONE TO TRUE
019563             GO TO 1410-LOAD-ONE-CYCLE-EXIT
019564     END-READ
019565     IF NOT WS-CYCLCTL-OK
019566         DISPLAY "FORENSIC-JSON-RECON: CYCLCTL READ FAILED, "
019567             "STATUS = " WS-CYCLCTL-STATUS
019568         MOVE 16 TO RETURN-CODE
019569         GO TO 9999-EXIT
019570     END-IF
019571     IF CY-BUSINESS-DATE NOT = WS-TODAY-DATE
019572      OR WS-CYCLE-COUNT = 99
019573         SET WS-CYCLE-BROWSE-DONE TO TRUE
019574         GO TO 1410-LOAD-ONE-CYCLE-EXIT
019575     END-IF
019576     ADD 1 TO WS-CYCLE-COUNT
019577     MOVE CY-CYCLE-NUMBER   TO WS-CYC-NUMBER (WS-CYCLE-COUNT)
019578     MOVE CY-CYCLE-STATUS   TO WS-CYC-STATUS (WS-CYCLE-COUNT)
019579     MOVE CY-START-SEQUENCE TO WS-CYC-START-SEQ (WS-CYCLE-COUNT)
019580     MOVE CY-END-SEQUENCE   TO WS-CYC-END-SEQ (WS-CYCLE-COUNT)
019581     MOVE 0 TO WS-CYC-ACKED (WS-CYCLE-COUNT)
019582     MOVE 0 TO WS-CYC-UNACKED (WS-CYCLE-COUNT).
019583 1410-LOAD-ONE-CYCLE-EXIT.
019584     EXIT.
019585
019586******************************************************************
019600*    TWO-FILE MERGE ON SEQ.  ACKS BEHIND THE CURRENT JSON SEQ    *
019700*    ARE DUPLICATES/OUT-OF-ORDER (ALREADY MATCHED OR BEHIND THE  *
019800*    MERGE POINT) OR ACKS FOR SEQS JSONOUT NEVER CARRIED.        *
020200         THRU 2300-SKIP-STALE-ACKS-EXIT
020300         UNTIL WS-ACK-AT-EOF
020400            OR ACK-SEQUENCE NOT < WS-JSON-SEQ
020420     PERFORM 2400-FIND-CYCLE
020440         THRU 2400-FIND-CYCLE-EXIT
020500     IF NOT WS-ACK-AT-EOF AND ACK-SEQUENCE = WS-JSON-SEQ
020600         ADD 1 TO WS-ACKED-COUNT
020700         MOVE WS-JSON-SEQ TO WS-HIGH-MATCHED-SEQ
020710         IF WS-CYCLE-FOUND
020720             ADD 1 TO WS-CYC-ACKED (WS-CYCLE-IDX)
020730         ELSE
020740             ADD 1 TO WS-OUTSIDE-ACKED-COUNT
020750         END-IF
020800         PERFORM 2200-READ-ACK
020900             THRU 2200-READ-ACK-EXIT
021000     ELSE
021800         ADD 1 TO WS-UNACKED-COUNT
021900         MOVE WS-JSON-SEQ
022000             TO WS-UNACKED-SEQ (WS-UNACKED-COUNT)
022010         IF WS-CYCLE-FOUND
022020             ADD 1 TO WS-CYC-UNACKED (WS-CYCLE-IDX)
022030         ELSE
022040             ADD 1 TO WS-OUTSIDE-UNACKED-COUNT
022050         END-IF
022100     END-IF
022200     PERFORM 2100-READ-JSON-SEQ
022300         THRU 2100-READ-JSON-SEQ-EXIT.
030400 2300-SKIP-STALE-ACKS-EXIT.
030500     EXIT.
030600
030602******************************************************************
030604*    THE BUSINESS DATE'S POSTING CYCLE WHOSE SEQUENCE RANGE      *
030606*    HOLDS THE JSONOUT SEQ IN HAND.  A SEQ IN NO RANGE (OR A     *
030608*    RUN WITHOUT CYCLCTL) FALLS TO THE OUTSIDE-THE-DAY'S-CYCLES  *
030610*    BUCKET.                                                     *
030612******************************************************************
030614 2400-FIND-CYCLE.
030616     SET WS-CYCLE-FOUND TO FALSE
030618     MOVE 0 TO WS-CYCLE-IDX
030620     PERFORM 2410-MATCH-ONE-CYCLE
030622         THRU 2410-MATCH-ONE-CYCLE-EXIT
030624         UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
030626            OR WS-CYCLE-FOUND.
030628 2400-FIND-CYCLE-EXIT.
030630     EXIT.
030632
030634 2410-MATCH-ONE-CYCLE.
030636     ADD 1 TO WS-CYCLE-IDX
030638     IF WS-JSON-SEQ < WS-CYC-START-SEQ (WS-CYCLE-IDX)
030640         GO TO 2410-MATCH-ONE-CYCLE-EXIT
030642     END-IF
030644     IF WS-JSON-SEQ NOT > WS-CYC-END-SEQ (WS-CYCLE-IDX)
030646      OR WS-CYC-IN-PROGRESS (WS-CYCLE-IDX)
030648         SET WS-CYCLE-FOUND TO TRUE
030650     END-IF.
030652 2410-MATCH-ONE-CYCLE-EXIT.
030654     EXIT.
030700 3000-DRAIN-TRAILING-ACKS.
030800     IF ACK-SEQUENCE NOT > WS-HIGH-MATCHED-SEQ
030900         ADD 1 TO WS-OOO-ACK-COUNT
042900         THRU 5400-HEX-ENCODE-HASH-EXIT
043000     MOVE LR-AMOUNT TO WS-JSON-AMOUNT
043100     MOVE LR-SEQUENCE-NUMBER TO WS-JSON-SEQUENCE
043150     MOVE LR-BASE-AMOUNT TO WS-JSON-BASE-AMOUNT
043200     STRING
043300         '{"ts":"'             DELIMITED BY SIZE
043400         LR-TIMESTAMP          DELIMITED BY SIZE
043680         LR-REASON-CODE        DELIMITED BY SIZE
043700         '","amt":'            DELIMITED BY SIZE
043800         WS-JSON-AMOUNT        DELIMITED BY SIZE
043820         ',"ccy":"'            DELIMITED BY SIZE
043840         LR-CURRENCY-CODE      DELIMITED BY SIZE
043860         '","base":'           DELIMITED BY SIZE
043880         WS-JSON-BASE-AMOUNT   DELIMITED BY SIZE
043900         ',"rt":"'             DELIMITED BY SIZE
044000         LR-RECORD-TYPE        DELIMITED BY SIZE
044100         '","rev":"'           DELIMITED BY SIZE
049450     DISPLAY "MATCH FLOOR THIS RUN    = " WS-EFFECTIVE-FLOOR
049500     DISPLAY "RE-EMITTED TO RESENDO   = " WS-RESENT-COUNT
049600     DISPLAY "ARCHIVE-ONLY UNACKED    = " WS-ARCHIVED-UNACK-COUNT
049605     IF WS-CYCLCTL-LOADED
049610         DISPLAY "BUSINESS DATE           = " WS-TODAY-DATE
049615         DISPLAY "POSTING CYCLES          = " WS-CYCLE-COUNT
049620         MOVE 0 TO WS-CYCLE-IDX
049625         PERFORM 8100-REPORT-ONE-CYCLE
049630             THRU 8100-REPORT-ONE-CYCLE-EXIT
049635             UNTIL WS-CYCLE-IDX = WS-CYCLE-COUNT
049640         DISPLAY "  OUTSIDE THE DAY'S CYCLES  ACKED = "
049645             WS-OUTSIDE-ACKED-COUNT
049650             "  UNACKED = " WS-OUTSIDE-UNACKED-COUNT
049655     END-IF
049700     IF WS-UNACKED-COUNT = 0
049800      AND WS-UNKNOWN-ACK-COUNT = 0
049900      AND WS-OOO-ACK-COUNT = 0
050600     DISPLAY "============================================".
050700 8000-REPORT-RESULTS-EXIT.
050800     EXIT.
050805
050810 8100-REPORT-ONE-CYCLE.
050815     ADD 1 TO WS-CYCLE-IDX
050820     IF WS-CYC-IN-PROGRESS (WS-CYCLE-IDX)
050825         DISPLAY "  CYCLE " WS-CYC-NUMBER (WS-CYCLE-IDX)
050830             "  SEQ " WS-CYC-START-SEQ (WS-CYCLE-IDX)
050835             "-(IN PROGRESS)"
050840     ELSE
050845         DISPLAY "  CYCLE " WS-CYC-NUMBER (WS-CYCLE-IDX)
050850             "  SEQ " WS-CYC-START-SEQ (WS-CYCLE-IDX)
050855             "-" WS-CYC-END-SEQ (WS-CYCLE-IDX)
050860     END-IF
050865     DISPLAY "      ACKED = " WS-CYC-ACKED (WS-CYCLE-IDX)
050870         "  UNACKED = " WS-CYC-UNACKED (WS-CYCLE-IDX).
050875 8100-REPORT-ONE-CYCLE-EXIT.
050880     EXIT.
050910******************************************************************
050912*    THE CHECKPOINT ADVANCES TO THE HIGHEST CONTIGUOUSLY-ACKED   *
050914*    SEQ: EVERYTHING ACKED MEANS THE HIGHEST MATCHED SEQ, AN     *
