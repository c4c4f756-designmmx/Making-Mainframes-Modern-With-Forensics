002090*    WALK (SCHEDULED WEEKLY, AND AFTER ANY INCIDENT).  THE       *
002091*    CHECKPOINT ONLY ADVANCES AFTER A CLEAN RUN.                 *
002092*                                                                *
002093*    EVERY RECORD READ IS ALSO PROVED AGAINST THE DAILY CHAIN-   *
002094*    HEAD SEALS FORENSIC-SEAL PUBLISHED TO THE WITNESS (SEALHIST *
002095*    -- SEE FORSEAD.CPY): A WALKED RECORD'S RECOMPUTED HASH, OR  *
002096*    THE STORED HASH OF A RECORD SKIPPED ON RESUME, MUST EQUAL   *
002097*    THE SEAL FOR ITS SEQUENCE, NO SEALED SEQUENCE MAY BE        *
002098*    MISSING, AND THE LEDGER MAY NOT END SHORT OF THE LAST SEAL. *
002099*    A SEAL BREAK OPENS ITS OWN 'SEAL' CASE.                     *
002100*                                                                *
002150*----------------------------------------------------------------*
002200*    MODIFICATION HISTORY                                       *
002300*----------------------------------------------------------------*
002400*    DATE       BY    DESCRIPTION                                *
002733*                     DETECTION ATTACHES TO THE EXISTING OPEN    *
002734*                     CASE.  WORKED ONLINE VIA THE FCSE          *
002735*                     TRANSACTION.                               *
002736*    2026-10-07 JRM   RECORDS ARE NOW PROVED AGAINST THE DAILY   *
002737*                     CHAIN-HEAD SEALS ON SEALHIST (OPTIONAL):   *
002738*                     RECOMPUTED HASH ON THE WALK, STORED HASH   *
002739*                     ON THE RESUME SKIP, PLUS MISSING AND       *
002740*                     PAST-THE-END SEALED SEQUENCES.  A SEAL     *
002750*                     BREAK OPENS A 'SEAL' CASE, COUNTS AS AN    *
002754*                     EXCEPTION ON RUNSTATS, AND HOLDS THE       *
002758*                     CHECKPOINT.                                *
002762*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER RECORDS ARE NOW 98 *
002766*                     BYTES AND THE HASH INPUT 90 (CURRENCY AND  *
002770*                     BASE EQUIVALENT ADDED).  A GENERATION      *
002774*                     OPENED BY THE FORCCONV CUTOVER ANCHOR      *
002778*                     WALKS FROM THAT ANCHOR LIKE ANY ROLLED     *
002782*                     GENERATION.                                *
002786*    2026-10-15 JRM   RUNSTATS RECORD NOW 330 BYTES (TWELVE      *
002790*                     REASON SLOTS).                             *
002794******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003784         ORGANIZATION IS SEQUENTIAL
003786         ACCESS MODE IS SEQUENTIAL
003788         FILE STATUS IS WS-RUN-STATS-STATUS.
003790     SELECT OPTIONAL SEAL-HISTORY-FILE ASSIGN TO SEALHIST
003792         ORGANIZATION IS SEQUENTIAL
003794         ACCESS MODE IS SEQUENTIAL
003796         FILE STATUS IS WS-SEALHIST-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  LEDGER-FILE
004100     LABEL RECORDS ARE STANDARD
004200     RECORDING MODE IS F
004300     RECORD CONTAINS 98 CHARACTERS.
004400 COPY FORLFD.
004410 FD  VERIFY-CHECKPOINT-FILE
004420     LABEL RECORDS ARE STANDARD
004499 FD  RUN-STATS-FILE
004501     LABEL RECORDS ARE STANDARD
004502     RECORDING MODE IS F
004503     RECORD CONTAINS 330 CHARACTERS.
004504 COPY FORRUND.
004514 FD  SEAL-HISTORY-FILE
004524     LABEL RECORDS ARE STANDARD
004534     RECORDING MODE IS F
004544     RECORD CONTAINS 80 CHARACTERS.
004554 COPY FORSEAD.
004500 WORKING-STORAGE SECTION.
004600 01  WS-LEDGER-STATUS          PIC X(02).
004700     88  WS-LEDGER-OK               VALUE '00'.
005840     05  WS-HASH-IN-SOURCE     PIC X(03).
005850     05  WS-HASH-IN-OPERATOR   PIC X(08).
005860     05  WS-HASH-IN-REASON     PIC X(04).
005870     05  WS-HASH-IN-CURRENCY   PIC X(03).
005880     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
005900 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
006000 01  WS-HASH-DIGEST            PIC X(32).
006100 01  WS-EXPECTED-HASH          PIC X(8).
006200 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
006300 01  WS-MISMATCH-COUNT         PIC 9(9) COMP-5 VALUE 0.
006400 01  WS-FIRST-BROKEN-RECORD    PIC 9(9) COMP-5 VALUE 0.
006402 01  WS-SEALHIST-STATUS        PIC X(02).
006404     88  WS-SEALHIST-OK             VALUE '00'.
006406     88  WS-SEALHIST-NOT-FOUND      VALUE '35' '05'.
006408 01  WS-SEALHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
006410     88  WS-SEALHIST-AT-EOF         VALUE 'Y'.
006412 01  WS-SEAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
006414 01  WS-SEAL-TABLE.
006416     05  WS-SEAL-ENTRY         OCCURS 0 TO 5000 TIMES
006418                               DEPENDING ON WS-SEAL-COUNT.
006420         10  WS-SEAL-DATE      PIC 9(08).
006422         10  WS-SEAL-SEQUENCE  PIC 9(09).
006424         10  WS-SEAL-TXN-ID    PIC X(10).
006426         10  WS-SEAL-HASH-HEX  PIC X(16).
006428 01  WS-SEAL-IDX               PIC 9(4) COMP-5 VALUE 1.
006430*                                  NEXT SEAL NOT YET PASSED --
006432*                                  SEALHIST IS IN SEQUENCE ORDER
006434*                                  AND SO IS THE LEDGER
006436 01  WS-SEAL-POSITIONED-SWITCH PIC X(01) VALUE 'N'.
006438     88  WS-SEAL-POSITIONED         VALUE 'Y' FALSE 'N'.
006440 01  WS-SEAL-SCAN-SWITCH       PIC X(01) VALUE 'N'.
006442     88  WS-SEAL-SCAN-DONE          VALUE 'Y' FALSE 'N'.
006444 01  WS-SEAL-COMPARE-HASH      PIC X(08).
006446 01  WS-SEALS-PROVEN           PIC 9(9) COMP-5 VALUE 0.
006448 01  WS-SEAL-BREAK-COUNT       PIC 9(9) COMP-5 VALUE 0.
006450 01  WS-SEAL-CASE-TXN-ID       PIC X(10) VALUE SPACES.
006452 01  WS-SEAL-CASE-SEQUENCE     PIC 9(09) VALUE ZEROES.
006456 01  WS-SEAL-COMPARE-HEX       PIC X(16).
006458 01  WS-HEX-DIGITS             PIC X(16)
006460     VALUE "0123456789ABCDEF".
006462 01  WS-HEX-IDX                PIC 9(2) COMP-5.
006464 01  WS-HEX-BYTE-VALUE         PIC 9(3) COMP-5.
006466 01  WS-HEX-HI-NIBBLE          PIC 9(2) COMP-5.
006468 01  WS-HEX-LO-NIBBLE          PIC 9(2) COMP-5.
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
006700     PERFORM 1000-INITIALIZE
006900     PERFORM 2000-VERIFY-RECORDS
007000         THRU 2000-VERIFY-RECORDS-EXIT
007100         UNTIL WS-AT-EOF
007120     PERFORM 2700-CHECK-SEALS-PAST-END
007140         THRU 2700-CHECK-SEALS-PAST-END-EXIT
007200     PERFORM 8000-REPORT-RESULTS
007300         THRU 8000-REPORT-RESULTS-EXIT
007310     IF WS-MISMATCH-COUNT > 0
007311         PERFORM 7000-RECORD-CASE
007312             THRU 7000-RECORD-CASE-EXIT
007313     END-IF
007314     IF WS-SEAL-BREAK-COUNT > 0
007315         MOVE WS-SEAL-CASE-TXN-ID   TO WS-CASE-TXN-ID
007316         MOVE WS-SEAL-CASE-SEQUENCE TO WS-CASE-SEQUENCE
007317         MOVE 'SEAL'                TO WS-CASE-FINDING
007320         PERFORM 7000-RECORD-CASE
007330             THRU 7000-RECORD-CASE-EXIT
007340     END-IF
008450         MOVE 16 TO RETURN-CODE
008500         GO TO 9999-EXIT
008600     END-IF
008602     PERFORM 1300-LOAD-SEALS
008604         THRU 1300-LOAD-SEALS-EXIT
008610     PERFORM 1100-READ-MODE-CARD
008620         THRU 1100-READ-MODE-CARD-EXIT
008630     IF NOT WS-FULL-WALK
008692         MOVE 0 TO WS-RECORD-COUNT
008694         MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
008696         SET WS-FULL-WALK TO TRUE
008697         MOVE 1 TO WS-SEAL-IDX
008698         SET WS-SEAL-POSITIONED TO FALSE
008699         MOVE 0 TO WS-SEALS-PROVEN
008700         MOVE 0 TO WS-SEAL-BREAK-COUNT
008730     END-IF
008760     PERFORM 2100-READ-LEDGER-RECORD
008800         THRU 2100-READ-LEDGER-RECORD-EXIT.
008900 1000-INITIALIZE-EXIT.
009000     EXIT.
009194             SET WS-AT-EOF TO TRUE
009196             GO TO 1210-SKIP-ONE-RECORD-EXIT
009198     END-READ
009318     ADD 1 TO WS-SKIP-COUNT
009328     MOVE LR-HASH-PREFIX TO WS-SEAL-COMPARE-HASH
009338     PERFORM 2500-CHECK-SEALS
009348         THRU 2500-CHECK-SEALS-EXIT.
009358 1210-SKIP-ONE-RECORD-EXIT.
009368     EXIT.
009378
009388******************************************************************
009398*    LOAD THE PUBLISHED CHAIN-HEAD SEALS.  NO SEALHIST (BEFORE   *
009408*    THE FIRST FORSEAL RUN) JUST MEANS NOTHING TO PROVE          *
009418*    AGAINST.  SEALHIST OUT OF SEQUENCE ORDER HAS BEEN TAMPERED  *
009428*    WITH OR BUILT BY HAND -- THE RUN STOPS RATHER THAN PROVE    *
009438*    AGAINST IT.                                                 *
009448******************************************************************
009458 1300-LOAD-SEALS.
009468     OPEN INPUT SEAL-HISTORY-FILE
009478     IF WS-SEALHIST-NOT-FOUND
009488         DISPLAY "FORENSIC-VERIFY: NO SEAL HISTORY -- NOTHING TO "
009498             "PROVE AGAINST"
009508         CLOSE SEAL-HISTORY-FILE
009518         GO TO 1300-LOAD-SEALS-EXIT
009528     END-IF
009538     IF NOT WS-SEALHIST-OK
009548         DISPLAY "FORENSIC-VERIFY: UNABLE TO OPEN SEALHIST, "
009558             "STATUS = " WS-SEALHIST-STATUS
009568         MOVE 16 TO RETURN-CODE
009578         GO TO 9999-EXIT
009588     END-IF
009598     PERFORM 1310-LOAD-ONE-SEAL
009608         THRU 1310-LOAD-ONE-SEAL-EXIT
009618         UNTIL WS-SEALHIST-AT-EOF
009628     CLOSE SEAL-HISTORY-FILE
009638     DISPLAY "FORENSIC-VERIFY: " WS-SEAL-COUNT
009648         " PUBLISHED SEALS LOADED".
009658 1300-LOAD-SEALS-EXIT.
009668     EXIT.
009678
009688 1310-LOAD-ONE-SEAL.
009698     READ SEAL-HISTORY-FILE
009708         AT END
009718             SET WS-SEALHIST-AT-EOF TO TRUE
009728             GO TO 1310-LOAD-ONE-SEAL-EXIT
009738     END-READ
009748     IF WS-SEAL-COUNT = 5000
009758         DISPLAY "FORENSIC-VERIFY: SEAL TABLE OVERFLOW -- "
009768             "RAISE THE OCCURS LIMIT AND RERUN"
009778         MOVE 16 TO RETURN-CODE
009788         GO TO 9999-EXIT
009798     END-IF
009808     IF WS-SEAL-COUNT > 0
009818         IF SL-SEQUENCE-NUMBER < WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
009828             DISPLAY "FORENSIC-VERIFY: SEALHIST IS OUT OF "
009838                 "SEQUENCE AT THE SEAL FOR " SL-BUSINESS-DATE
009848                 " -- NOT PROVING AGAINST IT"
009858             MOVE 16 TO RETURN-CODE
009868             GO TO 9999-EXIT
009878         END-IF
009888     END-IF
009898     ADD 1 TO WS-SEAL-COUNT
009908     MOVE SL-BUSINESS-DATE   TO WS-SEAL-DATE (WS-SEAL-COUNT)
009918     MOVE SL-SEQUENCE-NUMBER TO WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
009928     MOVE SL-LAST-TXN-ID     TO WS-SEAL-TXN-ID (WS-SEAL-COUNT)
009938     MOVE SL-CHAIN-HASH-HEX  TO WS-SEAL-HASH-HEX (WS-SEAL-COUNT).
009948 1310-LOAD-ONE-SEAL-EXIT.
009958     EXIT.
009100
009200 2000-VERIFY-RECORDS.
009300     ADD 1 TO WS-RECORD-COUNT
009740     MOVE LR-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
009750     MOVE LR-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
009760     MOVE LR-REASON-CODE    TO WS-HASH-IN-REASON
009770     MOVE LR-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
009780     MOVE LR-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
009800     CALL "HASH256" USING WS-HASH-INPUT-AREA
009900                          WS-HASH-INPUT-LEN
010000                          WS-HASH-DIGEST
010800             WS-RECORD-COUNT " TRANSACTION-ID="
010900             LR-TRANSACTION-ID
011000     END-IF
011020     MOVE WS-EXPECTED-HASH TO WS-SEAL-COMPARE-HASH
011040     PERFORM 2500-CHECK-SEALS
011060         THRU 2500-CHECK-SEALS-EXIT
011100     MOVE WS-EXPECTED-HASH TO WS-PRIOR-HASH
011110     ADD 1 TO WS-NEW-RECORD-COUNT
011120     MOVE LR-HASH-PREFIX      TO WS-LAST-HASH
012200 2100-READ-LEDGER-RECORD-EXIT.
012300     EXIT.
012400
012401******************************************************************
012402*    PROVE THE RECORD IN HAND AGAINST THE SEALS.  THE FIRST      *
012403*    RECORD READ POSITIONS THE CURSOR -- SEALS BELOW ITS         *
012404*    SEQUENCE BELONG TO ARCHIVED GENERATIONS AND ARE PASSED      *
012405*    QUIETLY (FORENSIC-CERTIFY PROVES THOSE).  AFTER THAT, A     *
012406*    SEAL PASSED OVER WITHOUT ITS SEQUENCE TURNING UP IS A       *
012407*    SEALED RECORD MISSING FROM THE LEDGER, AND A SEAL ON THIS   *
012408*    RECORD'S SEQUENCE MUST CARRY WS-SEAL-COMPARE-HASH.          *
012409******************************************************************
012410 2500-CHECK-SEALS.
012411     IF WS-SEAL-COUNT = 0
012412         GO TO 2500-CHECK-SEALS-EXIT
012413     END-IF
012414     SET WS-SEAL-SCAN-DONE TO FALSE
012415     PERFORM 2510-PASS-ONE-SEAL
012416         THRU 2510-PASS-ONE-SEAL-EXIT
012417         UNTIL WS-SEAL-SCAN-DONE
012418     SET WS-SEAL-POSITIONED TO TRUE
012419     SET WS-SEAL-SCAN-DONE TO FALSE
012420     PERFORM 2520-PROVE-ONE-SEAL
012421         THRU 2520-PROVE-ONE-SEAL-EXIT
012422         UNTIL WS-SEAL-SCAN-DONE.
012423 2500-CHECK-SEALS-EXIT.
012424     EXIT.
012425
012426 2510-PASS-ONE-SEAL.
012427     IF WS-SEAL-IDX > WS-SEAL-COUNT
012428         SET WS-SEAL-SCAN-DONE TO TRUE
012429         GO TO 2510-PASS-ONE-SEAL-EXIT
012430     END-IF
012431     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) NOT < LR-SEQUENCE-NUMBER
012432         SET WS-SEAL-SCAN-DONE TO TRUE
012433         GO TO 2510-PASS-ONE-SEAL-EXIT
012434     END-IF
012435     IF WS-SEAL-POSITIONED
012436         DISPLAY "FORENSIC-VERIFY: SEALED SEQUENCE "
012437             WS-SEAL-SEQUENCE (WS-SEAL-IDX) " (SEAL FOR "
012438             WS-SEAL-DATE (WS-SEAL-IDX) ") IS MISSING FROM "
012439             "THE LEDGER"
012440         PERFORM 2530-RECORD-SEAL-BREAK
012441             THRU 2530-RECORD-SEAL-BREAK-EXIT
012442     END-IF
012443     ADD 1 TO WS-SEAL-IDX.
012444 2510-PASS-ONE-SEAL-EXIT.
012445     EXIT.
012446
012447 2520-PROVE-ONE-SEAL.
012448     IF WS-SEAL-IDX > WS-SEAL-COUNT
012449         SET WS-SEAL-SCAN-DONE TO TRUE
012450         GO TO 2520-PROVE-ONE-SEAL-EXIT
012451     END-IF
012452     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) NOT = LR-SEQUENCE-NUMBER
012453         SET WS-SEAL-SCAN-DONE TO TRUE
012454         GO TO 2520-PROVE-ONE-SEAL-EXIT
012455     END-IF
012456     PERFORM 2600-HEX-ENCODE-HASH
012457         THRU 2600-HEX-ENCODE-HASH-EXIT
012458     IF WS-SEAL-COMPARE-HEX = WS-SEAL-HASH-HEX (WS-SEAL-IDX)
012459      AND LR-TRANSACTION-ID = WS-SEAL-TXN-ID (WS-SEAL-IDX)
012460         ADD 1 TO WS-SEALS-PROVEN
012461     ELSE
012462         DISPLAY "FORENSIC-VERIFY: SEAL FOR "
012463             WS-SEAL-DATE (WS-SEAL-IDX) " DOES NOT MATCH SEQ "
012464             LR-SEQUENCE-NUMBER " -- SEALED "
012465             WS-SEAL-TXN-ID (WS-SEAL-IDX) " "
012466             WS-SEAL-HASH-HEX (WS-SEAL-IDX) ", LEDGER "
012467             LR-TRANSACTION-ID " " WS-SEAL-COMPARE-HEX
012468         PERFORM 2530-RECORD-SEAL-BREAK
012469             THRU 2530-RECORD-SEAL-BREAK-EXIT
012470     END-IF
012471     ADD 1 TO WS-SEAL-IDX.
012472 2520-PROVE-ONE-SEAL-EXIT.
012473     EXIT.
012474
012475******************************************************************
012476*    THE CASE GOES ON THE FIRST BROKEN SEAL -- EVERY LATER SEAL  *
012477*    BREAKS WITH IT, SINCE THE RECOMPUTED CHAIN CARRIES THE      *
012478*    DAMAGE FORWARD.  IT NAMES THE SEALED TRANSACTION AND        *
012479*    SEQUENCE (WHAT THE WITNESS HOLDS).                          *
012480******************************************************************
012481 2530-RECORD-SEAL-BREAK.
012482     ADD 1 TO WS-SEAL-BREAK-COUNT
012483     IF WS-SEAL-BREAK-COUNT = 1
012484         MOVE WS-SEAL-TXN-ID (WS-SEAL-IDX) TO WS-SEAL-CASE-TXN-ID
012485         MOVE WS-SEAL-SEQUENCE (WS-SEAL-IDX)
012486             TO WS-SEAL-CASE-SEQUENCE
012487     END-IF.
012488 2530-RECORD-SEAL-BREAK-EXIT.
012489     EXIT.
012490
012491 2600-HEX-ENCODE-HASH.
012492     MOVE 1 TO WS-HEX-IDX
012493     PERFORM 2610-HEX-ENCODE-ONE-BYTE
012494         THRU 2610-HEX-ENCODE-ONE-BYTE-EXIT
012495         UNTIL WS-HEX-IDX > 8.
012496 2600-HEX-ENCODE-HASH-EXIT.
012497     EXIT.
012498
012499 2610-HEX-ENCODE-ONE-BYTE.
012500     COMPUTE WS-HEX-BYTE-VALUE =
012501         FUNCTION ORD(WS-SEAL-COMPARE-HASH(WS-HEX-IDX:1)) - 1
012502     COMPUTE WS-HEX-HI-NIBBLE = WS-HEX-BYTE-VALUE / 16
012503     COMPUTE WS-HEX-LO-NIBBLE =
012504         FUNCTION MOD(WS-HEX-BYTE-VALUE, 16)
012505     MOVE WS-HEX-DIGITS(WS-HEX-HI-NIBBLE + 1:1)
012506         TO WS-SEAL-COMPARE-HEX((WS-HEX-IDX * 2) - 1:1)
012507     MOVE WS-HEX-DIGITS(WS-HEX-LO-NIBBLE + 1:1)
012508         TO WS-SEAL-COMPARE-HEX(WS-HEX-IDX * 2:1)
012509     ADD 1 TO WS-HEX-IDX.
012510 2610-HEX-ENCODE-ONE-BYTE-EXIT.
012511     EXIT.
012512
012513******************************************************************
012514*    ANY SEAL STILL AHEAD OF THE CURSOR AT END OF FILE PINS A    *
012515*    SEQUENCE THE LEDGER NEVER REACHED -- THE FILE WAS CUT BACK  *
012516*    AFTER IT WAS SEALED.                                        *
012517******************************************************************
012518 2700-CHECK-SEALS-PAST-END.
012519     IF NOT WS-SEAL-POSITIONED
012520         GO TO 2700-CHECK-SEALS-PAST-END-EXIT
012521     END-IF
012522     PERFORM 2710-SEAL-PAST-END
012523         THRU 2710-SEAL-PAST-END-EXIT
012524         UNTIL WS-SEAL-IDX > WS-SEAL-COUNT.
012525 2700-CHECK-SEALS-PAST-END-EXIT.
012526     EXIT.
012527
012528 2710-SEAL-PAST-END.
012529     DISPLAY "FORENSIC-VERIFY: LEDGER ENDS AT SEQ "
012530         WS-LAST-SEQUENCE " SHORT OF SEALED SEQUENCE "
012531         WS-SEAL-SEQUENCE (WS-SEAL-IDX) " (SEAL FOR "
012532         WS-SEAL-DATE (WS-SEAL-IDX) ")"
012533     PERFORM 2530-RECORD-SEAL-BREAK
012534         THRU 2530-RECORD-SEAL-BREAK-EXIT
012535     ADD 1 TO WS-SEAL-IDX.
012536 2710-SEAL-PAST-END-EXIT.
012537     EXIT.
012538
012539 8000-REPORT-RESULTS.
012600     DISPLAY "FORENSIC-VERIFY: RECORDS READ    = " WS-RECORD-COUNT
012610     DISPLAY "FORENSIC-VERIFY: VERIFIED THIS RUN = "
012620         WS-NEW-RECORD-COUNT
012700     DISPLAY "FORENSIC-VERIFY: MISMATCHES FOUND = "
012800         WS-MISMATCH-COUNT
012820     DISPLAY "FORENSIC-VERIFY: SEALS PROVEN     = "
012840         WS-SEALS-PROVEN
012860     DISPLAY "FORENSIC-VERIFY: SEAL BREAKS      = "
012880         WS-SEAL-BREAK-COUNT
012900     IF WS-MISMATCH-COUNT = 0
012950         IF WS-SEAL-BREAK-COUNT = 0
013000             DISPLAY "FORENSIC-VERIFY: HASH CHAIN STATUS = CLEAN"
013020         ELSE
013040             DISPLAY "FORENSIC-VERIFY: HASH CHAIN STATUS = "
013060                 "SEAL-BROKEN-AT-SEQ-" WS-SEAL-CASE-SEQUENCE
013080         END-IF
013100     ELSE
013200         DISPLAY "FORENSIC-VERIFY: HASH CHAIN STATUS = "
013300             "BROKEN-AT-RECORD-" WS-FIRST-BROKEN-RECORD
013658
013660 7100-SCAN-OPEN-CASES.
013662     SET WS-CASE-FOUND TO FALSE
013663     MOVE 'N' TO WS-CASE-EOF-SWITCH
013664     MOVE 0 TO WS-NEXT-CASE-NUMBER
013666     PERFORM 7110-SCAN-ONE-CASE
013668         THRU 7110-SCAN-ONE-CASE-EXIT
013750******************************************************************
013752 8500-UPDATE-CHECKPOINT.
013754     IF WS-MISMATCH-COUNT > 0
013756      OR WS-SEAL-BREAK-COUNT > 0
013758         DISPLAY "FORENSIC-VERIFY: CHECKPOINT NOT ADVANCED -- "
013760             "CHAIN IS BROKEN"
013762         GO TO 8500-UPDATE-CHECKPOINT-EXIT
013764     END-IF
013766     IF WS-RECORD-COUNT = 0
013767         GO TO 8500-UPDATE-CHECKPOINT-EXIT
013768     END-IF
013770     OPEN OUTPUT VERIFY-CHECKPOINT-FILE
013772     IF NOT WS-CHECKPOINT-OK
014162     MOVE ZEROES TO RS-RECORDS-WRITTEN
014164     MOVE ZEROES TO RS-REJECT-TOTAL
014166     MOVE ZEROES TO RS-ADJUSTMENTS-POSTED
014168     ADD WS-MISMATCH-COUNT WS-SEAL-BREAK-COUNT
014169         GIVING RS-EXCEPTION-COUNT
014170     MOVE 0 TO WS-SLOT-IDX
014172     PERFORM 8810-CLEAR-ONE-REASON-SLOT
014174         THRU 8810-CLEAR-ONE-REASON-SLOT-EXIT
014176         UNTIL WS-SLOT-IDX = 12
014178     MOVE 0 TO WS-SLOT-IDX
014180     PERFORM 8820-CLEAR-ONE-SOURCE-SLOT
014182         THRU 8820-CLEAR-ONE-SOURCE-SLOT-EXIT
