003200*         IN HEX, CLEAN/BROKEN STATUS) TO CERTFILE, BRACKETED    *
003300*         BY A HEADER AND AN OVERALL SIGN-OFF TRAILER -- THE     *
003400*         FILE THE EXAMINERS ARE HANDED.                         *
003410*      4. PROVES THE RECOMPUTED CHAIN AGAINST EVERY DAILY        *
003420*         CHAIN-HEAD SEAL FORENSIC-SEAL PUBLISHED TO THE         *
003430*         WITNESS (SEALHIST -- SEE FORSEAD.CPY).  A SEALED       *
003440*         SEQUENCE WHOSE RECOMPUTED HASH DIFFERS, THAT IS        *
003450*         MISSING FROM THE HISTORY, OR THAT LIES PAST ITS END    *
003460*         MARKS THE GENERATION SEALBRK AND OPENS A 'SEAL' CASE   *
003470*         ON FORCASE FOR THE FIRST SUCH SEAL.  SEALS OLDER THAN  *
003480*         THE EARLIEST GENERATION MOUNTED ARE COUNTED, NOT       *
003490*         PROVED.                                                *
003500*                                                                *
003600*    AN ANCHOR IN RECORD POSITION ONE OF THE WHOLE STREAM SEEDS  *
003700*    THE CHAIN FROM ITS CARRIED PRIOR-HASH (THE ARCHIVE SET MAY  *
004200*                       PROVEN -- CERTIFICATE IS A SIGN-OFF.     *
004300*                   8 = A BREAK SOMEWHERE IN THE HISTORY -- THE  *
004400*                       CERTIFICATE SAYS WHICH GENERATION.       *
004450*                       INCLUDES A BROKEN SEAL.                  *
004500*                  16 = UNRECOVERABLE I-O ERROR.                 *
004600*                                                                *
004700*----------------------------------------------------------------*
005000*    DATE       BY    DESCRIPTION                                *
005100*    ---------- ----- -------------------------------------------*
005200*    2026-09-02 JRM   ORIGINAL.                                  *
005210*    2026-10-07 JRM   PROVES THE CHAIN AGAINST THE DAILY CHAIN-  *
005220*                     HEAD SEALS ON SEALHIST (OPTIONAL).  NEW    *
005230*                     GENERATION STATUS SEALBRK; A SEAL BREAK    *
005240*                     ENDS RC 8 AND OPENS (OR RE-DETECTS) A      *
005250*                     'SEAL' CASE ON FORCASE.                    *
005260*    2026-10-08 JRM   CERTIFICATE LAYOUT MOVED TO FORCERD.CPY    *
005270*                     FOR FORENSIC-EVIDENCE.  NO CHANGE TO THE   *
005280*                     RECORD.                                    *
005282*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER RECORDS ARE NOW 98 *
005284*                     BYTES AND THE HASH INPUT 90 (CURRENCY AND  *
005286*                     BASE EQUIVALENT ADDED).  ARCHLEDG LISTS    *
005288*                     ONLY GENERATIONS FROM THE FORCCONV CUTOVER *
005290*                     ON; THE STREAM STARTS AT THE CUTOVER'S     *
005292*                     OPENING ANCHOR, WHOSE PRIOR-HASH IS THE    *
005294*                     OLD GENERATION'S CLOSING ANCHOR HASH.      *
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-CERT-STATUS.
007110     SELECT OPTIONAL SEAL-HISTORY-FILE ASSIGN TO SEALHIST
007120         ORGANIZATION IS SEQUENTIAL
007130         ACCESS MODE IS SEQUENTIAL
007140         FILE STATUS IS WS-SEALHIST-STATUS.
007150     SELECT CASE-FILE ASSIGN TO FORCASE
007160         ORGANIZATION IS INDEXED
007170         ACCESS MODE IS DYNAMIC
007180         RECORD KEY IS CS-CASE-ID
007190         FILE STATUS IS WS-CASE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ARCHIVE-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F
007700     RECORD CONTAINS 98 CHARACTERS.
007800 01  ARCHIVE-LEDGER-RECORD     PIC X(98).
007900 FD  LEDGER-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F
008200     RECORD CONTAINS 98 CHARACTERS.
008300 01  CURRENT-LEDGER-RECORD     PIC X(98).
008400 FD  CERTIFICATE-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 100 CHARACTERS.
008800 COPY FORCERD.
010510 FD  SEAL-HISTORY-FILE
010520     LABEL RECORDS ARE STANDARD
010530     RECORDING MODE IS F
010540     RECORD CONTAINS 80 CHARACTERS.
010550 COPY FORSEAD.
010560 FD  CASE-FILE
010570     LABEL RECORDS ARE STANDARD
010580     RECORD CONTAINS 140 CHARACTERS.
010590 COPY FORCASD.
010600 WORKING-STORAGE SECTION.
010700 01  WS-ARCHIVE-STATUS         PIC X(02).
010800     88  WS-ARCHIVE-OK              VALUE '00'.
012170*                                  TWIN) -- IT MUST NOT ALSO BE
012180*                                  TREATED AS A CLOSING ANCHOR
012200 COPY FORLEDG.
012300 01  WS-SAVED-ANCHOR-IMAGE     PIC X(98) VALUE SPACES.
012400 01  WS-PRIOR-HASH             PIC X(8).
012500 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
012600 01  WS-HASH-INPUT-AREA.
013400     05  WS-HASH-IN-SOURCE     PIC X(03).
013500     05  WS-HASH-IN-OPERATOR   PIC X(08).
013600     05  WS-HASH-IN-REASON     PIC X(04).
013620     05  WS-HASH-IN-CURRENCY   PIC X(03).
013640     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
013700 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
013800 01  WS-HASH-DIGEST            PIC X(32).
013900 01  WS-EXPECTED-HASH          PIC X(8).
014000 01  WS-LAST-GOOD-HASH         PIC X(8) VALUE SPACES.
015400 01  WS-HEX-BYTE-VALUE         PIC 9(3) COMP-5.
015500 01  WS-HEX-HI-NIBBLE          PIC 9(2) COMP-5.
015600 01  WS-HEX-LO-NIBBLE          PIC 9(2) COMP-5.
015602 01  WS-SEALHIST-STATUS        PIC X(02).
015604     88  WS-SEALHIST-OK             VALUE '00'.
015606     88  WS-SEALHIST-NOT-FOUND      VALUE '35' '05'.
015608 01  WS-SEALHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
015610     88  WS-SEALHIST-AT-EOF         VALUE 'Y'.
015612 01  WS-SEAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
015614 01  WS-SEAL-TABLE.
015616     05  WS-SEAL-ENTRY         OCCURS 0 TO 5000 TIMES
015618                               DEPENDING ON WS-SEAL-COUNT.
015620         10  WS-SEAL-DATE      PIC 9(08).
015622         10  WS-SEAL-SEQUENCE  PIC 9(09).
015624         10  WS-SEAL-TXN-ID    PIC X(10).
015626         10  WS-SEAL-HASH-HEX  PIC X(16).
015628 01  WS-SEAL-IDX               PIC 9(4) COMP-5 VALUE 1.
015630*                                  NEXT SEAL NOT YET PASSED --
015632*                                  SEALHIST IS IN SEQUENCE ORDER
015634*                                  AND SO IS THE HISTORY
015636 01  WS-SEAL-POSITIONED-SWITCH PIC X(01) VALUE 'N'.
015638     88  WS-SEAL-POSITIONED         VALUE 'Y' FALSE 'N'.
015640 01  WS-SEAL-SCAN-SWITCH       PIC X(01) VALUE 'N'.
015642     88  WS-SEAL-SCAN-DONE          VALUE 'Y' FALSE 'N'.
015644 01  WS-SEAL-COMPARE-HASH      PIC X(08).
015646 01  WS-SEAL-COMPARE-HEX       PIC X(16).
015648 01  WS-SEALS-PROVEN           PIC 9(9) COMP-5 VALUE 0.
015650 01  WS-SEALS-BEFORE-HISTORY   PIC 9(9) COMP-5 VALUE 0.
015652 01  WS-GEN-SEAL-BREAK-COUNT   PIC 9(9) COMP-5 VALUE 0.
015654 01  WS-TOTAL-SEAL-BREAK-COUNT PIC 9(9) COMP-5 VALUE 0.
015656 01  WS-LAST-SEQUENCE          PIC 9(09) VALUE ZEROES.
015658 01  WS-CASE-STATUS            PIC X(02).
015660     88  WS-CASE-OK                 VALUE '00'.
015662 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
015664     88  WS-CASE-AT-EOF             VALUE 'Y'.
015666 01  WS-CASE-FOUND-SWITCH      PIC X(01) VALUE 'N'.
015668     88  WS-CASE-FOUND              VALUE 'Y' FALSE 'N'.
015670 01  WS-CASE-TXN-ID            PIC X(10) VALUE SPACES.
015672 01  WS-CASE-SEQUENCE          PIC 9(09) VALUE ZEROES.
015674 01  WS-ATTACH-CASE-ID         PIC X(10) VALUE SPACES.
015676 01  WS-NEXT-CASE-NUMBER       PIC 9(08) VALUE ZEROES.
015678 01  WS-CASE-ID-NUMBER         PIC 9(08) VALUE ZEROES.
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE
016800         THRU 3000-CERTIFY-CURRENT-RECORD-EXIT
016900         UNTIL WS-LEDGER-AT-EOF
017000     CLOSE LEDGER-FILE
017020     PERFORM 6700-CHECK-SEALS-PAST-END
017040         THRU 6700-CHECK-SEALS-PAST-END-EXIT
017100     PERFORM 4000-CERTIFY-OPEN-GENERATION
017200         THRU 4000-CERTIFY-OPEN-GENERATION-EXIT
017300     PERFORM 5000-WRITE-TRAILER
017500     PERFORM 8000-REPORT-RESULTS
017600         THRU 8000-REPORT-RESULTS-EXIT
017700     CLOSE CERTIFICATE-FILE
017720     IF WS-TOTAL-SEAL-BREAK-COUNT > 0
017740         PERFORM 7700-RECORD-SEAL-CASE
017760             THRU 7700-RECORD-SEAL-CASE-EXIT
017780     END-IF
017800     IF WS-TOTAL-MISMATCH-COUNT = 0 AND WS-BROKEN-GEN-COUNT = 0
017900         MOVE 0 TO RETURN-CODE
018000     ELSE
021800     END-IF
021900     PERFORM 1500-WRITE-HEADER
022000         THRU 1500-WRITE-HEADER-EXIT
022020     PERFORM 1300-LOAD-SEALS
022040         THRU 1300-LOAD-SEALS-EXIT
022100     IF WS-ARCHIVE-PRESENT
022200         PERFORM 2100-READ-ARCHIVE-RECORD
022300             THRU 2100-READ-ARCHIVE-RECORD-EXIT
023600     PERFORM 7000-WRITE-CERTIFICATE
023700         THRU 7000-WRITE-CERTIFICATE-EXIT.
023800 1500-WRITE-HEADER-EXIT.
023801     EXIT.
023802
023803******************************************************************
023804*    LOAD THE PUBLISHED CHAIN-HEAD SEALS.  NO SEALHIST (BEFORE   *
023805*    THE FIRST FORSEAL RUN) JUST MEANS NOTHING TO PROVE          *
023806*    AGAINST.  SEALHIST OUT OF SEQUENCE ORDER HAS BEEN TAMPERED  *
023807*    WITH OR BUILT BY HAND -- THE RUN STOPS RATHER THAN PROVE    *
023808*    AGAINST IT.                                                 *
023809******************************************************************
023810 1300-LOAD-SEALS.
023811     OPEN INPUT SEAL-HISTORY-FILE
023812     IF WS-SEALHIST-NOT-FOUND
023813         DISPLAY "FORENSIC-CERTIFY: NO SEAL HISTORY -- NOTHING "
023814             "TO PROVE AGAINST"
023815         CLOSE SEAL-HISTORY-FILE
023816         GO TO 1300-LOAD-SEALS-EXIT
023817     END-IF
023818     IF NOT WS-SEALHIST-OK
023819         DISPLAY "FORENSIC-CERTIFY: UNABLE TO OPEN SEALHIST, "
023820             "STATUS = " WS-SEALHIST-STATUS
023821         MOVE 16 TO RETURN-CODE
023822         GO TO 9999-EXIT
023823     END-IF
023824     PERFORM 1310-LOAD-ONE-SEAL
023825         THRU 1310-LOAD-ONE-SEAL-EXIT
023826         UNTIL WS-SEALHIST-AT-EOF
023827     CLOSE SEAL-HISTORY-FILE
023828     DISPLAY "FORENSIC-CERTIFY: " WS-SEAL-COUNT
023829         " PUBLISHED SEALS LOADED".
023830 1300-LOAD-SEALS-EXIT.
023831     EXIT.
023832
023833 1310-LOAD-ONE-SEAL.
023834     READ SEAL-HISTORY-FILE
023835         AT END
023836             SET WS-SEALHIST-AT-EOF TO TRUE
023837             GO TO 1310-LOAD-ONE-SEAL-EXIT
023838     END-READ
023839     IF WS-SEAL-COUNT = 5000
023840         DISPLAY "FORENSIC-CERTIFY: SEAL TABLE OVERFLOW -- "
023841             "RAISE THE OCCURS LIMIT AND RERUN"
023842         MOVE 16 TO RETURN-CODE
023843         GO TO 9999-EXIT
023844     END-IF
023845     IF WS-SEAL-COUNT > 0
023846         IF SL-SEQUENCE-NUMBER < WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
023847             DISPLAY "FORENSIC-CERTIFY: SEALHIST IS OUT OF "
023848                 "SEQUENCE AT THE SEAL FOR " SL-BUSINESS-DATE
023849                 " -- NOT PROVING AGAINST IT"
023850             MOVE 16 TO RETURN-CODE
023851             GO TO 9999-EXIT
023852         END-IF
023853     END-IF
023854     ADD 1 TO WS-SEAL-COUNT
023855     MOVE SL-BUSINESS-DATE   TO WS-SEAL-DATE (WS-SEAL-COUNT)
023856     MOVE SL-SEQUENCE-NUMBER TO WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
023857     MOVE SL-LAST-TXN-ID     TO WS-SEAL-TXN-ID (WS-SEAL-COUNT)
023858     MOVE SL-CHAIN-HASH-HEX  TO WS-SEAL-HASH-HEX (WS-SEAL-COUNT).
023859 1310-LOAD-ONE-SEAL-EXIT.
023900     EXIT.
024000
024100 2000-CERTIFY-ARCHIVE-RECORD.
031000     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
031100     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
031200     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
031220     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
031240     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
031300     CALL "HASH256" USING WS-HASH-INPUT-AREA
031400                          WS-HASH-INPUT-LEN
031500                          WS-HASH-DIGEST
032000             WS-TOTAL-RECORD-COUNT " TRANSACTION-ID="
032100             WS-TRANSACTION-ID
032200     END-IF
032220     MOVE WS-EXPECTED-HASH TO WS-SEAL-COMPARE-HASH
032240     PERFORM 6500-CHECK-SEALS
032260         THRU 6500-CHECK-SEALS-EXIT
032280     MOVE WS-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
032300     MOVE WS-EXPECTED-HASH TO WS-PRIOR-HASH
032400     MOVE WS-HASH-PREFIX TO WS-LAST-GOOD-HASH
032500     IF WS-TYPE-ANCHOR
040100             END-IF
040200         END-IF
040300     END-IF
040310     IF WS-GEN-SEAL-BREAK-COUNT > 0
040320      AND CT-CHAIN-STATUS = 'CLEAN'
040330         MOVE 'SEALBRK' TO CT-CHAIN-STATUS
040340     END-IF
040400     PERFORM 7000-WRITE-CERTIFICATE
040500         THRU 7000-WRITE-CERTIFICATE-EXIT
040600     IF CT-CHAIN-STATUS NOT = 'CLEAN'
041100         CT-CHAIN-STATUS
041200     ADD WS-GEN-MISMATCH-COUNT TO WS-TOTAL-MISMATCH-COUNT
041300     MOVE 0 TO WS-GEN-MISMATCH-COUNT
041350     MOVE 0 TO WS-GEN-SEAL-BREAK-COUNT
041400     MOVE 0 TO WS-GEN-RECORD-COUNT
041500     SET WS-GEN-SEAM-BROKEN TO FALSE
041600     ADD 1 TO WS-GENERATION-NUMBER
041700     MOVE WS-FORENSIC-RECORD TO WS-SAVED-ANCHOR-IMAGE
041800     SET WS-EXPECTING-OPEN-ANCHOR TO TRUE.
041900 6200-CLOSE-GENERATION-EXIT.
041901     EXIT.
041902
041903******************************************************************
041904*    PROVE THE RECORD IN HAND AGAINST THE SEALS.  THE FIRST      *
041905*    RECORD OF THE STREAM POSITIONS THE CURSOR -- SEALS BELOW    *
041906*    ITS SEQUENCE ARE OLDER THAN THE EARLIEST GENERATION         *
041907*    MOUNTED AND ARE ONLY COUNTED.  AFTER THAT, A SEAL PASSED    *
041908*    OVER WITHOUT ITS SEQUENCE TURNING UP IS A SEALED RECORD     *
041909*    MISSING FROM THE HISTORY, AND A SEAL ON THIS RECORD'S       *
041910*    SEQUENCE MUST CARRY THE RECOMPUTED HASH.  AN ANCHOR'S       *
041911*    OPENING TWIN FINDS ITS SEALS ALREADY PROVED.                *
041912******************************************************************
041913 6500-CHECK-SEALS.
041914     IF WS-SEAL-COUNT = 0
041915         GO TO 6500-CHECK-SEALS-EXIT
041916     END-IF
041917     SET WS-SEAL-SCAN-DONE TO FALSE
041918     PERFORM 6510-PASS-ONE-SEAL
041919         THRU 6510-PASS-ONE-SEAL-EXIT
041920         UNTIL WS-SEAL-SCAN-DONE
041921     SET WS-SEAL-POSITIONED TO TRUE
041922     SET WS-SEAL-SCAN-DONE TO FALSE
041923     PERFORM 6520-PROVE-ONE-SEAL
041924         THRU 6520-PROVE-ONE-SEAL-EXIT
041925         UNTIL WS-SEAL-SCAN-DONE.
041926 6500-CHECK-SEALS-EXIT.
041927     EXIT.
041928
041929 6510-PASS-ONE-SEAL.
041930     IF WS-SEAL-IDX > WS-SEAL-COUNT
041931         SET WS-SEAL-SCAN-DONE TO TRUE
041932         GO TO 6510-PASS-ONE-SEAL-EXIT
041933     END-IF
041934     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) NOT < WS-SEQUENCE-NUMBER
041935         SET WS-SEAL-SCAN-DONE TO TRUE
041936         GO TO 6510-PASS-ONE-SEAL-EXIT
041937     END-IF
041938     IF WS-SEAL-POSITIONED
041939         DISPLAY "FORENSIC-CERTIFY: SEALED SEQUENCE "
041940             WS-SEAL-SEQUENCE (WS-SEAL-IDX) " (SEAL FOR "
041941             WS-SEAL-DATE (WS-SEAL-IDX) ") IS MISSING FROM "
041942             "THE HISTORY"
041943         PERFORM 6530-RECORD-SEAL-BREAK
041944             THRU 6530-RECORD-SEAL-BREAK-EXIT
041945     ELSE
041946         ADD 1 TO WS-SEALS-BEFORE-HISTORY
041947     END-IF
041948     ADD 1 TO WS-SEAL-IDX.
041949 6510-PASS-ONE-SEAL-EXIT.
041950     EXIT.
041951
041952 6520-PROVE-ONE-SEAL.
041953     IF WS-SEAL-IDX > WS-SEAL-COUNT
041954         SET WS-SEAL-SCAN-DONE TO TRUE
041955         GO TO 6520-PROVE-ONE-SEAL-EXIT
041956     END-IF
041957     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) NOT = WS-SEQUENCE-NUMBER
041958         SET WS-SEAL-SCAN-DONE TO TRUE
041959         GO TO 6520-PROVE-ONE-SEAL-EXIT
041960     END-IF
041961     PERFORM 6600-HEX-ENCODE-COMPARE
041962         THRU 6600-HEX-ENCODE-COMPARE-EXIT
041963     IF WS-SEAL-COMPARE-HEX = WS-SEAL-HASH-HEX (WS-SEAL-IDX)
041964      AND WS-TRANSACTION-ID = WS-SEAL-TXN-ID (WS-SEAL-IDX)
041965         ADD 1 TO WS-SEALS-PROVEN
041966     ELSE
041967         DISPLAY "FORENSIC-CERTIFY: SEAL FOR "
041968             WS-SEAL-DATE (WS-SEAL-IDX) " DOES NOT MATCH SEQ "
041969             WS-SEQUENCE-NUMBER " -- SEALED "
041970             WS-SEAL-TXN-ID (WS-SEAL-IDX) " "
041971             WS-SEAL-HASH-HEX (WS-SEAL-IDX) ", HISTORY "
041972             WS-TRANSACTION-ID " " WS-SEAL-COMPARE-HEX
041973         PERFORM 6530-RECORD-SEAL-BREAK
041974             THRU 6530-RECORD-SEAL-BREAK-EXIT
041975     END-IF
041976     ADD 1 TO WS-SEAL-IDX.
041977 6520-PROVE-ONE-SEAL-EXIT.
041978     EXIT.
041979
041980******************************************************************
041981*    THE CASE GOES ON THE FIRST BROKEN SEAL -- EVERY LATER SEAL  *
041982*    BREAKS WITH IT, SINCE THE RECOMPUTED CHAIN CARRIES THE      *
041983*    DAMAGE FORWARD.  IT NAMES THE SEALED TRANSACTION AND        *
041984*    SEQUENCE (WHAT THE WITNESS HOLDS).                          *
041985******************************************************************
041986 6530-RECORD-SEAL-BREAK.
041987     ADD 1 TO WS-GEN-SEAL-BREAK-COUNT
041988     ADD 1 TO WS-TOTAL-SEAL-BREAK-COUNT
041989     IF WS-TOTAL-SEAL-BREAK-COUNT = 1
041990         MOVE WS-SEAL-TXN-ID (WS-SEAL-IDX)   TO WS-CASE-TXN-ID
041991         MOVE WS-SEAL-SEQUENCE (WS-SEAL-IDX) TO WS-CASE-SEQUENCE
041992     END-IF.
041993 6530-RECORD-SEAL-BREAK-EXIT.
041994     EXIT.
041995
041996 6600-HEX-ENCODE-COMPARE.
041997     MOVE 1 TO WS-HEX-IDX
041998     PERFORM 6610-HEX-ENCODE-ONE-BYTE
041999         THRU 6610-HEX-ENCODE-ONE-BYTE-EXIT
042000         UNTIL WS-HEX-IDX > 8.
042001 6600-HEX-ENCODE-COMPARE-EXIT.
042002     EXIT.
042003
042004 6610-HEX-ENCODE-ONE-BYTE.
042005     COMPUTE WS-HEX-BYTE-VALUE =
042006         FUNCTION ORD(WS-SEAL-COMPARE-HASH(WS-HEX-IDX:1)) - 1
042007     COMPUTE WS-HEX-HI-NIBBLE = WS-HEX-BYTE-VALUE / 16
042008     COMPUTE WS-HEX-LO-NIBBLE =
042009         FUNCTION MOD(WS-HEX-BYTE-VALUE, 16)
042010     MOVE WS-HEX-DIGITS(WS-HEX-HI-NIBBLE + 1:1)
042011         TO WS-SEAL-COMPARE-HEX((WS-HEX-IDX * 2) - 1:1)
042012     MOVE WS-HEX-DIGITS(WS-HEX-LO-NIBBLE + 1:1)
042013         TO WS-SEAL-COMPARE-HEX(WS-HEX-IDX * 2:1)
042014     ADD 1 TO WS-HEX-IDX.
042015 6610-HEX-ENCODE-ONE-BYTE-EXIT.
042016     EXIT.
042017
042018******************************************************************
042019*    ANY SEAL STILL AHEAD OF THE CURSOR AT THE END OF THE        *
042020*    CURRENT LEDGER PINS A SEQUENCE THE HISTORY NEVER REACHED -- *
042021*    THE LIVE FILE WAS CUT BACK AFTER IT WAS SEALED.  CHARGED    *
042022*    TO THE OPEN GENERATION.                                     *
042023******************************************************************
042024 6700-CHECK-SEALS-PAST-END.
042025     IF NOT WS-SEAL-POSITIONED
042026         GO TO 6700-CHECK-SEALS-PAST-END-EXIT
042027     END-IF
042028     PERFORM 6710-SEAL-PAST-END
042029         THRU 6710-SEAL-PAST-END-EXIT
042030         UNTIL WS-SEAL-IDX > WS-SEAL-COUNT.
042031 6700-CHECK-SEALS-PAST-END-EXIT.
042032     EXIT.
042033
042034 6710-SEAL-PAST-END.
042035     DISPLAY "FORENSIC-CERTIFY: HISTORY ENDS AT SEQ "
042036         WS-LAST-SEQUENCE " SHORT OF SEALED SEQUENCE "
042037         WS-SEAL-SEQUENCE (WS-SEAL-IDX) " (SEAL FOR "
042038         WS-SEAL-DATE (WS-SEAL-IDX) ")"
042039     PERFORM 6530-RECORD-SEAL-BREAK
042040         THRU 6530-RECORD-SEAL-BREAK-EXIT
042041     ADD 1 TO WS-SEAL-IDX.
042042 6710-SEAL-PAST-END-EXIT.
042043     EXIT.
042100
042200******************************************************************
042300*    THE CURRENT GENERATION HAS NO CLOSING ANCHOR YET -- ITS     *
044600         IF WS-GEN-SEAM-BROKEN
044700             MOVE 'SEAMBRK' TO CT-CHAIN-STATUS
044800         ELSE
044820             IF WS-GEN-SEAL-BREAK-COUNT > 0
044840                 MOVE 'SEALBRK' TO CT-CHAIN-STATUS
044860             ELSE
044900                 MOVE 'CLEAN' TO CT-CHAIN-STATUS
044950             END-IF
045000         END-IF
045100     END-IF
045200     PERFORM 7000-WRITE-CERTIFICATE
051300 7510-HEX-ENCODE-ONE-BYTE-EXIT.
051400     EXIT.
051500
051501******************************************************************
051502*    OPEN AN INVESTIGATION CASE FOR THE FIRST BROKEN SEAL, SAME  *
051503*    RULE AS FORENSIC-VERIFY: AN OPEN 'SEAL' CASE FOR THE SAME   *
051504*    TRANSACTION IS ATTACHED TO (DETECT COUNT AND LAST-SEEN      *
051505*    DATE) INSTEAD OF DUPLICATED.  AN UNAVAILABLE CASE FILE IS   *
051506*    REPORTED BUT NEVER BLOCKS THE CERTIFICATE.                  *
051507******************************************************************
051508 7700-RECORD-SEAL-CASE.
051509     OPEN I-O CASE-FILE
051510     IF NOT WS-CASE-OK
051511         DISPLAY "FORENSIC-CERTIFY: CASE FILE UNAVAILABLE "
051512             "(STATUS " WS-CASE-STATUS ") -- FINDING NOT CASED"
051513         GO TO 7700-RECORD-SEAL-CASE-EXIT
051514     END-IF
051515     PERFORM 7710-SCAN-OPEN-CASES
051516         THRU 7710-SCAN-OPEN-CASES-EXIT
051517     IF WS-CASE-FOUND
051518         PERFORM 7720-ATTACH-TO-CASE
051519             THRU 7720-ATTACH-TO-CASE-EXIT
051520     ELSE
051521         PERFORM 7730-OPEN-NEW-CASE
051522             THRU 7730-OPEN-NEW-CASE-EXIT
051523     END-IF
051524     CLOSE CASE-FILE.
051525 7700-RECORD-SEAL-CASE-EXIT.
051526     EXIT.
051527
051528 7710-SCAN-OPEN-CASES.
051529     SET WS-CASE-FOUND TO FALSE
051530     MOVE 0 TO WS-NEXT-CASE-NUMBER
051531     PERFORM 7711-SCAN-ONE-CASE
051532         THRU 7711-SCAN-ONE-CASE-EXIT
051533         UNTIL WS-CASE-AT-EOF.
051534 7710-SCAN-OPEN-CASES-EXIT.
051535     EXIT.
051536
051537 7711-SCAN-ONE-CASE.
051538     READ CASE-FILE NEXT
051539         AT END
051540             SET WS-CASE-AT-EOF TO TRUE
051541             GO TO 7711-SCAN-ONE-CASE-EXIT
051542     END-READ
051543     IF CS-CASE-ID (3:8) IS NUMERIC
051544         MOVE CS-CASE-ID (3:8) TO WS-CASE-ID-NUMBER
051545         IF WS-CASE-ID-NUMBER > WS-NEXT-CASE-NUMBER
051546             MOVE WS-CASE-ID-NUMBER TO WS-NEXT-CASE-NUMBER
051547         END-IF
051548     END-IF
051549     IF CS-STATUS-OPEN
051550      AND CS-TRANSACTION-ID = WS-CASE-TXN-ID
051551      AND CS-FINDING-TYPE = 'SEAL'
051552         SET WS-CASE-FOUND TO TRUE
051553         MOVE CS-CASE-ID TO WS-ATTACH-CASE-ID
051554     END-IF.
051555 7711-SCAN-ONE-CASE-EXIT.
051556     EXIT.
051557
051558 7720-ATTACH-TO-CASE.
051559     MOVE WS-ATTACH-CASE-ID TO CS-CASE-ID
051560     READ CASE-FILE
051561         INVALID KEY
051562             DISPLAY "FORENSIC-CERTIFY: CASE " WS-ATTACH-CASE-ID
051563                 " VANISHED DURING ATTACH"
051564             GO TO 7720-ATTACH-TO-CASE-EXIT
051565     END-READ
051566     ADD 1 TO CS-DETECT-COUNT
051567     MOVE WS-TODAY-DATE TO CS-DATE-LAST-SEEN
051568     REWRITE INVESTIGATION-CASE-RECORD
051569     IF NOT WS-CASE-OK
051570         DISPLAY "FORENSIC-CERTIFY: CASE ATTACH REWRITE FAILED, "
051571             "STATUS = " WS-CASE-STATUS
051572     ELSE
051573         DISPLAY "FORENSIC-CERTIFY: FINDING ATTACHED TO CASE "
051574             WS-ATTACH-CASE-ID
051575     END-IF.
051576 7720-ATTACH-TO-CASE-EXIT.
051577     EXIT.
051578
051579 7730-OPEN-NEW-CASE.
051580     MOVE SPACES TO INVESTIGATION-CASE-RECORD
051581     ADD 1 TO WS-NEXT-CASE-NUMBER
051582     STRING 'CS'                DELIMITED BY SIZE
051583            WS-NEXT-CASE-NUMBER DELIMITED BY SIZE
051584         INTO CS-CASE-ID
051585     END-STRING
051586     MOVE WS-CASE-TXN-ID    TO CS-TRANSACTION-ID
051587     MOVE WS-CASE-SEQUENCE  TO CS-SEQUENCE-NUMBER
051588     MOVE 'SEAL'            TO CS-FINDING-TYPE
051589     MOVE WS-TODAY-DATE     TO CS-DATE-OPENED
051590     MOVE WS-TODAY-DATE     TO CS-DATE-LAST-SEEN
051591     MOVE 1                 TO CS-DETECT-COUNT
051592     MOVE 'O'               TO CS-STATUS
051593     MOVE ZEROES            TO CS-DATE-CLOSED
051594     WRITE INVESTIGATION-CASE-RECORD
051595         INVALID KEY
051596             DISPLAY "FORENSIC-CERTIFY: CASE WRITE FAILED, "
051597                 "STATUS = " WS-CASE-STATUS
051598     END-WRITE
051599     IF WS-CASE-OK
051600         DISPLAY "FORENSIC-CERTIFY: OPENED CASE " CS-CASE-ID
051601             " FOR " WS-CASE-TXN-ID " FINDING SEAL"
051602     END-IF.
051603 7730-OPEN-NEW-CASE-EXIT.
051604     EXIT.
051605
051606 8000-REPORT-RESULTS.
051700     DISPLAY "============================================"
051800     DISPLAY "FORENSIC-CERTIFY: CHAIN-OF-CUSTODY CERTIFICATION"
051900     DISPLAY "============================================"
052100     DISPLAY "GENERATIONS CERTIFIED = " WS-GENERATION-NUMBER
052200     DISPLAY "HASH MISMATCHES      = " WS-TOTAL-MISMATCH-COUNT
052300     DISPLAY "GENERATIONS NOT CLEAN = " WS-BROKEN-GEN-COUNT
052320     DISPLAY "SEALS PROVEN         = " WS-SEALS-PROVEN
052340     DISPLAY "SEAL BREAKS          = " WS-TOTAL-SEAL-BREAK-COUNT
052360     DISPLAY "SEALS BEFORE HISTORY = " WS-SEALS-BEFORE-HISTORY
052400     IF WS-TOTAL-MISMATCH-COUNT = 0 AND WS-BROKEN-GEN-COUNT = 0
052500         DISPLAY "CERTIFICATION STATUS = CLEAN, GENESIS TO TODAY"
052600     ELSE
