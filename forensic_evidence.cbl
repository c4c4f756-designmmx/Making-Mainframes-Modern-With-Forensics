000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-EVIDENCE.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-EVIDENCE                                           *
001000*                                                                *
001100*    COURT-READY EVIDENCE PACKAGE FOR ONE TRANSACTION.  WHEN     *
001200*    LEGAL OR AN EXAMINER ASKS US TO PROVE A TRANSACTION, THE    *
001300*    ANALYST USED TO STITCH TOGETHER FINQ SCREEN PRINTS, A       *
001400*    FORENSIC-RETRIEVE PULL, FORCASE NOTES, AND THE LAST         *
001500*    CERTIFICATE BY HAND.  THIS PROGRAM WRITES ONE SELF-         *
001600*    CONTAINED FILE (EVIDOUT, SEE FOREVDD.CPY) HOLDING:          *
001700*                                                                *
001800*      - THE LEDGER RECORD AND ITS FULL LINEAGE -- THE CHARGE,   *
001900*        EVERY REVERSAL AND ADJUSTMENT OF IT, WITH OPERATOR,     *
002000*        REASON CODE AND DESCRIPTION, AND THE APPROVER FROM      *
002100*        THE ADJHIST DISPOSITION HISTORY;                        *
002200*      - THE CHAIN SEGMENT FROM THE NEAREST PERIOD ANCHOR OR     *
002300*        PUBLISHED DAILY SEAL (GENESIS IF THERE IS NEITHER)      *
002400*        THROUGH THE REQUESTED RECORD, WITH EVERY HASH INPUT IN  *
002500*        HEX SO A THIRD PARTY CAN RE-RUN THE SHA-256 CHAIN       *
002600*        WITHOUT ACCESS TO OUR SYSTEM;                           *
002700*      - THE GENCAT GENERATION AND ARCHIVE DSN EACH LINEAGE      *
002800*        RECORD LIVES IN, AND THE CERTFILE LINES FOR THOSE       *
002900*        GENERATIONS;                                            *
003000*      - EVERY FORCASE CASE ON A LINEAGE TRANSACTION;            *
003100*      - A MANIFEST CARRYING A CHAINED SHA-256 OF THE PACKAGE    *
003200*        ITSELF.                                                 *
003300*                                                                *
003400*    DRIVEN BY ONE REQUEST CARD ON EVIDREQ:                      *
003500*                                                                *
003600*        COLS  1-4   TXN=                                        *
003700*        COLS  5-14  TRANSACTION ID                              *
003800*        COLS 16-23  REQUESTING USERID                           *
003900*        COLS 25-74  MATTER / REFERENCE (FREE TEXT)              *
004000*                                                                *
004100*    THE LEDGER HISTORY IS READ AS FORENSIC-CERTIFY READS IT --  *
004200*    THE ARCHIVED GENERATIONS MOUNTED ON ARCHLEDG, OLDEST        *
004300*    FIRST, FOLLOWED BY THE CURRENT LEDGER -- TWICE.  THE FIRST  *
004400*    PASS FINDS THE RECORD AND PROVES THE CHAIN FROM THE         *
004500*    SEGMENT START THROUGH IT; THE SECOND WRITES THE SEGMENT     *
004600*    AND GATHERS THE LINEAGE, WHICH MAY RUN ON PAST THE RECORD.  *
004700*    PERIOD ANCHORS ARE NEVER A REQUESTABLE TRANSACTION.         *
004800*                                                                *
004805*    GENERATIONS ARCHIVED BEFORE THE MULTI-CURRENCY CUTOVER      *
004810*    (FORCCONV) ARE 85 BYTES, WITH NO CURRENCY OR BASE AMOUNT,   *
004815*    AND EVERY PRE-CUTOVER RECORD -- INCLUDING THOSE PADDED      *
004820*    ONTO LEDGMSTR AT CUTOVER -- IS HASHED UNDER THE OLD         *
004825*    77-BYTE RULE.  READ HERE THEY WOULD GIVE A WRONG-LENGTH     *
004830*    ARCHIVE AND FALSE HASH MISMATCHES, SO A TRANSACTION AT OR   *
004835*    BEFORE THE CUTOVER CLOSING ANCHOR (THE GENERATION GENCAT    *
004840*    FLAGS AS THE CUTOVER) IS REFUSED.  IT IS PACKAGED WITH THE  *
004845*    PRE-CUTOVER LOAD MODULE; THIS ONE READS ONLY THE 98-BYTE    *
004850*    GENERATIONS ARCHIVED SINCE.                                 *
004855*                                                                *
004900*    RETURN-CODES:  0 = PACKAGE WRITTEN, CHAIN SEGMENT PROVEN.   *
005000*                   4 = TRANSACTION NOT ON THE MOUNTED           *
005100*                       GENERATIONS -- NO PACKAGE WRITTEN.       *
005200*                   8 = PACKAGE WRITTEN, BUT THE SEGMENT OR A    *
005300*                       LINEAGE RECORD DOES NOT VERIFY -- THE    *
005400*                       PACKAGE SAYS WHICH.  PAGE THE ANALYST.   *
005450*                  16 = BAD REQUEST CARD, PRE-CUTOVER            *
005500*                       TRANSACTION, OR I-O ERROR.               *
005600*                                                                *
005700*----------------------------------------------------------------*
005800*    MODIFICATION HISTORY                                       *
005900*----------------------------------------------------------------*
006000*    DATE       BY    DESCRIPTION                                *
006100*    ---------- ----- -------------------------------------------*
006200*    2026-10-08 JRM   ORIGINAL.                                  *
006210*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER RECORDS ARE NOW 98 *
006220*                     BYTES AND HASHED OVER 90 (CURRENCY AND     *
006230*                     BASE EQUIVALENT ADDED).  THE HEX HASH      *
006240*                     INPUT NO LONGER FITS A 200-BYTE LINE, SO   *
006250*                     EVIDOUT IS NOW 250 BYTES (SEE              *
006260*                     FOREVDD.CPY); LINEAGE LINES ALSO SHOW THE  *
006270*                     CURRENCY AND BASE AMOUNT.                  *
006274*    2026-10-15 JRM   GENERATIONS ARCHIVED BEFORE THE            *
006278*                     MULTI-CURRENCY CUTOVER ARE 85 BYTES AND    *
006282*                     HASHED OVER 77.  A TRANSACTION AT OR       *
006286*                     BEFORE THE CUTOVER CLOSING ANCHOR FLAGGED  *
006290*                     ON GENCAT IS REFUSED (RC 16); PRE-CUTOVER  *
006294*                     GENERATIONS NEED THE PRE-CUTOVER MODULE.   *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT REQUEST-CARD-FILE ASSIGN TO EVIDREQ
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-REQUEST-STATUS.
007400     SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-CATALOG-STATUS.
007800     SELECT ARCHIVE-FILE ASSIGN TO ARCHLEDG
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-ARCHIVE-STATUS.
008200     SELECT LEDGER-FILE ASSIGN TO LEDGER
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS WS-LEDGER-STATUS.
008600     SELECT OPTIONAL SEAL-HISTORY-FILE ASSIGN TO SEALHIST
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-SEALHIST-STATUS.
009000     SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-ADJHIST-STATUS.
009400     SELECT OPTIONAL CERTIFICATE-FILE ASSIGN TO CERTFILE
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-CERT-STATUS.
009800     SELECT REASON-CODE-FILE ASSIGN TO RSNCODE
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS RC-REASON-CODE
010200         FILE STATUS IS WS-RSNCODE-STATUS.
010300     SELECT CASE-FILE ASSIGN TO FORCASE
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS CS-CASE-ID
010700         FILE STATUS IS WS-CASE-STATUS.
010800     SELECT EVIDENCE-FILE ASSIGN TO EVIDOUT
010900         ORGANIZATION IS SEQUENTIAL
011000         ACCESS MODE IS SEQUENTIAL
011100         FILE STATUS IS WS-EVIDENCE-STATUS.
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  REQUEST-CARD-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  REQUEST-CARD-RECORD.
011900     05  RQ-KEYWORD            PIC X(04).
012000     05  RQ-TXN-ID             PIC X(10).
012100     05  FILLER                PIC X(01).
012200     05  RQ-REQUESTED-BY       PIC X(08).
012300     05  FILLER                PIC X(01).
012400     05  RQ-MATTER             PIC X(50).
012500     05  FILLER                PIC X(06).
012600 FD  GENERATION-CATALOG-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F
012900     RECORD CONTAINS 120 CHARACTERS.
013000 COPY FORGCTD.
013100 FD  ARCHIVE-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F
013400     RECORD CONTAINS 98 CHARACTERS.
013500 01  ARCHIVE-LEDGER-RECORD     PIC X(98).
013600 FD  LEDGER-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F
013900     RECORD CONTAINS 98 CHARACTERS.
014000 01  CURRENT-LEDGER-RECORD     PIC X(98).
014100 FD  SEAL-HISTORY-FILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORDING MODE IS F
014400     RECORD CONTAINS 80 CHARACTERS.
014500 COPY FORSEAD.
014600 FD  ADJUSTMENT-HISTORY-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORDING MODE IS F
014900     RECORD CONTAINS 100 CHARACTERS.
015000 COPY FORAHSD.
015100 FD  CERTIFICATE-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORDING MODE IS F
015400     RECORD CONTAINS 100 CHARACTERS.
015500 COPY FORCERD.
015600 FD  REASON-CODE-FILE
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 80 CHARACTERS.
015900 COPY FORRSND.
016000 FD  CASE-FILE
016100     LABEL RECORDS ARE STANDARD
016200     RECORD CONTAINS 140 CHARACTERS.
016300 COPY FORCASD.
016400 FD  EVIDENCE-FILE
016500     LABEL RECORDS ARE STANDARD
016600     RECORDING MODE IS F
016700     RECORD CONTAINS 250 CHARACTERS.
016800 COPY FOREVDD.
016900 WORKING-STORAGE SECTION.
017000 01  WS-REQUEST-STATUS         PIC X(02).
017100     88  WS-REQUEST-OK              VALUE '00'.
017200 01  WS-CATALOG-STATUS         PIC X(02).
017300     88  WS-CATALOG-OK              VALUE '00'.
017400     88  WS-CATALOG-NOT-FOUND       VALUE '35'.
017500 01  WS-ARCHIVE-STATUS         PIC X(02).
017600     88  WS-ARCHIVE-OK              VALUE '00'.
017700     88  WS-ARCHIVE-NOT-FOUND       VALUE '35'.
017800 01  WS-LEDGER-STATUS          PIC X(02).
017900     88  WS-LEDGER-OK               VALUE '00'.
018000 01  WS-SEALHIST-STATUS        PIC X(02).
018100     88  WS-SEALHIST-OK             VALUE '00'.
018200     88  WS-SEALHIST-NOT-FOUND      VALUE '35' '05'.
018300 01  WS-ADJHIST-STATUS         PIC X(02).
018400     88  WS-ADJHIST-OK              VALUE '00'.
018500     88  WS-ADJHIST-NOT-FOUND       VALUE '35' '05'.
018600 01  WS-CERT-STATUS            PIC X(02).
018700     88  WS-CERT-OK                 VALUE '00'.
018800     88  WS-CERT-NOT-FOUND          VALUE '35' '05'.
018900 01  WS-RSNCODE-STATUS         PIC X(02).
019000     88  WS-RSNCODE-OK              VALUE '00'.
019100 01  WS-CASE-STATUS            PIC X(02).
019200     88  WS-CASE-OK                 VALUE '00'.
019300 01  WS-EVIDENCE-STATUS        PIC X(02).
019400     88  WS-EVIDENCE-OK             VALUE '00'.
019500 01  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
019600     88  WS-CATALOG-AT-EOF          VALUE 'Y'.
019700 01  WS-SEALHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
019800     88  WS-SEALHIST-AT-EOF         VALUE 'Y'.
019900 01  WS-ADJHIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
020000     88  WS-ADJHIST-AT-EOF          VALUE 'Y'.
020100 01  WS-CERT-EOF-SWITCH        PIC X(01) VALUE 'N'.
020200     88  WS-CERT-AT-EOF             VALUE 'Y'.
020300 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
020400     88  WS-CASE-AT-EOF             VALUE 'Y'.
020500 01  WS-ARCHIVE-PRESENT-SWITCH PIC X(01) VALUE 'N'.
020600     88  WS-ARCHIVE-PRESENT         VALUE 'Y' FALSE 'N'.
020700 01  WS-ARCHIVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
020800     88  WS-ARCHIVE-AT-EOF          VALUE 'Y' FALSE 'N'.
020900 01  WS-STREAM-EOF-SWITCH      PIC X(01) VALUE 'N'.
021000     88  WS-STREAM-AT-EOF           VALUE 'Y' FALSE 'N'.
021100 01  WS-IN-CURRENT-SWITCH      PIC X(01) VALUE 'N'.
021200     88  WS-IN-CURRENT              VALUE 'Y' FALSE 'N'.
021300*                                  THE RECORD IN HAND CAME OFF
021400*                                  THE CURRENT LEDGER, NOT AN
021500*                                  ARCHIVED GENERATION
021600 01  WS-RSNCODE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
021700     88  WS-RSNCODE-OPEN            VALUE 'Y' FALSE 'N'.
021800 01  WS-TARGET-FOUND-SWITCH    PIC X(01) VALUE 'N'.
021900     88  WS-TARGET-FOUND            VALUE 'Y' FALSE 'N'.
022000 01  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
022100     88  WS-MATCH-FOUND             VALUE 'Y' FALSE 'N'.
022200 01  WS-TARGET-TXN-ID          PIC X(10) VALUE SPACES.
022300 01  WS-REQUESTED-BY           PIC X(08) VALUE SPACES.
022400 01  WS-MATTER                 PIC X(50) VALUE SPACES.
022500 01  WS-ROOT-TXN-ID            PIC X(10) VALUE SPACES.
022600 01  WS-TARGET-SEQUENCE        PIC 9(09) VALUE ZEROES.
022700 01  WS-TARGET-ORDINAL         PIC 9(9) COMP-5 VALUE 0.
022800 01  WS-STREAM-ORDINAL         PIC 9(9) COMP-5 VALUE 0.
022900*                                  POSITION IN THE CONCATENATED
023000*                                  HISTORY -- A SEAM ANCHOR AND
023100*                                  ITS TWIN SHARE A SEQUENCE
023200*                                  NUMBER, SO THE SECOND PASS
023300*                                  FINDS THE SEGMENT BY POSITION
023400 01  WS-PREPARED-TIMESTAMP.
023500     05  WS-PREPARED-DATE      PIC 9(08).
023600     05  WS-PREPARED-TIME      PIC 9(06).
023700 01  WS-CLOCK-TIME             PIC 9(08).
023800*
023900*    CHAIN SEGMENT -- RESTARTED AT EVERY ANCHOR AND EVERY SEALED
024000*    RECORD IN THE FIRST PASS, SO WHEN THE REQUESTED RECORD IS
024100*    REACHED IT HOLDS THE NEAREST PUBLISHED STARTING POINT.
024200*
024300 01  WS-SEG-STARTED-SWITCH     PIC X(01) VALUE 'N'.
024400     88  WS-SEG-STARTED             VALUE 'Y' FALSE 'N'.
024500 01  WS-SEG-KIND               PIC X(08) VALUE SPACES.
024600 01  WS-SEG-START-ORDINAL      PIC 9(9) COMP-5 VALUE 0.
024700 01  WS-SEG-START-SEQUENCE     PIC 9(09) VALUE ZEROES.
024800 01  WS-SEG-START-TXN-ID       PIC X(10) VALUE SPACES.
024900 01  WS-SEG-RECORD-COUNT       PIC 9(9) COMP-5 VALUE 0.
025000 01  WS-SEG-BREAK-COUNT        PIC 9(9) COMP-5 VALUE 0.
025100 01  WS-SEG-REFERENCE-SOURCE   PIC X(08) VALUE SPACES.
025200 01  WS-SEG-REFERENCE-HASH     PIC X(08) VALUE SPACES.
025300 01  WS-SEG-REFERENCE-HEX      PIC X(16) VALUE SPACES.
025400 01  WS-SEG-REFERENCE-DATE     PIC 9(08) VALUE ZEROES.
025500 01  WS-SEG-STATUS             PIC X(08) VALUE SPACES.
025600 COPY FORLEDG.
025700 01  WS-TARGET-IMAGE           PIC X(98) VALUE SPACES.
025800 01  WS-PRIOR-HASH             PIC X(8).
025900 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
026000 01  WS-HASH-INPUT-AREA.
026100     05  WS-HASH-IN-PRIOR-HASH PIC X(8).
026200     05  WS-HASH-IN-TIMESTAMP  PIC X(14).
026300     05  WS-HASH-IN-TXN-ID     PIC X(10).
026400     05  WS-HASH-IN-AMOUNT     PIC S9(8)V99.
026500     05  WS-HASH-IN-RECORD-TYPE PIC X(01).
026600     05  WS-HASH-IN-REVERSAL-ID PIC X(10).
026700     05  WS-HASH-IN-SEQUENCE   PIC 9(09).
026800     05  WS-HASH-IN-SOURCE     PIC X(03).
026900     05  WS-HASH-IN-OPERATOR   PIC X(08).
027000     05  WS-HASH-IN-REASON     PIC X(04).
027020     05  WS-HASH-IN-CURRENCY   PIC X(03).
027040     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
027100 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
027200 01  WS-HASH-DIGEST            PIC X(32).
027300 01  WS-EXPECTED-HASH          PIC X(8).
027400*
027500*    PACKAGE HASH -- D(N) = SHA-256 OF D(N-1) + LINE N.
027600*
027700 01  WS-PACKAGE-HASH-AREA.
027800     05  WS-PKG-IN-DIGEST      PIC X(32).
027900     05  WS-PKG-IN-LINE        PIC X(250).
028000 01  WS-PACKAGE-HASH-LEN       PIC S9(9) COMP-5 VALUE 282.
028100 01  WS-PACKAGE-DIGEST         PIC X(32) VALUE SPACES.
028200 01  WS-PACKAGE-LINE-COUNT     PIC 9(9) COMP-5 VALUE 0.
028300*
028400*    GENERATION CATALOG, SAME SHAPE FORENSIC-RETRIEVE LOADS.
028500*
028600 01  WS-CATALOG-COUNT          PIC 9(4) COMP-5 VALUE 0.
028700 01  WS-CATALOG-TABLE.
028800     05  WS-CATALOG-ENTRY      OCCURS 0 TO 255 TIMES
028900                               DEPENDING ON WS-CATALOG-COUNT.
029000         10  WS-CAT-ANCHOR-ID  PIC X(10).
029100         10  WS-CAT-ARCHIVE-DSN
029200                               PIC X(44).
029300         10  WS-CAT-GEN-NUMBER PIC 9(04).
029400         10  WS-CAT-OPEN-DATE  PIC 9(08).
029500         10  WS-CAT-CLOSE-DATE PIC 9(08).
029600         10  WS-CAT-FIRST-SEQ  PIC 9(09).
029700         10  WS-CAT-LAST-SEQ   PIC 9(09).
029800         10  WS-CAT-CLOSING-HASH
029900                               PIC X(08).
030000 01  WS-CATALOG-IDX            PIC 9(4) COMP-5 VALUE 0.
030100 01  WS-CURRENT-GEN-NUMBER     PIC 9(04) VALUE 1.
030200*                                  ORDINAL THE CURRENT LEDGER
030300*                                  WILL CLOSE AS -- ONE PAST THE
030400*                                  LAST CATALOGED GENERATION
030410 01  WS-CUTOVER-LAST-SEQUENCE  PIC 9(09) VALUE ZEROES.
030420*                                  THE MULTI-CURRENCY CUTOVER'S
030430*                                  CLOSING ANCHOR SEQUENCE, FROM
030440*                                  GENCAT -- ZEROES IF THE LEDGER
030450*                                  NEVER HAD ONE
030500 01  WS-LOOKUP-SEQUENCE        PIC 9(09) VALUE ZEROES.
030600 01  WS-LOOKUP-IN-CURRENT-SW   PIC X(01) VALUE 'N'.
030700     88  WS-LOOKUP-IN-CURRENT       VALUE 'Y' FALSE 'N'.
030800 01  WS-LOOKUP-CAT-IDX         PIC 9(4) COMP-5 VALUE 0.
030900 01  WS-LOOKUP-GEN-NUMBER      PIC 9(04) VALUE ZEROES.
031000*
031100*    PUBLISHED DAILY SEALS, IN SEQUENCE ORDER (SEE FORSEAD.CPY).
031200*
031300 01  WS-SEAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
031400 01  WS-SEAL-TABLE.
031500     05  WS-SEAL-ENTRY         OCCURS 0 TO 5000 TIMES
031600                               DEPENDING ON WS-SEAL-COUNT.
031700         10  WS-SEAL-DATE      PIC 9(08).
031800         10  WS-SEAL-SEQUENCE  PIC 9(09).
031900         10  WS-SEAL-HASH-HEX  PIC X(16).
032000 01  WS-SEAL-IDX               PIC 9(4) COMP-5 VALUE 1.
032100*                                  NEXT SEAL NOT YET PASSED
032200 01  WS-SEALED-RECORD-SWITCH   PIC X(01) VALUE 'N'.
032300     88  WS-SEALED-RECORD           VALUE 'Y' FALSE 'N'.
032400 01  WS-SEAL-SCAN-SWITCH       PIC X(01) VALUE 'N'.
032500     88  WS-SEAL-SCAN-DONE          VALUE 'Y' FALSE 'N'.
032600*
032700*    LINEAGE -- THE ROOT CHARGE AND EVERY RECORD REVERSING OR
032800*    ADJUSTING IT, IN LEDGER ORDER.
032900*
033000 01  WS-LINEAGE-COUNT          PIC 9(4) COMP-5 VALUE 0.
033100 01  WS-LINEAGE-TABLE.
033200     05  WS-LINEAGE-ENTRY      OCCURS 0 TO 100 TIMES
033300                               DEPENDING ON WS-LINEAGE-COUNT.
033400         10  WS-LIN-IMAGE      PIC X(98).
033500         10  WS-LIN-TXN-ID     PIC X(10).
033600         10  WS-LIN-GEN-NUMBER PIC 9(04).
033700         10  WS-LIN-CAT-IDX    PIC 9(4) COMP-5.
033800         10  WS-LIN-LOCATION   PIC X(01).
033900 01  WS-LIN-IDX                PIC 9(4) COMP-5 VALUE 0.
034000 01  WS-LAST-GEN-WRITTEN       PIC 9(04) VALUE ZEROES.
034100 01  WS-SPOT-FAIL-COUNT        PIC 9(4) COMP-5 VALUE 0.
034200*
034300*    CLOSING ANCHORS OF THE GENERATIONS TOUCHED -- THE CERTFILE
034400*    LINES CARRIED ARE THE ONES FOR THESE ANCHORS.
034500*
034600 01  WS-TOUCHED-COUNT          PIC 9(4) COMP-5 VALUE 0.
034700 01  WS-TOUCHED-TABLE.
034800     05  WS-TOUCHED-ANCHOR-ID  OCCURS 0 TO 101 TIMES
034900                               DEPENDING ON WS-TOUCHED-COUNT
035000                               PIC X(10).
035100 01  WS-TOUCHED-IDX            PIC 9(4) COMP-5 VALUE 0.
035200*
035300*    ADJHIST DISPOSITIONS OF THE ROOT'S ADJUSTMENTS -- THE LAST
035400*    RECORD FOR AN ADJUSTMENT ID WINS (SEE FORAHSD.CPY).
035500*
035600 01  WS-ADJ-COUNT              PIC 9(4) COMP-5 VALUE 0.
035700 01  WS-ADJ-TABLE.
035800     05  WS-ADJ-ENTRY          OCCURS 0 TO 100 TIMES
035900                               DEPENDING ON WS-ADJ-COUNT.
036000         10  WS-ADJ-ID         PIC X(10).
036100         10  WS-ADJ-APPROVER   PIC X(08).
036200         10  WS-ADJ-AMOUNT     PIC S9(8)V99.
036300         10  WS-ADJ-REASON     PIC X(04).
036400         10  WS-ADJ-IMAGE      PIC X(100).
036500 01  WS-ADJ-IDX                PIC 9(4) COMP-5 VALUE 0.
036600 01  WS-CERT-LINE-COUNT        PIC 9(4) COMP-5 VALUE 0.
036700 01  WS-CASE-LINE-COUNT        PIC 9(4) COMP-5 VALUE 0.
036800 01  WS-REASON-LOOKUP          PIC X(04) VALUE SPACES.
036900 01  WS-REASON-DESC            PIC X(30) VALUE SPACES.
037000 01  WS-GEN-NUMBER-EDIT        PIC 9(04).
037100 01  WS-HEX-SOURCE             PIC X(90).
037200 01  WS-HEX-LENGTH             PIC 9(3) COMP-5.
037300 01  WS-HEX-RESULT             PIC X(180).
037400 01  WS-HEX-DIGITS             PIC X(16)
037500     VALUE "0123456789ABCDEF".
037600 01  WS-HEX-IDX                PIC 9(3) COMP-5.
037700 01  WS-HEX-BYTE-VALUE         PIC 9(3) COMP-5.
037800 01  WS-HEX-HI-NIBBLE          PIC 9(2) COMP-5.
037900 01  WS-HEX-LO-NIBBLE          PIC 9(2) COMP-5.
038000 PROCEDURE DIVISION.
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE
038300         THRU 1000-INITIALIZE-EXIT
038400     PERFORM 2000-LOCATE-TARGET
038500         THRU 2000-LOCATE-TARGET-EXIT
038600     IF NOT WS-TARGET-FOUND
038700         DISPLAY "FORENSIC-EVIDENCE: TRANSACTION "
038800             WS-TARGET-TXN-ID " IS NOT ON THE MOUNTED "
038900             "GENERATIONS -- NO PACKAGE WRITTEN.  CHECK THE "
039000             "ARCHLEDG CONCATENATION"
039100         MOVE 4 TO RETURN-CODE
039200         GO TO 9999-EXIT
039300     END-IF
039400     PERFORM 3000-BUILD-PACKAGE
039500         THRU 3000-BUILD-PACKAGE-EXIT
039600     PERFORM 8000-REPORT-RESULTS
039700         THRU 8000-REPORT-RESULTS-EXIT
039800     IF WS-SEG-BREAK-COUNT = 0 AND WS-SPOT-FAIL-COUNT = 0
039900         MOVE 0 TO RETURN-CODE
040000     ELSE
040100         MOVE 8 TO RETURN-CODE
040200     END-IF
040300     GO TO 9999-EXIT.
040400
040500 1000-INITIALIZE.
040600     DISPLAY "FORENSIC-EVIDENCE: BUILDING A TRANSACTION "
040700         "EVIDENCE PACKAGE..."
040800     ACCEPT WS-PREPARED-DATE FROM DATE YYYYMMDD
040900     ACCEPT WS-CLOCK-TIME FROM TIME
041000     MOVE WS-CLOCK-TIME (1:6) TO WS-PREPARED-TIME
041100     PERFORM 1100-READ-REQUEST-CARD
041200         THRU 1100-READ-REQUEST-CARD-EXIT
041300     PERFORM 1300-LOAD-CATALOG
041400         THRU 1300-LOAD-CATALOG-EXIT
041500     PERFORM 1400-LOAD-SEALS
041600         THRU 1400-LOAD-SEALS-EXIT.
041700 1000-INITIALIZE-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    ONE REQUEST PER RUN, FIXED POSITION.  A MISSING OR BLANK    *
042200*    TRANSACTION ID IS A KEYING ERROR -- THE RUN REFUSES RATHER  *
042300*    THAN PACKAGE A GUESS.  THE REQUESTER AND MATTER ARE         *
042400*    CARRIED ONTO THE PACKAGE HEADER AS GIVEN.                   *
042500******************************************************************
042600 1100-READ-REQUEST-CARD.
042700     OPEN INPUT REQUEST-CARD-FILE
042800     IF NOT WS-REQUEST-OK
042900         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN EVIDREQ, "
043000             "STATUS = " WS-REQUEST-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         GO TO 9999-EXIT
043300     END-IF
043400     READ REQUEST-CARD-FILE
043500         AT END
043600             DISPLAY "FORENSIC-EVIDENCE: EVIDREQ IS EMPTY -- "
043700                 "NOTHING REQUESTED"
043800             MOVE 16 TO RETURN-CODE
043900             GO TO 9999-EXIT
044000     END-READ
044100     CLOSE REQUEST-CARD-FILE
044200     IF RQ-KEYWORD NOT = 'TXN=' OR RQ-TXN-ID = SPACES
044300         DISPLAY "FORENSIC-EVIDENCE: UNRECOGNIZED REQUEST CARD "
044400             "-- EXPECTED TXN=XXXXXXXXXX IN COLUMNS 1-14"
044500         MOVE 16 TO RETURN-CODE
044600         GO TO 9999-EXIT
044700     END-IF
044800     MOVE RQ-TXN-ID       TO WS-TARGET-TXN-ID
044900     MOVE RQ-REQUESTED-BY TO WS-REQUESTED-BY
045000     MOVE RQ-MATTER       TO WS-MATTER
045100     DISPLAY "FORENSIC-EVIDENCE: REQUEST = TRANSACTION "
045200         WS-TARGET-TXN-ID " FOR " WS-REQUESTED-BY.
045300 1100-READ-REQUEST-CARD-EXIT.
045400     EXIT.
045500
045600 1300-LOAD-CATALOG.
045700     OPEN INPUT GENERATION-CATALOG-FILE
045800     IF WS-CATALOG-NOT-FOUND
045900         DISPLAY "FORENSIC-EVIDENCE: NO GENERATION CATALOG -- "
046000             "ARCHIVED RECORDS WILL BE PACKAGED WITHOUT THEIR "
046100             "GENERATION AND DSN"
046200         GO TO 1300-LOAD-CATALOG-EXIT
046300     END-IF
046400     IF NOT WS-CATALOG-OK
046500         DISPLAY "FORENSIC-EVIDENCE: GENCAT OPEN FAILED, "
046600             "STATUS = " WS-CATALOG-STATUS
046700         MOVE 16 TO RETURN-CODE
046800         GO TO 9999-EXIT
046900     END-IF
047000     PERFORM 1310-LOAD-ONE-CATALOG
047100         THRU 1310-LOAD-ONE-CATALOG-EXIT
047200         UNTIL WS-CATALOG-AT-EOF
047300     CLOSE GENERATION-CATALOG-FILE.
047400 1300-LOAD-CATALOG-EXIT.
047500     EXIT.
047600
047700 1310-LOAD-ONE-CATALOG.
047800     READ GENERATION-CATALOG-FILE
047900         AT END
048000             SET WS-CATALOG-AT-EOF TO TRUE
048100             GO TO 1310-LOAD-ONE-CATALOG-EXIT
048200     END-READ
048300     IF WS-CATALOG-COUNT = 255
048400         DISPLAY "FORENSIC-EVIDENCE: CATALOG TABLE OVERFLOW -- "
048500             "RAISE THE OCCURS LIMIT AND RERUN"
048600         MOVE 16 TO RETURN-CODE
048700         GO TO 9999-EXIT
048800     END-IF
048900     ADD 1 TO WS-CATALOG-COUNT
049000     MOVE GC-ANCHOR-TXN-ID
049100         TO WS-CAT-ANCHOR-ID (WS-CATALOG-COUNT)
049200     MOVE GC-ARCHIVE-DSN
049300         TO WS-CAT-ARCHIVE-DSN (WS-CATALOG-COUNT)
049400     MOVE GC-GENERATION-NUMBER
049500         TO WS-CAT-GEN-NUMBER (WS-CATALOG-COUNT)
049600     MOVE GC-PERIOD-OPEN-DATE
049700         TO WS-CAT-OPEN-DATE (WS-CATALOG-COUNT)
049800     MOVE GC-PERIOD-CLOSE-DATE
049900         TO WS-CAT-CLOSE-DATE (WS-CATALOG-COUNT)
050000     MOVE GC-FIRST-SEQUENCE
050100         TO WS-CAT-FIRST-SEQ (WS-CATALOG-COUNT)
050200     MOVE GC-LAST-SEQUENCE
050300         TO WS-CAT-LAST-SEQ (WS-CATALOG-COUNT)
050400     MOVE GC-CLOSING-HASH
050500         TO WS-CAT-CLOSING-HASH (WS-CATALOG-COUNT)
050520     IF GC-CURRENCY-CUTOVER
050540         MOVE GC-LAST-SEQUENCE TO WS-CUTOVER-LAST-SEQUENCE
050560     END-IF
050600     COMPUTE WS-CURRENT-GEN-NUMBER = GC-GENERATION-NUMBER + 1.
050700 1310-LOAD-ONE-CATALOG-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*    THE PUBLISHED SEALS ARE SEGMENT STARTING POINTS -- A        *
051200*    THIRD PARTY CAN CHECK THE START RECORD'S HASH AGAINST THE   *
051300*    WITNESS COPY.  NO SEALHIST JUST MEANS THE SEGMENT STARTS AT *
051400*    AN ANCHOR OR GENESIS.  OUT OF SEQUENCE ORDER, IT IS NOT     *
051500*    TRUSTED AS A STARTING POINT AND THE RUN STOPS.              *
051600******************************************************************
051700 1400-LOAD-SEALS.
051800     OPEN INPUT SEAL-HISTORY-FILE
051900     IF WS-SEALHIST-NOT-FOUND
052000         CLOSE SEAL-HISTORY-FILE
052100         GO TO 1400-LOAD-SEALS-EXIT
052200     END-IF
052300     IF NOT WS-SEALHIST-OK
052400         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN SEALHIST, "
052500             "STATUS = " WS-SEALHIST-STATUS
052600         MOVE 16 TO RETURN-CODE
052700         GO TO 9999-EXIT
052800     END-IF
052900     PERFORM 1410-LOAD-ONE-SEAL
053000         THRU 1410-LOAD-ONE-SEAL-EXIT
053100         UNTIL WS-SEALHIST-AT-EOF
053200     CLOSE SEAL-HISTORY-FILE.
053300 1400-LOAD-SEALS-EXIT.
053400     EXIT.
053500
053600 1410-LOAD-ONE-SEAL.
053700     READ SEAL-HISTORY-FILE
053800         AT END
053900             SET WS-SEALHIST-AT-EOF TO TRUE
054000             GO TO 1410-LOAD-ONE-SEAL-EXIT
054100     END-READ
054200     IF WS-SEAL-COUNT = 5000
054300         DISPLAY "FORENSIC-EVIDENCE: SEAL TABLE OVERFLOW -- "
054400             "RAISE THE OCCURS LIMIT AND RERUN"
054500         MOVE 16 TO RETURN-CODE
054600         GO TO 9999-EXIT
054700     END-IF
054800     IF WS-SEAL-COUNT > 0
054900         IF SL-SEQUENCE-NUMBER < WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
055000             DISPLAY "FORENSIC-EVIDENCE: SEALHIST IS OUT OF "
055100                 "SEQUENCE AT THE SEAL FOR " SL-BUSINESS-DATE
055200             MOVE 16 TO RETURN-CODE
055300             GO TO 9999-EXIT
055400         END-IF
055500     END-IF
055600     ADD 1 TO WS-SEAL-COUNT
055700     MOVE SL-BUSINESS-DATE   TO WS-SEAL-DATE (WS-SEAL-COUNT)
055800     MOVE SL-SEQUENCE-NUMBER TO WS-SEAL-SEQUENCE (WS-SEAL-COUNT)
055900     MOVE SL-CHAIN-HASH-HEX  TO WS-SEAL-HASH-HEX (WS-SEAL-COUNT).
056000 1410-LOAD-ONE-SEAL-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    FIRST PASS.  WALK THE HISTORY UNTIL THE REQUESTED RECORD,   *
056500*    RESTARTING THE SEGMENT AT EVERY ANCHOR AND SEALED RECORD    *
056600*    AND PROVING EVERY RECORD OF THE SEGMENT SO FAR WITH THE     *
056700*    RECOMPUTE-AND-COMPARE RULE FORENSIC-VERIFY USES.  A RECORD  *
056730*    AT OR BEFORE THE CUTOVER CLOSING ANCHOR IS REFUSED -- ITS   *
056760*    HASH IS UNDER THE OLD 77-BYTE RULE.                         *
056800******************************************************************
056900 2000-LOCATE-TARGET.
057000     PERFORM 2050-OPEN-HISTORY
057100         THRU 2050-OPEN-HISTORY-EXIT
057200     PERFORM 2100-READ-HISTORY
057300         THRU 2100-READ-HISTORY-EXIT
057400     PERFORM 2200-LOCATE-ONE-RECORD
057500         THRU 2200-LOCATE-ONE-RECORD-EXIT
057600         UNTIL WS-STREAM-AT-EOF OR WS-TARGET-FOUND
057700     PERFORM 2900-CLOSE-HISTORY
057800         THRU 2900-CLOSE-HISTORY-EXIT
057805     IF WS-TARGET-FOUND
057810      AND WS-TARGET-SEQUENCE NOT > WS-CUTOVER-LAST-SEQUENCE
057815         DISPLAY "FORENSIC-EVIDENCE: TRANSACTION "
057820             WS-TARGET-TXN-ID " AT SEQ " WS-TARGET-SEQUENCE
057825             " PREDATES THE "
057830             "MULTI-CURRENCY CUTOVER (CLOSED AT SEQ "
057835             WS-CUTOVER-LAST-SEQUENCE ") -- PACKAGE IT WITH THE "
057840             "PRE-CUTOVER LOAD MODULE"
057845         MOVE 16 TO RETURN-CODE
057850         GO TO 9999-EXIT
057855     END-IF.
057900 2000-LOCATE-TARGET-EXIT.
058000     EXIT.
058100
058200 2050-OPEN-HISTORY.
058300     SET WS-STREAM-AT-EOF TO FALSE
058400     SET WS-ARCHIVE-AT-EOF TO FALSE
058500     SET WS-ARCHIVE-PRESENT TO FALSE
058600     MOVE 0 TO WS-STREAM-ORDINAL
058700     OPEN INPUT ARCHIVE-FILE
058800     IF WS-ARCHIVE-OK
058900         SET WS-ARCHIVE-PRESENT TO TRUE
059000     ELSE
059100         IF NOT WS-ARCHIVE-NOT-FOUND
059200             DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN "
059300                 "ARCHLEDG, STATUS = " WS-ARCHIVE-STATUS
059400             MOVE 16 TO RETURN-CODE
059500             GO TO 9999-EXIT
059600         END-IF
059700     END-IF
059800     OPEN INPUT LEDGER-FILE
059900     IF NOT WS-LEDGER-OK
060000         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN LEDGER, "
060100             "STATUS = " WS-LEDGER-STATUS
060200         MOVE 16 TO RETURN-CODE
060300         GO TO 9999-EXIT
060400     END-IF.
060500 2050-OPEN-HISTORY-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    NEXT RECORD OF THE CONCATENATED HISTORY INTO WS-FORENSIC-   *
061000*    RECORD -- THE ARCHIVED GENERATIONS FIRST, THEN THE CURRENT  *
061100*    LEDGER.                                                     *
061200******************************************************************
061300 2100-READ-HISTORY.
061400     IF WS-ARCHIVE-PRESENT AND NOT WS-ARCHIVE-AT-EOF
061500         READ ARCHIVE-FILE
061600             AT END
061700                 SET WS-ARCHIVE-AT-EOF TO TRUE
061800         END-READ
061900         IF NOT WS-ARCHIVE-AT-EOF
062000             MOVE ARCHIVE-LEDGER-RECORD TO WS-FORENSIC-RECORD
062100             SET WS-IN-CURRENT TO FALSE
062200             ADD 1 TO WS-STREAM-ORDINAL
062300             GO TO 2100-READ-HISTORY-EXIT
062400         END-IF
062500     END-IF
062600     READ LEDGER-FILE
062700         AT END
062800             SET WS-STREAM-AT-EOF TO TRUE
062900             GO TO 2100-READ-HISTORY-EXIT
063000     END-READ
063100     MOVE CURRENT-LEDGER-RECORD TO WS-FORENSIC-RECORD
063200     SET WS-IN-CURRENT TO TRUE
063300     ADD 1 TO WS-STREAM-ORDINAL.
063400 2100-READ-HISTORY-EXIT.
063500     EXIT.
063600
063700 2200-LOCATE-ONE-RECORD.
063800     PERFORM 2500-POSITION-SEALS
063900         THRU 2500-POSITION-SEALS-EXIT
064000     IF WS-TYPE-ANCHOR
064100         MOVE 'ANCHOR' TO WS-SEG-KIND
064200         PERFORM 2300-START-SEGMENT
064300             THRU 2300-START-SEGMENT-EXIT
064400     ELSE
064500         IF WS-SEALED-RECORD
064600             MOVE 'SEAL' TO WS-SEG-KIND
064700             PERFORM 2300-START-SEGMENT
064800                 THRU 2300-START-SEGMENT-EXIT
064900         ELSE
065000             IF NOT WS-SEG-STARTED
065100                 MOVE 'GENESIS' TO WS-SEG-KIND
065200                 PERFORM 2300-START-SEGMENT
065300                     THRU 2300-START-SEGMENT-EXIT
065400             END-IF
065500         END-IF
065600     END-IF
065700     PERFORM 2400-PROVE-ONE-RECORD
065800         THRU 2400-PROVE-ONE-RECORD-EXIT
065900     IF NOT WS-TYPE-ANCHOR
066000      AND WS-TRANSACTION-ID = WS-TARGET-TXN-ID
066100         SET WS-TARGET-FOUND TO TRUE
066200         MOVE WS-FORENSIC-RECORD TO WS-TARGET-IMAGE
066300         MOVE WS-SEQUENCE-NUMBER TO WS-TARGET-SEQUENCE
066400         MOVE WS-STREAM-ORDINAL TO WS-TARGET-ORDINAL
066500         IF WS-TYPE-CHARGE
066600             MOVE WS-TRANSACTION-ID TO WS-ROOT-TXN-ID
066700         ELSE
066800             MOVE WS-REVERSAL-OF-TXN-ID TO WS-ROOT-TXN-ID
066900         END-IF
067000         DISPLAY "FORENSIC-EVIDENCE: FOUND " WS-TARGET-TXN-ID
067100             " AT SEQ " WS-TARGET-SEQUENCE
067200         GO TO 2200-LOCATE-ONE-RECORD-EXIT
067300     END-IF
067400     PERFORM 2100-READ-HISTORY
067500         THRU 2100-READ-HISTORY-EXIT.
067600 2200-LOCATE-ONE-RECORD-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000*    A NEW SEGMENT STARTS AT THE RECORD IN HAND.  THE CHAIN      *
068100*    RESEEDS FROM THE RECORD'S OWN CARRIED PRIOR-HASH (FROM      *
068200*    GENESIS0 AT GENESIS), AND THE PUBLISHED HASH THE START      *
068300*    RECORD IS PROVEN AGAINST IS NOTED: THE SEAL FOR A SEALED    *
068400*    RECORD, THE CATALOGED CLOSING HASH FOR AN ANCHOR.           *
068500******************************************************************
068600 2300-START-SEGMENT.
068700     SET WS-SEG-STARTED TO TRUE
068800     MOVE WS-STREAM-ORDINAL  TO WS-SEG-START-ORDINAL
068900     MOVE WS-SEQUENCE-NUMBER TO WS-SEG-START-SEQUENCE
069000     MOVE WS-TRANSACTION-ID  TO WS-SEG-START-TXN-ID
069100     MOVE 0 TO WS-SEG-RECORD-COUNT
069200     MOVE 0 TO WS-SEG-BREAK-COUNT
069300     MOVE 'NONE' TO WS-SEG-REFERENCE-SOURCE
069400     MOVE SPACES TO WS-SEG-REFERENCE-HASH
069500     MOVE SPACES TO WS-SEG-REFERENCE-HEX
069600     MOVE ZEROES TO WS-SEG-REFERENCE-DATE
069700     IF WS-SEG-KIND = 'GENESIS'
069800         MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
069900         MOVE 'GENESIS' TO WS-SEG-REFERENCE-SOURCE
070000         MOVE WS-GENESIS-HASH TO WS-SEG-REFERENCE-HASH
070100         GO TO 2390-ENCODE-REFERENCE
070200     END-IF
070300     MOVE WS-CHAIN-PRIOR-HASH TO WS-PRIOR-HASH
070400     IF WS-SEG-KIND = 'SEAL'
070500         MOVE 'SEALHIST' TO WS-SEG-REFERENCE-SOURCE
070600         MOVE WS-SEAL-HASH-HEX (WS-SEAL-IDX)
070700             TO WS-SEG-REFERENCE-HEX
070800         MOVE WS-SEAL-DATE (WS-SEAL-IDX)
070900             TO WS-SEG-REFERENCE-DATE
071000         GO TO 2300-START-SEGMENT-EXIT
071100     END-IF
071200     MOVE 0 TO WS-CATALOG-IDX
071300     SET WS-MATCH-FOUND TO FALSE
071400     PERFORM 2310-MATCH-ONE-ANCHOR
071500         THRU 2310-MATCH-ONE-ANCHOR-EXIT
071600         UNTIL WS-CATALOG-IDX = WS-CATALOG-COUNT
071700            OR WS-MATCH-FOUND
071800     IF NOT WS-MATCH-FOUND
071900         GO TO 2300-START-SEGMENT-EXIT
072000     END-IF
072100     MOVE 'GENCAT' TO WS-SEG-REFERENCE-SOURCE
072200     MOVE WS-CAT-CLOSING-HASH (WS-CATALOG-IDX)
072300         TO WS-SEG-REFERENCE-HASH
072400     MOVE WS-CAT-CLOSE-DATE (WS-CATALOG-IDX)
072500         TO WS-SEG-REFERENCE-DATE.
072600 2390-ENCODE-REFERENCE.
072700     MOVE WS-SEG-REFERENCE-HASH TO WS-HEX-SOURCE
072800     MOVE 8 TO WS-HEX-LENGTH
072900     PERFORM 7500-HEX-ENCODE
073000         THRU 7500-HEX-ENCODE-EXIT
073100     MOVE WS-HEX-RESULT (1:16) TO WS-SEG-REFERENCE-HEX.
073200 2300-START-SEGMENT-EXIT.
073300     EXIT.
073400
073500 2310-MATCH-ONE-ANCHOR.
073600     ADD 1 TO WS-CATALOG-IDX
073700     IF WS-CAT-ANCHOR-ID (WS-CATALOG-IDX) = WS-TRANSACTION-ID
073800         SET WS-MATCH-FOUND TO TRUE
073900     END-IF.
074000 2310-MATCH-ONE-ANCHOR-EXIT.
074100     EXIT.
074200
074300******************************************************************
074400*    PROVE ONE RECORD OF THE SEGMENT: CARRIED PRIOR-HASH AGAINST *
074500*    THE CHAIN, RECOMPUTED HASH AGAINST THE STORED ONE, AND FOR  *
074600*    THE START RECORD ITS STORED HASH AGAINST THE PUBLISHED ONE. *
074700******************************************************************
074800 2400-PROVE-ONE-RECORD.
074900     ADD 1 TO WS-SEG-RECORD-COUNT
075000     IF WS-CHAIN-PRIOR-HASH NOT = WS-PRIOR-HASH
075100         ADD 1 TO WS-SEG-BREAK-COUNT
075200         DISPLAY "FORENSIC-EVIDENCE: STORED PRIOR-HASH DOES NOT "
075300             "MATCH CHAIN AT SEQ " WS-SEQUENCE-NUMBER
075400             " TRANSACTION-ID=" WS-TRANSACTION-ID
075500     END-IF
075600     MOVE WS-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
075700     PERFORM 6000-COMPUTE-HASH
075800         THRU 6000-COMPUTE-HASH-EXIT
075900     IF WS-EXPECTED-HASH NOT = WS-HASH-PREFIX
076000         ADD 1 TO WS-SEG-BREAK-COUNT
076100         DISPLAY "FORENSIC-EVIDENCE: HASH MISMATCH AT SEQ "
076200             WS-SEQUENCE-NUMBER " TRANSACTION-ID="
076300             WS-TRANSACTION-ID
076400     END-IF
076500     IF WS-SEG-RECORD-COUNT = 1
076600         PERFORM 2450-PROVE-START-RECORD
076700             THRU 2450-PROVE-START-RECORD-EXIT
076800     END-IF
076900     MOVE WS-EXPECTED-HASH TO WS-PRIOR-HASH.
077000 2400-PROVE-ONE-RECORD-EXIT.
077100     EXIT.
077200
077300 2450-PROVE-START-RECORD.
077400     IF WS-SEG-REFERENCE-SOURCE = 'GENCAT'
077500      AND WS-HASH-PREFIX NOT = WS-SEG-REFERENCE-HASH
077600         ADD 1 TO WS-SEG-BREAK-COUNT
077700         DISPLAY "FORENSIC-EVIDENCE: ANCHOR " WS-TRANSACTION-ID
077800             " DOES NOT CARRY ITS CATALOGED CLOSING HASH"
077900     END-IF
078000     IF WS-SEG-REFERENCE-SOURCE = 'SEALHIST'
078100         MOVE WS-HASH-PREFIX TO WS-HEX-SOURCE
078200         MOVE 8 TO WS-HEX-LENGTH
078300         PERFORM 7500-HEX-ENCODE
078400             THRU 7500-HEX-ENCODE-EXIT
078500         IF WS-HEX-RESULT (1:16) NOT = WS-SEG-REFERENCE-HEX
078600             ADD 1 TO WS-SEG-BREAK-COUNT
078700             DISPLAY "FORENSIC-EVIDENCE: SEQ " WS-SEQUENCE-NUMBER
078800                 " DOES NOT MATCH ITS PUBLISHED SEAL OF "
078900                 WS-SEG-REFERENCE-DATE
079000         END-IF
079100     END-IF.
079200 2450-PROVE-START-RECORD-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600*    MOVE THE SEAL CURSOR UP TO THE RECORD IN HAND AND SAY       *
079700*    WHETHER A SEAL PINS IT.  SEALS AND HISTORY ARE BOTH IN      *
079800*    SEQUENCE ORDER, SO THE CURSOR ONLY EVER MOVES FORWARD.      *
079900******************************************************************
080000 2500-POSITION-SEALS.
080100     SET WS-SEALED-RECORD TO FALSE
080200     SET WS-SEAL-SCAN-DONE TO FALSE
080300     PERFORM 2510-PASS-ONE-SEAL
080400         THRU 2510-PASS-ONE-SEAL-EXIT
080500         UNTIL WS-SEAL-SCAN-DONE.
080600 2500-POSITION-SEALS-EXIT.
080700     EXIT.
080800
080900 2510-PASS-ONE-SEAL.
081000     IF WS-SEAL-IDX > WS-SEAL-COUNT
081100         SET WS-SEAL-SCAN-DONE TO TRUE
081200         GO TO 2510-PASS-ONE-SEAL-EXIT
081300     END-IF
081400     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) < WS-SEQUENCE-NUMBER
081500         ADD 1 TO WS-SEAL-IDX
081600         GO TO 2510-PASS-ONE-SEAL-EXIT
081700     END-IF
081800     IF WS-SEAL-SEQUENCE (WS-SEAL-IDX) = WS-SEQUENCE-NUMBER
081900         SET WS-SEALED-RECORD TO TRUE
082000     END-IF
082100     SET WS-SEAL-SCAN-DONE TO TRUE.
082200 2510-PASS-ONE-SEAL-EXIT.
082300     EXIT.
082400
082500 2900-CLOSE-HISTORY.
082600     IF WS-ARCHIVE-PRESENT
082700         CLOSE ARCHIVE-FILE
082800     END-IF
082900     CLOSE LEDGER-FILE.
083000 2900-CLOSE-HISTORY-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    SECOND PASS AND THE PACKAGE ITSELF.  THE SEGMENT IS         *
083500*    WRITTEN AS THE HISTORY IS RE-READ; THE LINEAGE IS GATHERED  *
083600*    TO THE END OF THE HISTORY AND WRITTEN AFTER IT, FOLLOWED    *
083700*    BY THE ADJUSTMENT DISPOSITIONS, CERTIFICATE LINES, CASES,   *
083800*    AND THE MANIFEST.                                           *
083900******************************************************************
084000 3000-BUILD-PACKAGE.
084100     OPEN OUTPUT EVIDENCE-FILE
084200     IF NOT WS-EVIDENCE-OK
084300         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN EVIDOUT, "
084400             "STATUS = " WS-EVIDENCE-STATUS
084500         MOVE 16 TO RETURN-CODE
084600         GO TO 9999-EXIT
084700     END-IF
084800     OPEN INPUT REASON-CODE-FILE
084900     IF WS-RSNCODE-OK
085000         SET WS-RSNCODE-OPEN TO TRUE
085100     ELSE
085200         DISPLAY "FORENSIC-EVIDENCE: RSNCODE NOT AVAILABLE, "
085300             "STATUS = " WS-RSNCODE-STATUS
085400             " -- REASON DESCRIPTIONS LEFT BLANK"
085500     END-IF
085600     PERFORM 3100-WRITE-HEADER
085700         THRU 3100-WRITE-HEADER-EXIT
085800     PERFORM 3200-WRITE-SEGMENT-START
085900         THRU 3200-WRITE-SEGMENT-START-EXIT
086000     PERFORM 2050-OPEN-HISTORY
086100         THRU 2050-OPEN-HISTORY-EXIT
086200     PERFORM 2100-READ-HISTORY
086300         THRU 2100-READ-HISTORY-EXIT
086400     PERFORM 3300-COLLECT-ONE-RECORD
086500         THRU 3300-COLLECT-ONE-RECORD-EXIT
086600         UNTIL WS-STREAM-AT-EOF
086700     PERFORM 2900-CLOSE-HISTORY
086800         THRU 2900-CLOSE-HISTORY-EXIT
086900     PERFORM 3400-WRITE-GENERATIONS
087000         THRU 3400-WRITE-GENERATIONS-EXIT
087100     PERFORM 3500-LOAD-ADJUSTMENT-HISTORY
087200         THRU 3500-LOAD-ADJUSTMENT-HISTORY-EXIT
087300     PERFORM 3600-WRITE-LINEAGE
087400         THRU 3600-WRITE-LINEAGE-EXIT
087500     PERFORM 3700-WRITE-CERTIFICATES
087600         THRU 3700-WRITE-CERTIFICATES-EXIT
087700     PERFORM 3800-WRITE-CASES
087800         THRU 3800-WRITE-CASES-EXIT
087900     PERFORM 3900-WRITE-MANIFEST
088000         THRU 3900-WRITE-MANIFEST-EXIT
088100     IF WS-RSNCODE-OPEN
088200         CLOSE REASON-CODE-FILE
088300     END-IF
088400     CLOSE EVIDENCE-FILE.
088500 3000-BUILD-PACKAGE-EXIT.
088600     EXIT.
088700
088800 3100-WRITE-HEADER.
088900     MOVE SPACES TO EVIDENCE-RECORD
089000     MOVE 'HD' TO EV-RECORD-TYPE
089100     MOVE WS-TARGET-TXN-ID TO EV-HD-TXN-ID
089200     MOVE WS-PREPARED-TIMESTAMP TO EV-HD-PREPARED-TS
089300     MOVE WS-REQUESTED-BY TO EV-HD-REQUESTED-BY
089400     MOVE WS-MATTER TO EV-HD-MATTER
089500     MOVE WS-ROOT-TXN-ID TO EV-HD-ROOT-TXN-ID
089600     MOVE "HASH = FIRST 8 BYTES OF SHA-256 OF THE 90-BYTE INPUT"
089700         TO EV-HD-HASH-RULE
089800     PERFORM 7000-WRITE-EVIDENCE
089900         THRU 7000-WRITE-EVIDENCE-EXIT.
090000 3100-WRITE-HEADER-EXIT.
090100     EXIT.
090200
090300 3200-WRITE-SEGMENT-START.
090400     IF WS-SEG-BREAK-COUNT = 0
090500         MOVE 'CLEAN' TO WS-SEG-STATUS
090600     ELSE
090700         MOVE 'BROKEN' TO WS-SEG-STATUS
090800     END-IF
090900     MOVE SPACES TO EVIDENCE-RECORD
091000     MOVE 'SG' TO EV-RECORD-TYPE
091100     MOVE WS-SEG-KIND TO EV-SG-START-KIND
091200     MOVE WS-SEG-START-SEQUENCE TO EV-SG-START-SEQUENCE
091300     MOVE WS-SEG-START-TXN-ID TO EV-SG-START-TXN-ID
091400     MOVE WS-TARGET-SEQUENCE TO EV-SG-END-SEQUENCE
091500     MOVE WS-SEG-RECORD-COUNT TO EV-SG-RECORD-COUNT
091600     MOVE WS-SEG-REFERENCE-SOURCE TO EV-SG-REFERENCE-SOURCE
091700     MOVE WS-SEG-REFERENCE-HEX TO EV-SG-REFERENCE-HEX
091800     MOVE WS-SEG-REFERENCE-DATE TO EV-SG-REFERENCE-DATE
091900     MOVE WS-SEG-STATUS TO EV-SG-STATUS
092000     MOVE WS-SEG-BREAK-COUNT TO EV-SG-BREAK-COUNT
092100     PERFORM 7000-WRITE-EVIDENCE
092200         THRU 7000-WRITE-EVIDENCE-EXIT.
092300 3200-WRITE-SEGMENT-START-EXIT.
092400     EXIT.
092500
092600 3300-COLLECT-ONE-RECORD.
092700     IF WS-STREAM-ORDINAL NOT < WS-SEG-START-ORDINAL
092800      AND WS-STREAM-ORDINAL NOT > WS-TARGET-ORDINAL
092900         PERFORM 6100-FORMAT-CHAIN-LINE
093000             THRU 6100-FORMAT-CHAIN-LINE-EXIT
093100         MOVE 'CS' TO EV-RECORD-TYPE
093200         PERFORM 7000-WRITE-EVIDENCE
093300             THRU 7000-WRITE-EVIDENCE-EXIT
093400     END-IF
093500     IF NOT WS-TYPE-ANCHOR
093600         IF WS-TRANSACTION-ID = WS-ROOT-TXN-ID
093700          OR WS-REVERSAL-OF-TXN-ID = WS-ROOT-TXN-ID
093800             PERFORM 3310-ADD-LINEAGE
093900                 THRU 3310-ADD-LINEAGE-EXIT
094000         END-IF
094100     END-IF
094200     PERFORM 2100-READ-HISTORY
094300         THRU 2100-READ-HISTORY-EXIT.
094400 3300-COLLECT-ONE-RECORD-EXIT.
094500     EXIT.
094600
094700 3310-ADD-LINEAGE.
094800     IF WS-LINEAGE-COUNT = 100
094900         DISPLAY "FORENSIC-EVIDENCE: LINEAGE TABLE OVERFLOW -- "
095000             "RAISE THE OCCURS LIMIT AND RERUN"
095100         MOVE 16 TO RETURN-CODE
095200         GO TO 9999-EXIT
095300     END-IF
095400     ADD 1 TO WS-LINEAGE-COUNT
095500     MOVE WS-FORENSIC-RECORD
095600         TO WS-LIN-IMAGE (WS-LINEAGE-COUNT)
095700     MOVE WS-TRANSACTION-ID
095800         TO WS-LIN-TXN-ID (WS-LINEAGE-COUNT)
095900     MOVE WS-SEQUENCE-NUMBER TO WS-LOOKUP-SEQUENCE
096000     IF WS-IN-CURRENT
096100         SET WS-LOOKUP-IN-CURRENT TO TRUE
096200         MOVE 'C' TO WS-LIN-LOCATION (WS-LINEAGE-COUNT)
096300     ELSE
096400         SET WS-LOOKUP-IN-CURRENT TO FALSE
096500         MOVE 'A' TO WS-LIN-LOCATION (WS-LINEAGE-COUNT)
096600     END-IF
096700     PERFORM 6200-FIND-GENERATION
096800         THRU 6200-FIND-GENERATION-EXIT
096900     MOVE WS-LOOKUP-GEN-NUMBER
097000         TO WS-LIN-GEN-NUMBER (WS-LINEAGE-COUNT)
097100     MOVE WS-LOOKUP-CAT-IDX
097200         TO WS-LIN-CAT-IDX (WS-LINEAGE-COUNT).
097300 3310-ADD-LINEAGE-EXIT.
097400     EXIT.
097500
097600******************************************************************
097700*    ONE GN LINE PER GENERATION THE LINEAGE LIVES IN.  THE       *
097800*    LINEAGE IS IN LEDGER ORDER, SO ITS GENERATIONS ARE TOO.     *
097900*    THE SEGMENT'S STARTING ANCHOR CLOSED THE GENERATION BEFORE  *
098000*    AND IS NOTED FOR THE CERTIFICATE LINES AS WELL.             *
098100******************************************************************
098200 3400-WRITE-GENERATIONS.
098300     IF WS-SEG-KIND = 'ANCHOR'
098400         ADD 1 TO WS-TOUCHED-COUNT
098500         MOVE WS-SEG-START-TXN-ID
098600             TO WS-TOUCHED-ANCHOR-ID (WS-TOUCHED-COUNT)
098700     END-IF
098800     MOVE 9999 TO WS-LAST-GEN-WRITTEN
098900     MOVE 0 TO WS-LIN-IDX
099000     PERFORM 3410-WRITE-ONE-GENERATION
099100         THRU 3410-WRITE-ONE-GENERATION-EXIT
099200         UNTIL WS-LIN-IDX = WS-LINEAGE-COUNT.
099300 3400-WRITE-GENERATIONS-EXIT.
099400     EXIT.
099500
099600 3410-WRITE-ONE-GENERATION.
099700     ADD 1 TO WS-LIN-IDX
099800     IF WS-LIN-GEN-NUMBER (WS-LIN-IDX) = WS-LAST-GEN-WRITTEN
099900         GO TO 3410-WRITE-ONE-GENERATION-EXIT
100000     END-IF
100100     MOVE WS-LIN-GEN-NUMBER (WS-LIN-IDX) TO WS-LAST-GEN-WRITTEN
100200     MOVE SPACES TO EVIDENCE-RECORD
100300     MOVE 'GN' TO EV-RECORD-TYPE
100400     MOVE WS-LIN-GEN-NUMBER (WS-LIN-IDX)
100500         TO EV-GN-GENERATION-NUMBER
100600     MOVE WS-LIN-LOCATION (WS-LIN-IDX) TO EV-GN-LOCATION
100700     MOVE ZEROES TO EV-GN-OPEN-DATE
100800     MOVE ZEROES TO EV-GN-CLOSE-DATE
100900     MOVE ZEROES TO EV-GN-FIRST-SEQUENCE
101000     MOVE ZEROES TO EV-GN-LAST-SEQUENCE
101100     IF WS-LIN-LOCATION (WS-LIN-IDX) = 'C'
101200         MOVE 'CURRENT LEDGER -- NOT YET ARCHIVED'
101300             TO EV-GN-ARCHIVE-DSN
101400         GO TO 3420-WRITE-GENERATION-LINE
101500     END-IF
101600     IF WS-LIN-CAT-IDX (WS-LIN-IDX) = 0
101700         MOVE 'ARCHIVED -- NOT ON THE GENERATION CATALOG'
101800             TO EV-GN-ARCHIVE-DSN
101900         GO TO 3420-WRITE-GENERATION-LINE
102000     END-IF
102100     MOVE WS-LIN-CAT-IDX (WS-LIN-IDX) TO WS-CATALOG-IDX
102200     MOVE WS-CAT-ANCHOR-ID (WS-CATALOG-IDX)
102300         TO EV-GN-ANCHOR-TXN-ID
102400     MOVE WS-CAT-ARCHIVE-DSN (WS-CATALOG-IDX)
102500         TO EV-GN-ARCHIVE-DSN
102600     MOVE WS-CAT-GEN-NUMBER (WS-CATALOG-IDX)
102700         TO WS-GEN-NUMBER-EDIT
102800     STRING WS-CAT-ARCHIVE-DSN (WS-CATALOG-IDX)
102900                                DELIMITED BY SPACE
103000            '.G'                DELIMITED BY SIZE
103100            WS-GEN-NUMBER-EDIT  DELIMITED BY SIZE
103200            'V00'               DELIMITED BY SIZE
103300         INTO EV-GN-GENERATION-DSN
103400     END-STRING
103500     MOVE WS-CAT-OPEN-DATE (WS-CATALOG-IDX) TO EV-GN-OPEN-DATE
103600     MOVE WS-CAT-CLOSE-DATE (WS-CATALOG-IDX) TO EV-GN-CLOSE-DATE
103700     MOVE WS-CAT-FIRST-SEQ (WS-CATALOG-IDX)
103800         TO EV-GN-FIRST-SEQUENCE
103900     MOVE WS-CAT-LAST-SEQ (WS-CATALOG-IDX)
104000         TO EV-GN-LAST-SEQUENCE
104100     MOVE WS-CAT-CLOSING-HASH (WS-CATALOG-IDX) TO WS-HEX-SOURCE
104200     MOVE 8 TO WS-HEX-LENGTH
104300     PERFORM 7500-HEX-ENCODE
104400         THRU 7500-HEX-ENCODE-EXIT
104500     MOVE WS-HEX-RESULT (1:16) TO EV-GN-CLOSING-HASH-HEX
104600     IF WS-TOUCHED-COUNT < 101
104700         ADD 1 TO WS-TOUCHED-COUNT
104800         MOVE WS-CAT-ANCHOR-ID (WS-CATALOG-IDX)
104900             TO WS-TOUCHED-ANCHOR-ID (WS-TOUCHED-COUNT)
105000     END-IF.
105100 3420-WRITE-GENERATION-LINE.
105200     PERFORM 7000-WRITE-EVIDENCE
105300         THRU 7000-WRITE-EVIDENCE-EXIT.
105400 3410-WRITE-ONE-GENERATION-EXIT.
105500     EXIT.
105600
105700******************************************************************
105800*    THE DISPOSITION OF EVERY ADJUSTMENT OF THE ROOT CHARGE --   *
105900*    POSTED OR REJECTED -- WITH ITS APPROVER.  ADJUSTMENTS       *
106000*    POSTED BEFORE ADJHIST EXISTED HAVE NONE; THEIR LR LINES     *
106100*    STILL CARRY THE OPERATOR AND REASON FROM THE LEDGER.        *
106200******************************************************************
106300 3500-LOAD-ADJUSTMENT-HISTORY.
106400     OPEN INPUT ADJUSTMENT-HISTORY-FILE
106500     IF WS-ADJHIST-NOT-FOUND
106600         CLOSE ADJUSTMENT-HISTORY-FILE
106700         GO TO 3500-LOAD-ADJUSTMENT-HISTORY-EXIT
106800     END-IF
106900     IF NOT WS-ADJHIST-OK
107000         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN ADJHIST, "
107100             "STATUS = " WS-ADJHIST-STATUS
107200         MOVE 16 TO RETURN-CODE
107300         GO TO 9999-EXIT
107400     END-IF
107500     PERFORM 3510-LOAD-ONE-ADJUSTMENT
107600         THRU 3510-LOAD-ONE-ADJUSTMENT-EXIT
107700         UNTIL WS-ADJHIST-AT-EOF
107800     CLOSE ADJUSTMENT-HISTORY-FILE.
107900 3500-LOAD-ADJUSTMENT-HISTORY-EXIT.
108000     EXIT.
108100
108200 3510-LOAD-ONE-ADJUSTMENT.
108300     READ ADJUSTMENT-HISTORY-FILE
108400         AT END
108500             SET WS-ADJHIST-AT-EOF TO TRUE
108600             GO TO 3510-LOAD-ONE-ADJUSTMENT-EXIT
108700     END-READ
108800     IF AH-ADJUST-OF-TXN-ID NOT = WS-ROOT-TXN-ID
108900         GO TO 3510-LOAD-ONE-ADJUSTMENT-EXIT
109000     END-IF
109100     MOVE 0 TO WS-ADJ-IDX
109200     SET WS-MATCH-FOUND TO FALSE
109300     PERFORM 3520-MATCH-ONE-ADJUSTMENT
109400         THRU 3520-MATCH-ONE-ADJUSTMENT-EXIT
109500         UNTIL WS-ADJ-IDX = WS-ADJ-COUNT
109600            OR WS-MATCH-FOUND
109700     IF NOT WS-MATCH-FOUND
109800         IF WS-ADJ-COUNT = 100
109900             DISPLAY "FORENSIC-EVIDENCE: ADJUSTMENT TABLE "
110000                 "OVERFLOW -- RAISE THE OCCURS LIMIT AND RERUN"
110100             MOVE 16 TO RETURN-CODE
110200             GO TO 9999-EXIT
110300         END-IF
110400         ADD 1 TO WS-ADJ-COUNT
110500         MOVE WS-ADJ-COUNT TO WS-ADJ-IDX
110600     END-IF
110700     MOVE AH-ADJUSTMENT-ID TO WS-ADJ-ID (WS-ADJ-IDX)
110800     MOVE AH-APPROVER-ID TO WS-ADJ-APPROVER (WS-ADJ-IDX)
110900     MOVE AH-AMOUNT TO WS-ADJ-AMOUNT (WS-ADJ-IDX)
111000     MOVE AH-REASON-CODE TO WS-ADJ-REASON (WS-ADJ-IDX)
111100     MOVE ADJUSTMENT-HISTORY-RECORD TO WS-ADJ-IMAGE (WS-ADJ-IDX).
111200 3510-LOAD-ONE-ADJUSTMENT-EXIT.
111300     EXIT.
111400
111500 3520-MATCH-ONE-ADJUSTMENT.
111600     ADD 1 TO WS-ADJ-IDX
111700     IF WS-ADJ-ID (WS-ADJ-IDX) = AH-ADJUSTMENT-ID
111800         SET WS-MATCH-FOUND TO TRUE
111900     END-IF.
112000 3520-MATCH-ONE-ADJUSTMENT-EXIT.
112100     EXIT.
112200
112300******************************************************************
112400*    THE LINEAGE: AN LR LINE (READABLE FIELDS, REASON            *
112500*    DESCRIPTION, APPROVER) AND AN LX LINE (HASH INPUT FROM THE  *
112600*    RECORD'S OWN CARRIED PRIOR-HASH) PER RECORD, SO A RECORD    *
112700*    OUTSIDE THE SEGMENT CAN STILL BE SPOT-CHECKED ALONE.  THEN  *
112800*    ONE AD LINE PER ADJHIST DISPOSITION.                        *
112900******************************************************************
113000 3600-WRITE-LINEAGE.
113100     MOVE 0 TO WS-LIN-IDX
113200     PERFORM 3610-WRITE-ONE-LINEAGE
113300         THRU 3610-WRITE-ONE-LINEAGE-EXIT
113400         UNTIL WS-LIN-IDX = WS-LINEAGE-COUNT
113500     MOVE 0 TO WS-ADJ-IDX
113600     PERFORM 3650-WRITE-ONE-DISPOSITION
113700         THRU 3650-WRITE-ONE-DISPOSITION-EXIT
113800         UNTIL WS-ADJ-IDX = WS-ADJ-COUNT.
113900 3600-WRITE-LINEAGE-EXIT.
114000     EXIT.
114100
114200 3610-WRITE-ONE-LINEAGE.
114300     ADD 1 TO WS-LIN-IDX
114400     MOVE WS-LIN-IMAGE (WS-LIN-IDX) TO WS-FORENSIC-RECORD
114500     MOVE SPACES TO EVIDENCE-RECORD
114600     MOVE 'LR' TO EV-RECORD-TYPE
114700     EVALUATE TRUE
114800         WHEN WS-TYPE-REVERSAL
114900             MOVE 'REVERSAL' TO EV-LR-ROLE
115000         WHEN WS-TYPE-ADJUSTMENT
115100             MOVE 'ADJUST' TO EV-LR-ROLE
115200         WHEN OTHER
115300             MOVE 'CHARGE' TO EV-LR-ROLE
115400     END-EVALUATE
115500     IF WS-TRANSACTION-ID = WS-TARGET-TXN-ID
115600         MOVE 'Y' TO EV-LR-REQUESTED
115700     ELSE
115800         MOVE 'N' TO EV-LR-REQUESTED
115900     END-IF
116000     MOVE WS-LIN-GEN-NUMBER (WS-LIN-IDX)
116100         TO EV-LR-GENERATION-NUMBER
116200     MOVE WS-TIMESTAMP TO EV-LR-TIMESTAMP
116300     MOVE WS-TRANSACTION-ID TO EV-LR-TXN-ID
116400     MOVE WS-AMOUNT TO EV-LR-AMOUNT
116420     MOVE WS-CURRENCY-CODE TO EV-LR-CURRENCY
116440     MOVE WS-BASE-AMOUNT TO EV-LR-BASE-AMOUNT
116500     MOVE WS-RECORD-TYPE TO EV-LR-RECORD-TYPE
116600     MOVE WS-REVERSAL-OF-TXN-ID TO EV-LR-REVERSAL-OF
116700     MOVE WS-SEQUENCE-NUMBER TO EV-LR-SEQUENCE
116800     MOVE WS-SOURCE-SYSTEM TO EV-LR-SOURCE
116900     MOVE WS-OPERATOR-ID TO EV-LR-OPERATOR
117000     MOVE WS-REASON-CODE TO EV-LR-REASON
117100     MOVE WS-REASON-CODE TO WS-REASON-LOOKUP
117200     PERFORM 6300-LOOKUP-REASON
117300         THRU 6300-LOOKUP-REASON-EXIT
117400     MOVE WS-REASON-DESC TO EV-LR-REASON-DESC
117500     MOVE 0 TO WS-ADJ-IDX
117600     SET WS-MATCH-FOUND TO FALSE
117700     IF WS-TYPE-ADJUSTMENT
117800         PERFORM 3620-MATCH-ONE-APPROVER
117900             THRU 3620-MATCH-ONE-APPROVER-EXIT
118000             UNTIL WS-ADJ-IDX = WS-ADJ-COUNT
118100                OR WS-MATCH-FOUND
118200     END-IF
118300     IF WS-MATCH-FOUND
118400         MOVE WS-ADJ-APPROVER (WS-ADJ-IDX) TO EV-LR-APPROVER
118500     END-IF
118600     MOVE WS-CHAIN-PRIOR-HASH TO WS-HEX-SOURCE
118700     MOVE 8 TO WS-HEX-LENGTH
118800     PERFORM 7500-HEX-ENCODE
118900         THRU 7500-HEX-ENCODE-EXIT
119000     MOVE WS-HEX-RESULT (1:16) TO EV-LR-PRIOR-HEX
119100     MOVE WS-HASH-PREFIX TO WS-HEX-SOURCE
119200     PERFORM 7500-HEX-ENCODE
119300         THRU 7500-HEX-ENCODE-EXIT
119400     MOVE WS-HEX-RESULT (1:16) TO EV-LR-HASH-HEX
119500     PERFORM 7000-WRITE-EVIDENCE
119600         THRU 7000-WRITE-EVIDENCE-EXIT
119700     PERFORM 6100-FORMAT-CHAIN-LINE
119800         THRU 6100-FORMAT-CHAIN-LINE-EXIT
119900     MOVE 'LX' TO EV-RECORD-TYPE
120000     IF EV-CS-CHECK NOT = 'Y'
120100         ADD 1 TO WS-SPOT-FAIL-COUNT
120200         DISPLAY "FORENSIC-EVIDENCE: LINEAGE RECORD "
120300             WS-TRANSACTION-ID " FAILS ITS SPOT CHECK"
120400     END-IF
120500     PERFORM 7000-WRITE-EVIDENCE
120600         THRU 7000-WRITE-EVIDENCE-EXIT.
120700 3610-WRITE-ONE-LINEAGE-EXIT.
120800     EXIT.
120900
121000 3620-MATCH-ONE-APPROVER.
121100     ADD 1 TO WS-ADJ-IDX
121200     IF WS-ADJ-ID (WS-ADJ-IDX) = WS-TRANSACTION-ID
121300         SET WS-MATCH-FOUND TO TRUE
121400     END-IF.
121500 3620-MATCH-ONE-APPROVER-EXIT.
121600     EXIT.
121700
121800 3650-WRITE-ONE-DISPOSITION.
121900     ADD 1 TO WS-ADJ-IDX
122000     MOVE SPACES TO EVIDENCE-RECORD
122100     MOVE 'AD' TO EV-RECORD-TYPE
122200     MOVE WS-ADJ-IMAGE (WS-ADJ-IDX) TO EV-AD-HISTORY
122300     MOVE WS-ADJ-AMOUNT (WS-ADJ-IDX) TO EV-AD-AMOUNT
122400     MOVE WS-ADJ-REASON (WS-ADJ-IDX) TO WS-REASON-LOOKUP
122500     PERFORM 6300-LOOKUP-REASON
122600         THRU 6300-LOOKUP-REASON-EXIT
122700     MOVE WS-REASON-DESC TO EV-AD-REASON-DESC
122800     PERFORM 7000-WRITE-EVIDENCE
122900         THRU 7000-WRITE-EVIDENCE-EXIT.
123000 3650-WRITE-ONE-DISPOSITION-EXIT.
123100     EXIT.
123200
123300******************************************************************
123400*    FROM THE CERTIFICATE (THE LATEST FORCERT GENERATION), THE   *
123500*    HEADER AND SIGN-OFF TRAILER PLUS THE GENERATION LINE OF     *
123600*    EVERY ANCHOR TOUCHED.  NO CERTFILE IS NOT AN ERROR -- THE   *
123700*    PACKAGE JUST CARRIES NO CT LINES.                           *
123800******************************************************************
123900 3700-WRITE-CERTIFICATES.
124000     OPEN INPUT CERTIFICATE-FILE
124100     IF WS-CERT-NOT-FOUND
124200         CLOSE CERTIFICATE-FILE
124300         GO TO 3700-WRITE-CERTIFICATES-EXIT
124400     END-IF
124500     IF NOT WS-CERT-OK
124600         DISPLAY "FORENSIC-EVIDENCE: UNABLE TO OPEN CERTFILE, "
124700             "STATUS = " WS-CERT-STATUS
124800         MOVE 16 TO RETURN-CODE
124900         GO TO 9999-EXIT
125000     END-IF
125100     PERFORM 3710-WRITE-ONE-CERTIFICATE
125200         THRU 3710-WRITE-ONE-CERTIFICATE-EXIT
125300         UNTIL WS-CERT-AT-EOF
125400     CLOSE CERTIFICATE-FILE.
125500 3700-WRITE-CERTIFICATES-EXIT.
125600     EXIT.
125700
125800 3710-WRITE-ONE-CERTIFICATE.
125900     READ CERTIFICATE-FILE
126000         AT END
126100             SET WS-CERT-AT-EOF TO TRUE
126200             GO TO 3710-WRITE-ONE-CERTIFICATE-EXIT
126300     END-READ
126400     SET WS-MATCH-FOUND TO FALSE
126500     IF CT-RECORD-TYPE = 'H' OR CT-RECORD-TYPE = 'T'
126600         SET WS-MATCH-FOUND TO TRUE
126700     ELSE
126800         MOVE 0 TO WS-TOUCHED-IDX
126900         PERFORM 3720-MATCH-ONE-TOUCHED
127000             THRU 3720-MATCH-ONE-TOUCHED-EXIT
127100             UNTIL WS-TOUCHED-IDX = WS-TOUCHED-COUNT
127200                OR WS-MATCH-FOUND
127300     END-IF
127400     IF NOT WS-MATCH-FOUND
127500         GO TO 3710-WRITE-ONE-CERTIFICATE-EXIT
127600     END-IF
127700     MOVE SPACES TO EVIDENCE-RECORD
127800     MOVE 'CT' TO EV-RECORD-TYPE
127900     MOVE CERTIFICATE-RECORD TO EV-CT-CERTIFICATE
128000     ADD 1 TO WS-CERT-LINE-COUNT
128100     PERFORM 7000-WRITE-EVIDENCE
128200         THRU 7000-WRITE-EVIDENCE-EXIT.
128300 3710-WRITE-ONE-CERTIFICATE-EXIT.
128400     EXIT.
128500
128600 3720-MATCH-ONE-TOUCHED.
128700     ADD 1 TO WS-TOUCHED-IDX
128800     IF WS-TOUCHED-ANCHOR-ID (WS-TOUCHED-IDX) = CT-ANCHOR-TXN-ID
128900         SET WS-MATCH-FOUND TO TRUE
129000     END-IF.
129100 3720-MATCH-ONE-TOUCHED-EXIT.
129200     EXIT.
129300
129400******************************************************************
129500*    EVERY FORCASE CASE, OPEN OR CLOSED, ON ANY TRANSACTION OF   *
129600*    THE LINEAGE.  THE CASE FILE IS ADVISORY HERE AS EVERYWHERE  *
129700*    ELSE IN BATCH -- UNAVAILABLE, THE PACKAGE SAYS NO CASES AND *
129800*    SYSOUT SAYS WHY.                                            *
129900******************************************************************
130000 3800-WRITE-CASES.
130100     OPEN INPUT CASE-FILE
130200     IF NOT WS-CASE-OK
130300         DISPLAY "FORENSIC-EVIDENCE: FORCASE NOT AVAILABLE, "
130400             "STATUS = " WS-CASE-STATUS
130500             " -- NO CASE HISTORY IN THE PACKAGE"
130600         GO TO 3800-WRITE-CASES-EXIT
130700     END-IF
130800     PERFORM 3810-WRITE-ONE-CASE
130900         THRU 3810-WRITE-ONE-CASE-EXIT
131000         UNTIL WS-CASE-AT-EOF
131100     CLOSE CASE-FILE.
131200 3800-WRITE-CASES-EXIT.
131300     EXIT.
131400
131500 3810-WRITE-ONE-CASE.
131600     READ CASE-FILE
131700         AT END
131800             SET WS-CASE-AT-EOF TO TRUE
131900             GO TO 3810-WRITE-ONE-CASE-EXIT
132000     END-READ
132100     MOVE 0 TO WS-LIN-IDX
132200     SET WS-MATCH-FOUND TO FALSE
132300     PERFORM 3820-MATCH-ONE-CASE-TXN
132400         THRU 3820-MATCH-ONE-CASE-TXN-EXIT
132500         UNTIL WS-LIN-IDX = WS-LINEAGE-COUNT
132600            OR WS-MATCH-FOUND
132700     IF NOT WS-MATCH-FOUND
132800         GO TO 3810-WRITE-ONE-CASE-EXIT
132900     END-IF
133000     MOVE SPACES TO EVIDENCE-RECORD
133100     MOVE 'FC' TO EV-RECORD-TYPE
133200     MOVE INVESTIGATION-CASE-RECORD TO EV-FC-CASE
133300     ADD 1 TO WS-CASE-LINE-COUNT
133400     PERFORM 7000-WRITE-EVIDENCE
133500         THRU 7000-WRITE-EVIDENCE-EXIT.
133600 3810-WRITE-ONE-CASE-EXIT.
133700     EXIT.
133800
133900 3820-MATCH-ONE-CASE-TXN.
134000     ADD 1 TO WS-LIN-IDX
134100     IF WS-LIN-TXN-ID (WS-LIN-IDX) = CS-TRANSACTION-ID
134200         SET WS-MATCH-FOUND TO TRUE
134300     END-IF.
134400 3820-MATCH-ONE-CASE-TXN-EXIT.
134500     EXIT.
134600
134700******************************************************************
134800*    THE MANIFEST CLOSES THE PACKAGE.  ITS HASH COVERS EVERY     *
134900*    LINE BEFORE IT, SO ANY LINE ALTERED, DROPPED, OR REORDERED  *
135000*    AFTER THE PACKAGE LEAVES HERE SHOWS.                        *
135100******************************************************************
135200 3900-WRITE-MANIFEST.
135300     MOVE SPACES TO EVIDENCE-RECORD
135400     MOVE 'MF' TO EV-RECORD-TYPE
135500     MOVE WS-PACKAGE-LINE-COUNT TO EV-MF-LINE-COUNT
135600     MOVE WS-SEG-RECORD-COUNT TO EV-MF-SEGMENT-COUNT
135700     MOVE WS-SEG-STATUS TO EV-MF-SEGMENT-STATUS
135800     MOVE WS-LINEAGE-COUNT TO EV-MF-LINEAGE-COUNT
135900     MOVE WS-SPOT-FAIL-COUNT TO EV-MF-SPOT-FAIL-COUNT
136000     MOVE WS-ADJ-COUNT TO EV-MF-ADJHIST-COUNT
136100     MOVE WS-CERT-LINE-COUNT TO EV-MF-CERT-COUNT
136200     MOVE WS-CASE-LINE-COUNT TO EV-MF-CASE-COUNT
136300     MOVE WS-PACKAGE-DIGEST TO WS-HEX-SOURCE
136400     MOVE 32 TO WS-HEX-LENGTH
136500     PERFORM 7500-HEX-ENCODE
136600         THRU 7500-HEX-ENCODE-EXIT
136700     MOVE WS-HEX-RESULT (1:64) TO EV-MF-PACKAGE-HASH-HEX
136800     MOVE "D(N) = SHA-256(D(N-1) + LINE N), D(0) = 32 SPACES"
136900         TO EV-MF-PACKAGE-RULE
137000     WRITE EVIDENCE-RECORD
137100     IF NOT WS-EVIDENCE-OK
137200         DISPLAY "FORENSIC-EVIDENCE: EVIDOUT WRITE FAILED, "
137300             "STATUS = " WS-EVIDENCE-STATUS
137400         MOVE 16 TO RETURN-CODE
137500         GO TO 9999-EXIT
137600     END-IF.
137700 3900-WRITE-MANIFEST-EXIT.
137800     EXIT.
137900
138000 6000-COMPUTE-HASH.
138100     MOVE WS-TIMESTAMP      TO WS-HASH-IN-TIMESTAMP
138200     MOVE WS-TRANSACTION-ID TO WS-HASH-IN-TXN-ID
138300     MOVE WS-AMOUNT         TO WS-HASH-IN-AMOUNT
138400     MOVE WS-RECORD-TYPE    TO WS-HASH-IN-RECORD-TYPE
138500     MOVE WS-REVERSAL-OF-TXN-ID TO WS-HASH-IN-REVERSAL-ID
138600     MOVE WS-SEQUENCE-NUMBER TO WS-HASH-IN-SEQUENCE
138700     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
138800     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
138900     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
138920     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
138940     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
139000     CALL "HASH256" USING WS-HASH-INPUT-AREA
139100                          WS-HASH-INPUT-LEN
139200                          WS-HASH-DIGEST
139300     MOVE WS-HASH-DIGEST(1:8) TO WS-EXPECTED-HASH.
139400 6000-COMPUTE-HASH-EXIT.
139500     EXIT.
139600
139700******************************************************************
139800*    A CS / LX LINE FOR THE RECORD IN WS-FORENSIC-RECORD: THE    *
139900*    90-BYTE HASH INPUT BUILT FROM THE RECORD'S OWN CARRIED      *
140000*    PRIOR-HASH, IN HEX, AND THE STORED HASH, WITH A FLAG        *
140100*    SAYING WHETHER THE RECOMPUTED HASH MATCHES IT.  THE CALLER  *
140200*    SETS THE LINE TYPE.                                         *
140300******************************************************************
140400 6100-FORMAT-CHAIN-LINE.
140500     MOVE WS-CHAIN-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
140600     PERFORM 6000-COMPUTE-HASH
140700         THRU 6000-COMPUTE-HASH-EXIT
140800     MOVE SPACES TO EVIDENCE-RECORD
140900     MOVE WS-SEQUENCE-NUMBER TO EV-CS-SEQUENCE
141000     MOVE WS-TRANSACTION-ID TO EV-CS-TXN-ID
141100     MOVE WS-HASH-INPUT-AREA TO WS-HEX-SOURCE
141200     MOVE 90 TO WS-HEX-LENGTH
141300     PERFORM 7500-HEX-ENCODE
141400         THRU 7500-HEX-ENCODE-EXIT
141500     MOVE WS-HEX-RESULT TO EV-CS-HASH-INPUT-HEX
141600     MOVE WS-HASH-PREFIX TO WS-HEX-SOURCE
141700     MOVE 8 TO WS-HEX-LENGTH
141800     PERFORM 7500-HEX-ENCODE
141900         THRU 7500-HEX-ENCODE-EXIT
142000     MOVE WS-HEX-RESULT (1:16) TO EV-CS-HASH-HEX
142100     IF WS-EXPECTED-HASH = WS-HASH-PREFIX
142200         MOVE 'Y' TO EV-CS-CHECK
142300     ELSE
142400         MOVE 'N' TO EV-CS-CHECK
142500     END-IF.
142600 6100-FORMAT-CHAIN-LINE-EXIT.
142700     EXIT.
142800
142900******************************************************************
143000*    GENERATION OF A RECORD: THE CURRENT LEDGER IS THE ONE PAST  *
143100*    THE LAST CATALOGED GENERATION; AN ARCHIVED RECORD BELONGS   *
143200*    TO THE CATALOG ENTRY WHOSE SEQUENCE RANGE HOLDS IT (ZERO    *
143300*    WHEN NONE DOES).                                            *
143400******************************************************************
143500 6200-FIND-GENERATION.
143600     MOVE 0 TO WS-LOOKUP-CAT-IDX
143700     MOVE ZEROES TO WS-LOOKUP-GEN-NUMBER
143800     IF WS-LOOKUP-IN-CURRENT
143900         MOVE WS-CURRENT-GEN-NUMBER TO WS-LOOKUP-GEN-NUMBER
144000         GO TO 6200-FIND-GENERATION-EXIT
144100     END-IF
144200     MOVE 0 TO WS-CATALOG-IDX
144300     PERFORM 6210-RANGE-ONE-GENERATION
144400         THRU 6210-RANGE-ONE-GENERATION-EXIT
144500         UNTIL WS-CATALOG-IDX = WS-CATALOG-COUNT
144600            OR WS-LOOKUP-CAT-IDX > 0.
144700 6200-FIND-GENERATION-EXIT.
144800     EXIT.
144900
145000 6210-RANGE-ONE-GENERATION.
145100     ADD 1 TO WS-CATALOG-IDX
145200     IF WS-LOOKUP-SEQUENCE
145300         NOT < WS-CAT-FIRST-SEQ (WS-CATALOG-IDX)
145400      AND WS-LOOKUP-SEQUENCE
145500         NOT > WS-CAT-LAST-SEQ (WS-CATALOG-IDX)
145600         MOVE WS-CATALOG-IDX TO WS-LOOKUP-CAT-IDX
145700         MOVE WS-CAT-GEN-NUMBER (WS-CATALOG-IDX)
145800             TO WS-LOOKUP-GEN-NUMBER
145900     END-IF.
146000 6210-RANGE-ONE-GENERATION-EXIT.
146100     EXIT.
146200
146300 6300-LOOKUP-REASON.
146400     MOVE SPACES TO WS-REASON-DESC
146500     IF NOT WS-RSNCODE-OPEN OR WS-REASON-LOOKUP = SPACES
146600         GO TO 6300-LOOKUP-REASON-EXIT
146700     END-IF
146800     MOVE WS-REASON-LOOKUP TO RC-REASON-CODE
146900     READ REASON-CODE-FILE
147000         INVALID KEY
147100             MOVE '(CODE NOT ON RSNCODE)' TO WS-REASON-DESC
147200         NOT INVALID KEY
147300             MOVE RC-DESCRIPTION TO WS-REASON-DESC
147400     END-READ.
147500 6300-LOOKUP-REASON-EXIT.
147600     EXIT.
147700
147800******************************************************************
147900*    EVERY PACKAGE LINE EXCEPT THE MANIFEST GOES OUT HERE, AND   *
148000*    IS FOLDED INTO THE PACKAGE HASH BEFORE IT IS WRITTEN.       *
148100******************************************************************
148200 7000-WRITE-EVIDENCE.
148300     MOVE WS-PACKAGE-DIGEST TO WS-PKG-IN-DIGEST
148400     MOVE EVIDENCE-RECORD TO WS-PKG-IN-LINE
148500     CALL "HASH256" USING WS-PACKAGE-HASH-AREA
148600                          WS-PACKAGE-HASH-LEN
148700                          WS-PACKAGE-DIGEST
148800     WRITE EVIDENCE-RECORD
148900     IF NOT WS-EVIDENCE-OK
149000         DISPLAY "FORENSIC-EVIDENCE: EVIDOUT WRITE FAILED, "
149100             "STATUS = " WS-EVIDENCE-STATUS
149200         MOVE 16 TO RETURN-CODE
149300         GO TO 9999-EXIT
149400     END-IF
149500     ADD 1 TO WS-PACKAGE-LINE-COUNT.
149600 7000-WRITE-EVIDENCE-EXIT.
149700     EXIT.
149800
149900 7500-HEX-ENCODE.
150000     MOVE SPACES TO WS-HEX-RESULT
150100     MOVE 1 TO WS-HEX-IDX
150200     PERFORM 7510-HEX-ENCODE-ONE-BYTE
150300         THRU 7510-HEX-ENCODE-ONE-BYTE-EXIT
150400         UNTIL WS-HEX-IDX > WS-HEX-LENGTH.
150500 7500-HEX-ENCODE-EXIT.
150600     EXIT.
150700
150800 7510-HEX-ENCODE-ONE-BYTE.
150900     COMPUTE WS-HEX-BYTE-VALUE =
151000         FUNCTION ORD(WS-HEX-SOURCE(WS-HEX-IDX:1)) - 1
151100     COMPUTE WS-HEX-HI-NIBBLE = WS-HEX-BYTE-VALUE / 16
151200     COMPUTE WS-HEX-LO-NIBBLE =
151300         FUNCTION MOD(WS-HEX-BYTE-VALUE, 16)
151400     MOVE WS-HEX-DIGITS(WS-HEX-HI-NIBBLE + 1:1)
151500         TO WS-HEX-RESULT((WS-HEX-IDX * 2) - 1:1)
151600     MOVE WS-HEX-DIGITS(WS-HEX-LO-NIBBLE + 1:1)
151700         TO WS-HEX-RESULT(WS-HEX-IDX * 2:1)
151800     ADD 1 TO WS-HEX-IDX.
151900 7510-HEX-ENCODE-ONE-BYTE-EXIT.
152000     EXIT.
152100
152200 8000-REPORT-RESULTS.
152300     DISPLAY "============================================"
152400     DISPLAY "FORENSIC-EVIDENCE: EVIDENCE PACKAGE"
152500     DISPLAY "============================================"
152600     DISPLAY "TRANSACTION          = " WS-TARGET-TXN-ID
152700     DISPLAY "ROOT CHARGE          = " WS-ROOT-TXN-ID
152800     DISPLAY "SEGMENT START        = " WS-SEG-KIND " SEQ "
152900         WS-SEG-START-SEQUENCE
153000     DISPLAY "SEGMENT RECORDS      = " WS-SEG-RECORD-COUNT
153100     DISPLAY "SEGMENT STATUS       = " WS-SEG-STATUS
153200     DISPLAY "LINEAGE RECORDS      = " WS-LINEAGE-COUNT
153300     DISPLAY "SPOT-CHECK FAILURES  = " WS-SPOT-FAIL-COUNT
153400     DISPLAY "ADJHIST DISPOSITIONS = " WS-ADJ-COUNT
153500     DISPLAY "CERTIFICATE LINES    = " WS-CERT-LINE-COUNT
153600     DISPLAY "CASES                = " WS-CASE-LINE-COUNT
153700     DISPLAY "PACKAGE LINES        = " WS-PACKAGE-LINE-COUNT
153800         " PLUS MANIFEST"
153900     DISPLAY "PACKAGE HASH         = " EV-MF-PACKAGE-HASH-HEX
154000     DISPLAY "============================================".
154100 8000-REPORT-RESULTS-EXIT.
154200     EXIT.
154300
154400 9999-EXIT.
154500     STOP RUN.
