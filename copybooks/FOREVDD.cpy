000100******************************************************************
000200*                                                                *
000300*    FOREVDD.CPY                                                 *
000400*    EVIDENCE PACKAGE RECORD (FD LEVEL, SEQUENTIAL)              *
000500*                                                                *
000600*    250-BYTE RECORD OF THE SELF-CONTAINED EVIDENCE FILE         *
000700*    FORENSIC-EVIDENCE BUILDS FOR ONE TRANSACTION.  EVERY LINE   *
000800*    IS DISPLAY TEXT; HASHES AND HASH INPUTS ARE IN HEX.  THE    *
000900*    LINES COME IN THIS ORDER:                                   *
001000*                                                                *
001100*      HD  HEADER -- TRANSACTION REQUESTED, WHO ASKED AND WHY,   *
001200*          THE CHARGE THE LINEAGE HANGS FROM, THE HASH RULE      *
001300*      SG  CHAIN SEGMENT START -- WHERE THE SEGMENT BEGINS       *
001400*          (GENESIS, A PERIOD ANCHOR, OR A PUBLISHED DAILY       *
001500*          SEAL) AND THE PUBLISHED HASH IT IS PROVEN FROM        *
001600*      CS  ONE PER LEDGER RECORD OF THE SEGMENT, START THROUGH   *
001700*          THE REQUESTED RECORD -- THE 90-BYTE HASH INPUT AND    *
001800*          THE STORED HASH, SO THE CHAIN CAN BE RE-RUN BY HAND   *
001900*      GN  ONE PER LEDGER GENERATION THE LINEAGE LIVES IN        *
002000*          (GENCAT ENTRY AND ARCHIVE DSN)                        *
002100*      LR  ONE PER RECORD OF THE LINEAGE (THE CHARGE, ITS        *
002200*          REVERSALS AND ADJUSTMENTS), EACH FOLLOWED BY AN       *
002300*      LX  LINE IN THE CS LAYOUT FOR A SINGLE-RECORD SPOT CHECK  *
002400*      AD  ADJHIST DISPOSITION OF EACH ADJUSTMENT (APPROVER)     *
002500*      CT  CERTFILE LINES FOR THE GENERATIONS TOUCHED            *
002600*      FC  FORCASE CASES ON ANY LINEAGE TRANSACTION              *
002700*      MF  MANIFEST -- COUNTS, SEGMENT STATUS, PACKAGE HASH      *
002800*                                                                *
002900*    PACKAGE HASH: D(0) IS 32 SPACES; D(N) IS THE SHA-256 OF     *
003000*    D(N-1) FOLLOWED BY THE 250 BYTES OF LINE N, AS WRITTEN.     *
003100*    THE MANIFEST CARRIES D(N) OF THE LAST LINE BEFORE IT.       *
003200*                                                                *
003300******************************************************************
003400 01  EVIDENCE-RECORD.
003500     05  EV-RECORD-TYPE        PIC X(02).
003600     05  EV-DATA               PIC X(248).
003700     05  EV-HEADER-DATA REDEFINES EV-DATA.
003800         10  EV-HD-TXN-ID      PIC X(10).
003900         10  EV-HD-PREPARED-TS PIC X(14).
004000*                                  YYYYMMDDHHMMSS, WALL CLOCK
004100         10  EV-HD-REQUESTED-BY
004200                               PIC X(08).
004300         10  EV-HD-MATTER      PIC X(50).
004400         10  EV-HD-ROOT-TXN-ID PIC X(10).
004500*                                  THE CHARGE WHOSE REVERSALS
004600*                                  AND ADJUSTMENTS FORM THE
004700*                                  LINEAGE
004800         10  EV-HD-HASH-RULE   PIC X(60).
004900         10  FILLER            PIC X(96).
005000     05  EV-SEGMENT-DATA REDEFINES EV-DATA.
005100         10  EV-SG-START-KIND  PIC X(08).
005200*                                  GENESIS / ANCHOR / SEAL
005300         10  EV-SG-START-SEQUENCE
005400                               PIC 9(09).
005500         10  EV-SG-START-TXN-ID
005600                               PIC X(10).
005700         10  EV-SG-END-SEQUENCE
005800                               PIC 9(09).
005900         10  EV-SG-RECORD-COUNT
006000                               PIC 9(09).
006100         10  EV-SG-REFERENCE-SOURCE
006200                               PIC X(08).
006300*                                  GENESIS  CHAIN SEED GENESIS0
006400*                                  GENCAT   ANCHOR'S CATALOGED
006500*                                           CLOSING HASH
006600*                                  SEALHIST PUBLISHED SEAL
006700*                                  NONE     NO PUBLISHED HASH
006800         10  EV-SG-REFERENCE-HEX
006900                               PIC X(16).
007000         10  EV-SG-REFERENCE-DATE
007100                               PIC 9(08).
007200         10  EV-SG-STATUS      PIC X(08).
007300*                                  CLEAN / BROKEN
007400         10  EV-SG-BREAK-COUNT PIC 9(09).
007500         10  FILLER            PIC X(154).
007600     05  EV-CHAIN-DATA REDEFINES EV-DATA.
007700         10  EV-CS-SEQUENCE    PIC 9(09).
007800         10  EV-CS-TXN-ID      PIC X(10).
007900         10  EV-CS-HASH-INPUT-HEX
008000                               PIC X(180).
008100*                                  PRIOR HASH (8), TIMESTAMP,
008200*                                  TXN ID, AMOUNT, TYPE,
008300*                                  REVERSAL-OF, SEQUENCE,
008400*                                  SOURCE, OPERATOR, REASON,
008450*                                  CURRENCY, BASE AMOUNT --
008500*                                  THE PRIOR HASH IS THE ONE
008600*                                  THE RECORD CARRIES
008700         10  EV-CS-HASH-HEX    PIC X(16).
008800*                                  STORED HASH: FIRST 8 BYTES
008900*                                  OF SHA-256 OF THE INPUT
009000         10  EV-CS-CHECK       PIC X(01).
009100*                                  Y = RECOMPUTED HASH MATCHES
009200         10  FILLER            PIC X(32).
009300     05  EV-GENERATION-DATA REDEFINES EV-DATA.
009400         10  EV-GN-GENERATION-NUMBER
009500                               PIC 9(04).
009600         10  EV-GN-LOCATION    PIC X(01).
009700*                                  A = ARCHIVED, C = CURRENT
009800*                                  LEDGER (NOT YET ARCHIVED)
009900         10  EV-GN-ANCHOR-TXN-ID
010000                               PIC X(10).
010100         10  EV-GN-ARCHIVE-DSN PIC X(44).
010200         10  EV-GN-GENERATION-DSN
010300                               PIC X(44).
010400*                                  ABSOLUTE GDG GENERATION
010500         10  EV-GN-OPEN-DATE   PIC 9(08).
010600         10  EV-GN-CLOSE-DATE  PIC 9(08).
010700         10  EV-GN-FIRST-SEQUENCE
010800                               PIC 9(09).
010900         10  EV-GN-LAST-SEQUENCE
011000                               PIC 9(09).
011100         10  EV-GN-CLOSING-HASH-HEX
011200                               PIC X(16).
011300         10  FILLER            PIC X(95).
011400     05  EV-LINEAGE-DATA REDEFINES EV-DATA.
011500         10  EV-LR-ROLE        PIC X(08).
011600*                                  CHARGE / REVERSAL / ADJUST
011700         10  EV-LR-REQUESTED   PIC X(01).
011800*                                  Y = THE TRANSACTION ASKED FOR
011900         10  EV-LR-GENERATION-NUMBER
012000                               PIC 9(04).
012100         10  EV-LR-TIMESTAMP   PIC X(14).
012200         10  EV-LR-TXN-ID      PIC X(10).
012300         10  EV-LR-AMOUNT      PIC -(8)9.99.
012400         10  EV-LR-RECORD-TYPE PIC X(01).
012500         10  EV-LR-REVERSAL-OF PIC X(10).
012600         10  EV-LR-SEQUENCE    PIC 9(09).
012700         10  EV-LR-SOURCE      PIC X(03).
012800         10  EV-LR-OPERATOR    PIC X(08).
012900         10  EV-LR-REASON      PIC X(04).
013000         10  EV-LR-REASON-DESC PIC X(30).
013100         10  EV-LR-APPROVER    PIC X(08).
013200*                                  FROM ADJHIST; SPACES WHEN
013300*                                  NOT AN ADJUSTMENT OR NONE ON
013400*                                  FILE
013500         10  EV-LR-PRIOR-HEX   PIC X(16).
013600         10  EV-LR-HASH-HEX    PIC X(16).
013610         10  EV-LR-CURRENCY    PIC X(03).
013620         10  EV-LR-BASE-AMOUNT PIC -(8)9.99.
013630*                                  EV-LR-AMOUNT IS THE ORIGINAL
013640*                                  AMOUNT IN EV-LR-CURRENCY;
013650*                                  THIS IS ITS BASE EQUIVALENT
013700         10  FILLER            PIC X(79).
013800     05  EV-ADJUSTMENT-DATA REDEFINES EV-DATA.
013900         10  EV-AD-HISTORY     PIC X(100).
014000*                                  ADJHIST RECORD AS WRITTEN
014100*                                  (SEE FORAHSD.CPY)
014200         10  EV-AD-AMOUNT      PIC -(8)9.99.
014300         10  EV-AD-REASON-DESC PIC X(30).
014400         10  FILLER            PIC X(106).
014500     05  EV-CERTIFICATE-DATA REDEFINES EV-DATA.
014600         10  EV-CT-CERTIFICATE PIC X(100).
014700*                                  CERTFILE RECORD AS WRITTEN
014800*                                  (SEE FORCERD.CPY)
014900         10  FILLER            PIC X(148).
015000     05  EV-CASE-DATA REDEFINES EV-DATA.
015100         10  EV-FC-CASE        PIC X(140).
015200*                                  FORCASE RECORD AS WRITTEN
015300*                                  (SEE FORCASD.CPY)
015400         10  FILLER            PIC X(108).
015500     05  EV-MANIFEST-DATA REDEFINES EV-DATA.
015600         10  EV-MF-LINE-COUNT  PIC 9(09).
015700*                                  LINES BEFORE THE MANIFEST
015800         10  EV-MF-SEGMENT-COUNT
015900                               PIC 9(09).
016000         10  EV-MF-SEGMENT-STATUS
016100                               PIC X(08).
016200         10  EV-MF-LINEAGE-COUNT
016300                               PIC 9(04).
016400         10  EV-MF-SPOT-FAIL-COUNT
016500                               PIC 9(04).
016600*                                  LX LINES WHOSE RECOMPUTED
016700*                                  HASH DOES NOT MATCH
016800         10  EV-MF-ADJHIST-COUNT
016900                               PIC 9(04).
017000         10  EV-MF-CERT-COUNT  PIC 9(04).
017100         10  EV-MF-CASE-COUNT  PIC 9(04).
017200         10  EV-MF-PACKAGE-HASH-HEX
017300                               PIC X(64).
017400         10  EV-MF-PACKAGE-RULE
017500                               PIC X(60).
017600         10  FILLER            PIC X(78).
017700*--------------------------------------------------------------*
017800*    TOTAL BYTES: 2+248 = 250 BYTES.  EVERY REDEFINITION OF     *
017900*    EV-DATA SUMS TO 248 BYTES:                                 *
018000*      HD  10+14+8+50+10+60+96                                  *
018100*      SG  8+9+10+9+9+8+16+8+8+9+154                            *
018200*      CS  9+10+180+16+1+32                                     *
018300*      GN  4+1+10+44+44+8+8+9+9+16+95                           *
018400*      LR  8+1+4+14+10+12+1+10+9+3+8+4+30+8+16+16+3+12+79       *
018500*      AD  100+12+30+106    CT  100+148    FC  140+108          *
018600*      MF  9+9+8+4+4+4+4+4+64+60+78                             *
018700*--------------------------------------------------------------*
