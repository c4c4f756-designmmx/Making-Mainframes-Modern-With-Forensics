002600*    THE REQUEST ARE NAMED ON SYSOUT -- THAT IS THE MOUNT LIST   *
002700*    FOR THE ARCHLEDG DD.  THE PROGRAM THEN SCANS WHATEVER       *
002800*    GENERATIONS ARE MOUNTED ON ARCHLEDG (OLDEST FIRST) AND      *
002900*    EMITS EVERY MATCHING 98-BYTE RECORD TWICE:                  *
003000*                                                                *
003100*        HITSOUT   THE RAW LEDGER RECORD, FOR THE INVESTIGATOR   *
003200*        RESENDO   THE SAME JSONOUT LINE SHAPE FORENSIC-AUDIT    *
003600*    PERIOD ANCHORS (TYPE 'X') ARE NEVER EMITTED -- THEY ARE     *
003700*    GENERATION BOOKKEEPING, DUPLICATED AT EVERY SEAM, AND THE   *
003800*    JSON BRIDGE NEVER CARRIED THEM.                             *
003810*                                                                *
003820*    GENERATIONS ARCHIVED BEFORE THE MULTI-CURRENCY CUTOVER      *
003830*    (FORCCONV) ARE 85 BYTES, WITH NO CURRENCY OR BASE AMOUNT.   *
003840*    THEY ARE RETRIEVED WITH THE PRE-CUTOVER LOAD MODULE; THIS   *
003850*    ONE READS ONLY THE 98-BYTE GENERATIONS ARCHIVED SINCE.      *
003900*                                                                *
004000*    RETURN-CODES:  0 = AT LEAST ONE RECORD RETRIEVED.           *
004100*                   4 = NOTHING MATCHED THE REQUEST.             *
004700*    DATE       BY    DESCRIPTION                                *
004800*    ---------- ----- -------------------------------------------*
004900*    2026-09-02 JRM   ORIGINAL.                                  *
004910*    2026-10-14 JRM   ARCHIVE AND HITSOUT RECORDS NOW 98 BYTES   *
004920*                     (CURRENCY CODE AND BASE AMOUNT), AND       *
004930*                     RESENDO LINES CARRY "ccy" AND "base" AS    *
004940*                     FORENSIC-AUDIT NOW WRITES THEM.            *
004950*                     PRE-CUTOVER GENERATIONS NEED THE           *
004960*                     PRE-CUTOVER MODULE.                        *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
008900 FD  ARCHIVE-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 98 CHARACTERS.
009300 01  ARCHIVE-LEDGER-RECORD     PIC X(98).
009400 FD  HITS-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 98 CHARACTERS.
009800 01  HIT-RECORD                PIC X(98).
009900 FD  RESEND-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 200 CHARACTERS.
015000     88  WS-RECORD-MATCHES          VALUE 'Y' FALSE 'N'.
015100 01  WS-JSON-OUTPUT            PIC X(200).
015200 01  WS-JSON-AMOUNT            PIC -(8)9.99.
015250 01  WS-JSON-BASE-AMOUNT       PIC -(8)9.99.
015300 01  WS-JSON-SEQUENCE          PIC Z(8)9.
015400 01  WS-HASH-PREFIX-HEX        PIC X(16).
015500 01  WS-HEX-DIGITS             PIC X(16)
042100     EXIT.
042200
042300******************************************************************
042400*    A MATCH IS EMITTED TWICE: THE RAW 98-BYTE RECORD TO         *
042500*    HITSOUT, AND A LINE BUILT FIELD-FOR-FIELD THE WAY 2500-     *
042600*    WRITE-JSON-RECORD IN FORENSIC-AUDIT BUILDS JSONOUT TO       *
042700*    RESENDO, SO THE CLOUD-UPLOAD JOB CAN PICK IT UP AS-IS.      *
044100         THRU 3500-HEX-ENCODE-HASH-EXIT
044200     MOVE WS-AMOUNT TO WS-JSON-AMOUNT
044300     MOVE WS-SEQUENCE-NUMBER TO WS-JSON-SEQUENCE
044350     MOVE WS-BASE-AMOUNT TO WS-JSON-BASE-AMOUNT
044400     STRING
044500         '{"ts":"'             DELIMITED BY SIZE
044600         WS-TIMESTAMP          DELIMITED BY SIZE
045400         WS-REASON-CODE        DELIMITED BY SIZE
045500         '","amt":'            DELIMITED BY SIZE
045600         WS-JSON-AMOUNT        DELIMITED BY SIZE
045620         ',"ccy":"'            DELIMITED BY SIZE
045640         WS-CURRENCY-CODE      DELIMITED BY SIZE
045660         '","base":'           DELIMITED BY SIZE
045680         WS-JSON-BASE-AMOUNT   DELIMITED BY SIZE
045700         ',"rt":"'             DELIMITED BY SIZE
045800         WS-RECORD-TYPE        DELIMITED BY SIZE
045900         '","rev":"'           DELIMITED BY SIZE
