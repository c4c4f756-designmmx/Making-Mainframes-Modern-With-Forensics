002500*    (THE ONE OPENING THE NEXT GENERATION) IS PROVEN IDENTICAL   *
002600*    AND EMITTED ONCE.                                           *
002700*                                                                *
002800*    OUTPUT IS A SEQUENTIAL FILE OF 98-BYTE RECORDS IN THE       *
002900*    MASTER LAYOUT (TRANSACTION ID FIRST -- SEE FORLMD.CPY);     *
003000*    THE FORRBLD JOB SORTS IT BY KEY, REDEFINES THE CLUSTER,     *
003100*    REPROS IT IN, AND REBUILDS THE LEDGMSTT / LEDGMSTQ /        *
004800*    DATE       BY    DESCRIPTION                                *
004900*    ---------- ----- -------------------------------------------*
005000*    2026-09-02 JRM   ORIGINAL.                                  *
005020*    2026-10-14 JRM   MULTI-CURRENCY.  LEDGER AND MASTER RECORDS *
005040*                     ARE NOW 98 BYTES AND THE HASH INPUT 90;    *
005060*                     THE CURRENCY AND BASE EQUIVALENT ARE       *
005080*                     CARRIED INTO THE REBUILT MASTER.           *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
007600 FD  ARCHIVE-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 98 CHARACTERS.
008000 01  ARCHIVE-LEDGER-RECORD     PIC X(98).
008100 FD  LEDGER-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 98 CHARACTERS.
008500 01  CURRENT-LEDGER-RECORD     PIC X(98).
008600 FD  LEDGER-CHAIN-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F
009400 FD  MASTER-OUT-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 98 CHARACTERS.
009800 COPY FORLMD.
009900 WORKING-STORAGE SECTION.
010000 01  WS-ARCHIVE-STATUS         PIC X(02).
011500 01  WS-EXPECTING-OPEN-SWITCH  PIC X(01) VALUE 'N'.
011600     88  WS-EXPECTING-OPEN-ANCHOR   VALUE 'Y' FALSE 'N'.
011700 COPY FORLEDG.
011800 01  WS-SAVED-ANCHOR-IMAGE     PIC X(98) VALUE SPACES.
011900 01  WS-PRIOR-HASH             PIC X(8).
012000 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
012100 01  WS-HASH-INPUT-AREA.
012900     05  WS-HASH-IN-SOURCE     PIC X(03).
013000     05  WS-HASH-IN-OPERATOR   PIC X(08).
013100     05  WS-HASH-IN-REASON     PIC X(04).
013120     05  WS-HASH-IN-CURRENCY   PIC X(03).
013140     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
013200 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
013300 01  WS-HASH-DIGEST            PIC X(32).
013400 01  WS-EXPECTED-HASH          PIC X(8).
013500 01  WS-TOTAL-RECORD-COUNT     PIC 9(9) COMP-5 VALUE 0.
028700     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
028800     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
028900     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
028920     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
028940     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
029000     CALL "HASH256" USING WS-HASH-INPUT-AREA
029100                          WS-HASH-INPUT-LEN
029200                          WS-HASH-DIGEST
032400     MOVE WS-SOURCE-SYSTEM    TO LM-SOURCE-SYSTEM
032500     MOVE WS-OPERATOR-ID      TO LM-OPERATOR-ID
032600     MOVE WS-REASON-CODE      TO LM-REASON-CODE
032620     MOVE WS-CURRENCY-CODE    TO LM-CURRENCY-CODE
032640     MOVE WS-BASE-AMOUNT      TO LM-BASE-AMOUNT
032700     WRITE LEDGER-MASTER-RECORD
032800     IF NOT WS-MASTER-OUT-OK
032900         DISPLAY "FORENSIC-REBUILD: MSTROUT WRITE FAILED, "
