004100*    COMPUTED UNDER THE OLD RULE); THE PROOF FOR THOSE RECORDS   *
004200*    IS THIS PROGRAM'S CLEAN WALK PLUS THE ARCHIVE.              *
004300*                                                                *
004310*    THE 85-BYTE RECORDS THIS PROGRAM BUILDS AND WRITES -- THE   *
004320*    WORKING LEDGER RECORD, NEWLEDG, AND LEDGMSTR -- ARE KEPT    *
004330*    INLINE.  FORLEDG.CPY AND FORLMD.CPY HAVE SINCE GROWN TO     *
004340*    THE 98-BYTE MULTI-CURRENCY LAYOUT, AND THE 85-TO-98         *
004350*    CUTOVER IS FORENSIC-CCYCONV'S (THE FORCCONV JOB).  THIS     *
004360*    PROGRAM STANDS AS THE RECORD OF THE 70-TO-85 CUTOVER AND    *
004370*    IS NOT RUN AGAINST A CURRENT LEDGER.                        *
004380*                                                                *
004400*    RETURN-CODES:  0 = OLD GENERATION CLOSED, NEW ONE SEEDED.   *
004500*                   8 = OLD LEDGER EMPTY -- NOTHING TO CONVERT   *
004600*                       (A FRESH SITE JUST STARTS ON THE NEW     *
005500*    DATE       BY    DESCRIPTION                                *
005600*    ---------- ----- -------------------------------------------*
005700*    2026-08-21 JRM   ORIGINAL.                                  *
005720*    2026-10-15 JRM   THE 85-BYTE WORKING, NEWLEDG AND LEDGMSTR  *
005740*                     RECORDS ARE FROZEN INLINE NOW THAT FORLEDG *
005760*                     AND FORLMD ARE 98 BYTES.  THE 85-TO-98     *
005780*                     CUTOVER IS FORCCONV.                       *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
010800 FD  LEDGER-MASTER-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 85 CHARACTERS.
011010*    LEDGMSTR RECORD IN THE 85-BYTE LAYOUT THIS CUTOVER
011020*    RELOADED -- FORLMD.CPY BEFORE THE CURRENCY CODE AND BASE
011030*    AMOUNT WERE APPENDED.  KEPT INLINE FOR THE SAME REASON AS
011040*    OLD-LEDGER-RECORD.
011050 01  LEDGER-MASTER-RECORD.
011060     05  LM-TRANSACTION-ID     PIC X(10).
011070     05  LM-TIMESTAMP          PIC X(14).
011080     05  LM-AMOUNT             PIC S9(8)V99.
011090     05  LM-RECORD-TYPE        PIC X(01).
011100     05  LM-REVERSAL-OF-TXN-ID PIC X(10).
011110     05  LM-HASH-PREFIX        PIC X(8).
011120     05  LM-CHAIN-PRIOR-HASH   PIC X(8).
011130     05  LM-SEQUENCE-NUMBER    PIC 9(09).
011140     05  LM-SOURCE-SYSTEM      PIC X(03).
011150     05  LM-OPERATOR-ID        PIC X(08).
011160     05  LM-REASON-CODE        PIC X(04).
011200 FD  LEDGER-CHAIN-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F
012800     88  WS-CHAIN-OK                VALUE '00'.
012900 01  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
013000     88  WS-AT-EOF                  VALUE 'Y'.
013010*    THE 85-BYTE LEDGER RECORD THE ANCHOR IS BUILT IN --
013020*    FORLEDG.CPY BEFORE THE CURRENCY CODE AND BASE AMOUNT WERE
013030*    APPENDED.  KEPT INLINE SO NEWLEDG RECEIVES EXACTLY THE 85
013040*    BYTES THIS CUTOVER DEFINED.
013050 01  WS-FORENSIC-RECORD.
013060     05  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
013070     05  WS-TRANSACTION-ID     PIC X(10) VALUE SPACES.
013080     05  WS-AMOUNT             PIC S9(8)V99 VALUE ZEROES.
013090     05  WS-RECORD-TYPE        PIC X(01) VALUE 'C'.
013100     05  WS-REVERSAL-OF-TXN-ID PIC X(10) VALUE SPACES.
013110     05  WS-ANCHOR-RECORD-COUNT REDEFINES WS-REVERSAL-OF-TXN-ID
013120                               PIC 9(10).
013130     05  WS-HASH-PREFIX        PIC X(8) VALUE SPACES.
013140     05  WS-CHAIN-PRIOR-HASH   PIC X(8) VALUE SPACES.
013150     05  WS-SEQUENCE-NUMBER    PIC 9(09) VALUE ZEROES.
013160     05  WS-SOURCE-SYSTEM      PIC X(03) VALUE SPACES.
013170     05  WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
013180     05  WS-REASON-CODE        PIC X(04) VALUE SPACES.
013200 01  WS-PRIOR-HASH             PIC X(8).
013300 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
013400*    THE OLD RELEASE'S HASH INPUT -- 62 BYTES, NO SOURCE,
