002600*                            BEYOND ITS FIRST OCCURRENCE)        *
002700*        MASTER-NOT-LEDGER   MASTER RECORD THE LEDGER LACKS      *
002800*        FIELD-MISMATCH      KEY MATCHES BUT TIMESTAMP, AMOUNT,  *
002900*                            TYPE, REVERSAL-OF, HASHES,          *
003000*                            SEQUENCE, CURRENCY OR BASE AMOUNT   *
003050*                            DIFFER                              *
003100*                                                                *
003200*    THE MASTER CARRIES EVERY GENERATION EVER POSTED, WHILE THE  *
003300*    LEDGER HOLDS ONLY THE CURRENT GENERATION SINCE THE LAST     *
004991*                     FORRUND.CPY) FOR THE FORTREND BATCH-       *
004992*                     WINDOW TREND REPORT.  ADVISORY -- NEVER    *
004993*                     CHANGES THE RUN'S RETURN CODE.             *
004994*    2026-10-14 JRM   LEDGER AND MASTER RECORDS NOW 98 BYTES.    *
004995*                     CURRENCY CODE AND BASE AMOUNT ARE COMPARED *
004996*                     WITH THE OTHER FIELDS.                     *
004997*    2026-10-15 JRM   RUNSTATS RECORD NOW 330 BYTES (TWELVE      *
004998*                     REASON SLOTS).                             *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
006800 FD  SORTED-LEDGER-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F
007100     RECORD CONTAINS 98 CHARACTERS.
007200 COPY FORLFD.
007300 FD  LEDGER-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 98 CHARACTERS.
007600 COPY FORLMD.
007610 FD  CASE-FILE
007620     LABEL RECORDS ARE STANDARD
007650 FD  RUN-STATS-FILE
007660     LABEL RECORDS ARE STANDARD
007670     RECORDING MODE IS F
007680     RECORD CONTAINS 330 CHARACTERS.
007690 COPY FORRUND.
007700 WORKING-STORAGE SECTION.
007800 01  WS-LEDGER-STATUS          PIC X(02).
024050      AND LM-SOURCE-SYSTEM    = LR-SOURCE-SYSTEM
024060      AND LM-OPERATOR-ID      = LR-OPERATOR-ID
024070      AND LM-REASON-CODE      = LR-REASON-CODE
024080      AND LM-CURRENCY-CODE    = LR-CURRENCY-CODE
024090      AND LM-BASE-AMOUNT      = LR-BASE-AMOUNT
024100         GO TO 2300-COMPARE-PAIR-EXIT
024200     END-IF
024300     ADD 1 TO WS-MISMATCH-COUNT
027190     IF LM-REASON-CODE NOT = LR-REASON-CODE
027192         DISPLAY "    REASON     LEDGER=" LR-REASON-CODE
027194             " MASTER=" LM-REASON-CODE
027199     END-IF
027204     IF LM-CURRENCY-CODE NOT = LR-CURRENCY-CODE
027209         DISPLAY "    CURRENCY   LEDGER=" LR-CURRENCY-CODE
027219             " MASTER=" LM-CURRENCY-CODE
027229     END-IF
027239     IF LM-BASE-AMOUNT NOT = LR-BASE-AMOUNT
027249         DISPLAY "    BASE-AMT   LEDGER=" LR-BASE-AMOUNT
027259             " MASTER=" LM-BASE-AMOUNT
027269     END-IF.
027279 2300-COMPARE-PAIR-EXIT.
027300     EXIT.
027400
027210******************************************************************
030770     MOVE 0 TO WS-SLOT-IDX
030772     PERFORM 8810-CLEAR-ONE-REASON-SLOT
030774         THRU 8810-CLEAR-ONE-REASON-SLOT-EXIT
030776         UNTIL WS-SLOT-IDX = 12
030778     MOVE 0 TO WS-SLOT-IDX
030780     PERFORM 8820-CLEAR-ONE-SOURCE-SLOT
030782         THRU 8820-CLEAR-ONE-SOURCE-SLOT-EXIT
