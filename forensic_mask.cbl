000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-MASK.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-MASK                                               *
001000*                                                                *
001100*    BUILDS A MASKED TEST COPY OF ONE PRODUCTION LEDGER          *
001200*    GENERATION.  CHANGES TO FOREDIT, FORENSIC-AUDIT, AND THE    *
001300*    ONLINE SCREENS WERE TESTED EITHER ON TINY HAND-BUILT FILES  *
001400*    OR ON A STRAIGHT COPY OF PRODUCTION, REAL TRANSACTION AND   *
001500*    OPERATOR IDS INCLUDED.  THIS RUN, IN PRODUCTION, WRITES A   *
001600*    COPY WITH EVERY TRANSACTION ID, ADJUSTMENT ID, OPERATOR     *
001700*    ID, AND APPROVER ID SCRAMBLED UNDER A SECRET MASKING KEY,   *
001800*    AND EVERYTHING ELSE (TIMESTAMPS, AMOUNTS, TYPES,            *
001900*    SEQUENCES, SOURCES, REASON CODES) AS IT RAN.                *
002000*                                                                *
002100*    THE INPUT GENERATION (LEDGER -- THE CURRENT LEDGER OR ONE   *
002200*    ARCHIVED GENERATION, NEVER A CONCATENATION) IS FIRST        *
002300*    PROVEN EXACTLY AS FORENSIC-VERIFY PROVES IT.  A BROKEN      *
002400*    CHAIN REFUSES THE RUN -- A TEST COPY THAT RUNS CLEAN MUST   *
002500*    NOT HIDE A PRODUCTION BREAK.                                *
002600*                                                                *
002700*    THE SCRAMBLE IS A KEYED, FOUR-ROUND SWAP OF THE TWO HALVES  *
002800*    OF THE ID (EACH ROUND SHIFTS ONE HALF BY HASH256 OF THE     *
002900*    KEY AND THE OTHER HALF).  A DIGIT STAYS A DIGIT, A LETTER   *
003000*    STAYS A LETTER, AND ANY OTHER CHARACTER (SPACES INCLUDED)   *
003100*    STAYS PUT; A TRANSACTION ID THAT OPENS WITH TWO LETTERS     *
003200*    ('AJ' ADJUSTMENTS) KEEPS THEM.  THE SAME ID ALWAYS MASKS    *
003300*    THE SAME WAY UNDER THE SAME KEY, SO REVERSAL-OF AND         *
003400*    ADJUSTMENT LINKS STILL POINT AT THEIR (MASKED) CHARGES,     *
003500*    AND ADJHIST AND ADJQUEUE AGREE WITH THE LEDGER.  EVERY      *
003600*    ROUND CAN BE UNDONE GIVEN THE KEY, SO TWO IDS NEVER MASK    *
003700*    TO ONE AND THE MASTER KEY STAYS UNIQUE.  WITHOUT THE KEY    *
003800*    THE ORIGINAL IDS CANNOT BE RECOVERED.  PERIOD ANCHORS       *
003900*    (TYPE 'X') CARRY NO TRANSACTION OR OPERATOR DATA AND PASS   *
004000*    THROUGH UNMASKED.                                           *
004100*                                                                *
004200*    THE HASH CHAIN IS THEN RECOMPUTED OVER THE MASKED RECORDS   *
004300*    UNDER THE CURRENT 90-BYTE RULE -- FROM GENESIS0, OR FROM    *
004400*    THE CARRIED PRIOR-HASH OF AN OPENING ANCHOR, AS             *
004500*    FORENSIC-VERIFY SEEDS IT -- AND THE RUN WRITES:             *
004600*                                                                *
004700*        MASKLEDG  THE MASKED LEDGER (TEST LEDGER)               *
004800*        MASKCHN   ITS CHAINF CHECKPOINT (LAST HASH, ID, SEQ)    *
004900*        MSTROUT   MASTER-LAYOUT RECORDS (SEE FORLMD.CPY) FOR    *
005000*                  THE TEST LEDGMSTR LOAD, IN LEDGER ORDER       *
005100*        MASKAHST  ADJHIST, MASKED (OPTIONAL INPUT)              *
005200*        MASKADJQ  ADJQUEUE, MASKED, FOR THE TEST QUEUE LOAD     *
005300*                  (OPTIONAL INPUT)                              *
005400*                                                                *
005500*    SO FORENSIC-VERIFY AND FORENSIC-RECONCILE RUN CLEAN         *
005600*    AGAINST THE TEST FILES ONCE THE FORMASK JOB HAS SORTED AND  *
005700*    LOADED THEM.  SEALHIST, VERIFCKP, FORCASE, AND THE REJECT   *
005800*    FILES ARE NOT CARRIED -- THE TEST SIDE STARTS THEM EMPTY.   *
005900*                                                                *
006000*    THE KEY IS READ FROM THE MASKKEY CARD (COLUMNS 1-32, ALL    *
006100*    NON-BLANK), A PRODUCTION-ONLY DATA SET.  IT IS NEVER        *
006200*    WRITTEN, DISPLAYED, OR COPIED TO ANY OUTPUT, AND IS         *
006300*    CLEARED FROM STORAGE BEFORE THE RUN ENDS.  NO               *
006400*    ORIGINAL-TO-MASKED PAIR IS EVER DISPLAYED.                  *
006500*                                                                *
006600*    RETURN-CODES:  0 = GENERATION PROVEN, MASKED COPY WRITTEN.  *
006700*                  16 = NO OR INVALID MASKKEY CARD, A BROKEN     *
006800*                       PRODUCTION CHAIN, OR AN I-O ERROR --     *
006900*                       NOTHING MAY BE LOADED TO TEST.           *
007000*                                                                *
007100*----------------------------------------------------------------*
007200*    MODIFICATION HISTORY                                       *
007300*----------------------------------------------------------------*
007400*    DATE       BY    DESCRIPTION                                *
007500*    ---------- ----- -------------------------------------------*
007600*    2026-10-13 JRM   ORIGINAL.                                  *
007620*    2026-10-14 JRM   LEDGER AND MASTER RECORDS ARE 98 BYTES AND *
007640*                     THE CHAIN IS RECOMPUTED UNDER THE 90-BYTE  *
007660*                     RULE.  CURRENCY CODE AND BASE AMOUNT PASS  *
007680*                     THROUGH UNMASKED, AS THE AMOUNT DOES.      *
007700******************************************************************
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER.   IBM-370.
008100 OBJECT-COMPUTER.   IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT MASK-KEY-FILE ASSIGN TO MASKKEY
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-MASK-KEY-STATUS.
008800     SELECT LEDGER-FILE ASSIGN TO LEDGER
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WS-LEDGER-STATUS.
009200     SELECT MASKED-LEDGER-FILE ASSIGN TO MASKLEDG
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE IS SEQUENTIAL
009500         FILE STATUS IS WS-MASKED-LEDGER-STATUS.
009600     SELECT MASKED-CHAIN-FILE ASSIGN TO MASKCHN
009700         ORGANIZATION IS SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-MASKED-CHAIN-STATUS.
010000     SELECT MASTER-OUT-FILE ASSIGN TO MSTROUT
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-MASTER-OUT-STATUS.
010400     SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
010500         ORGANIZATION IS SEQUENTIAL
010600         ACCESS MODE IS SEQUENTIAL
010700         FILE STATUS IS WS-ADJHIST-STATUS.
010800     SELECT MASKED-HISTORY-FILE ASSIGN TO MASKAHST
010900         ORGANIZATION IS SEQUENTIAL
011000         ACCESS MODE IS SEQUENTIAL
011100         FILE STATUS IS WS-MASKED-HISTORY-STATUS.
011200     SELECT OPTIONAL ADJUSTMENT-QUEUE-FILE ASSIGN TO ADJQUEUE
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS AQ-ADJUSTMENT-ID
011600         FILE STATUS IS WS-ADJQUEUE-STATUS.
011700     SELECT MASKED-QUEUE-FILE ASSIGN TO MASKADJQ
011800         ORGANIZATION IS SEQUENTIAL
011900         ACCESS MODE IS SEQUENTIAL
012000         FILE STATUS IS WS-MASKED-QUEUE-STATUS.
012100 DATA DIVISION.
012200 FILE SECTION.
012300 FD  MASK-KEY-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  MASK-KEY-RECORD.
012800     05  MK-MASKING-KEY        PIC X(32).
012900     05  FILLER                PIC X(48).
013000 FD  LEDGER-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORDING MODE IS F
013300     RECORD CONTAINS 98 CHARACTERS.
013400 01  PRODUCTION-LEDGER-RECORD  PIC X(98).
013500 FD  MASKED-LEDGER-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F
013800     RECORD CONTAINS 98 CHARACTERS.
013900 COPY FORLFD.
014000 FD  MASKED-CHAIN-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORDING MODE IS F
014300     RECORD CONTAINS 27 CHARACTERS.
014400 01  CHAIN-RECORD.
014500     05  CHAIN-LAST-HASH       PIC X(8).
014600     05  CHAIN-LAST-TXN-ID     PIC X(10).
014700     05  CHAIN-LAST-SEQUENCE   PIC 9(09).
014800 FD  MASTER-OUT-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORDING MODE IS F
015100     RECORD CONTAINS 98 CHARACTERS.
015200 COPY FORLMD.
015300 FD  ADJUSTMENT-HISTORY-FILE
015400     LABEL RECORDS ARE STANDARD
015500     RECORDING MODE IS F
015600     RECORD CONTAINS 100 CHARACTERS.
015700 COPY FORAHSD.
015800 FD  MASKED-HISTORY-FILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORDING MODE IS F
016100     RECORD CONTAINS 100 CHARACTERS.
016200 01  MASKED-HISTORY-RECORD     PIC X(100).
016300 FD  ADJUSTMENT-QUEUE-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 70 CHARACTERS.
016600 COPY FORADJD.
016700 FD  MASKED-QUEUE-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORDING MODE IS F
017000     RECORD CONTAINS 70 CHARACTERS.
017100 01  MASKED-QUEUE-RECORD       PIC X(70).
017200 WORKING-STORAGE SECTION.
017300 01  WS-MASK-KEY-STATUS        PIC X(02).
017400     88  WS-MASK-KEY-OK             VALUE '00'.
017500 01  WS-LEDGER-STATUS          PIC X(02).
017600     88  WS-LEDGER-OK               VALUE '00'.
017700 01  WS-MASKED-LEDGER-STATUS   PIC X(02).
017800     88  WS-MASKED-LEDGER-OK        VALUE '00'.
017900 01  WS-MASKED-CHAIN-STATUS    PIC X(02).
018000     88  WS-MASKED-CHAIN-OK         VALUE '00'.
018100 01  WS-MASTER-OUT-STATUS      PIC X(02).
018200     88  WS-MASTER-OUT-OK           VALUE '00'.
018300 01  WS-ADJHIST-STATUS         PIC X(02).
018400     88  WS-ADJHIST-OK              VALUE '00'.
018500     88  WS-ADJHIST-NOT-FOUND       VALUE '35' '05'.
018600 01  WS-MASKED-HISTORY-STATUS  PIC X(02).
018700     88  WS-MASKED-HISTORY-OK       VALUE '00'.
018800 01  WS-ADJQUEUE-STATUS        PIC X(02).
018900     88  WS-ADJQUEUE-OK             VALUE '00'.
019000     88  WS-ADJQUEUE-NOT-FOUND      VALUE '35' '05'.
019100*                                  '05' = OPTIONAL FILE ABSENT
019200*                                  AT OPEN, '35' = NOT FOUND
019300 01  WS-MASKED-QUEUE-STATUS    PIC X(02).
019400     88  WS-MASKED-QUEUE-OK         VALUE '00'.
019500 01  WS-LEDGER-EOF-SWITCH      PIC X(01) VALUE 'N'.
019600     88  WS-LEDGER-AT-EOF           VALUE 'Y'.
019700 01  WS-ADJHIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
019800     88  WS-ADJHIST-AT-EOF          VALUE 'Y'.
019900 01  WS-ADJQUEUE-EOF-SWITCH    PIC X(01) VALUE 'N'.
020000     88  WS-ADJQUEUE-AT-EOF         VALUE 'Y'.
020100 COPY FORLEDG.
020200 01  WS-PRIOR-HASH             PIC X(8).
020300 01  WS-MASKED-PRIOR-HASH      PIC X(8).
020400 01  WS-GENESIS-HASH           PIC X(8) VALUE "GENESIS0".
020500 01  WS-HASH-INPUT-AREA.
020600     05  WS-HASH-IN-PRIOR-HASH PIC X(8).
020700     05  WS-HASH-IN-TIMESTAMP  PIC X(14).
020800     05  WS-HASH-IN-TXN-ID     PIC X(10).
020900     05  WS-HASH-IN-AMOUNT     PIC S9(8)V99.
021000     05  WS-HASH-IN-RECORD-TYPE PIC X(01).
021100     05  WS-HASH-IN-REVERSAL-ID PIC X(10).
021200     05  WS-HASH-IN-SEQUENCE   PIC 9(09).
021300     05  WS-HASH-IN-SOURCE     PIC X(03).
021400     05  WS-HASH-IN-OPERATOR   PIC X(08).
021500     05  WS-HASH-IN-REASON     PIC X(04).
021520     05  WS-HASH-IN-CURRENCY   PIC X(03).
021540     05  WS-HASH-IN-BASE-AMOUNT PIC S9(8)V99.
021600 01  WS-HASH-INPUT-LEN         PIC S9(9) COMP-5 VALUE 90.
021700 01  WS-HASH-DIGEST            PIC X(32).
021800 01  WS-EXPECTED-HASH          PIC X(8).
021900*
022000*    MASKING KEY AND THE ROUND FUNCTION'S HASH256 INPUT.  THE
022100*    DOMAIN BYTE KEEPS TRANSACTION IDS ('T') AND USER IDS ('U')
022200*    FROM EVER SHARING A SCRAMBLE.
022300*
022400 01  WS-MASKING-KEY            PIC X(32) VALUE SPACES.
022500 01  WS-MASK-INPUT-AREA.
022600     05  WS-MASK-IN-KEY        PIC X(32).
022700     05  WS-MASK-IN-DOMAIN     PIC X(01).
022800     05  WS-MASK-IN-ROUND      PIC 9(01).
022900     05  WS-MASK-IN-HALF       PIC X(10).
023000 01  WS-MASK-INPUT-LEN         PIC S9(9) COMP-5 VALUE 44.
023100 01  WS-MASK-DIGEST            PIC X(32).
023200 01  WS-MASK-VALUE             PIC X(10).
023300*                                  ID BEING MASKED, IN PLACE
023400 01  WS-MASK-DOMAIN            PIC X(01).
023500     88  WS-MASK-TRANSACTION-ID     VALUE 'T'.
023600     88  WS-MASK-USER-ID            VALUE 'U'.
023700 01  WS-MASK-LENGTH            PIC 9(2) COMP-5.
023800 01  WS-MASK-FIRST             PIC 9(2) COMP-5.
023900 01  WS-MASK-MIDDLE            PIC 9(2) COMP-5.
024000 01  WS-MASK-ROUND             PIC 9(2) COMP-5.
024100 01  WS-MASK-POSITION          PIC 9(2) COMP-5.
024200 01  WS-MASK-LAST-POSITION     PIC 9(2) COMP-5.
024300 01  WS-MASK-DRIVE-START       PIC 9(2) COMP-5.
024400 01  WS-MASK-DRIVE-LENGTH      PIC 9(2) COMP-5.
024500 01  WS-MASK-CHAR              PIC X(01).
024600 01  WS-MASK-DIGIT             PIC 9(01).
024700 01  WS-MASK-CHAR-INDEX        PIC 9(2) COMP-5.
024800 01  WS-MASK-RADIX             PIC 9(2) COMP-5.
024900 01  WS-MASK-SHIFT             PIC 9(3) COMP-5.
025000 01  WS-MASK-SUM               PIC 9(3) COMP-5.
025100 01  WS-MASK-QUOTIENT          PIC 9(3) COMP-5.
025200 01  WS-MASK-DIGITS            PIC X(10) VALUE "0123456789".
025300 01  WS-MASK-LETTERS           PIC X(26)
025400     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025500 01  WS-KEY-SPACE-COUNT        PIC 9(2) COMP-5 VALUE 0.
025600*
025700 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
025800 01  WS-ANCHOR-COUNT           PIC 9(9) COMP-5 VALUE 0.
025900 01  WS-LINK-COUNT             PIC 9(9) COMP-5 VALUE 0.
026000 01  WS-OPERATOR-COUNT         PIC 9(9) COMP-5 VALUE 0.
026100 01  WS-ADJHIST-COUNT          PIC 9(9) COMP-5 VALUE 0.
026200 01  WS-ADJQUEUE-COUNT         PIC 9(9) COMP-5 VALUE 0.
026300 01  WS-LAST-HASH              PIC X(08) VALUE SPACES.
026400 01  WS-LAST-TXN-ID            PIC X(10) VALUE SPACES.
026500 01  WS-LAST-SEQUENCE          PIC 9(09) VALUE ZEROES.
026600 PROCEDURE DIVISION.
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE
026900         THRU 1000-INITIALIZE-EXIT
027000     PERFORM 2000-MASK-LEDGER-RECORD
027100         THRU 2000-MASK-LEDGER-RECORD-EXIT
027200         UNTIL WS-LEDGER-AT-EOF
027300     PERFORM 3000-WRITE-CHAIN-CHECKPOINT
027400         THRU 3000-WRITE-CHAIN-CHECKPOINT-EXIT
027500     PERFORM 4000-MASK-ADJUSTMENT-HISTORY
027600         THRU 4000-MASK-ADJUSTMENT-HISTORY-EXIT
027700     PERFORM 5000-MASK-ADJUSTMENT-QUEUE
027800         THRU 5000-MASK-ADJUSTMENT-QUEUE-EXIT
027900     PERFORM 8000-REPORT-RESULTS
028000         THRU 8000-REPORT-RESULTS-EXIT
028100     MOVE 0 TO RETURN-CODE
028200     GO TO 9999-EXIT.
028300
028400 1000-INITIALIZE.
028500     DISPLAY "FORENSIC-MASK: BUILDING A MASKED TEST COPY OF THE "
028600         "LEDGER..."
028700     PERFORM 1100-READ-MASKING-KEY
028800         THRU 1100-READ-MASKING-KEY-EXIT
028900     MOVE WS-GENESIS-HASH TO WS-PRIOR-HASH
029000     MOVE WS-GENESIS-HASH TO WS-MASKED-PRIOR-HASH
029100     OPEN INPUT LEDGER-FILE
029200     IF NOT WS-LEDGER-OK
029300         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN LEDGER-FILE, "
029400             "STATUS = " WS-LEDGER-STATUS
029500         MOVE 16 TO RETURN-CODE
029600         GO TO 9999-EXIT
029700     END-IF
029800     OPEN OUTPUT MASKED-LEDGER-FILE
029900     IF NOT WS-MASKED-LEDGER-OK
030000         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MASKLEDG, "
030100             "STATUS = " WS-MASKED-LEDGER-STATUS
030200         MOVE 16 TO RETURN-CODE
030300         GO TO 9999-EXIT
030400     END-IF
030500     OPEN OUTPUT MASTER-OUT-FILE
030600     IF NOT WS-MASTER-OUT-OK
030700         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MSTROUT, "
030800             "STATUS = " WS-MASTER-OUT-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 9999-EXIT
031100     END-IF
031200     PERFORM 2100-READ-LEDGER-RECORD
031300         THRU 2100-READ-LEDGER-RECORD-EXIT
031400     IF WS-LEDGER-AT-EOF
031500         DISPLAY "FORENSIC-MASK: NOTHING TO MASK -- THE "
031600             "GENERATION IS EMPTY"
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     END-IF.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200
032300*    MASKKEY IS A SINGLE CARD: THE KEY IN COLUMNS 1-32, NO BLANKS.
032400*    THE CARD IS MOVED TO STORAGE AND THE RECORD AREA CLEARED AT
032500*    ONCE -- NOTHING ABOUT THE KEY IS DISPLAYED, EVEN ON REFUSAL.
032600 1100-READ-MASKING-KEY.
032700     OPEN INPUT MASK-KEY-FILE
032800     IF NOT WS-MASK-KEY-OK
032900         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MASKKEY, "
033000             "STATUS = " WS-MASK-KEY-STATUS
033100             " -- THE MASKED COPY IS ONLY MADE IN PRODUCTION"
033200         MOVE 16 TO RETURN-CODE
033300         GO TO 9999-EXIT
033400     END-IF
033500     READ MASK-KEY-FILE
033600         AT END
033700             DISPLAY "FORENSIC-MASK: MASKKEY IS EMPTY"
033800             CLOSE MASK-KEY-FILE
033900             MOVE 16 TO RETURN-CODE
034000             GO TO 9999-EXIT
034100     END-READ
034200     MOVE MK-MASKING-KEY TO WS-MASKING-KEY
034300     MOVE SPACES TO MASK-KEY-RECORD
034400     CLOSE MASK-KEY-FILE
034500     INSPECT WS-MASKING-KEY TALLYING WS-KEY-SPACE-COUNT
034600         FOR ALL SPACES
034700     IF WS-KEY-SPACE-COUNT > 0
034800         DISPLAY "FORENSIC-MASK: MASKKEY COLUMNS 1-32 ARE NOT A "
034900             "FULL 32-CHARACTER KEY"
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 9999-EXIT
035200     END-IF
035300     MOVE WS-MASKING-KEY TO WS-MASK-IN-KEY.
035400 1100-READ-MASKING-KEY-EXIT.
035500     EXIT.
035600******************************************************************
035700*    EACH PRODUCTION RECORD IS PROVEN FIRST, EXACTLY AS          *
035800*    FORENSIC-VERIFY PROVES IT (A RECORD IN POSITION ONE THAT    *
035900*    IS A PERIOD ANCHOR SEEDS THE CHAIN FROM ITS CARRIED         *
036000*    PRIOR-HASH).  ONLY THEN IS IT MASKED, RECHAINED ON THE      *
036100*    MASKED CHAIN, AND WRITTEN TO MASKLEDG AND MSTROUT.  A       *
036200*    SECOND GENERATION'S OPENING ANCHOR CANNOT PROVE AGAINST     *
036300*    THE FIRST GENERATION'S CHAIN, SO A CONCATENATED LEDGER DD   *
036400*    IS REFUSED HERE.                                            *
036500******************************************************************
036600 2000-MASK-LEDGER-RECORD.
036700     MOVE PRODUCTION-LEDGER-RECORD TO WS-FORENSIC-RECORD
036800     ADD 1 TO WS-RECORD-COUNT
036900     IF WS-RECORD-COUNT = 1 AND WS-TYPE-ANCHOR
037000         MOVE WS-CHAIN-PRIOR-HASH TO WS-PRIOR-HASH
037100         MOVE WS-CHAIN-PRIOR-HASH TO WS-MASKED-PRIOR-HASH
037200         DISPLAY "FORENSIC-MASK: GENERATION OPENS WITH ANCHOR "
037300             WS-TRANSACTION-ID " -- BOTH CHAINS SEEDED FROM ITS "
037400             "CARRIED HASH"
037500     END-IF
037600     IF WS-CHAIN-PRIOR-HASH NOT = WS-PRIOR-HASH
037700         DISPLAY "FORENSIC-MASK: STORED PRIOR-HASH DOES NOT "
037800             "MATCH CHAIN AT RECORD " WS-RECORD-COUNT
037900             " -- ONE GENERATION ONLY, AND RUN FORENSIC-VERIFY."
038000             "  NOTHING MAY BE LOADED."
038100         MOVE 16 TO RETURN-CODE
038200         GO TO 9999-EXIT
038300     END-IF
038400     MOVE WS-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
038500     PERFORM 2200-HASH-RECORD
038600         THRU 2200-HASH-RECORD-EXIT
038700     IF WS-EXPECTED-HASH NOT = WS-HASH-PREFIX
038800         DISPLAY "FORENSIC-MASK: HASH MISMATCH AT RECORD "
038900             WS-RECORD-COUNT " -- RUN FORENSIC-VERIFY.  NOTHING "
039000             "MAY BE LOADED."
039100         MOVE 16 TO RETURN-CODE
039200         GO TO 9999-EXIT
039300     END-IF
039400     MOVE WS-EXPECTED-HASH TO WS-PRIOR-HASH
039500     IF WS-TYPE-ANCHOR
039600         ADD 1 TO WS-ANCHOR-COUNT
039700     ELSE
039800         PERFORM 2300-MASK-RECORD-IDS
039900             THRU 2300-MASK-RECORD-IDS-EXIT
040000     END-IF
040100     MOVE WS-MASKED-PRIOR-HASH TO WS-CHAIN-PRIOR-HASH
040200     MOVE WS-MASKED-PRIOR-HASH TO WS-HASH-IN-PRIOR-HASH
040300     PERFORM 2200-HASH-RECORD
040400         THRU 2200-HASH-RECORD-EXIT
040500     MOVE WS-EXPECTED-HASH TO WS-HASH-PREFIX
040600     MOVE WS-EXPECTED-HASH TO WS-MASKED-PRIOR-HASH
040700     WRITE LEDGER-RECORD FROM WS-FORENSIC-RECORD
040800     IF NOT WS-MASKED-LEDGER-OK
040900         DISPLAY "FORENSIC-MASK: MASKLEDG WRITE FAILED, "
041000             "STATUS = " WS-MASKED-LEDGER-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 9999-EXIT
041300     END-IF
041400     PERFORM 7000-EMIT-MASTER-RECORD
041500         THRU 7000-EMIT-MASTER-RECORD-EXIT
041600     MOVE WS-HASH-PREFIX     TO WS-LAST-HASH
041700     MOVE WS-TRANSACTION-ID  TO WS-LAST-TXN-ID
041800     MOVE WS-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
041900     PERFORM 2100-READ-LEDGER-RECORD
042000         THRU 2100-READ-LEDGER-RECORD-EXIT.
042100 2000-MASK-LEDGER-RECORD-EXIT.
042200     EXIT.
042300
042400 2100-READ-LEDGER-RECORD.
042500     READ LEDGER-FILE
042600         AT END
042700             SET WS-LEDGER-AT-EOF TO TRUE
042800     END-READ.
042900 2100-READ-LEDGER-RECORD-EXIT.
043000     EXIT.
043100
043200*    THE CURRENT 90-BYTE RULE.  THE CALLER SETS THE PRIOR HASH --
043300*    THE PRODUCTION CHAIN'S TO PROVE, THE MASKED CHAIN'S TO WRITE.
043400 2200-HASH-RECORD.
043500     MOVE WS-TIMESTAMP      TO WS-HASH-IN-TIMESTAMP
043600     MOVE WS-TRANSACTION-ID TO WS-HASH-IN-TXN-ID
043700     MOVE WS-AMOUNT         TO WS-HASH-IN-AMOUNT
043800     MOVE WS-RECORD-TYPE    TO WS-HASH-IN-RECORD-TYPE
043900     MOVE WS-REVERSAL-OF-TXN-ID TO WS-HASH-IN-REVERSAL-ID
044000     MOVE WS-SEQUENCE-NUMBER TO WS-HASH-IN-SEQUENCE
044100     MOVE WS-SOURCE-SYSTEM  TO WS-HASH-IN-SOURCE
044200     MOVE WS-OPERATOR-ID    TO WS-HASH-IN-OPERATOR
044300     MOVE WS-REASON-CODE    TO WS-HASH-IN-REASON
044320     MOVE WS-CURRENCY-CODE  TO WS-HASH-IN-CURRENCY
044340     MOVE WS-BASE-AMOUNT    TO WS-HASH-IN-BASE-AMOUNT
044400     CALL "HASH256" USING WS-HASH-INPUT-AREA
044500                          WS-HASH-INPUT-LEN
044600                          WS-HASH-DIGEST
044700     MOVE WS-HASH-DIGEST(1:8) TO WS-EXPECTED-HASH.
044800 2200-HASH-RECORD-EXIT.
044900     EXIT.
045000
045100*    THE RECORD'S OWN ID, THE CHARGE A REVERSAL OR ADJUSTMENT
045200*    POINTS AT, AND THE KEYING OPERATOR.
045300 2300-MASK-RECORD-IDS.
045400     MOVE WS-TRANSACTION-ID TO WS-MASK-VALUE
045500     PERFORM 6100-MASK-TRANSACTION-ID
045600         THRU 6100-MASK-TRANSACTION-ID-EXIT
045700     MOVE WS-MASK-VALUE TO WS-TRANSACTION-ID
045800     IF WS-REVERSAL-OF-TXN-ID NOT = SPACES
045900         MOVE WS-REVERSAL-OF-TXN-ID TO WS-MASK-VALUE
046000         PERFORM 6100-MASK-TRANSACTION-ID
046100             THRU 6100-MASK-TRANSACTION-ID-EXIT
046200         MOVE WS-MASK-VALUE TO WS-REVERSAL-OF-TXN-ID
046300         ADD 1 TO WS-LINK-COUNT
046400     END-IF
046500     IF WS-OPERATOR-ID NOT = SPACES
046600         MOVE WS-OPERATOR-ID TO WS-MASK-VALUE
046700         PERFORM 6200-MASK-USER-ID
046800             THRU 6200-MASK-USER-ID-EXIT
046900         MOVE WS-MASK-VALUE (1:8) TO WS-OPERATOR-ID
047000         ADD 1 TO WS-OPERATOR-COUNT
047100     END-IF.
047200 2300-MASK-RECORD-IDS-EXIT.
047300     EXIT.
047400******************************************************************
047500*    THE TEST CHAINF: THE LAST MASKED RECORD'S NEW HASH, ITS     *
047600*    MASKED ID, AND ITS SEQUENCE -- WHAT FORENSIC-AUDIT WOULD    *
047700*    HAVE LEFT HAD IT POSTED THE MASKED RECORDS ITSELF.          *
047800******************************************************************
047900 3000-WRITE-CHAIN-CHECKPOINT.
048000     CLOSE LEDGER-FILE
048100     CLOSE MASKED-LEDGER-FILE
048200     CLOSE MASTER-OUT-FILE
048300     OPEN OUTPUT MASKED-CHAIN-FILE
048400     IF NOT WS-MASKED-CHAIN-OK
048500         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MASKCHN, "
048600             "STATUS = " WS-MASKED-CHAIN-STATUS
048700         MOVE 16 TO RETURN-CODE
048800         GO TO 9999-EXIT
048900     END-IF
049000     MOVE WS-LAST-HASH     TO CHAIN-LAST-HASH
049100     MOVE WS-LAST-TXN-ID   TO CHAIN-LAST-TXN-ID
049200     MOVE WS-LAST-SEQUENCE TO CHAIN-LAST-SEQUENCE
049300     WRITE CHAIN-RECORD
049400     IF NOT WS-MASKED-CHAIN-OK
049500         DISPLAY "FORENSIC-MASK: MASKCHN WRITE FAILED, "
049600             "STATUS = " WS-MASKED-CHAIN-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         GO TO 9999-EXIT
049900     END-IF
050000     CLOSE MASKED-CHAIN-FILE.
050100 3000-WRITE-CHAIN-CHECKPOINT-EXIT.
050200     EXIT.
050300******************************************************************
050400*    ADJHIST (OPTIONAL -- MASKAHST IS WRITTEN EMPTY WITHOUT      *
050500*    IT): THE ADJUSTMENT ID AND ITS TARGET MASK AS TRANSACTION   *
050600*    IDS, SO THEY STILL MATCH THE MASKED LEDGER; THE KEYING      *
050700*    OPERATOR AND THE APPROVING SUPERVISOR MASK AS USER IDS.     *
050800*    WRITTEN IN THE ORDER READ.                                  *
050900******************************************************************
051000 4000-MASK-ADJUSTMENT-HISTORY.
051100     OPEN OUTPUT MASKED-HISTORY-FILE
051200     IF NOT WS-MASKED-HISTORY-OK
051300         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MASKAHST, "
051400             "STATUS = " WS-MASKED-HISTORY-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         GO TO 9999-EXIT
051700     END-IF
051800     OPEN INPUT ADJUSTMENT-HISTORY-FILE
051900     IF WS-ADJHIST-NOT-FOUND
052000         DISPLAY "FORENSIC-MASK: NO ADJHIST ALLOCATED -- NONE "
052100             "MASKED"
052200         CLOSE ADJUSTMENT-HISTORY-FILE
052300         CLOSE MASKED-HISTORY-FILE
052400         GO TO 4000-MASK-ADJUSTMENT-HISTORY-EXIT
052500     END-IF
052600     IF NOT WS-ADJHIST-OK
052700         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN ADJHIST, "
052800             "STATUS = " WS-ADJHIST-STATUS
052900         MOVE 16 TO RETURN-CODE
053000         GO TO 9999-EXIT
053100     END-IF
053200     PERFORM 4100-MASK-ONE-HISTORY
053300         THRU 4100-MASK-ONE-HISTORY-EXIT
053400         UNTIL WS-ADJHIST-AT-EOF
053500     CLOSE ADJUSTMENT-HISTORY-FILE
053600     CLOSE MASKED-HISTORY-FILE.
053700 4000-MASK-ADJUSTMENT-HISTORY-EXIT.
053800     EXIT.
053900
054000 4100-MASK-ONE-HISTORY.
054100     READ ADJUSTMENT-HISTORY-FILE
054200         AT END
054300             SET WS-ADJHIST-AT-EOF TO TRUE
054400             GO TO 4100-MASK-ONE-HISTORY-EXIT
054500     END-READ
054600     MOVE AH-ADJUSTMENT-ID TO WS-MASK-VALUE
054700     PERFORM 6100-MASK-TRANSACTION-ID
054800         THRU 6100-MASK-TRANSACTION-ID-EXIT
054900     MOVE WS-MASK-VALUE TO AH-ADJUSTMENT-ID
055000     MOVE AH-ADJUST-OF-TXN-ID TO WS-MASK-VALUE
055100     PERFORM 6100-MASK-TRANSACTION-ID
055200         THRU 6100-MASK-TRANSACTION-ID-EXIT
055300     MOVE WS-MASK-VALUE TO AH-ADJUST-OF-TXN-ID
055400     MOVE AH-OPERATOR-ID TO WS-MASK-VALUE
055500     PERFORM 6200-MASK-USER-ID
055600         THRU 6200-MASK-USER-ID-EXIT
055700     MOVE WS-MASK-VALUE (1:8) TO AH-OPERATOR-ID
055800     MOVE AH-APPROVER-ID TO WS-MASK-VALUE
055900     PERFORM 6200-MASK-USER-ID
056000         THRU 6200-MASK-USER-ID-EXIT
056100     MOVE WS-MASK-VALUE (1:8) TO AH-APPROVER-ID
056200     WRITE MASKED-HISTORY-RECORD FROM ADJUSTMENT-HISTORY-RECORD
056300     IF NOT WS-MASKED-HISTORY-OK
056400         DISPLAY "FORENSIC-MASK: MASKAHST WRITE FAILED, "
056500             "STATUS = " WS-MASKED-HISTORY-STATUS
056600         MOVE 16 TO RETURN-CODE
056700         GO TO 9999-EXIT
056800     END-IF
056900     ADD 1 TO WS-ADJHIST-COUNT.
057000 4100-MASK-ONE-HISTORY-EXIT.
057100     EXIT.
057200******************************************************************
057300*    ADJQUEUE (OPTIONAL -- MASKADJQ IS WRITTEN EMPTY WITHOUT     *
057400*    IT): SAME FIELDS AS ADJHIST.  THE MASKED ADJUSTMENT IDS NO  *
057500*    LONGER SORT IN KEY ORDER, SO THE FORMASK JOB SORTS          *
057600*    MASKADJQ BEFORE THE TEST CLUSTER IS LOADED.                 *
057700******************************************************************
057800 5000-MASK-ADJUSTMENT-QUEUE.
057900     OPEN OUTPUT MASKED-QUEUE-FILE
058000     IF NOT WS-MASKED-QUEUE-OK
058100         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN MASKADJQ, "
058200             "STATUS = " WS-MASKED-QUEUE-STATUS
058300         MOVE 16 TO RETURN-CODE
058400         GO TO 9999-EXIT
058500     END-IF
058600     OPEN INPUT ADJUSTMENT-QUEUE-FILE
058700     IF WS-ADJQUEUE-NOT-FOUND
058800         DISPLAY "FORENSIC-MASK: NO ADJQUEUE ALLOCATED -- NONE "
058900             "MASKED"
059000         CLOSE ADJUSTMENT-QUEUE-FILE
059100         CLOSE MASKED-QUEUE-FILE
059200         GO TO 5000-MASK-ADJUSTMENT-QUEUE-EXIT
059300     END-IF
059400     IF NOT WS-ADJQUEUE-OK
059500         DISPLAY "FORENSIC-MASK: UNABLE TO OPEN ADJQUEUE, "
059600             "STATUS = " WS-ADJQUEUE-STATUS
059700         MOVE 16 TO RETURN-CODE
059800         GO TO 9999-EXIT
059900     END-IF
060000     PERFORM 5100-MASK-ONE-QUEUE-ENTRY
060100         THRU 5100-MASK-ONE-QUEUE-ENTRY-EXIT
060200         UNTIL WS-ADJQUEUE-AT-EOF
060300     CLOSE ADJUSTMENT-QUEUE-FILE
060400     CLOSE MASKED-QUEUE-FILE.
060500 5000-MASK-ADJUSTMENT-QUEUE-EXIT.
060600     EXIT.
060700
060800 5100-MASK-ONE-QUEUE-ENTRY.
060900     READ ADJUSTMENT-QUEUE-FILE NEXT RECORD
061000         AT END
061100             SET WS-ADJQUEUE-AT-EOF TO TRUE
061200             GO TO 5100-MASK-ONE-QUEUE-ENTRY-EXIT
061300     END-READ
061400     IF NOT WS-ADJQUEUE-OK
061500         DISPLAY "FORENSIC-MASK: ADJQUEUE READ FAILED, "
061600             "STATUS = " WS-ADJQUEUE-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         GO TO 9999-EXIT
061900     END-IF
062000     MOVE AQ-ADJUSTMENT-ID TO WS-MASK-VALUE
062100     PERFORM 6100-MASK-TRANSACTION-ID
062200         THRU 6100-MASK-TRANSACTION-ID-EXIT
062300     MOVE WS-MASK-VALUE TO MASKED-QUEUE-RECORD (1:10)
062400     MOVE AQ-ADJUST-OF-TXN-ID TO WS-MASK-VALUE
062500     PERFORM 6100-MASK-TRANSACTION-ID
062600         THRU 6100-MASK-TRANSACTION-ID-EXIT
062700     MOVE WS-MASK-VALUE TO AQ-ADJUST-OF-TXN-ID
062800     MOVE AQ-OPERATOR-ID TO WS-MASK-VALUE
062900     PERFORM 6200-MASK-USER-ID
063000         THRU 6200-MASK-USER-ID-EXIT
063100     MOVE WS-MASK-VALUE (1:8) TO AQ-OPERATOR-ID
063200     MOVE AQ-APPROVER-ID TO WS-MASK-VALUE
063300     PERFORM 6200-MASK-USER-ID
063400         THRU 6200-MASK-USER-ID-EXIT
063500     MOVE WS-MASK-VALUE (1:8) TO AQ-APPROVER-ID
063600     MOVE ADJUSTMENT-QUEUE-RECORD (11:60)
063700         TO MASKED-QUEUE-RECORD (11:60)
063800     WRITE MASKED-QUEUE-RECORD
063900     IF NOT WS-MASKED-QUEUE-OK
064000         DISPLAY "FORENSIC-MASK: MASKADJQ WRITE FAILED, "
064100             "STATUS = " WS-MASKED-QUEUE-STATUS
064200         MOVE 16 TO RETURN-CODE
064300         GO TO 9999-EXIT
064400     END-IF
064500     ADD 1 TO WS-ADJQUEUE-COUNT.
064600 5100-MASK-ONE-QUEUE-ENTRY-EXIT.
064700     EXIT.
064800******************************************************************
064900*    THE SCRAMBLE.  THE ID IN WS-MASK-VALUE IS MASKED IN PLACE.  *
065000*    THE MASKED PART (ALL OF IT, OR ALL BUT A TWO-LETTER         *
065100*    TRANSACTION-ID PREFIX) IS SPLIT INTO A LEFT AND A RIGHT     *
065200*    HALF.  ROUNDS 1 AND 3 SHIFT THE LEFT HALF BY HASH256 OF     *
065300*    THE KEY, THE DOMAIN, THE ROUND, AND THE RIGHT HALF; ROUNDS  *
065400*    2 AND 4 SHIFT THE RIGHT HALF BY THE LEFT.  A SHIFT WRAPS    *
065500*    WITHIN THE CHARACTER'S OWN CLASS (TEN DIGITS OR TWENTY-SIX  *
065600*    LETTERS) AND LEAVES ANY OTHER CHARACTER ALONE.  EACH ROUND  *
065700*    IS UNDONE BY SHIFTING BACK UNDER THE SAME KEY, SO NO TWO    *
065800*    IDS EVER MASK TO THE SAME VALUE.  A BLANK ID STAYS BLANK.   *
065900******************************************************************
066000 6100-MASK-TRANSACTION-ID.
066100     IF WS-MASK-VALUE = SPACES
066200         GO TO 6100-MASK-TRANSACTION-ID-EXIT
066300     END-IF
066400     SET WS-MASK-TRANSACTION-ID TO TRUE
066500     MOVE 10 TO WS-MASK-LENGTH
066600     MOVE 1 TO WS-MASK-FIRST
066700     IF WS-MASK-VALUE (1:1) IS ALPHABETIC-UPPER
066800      AND WS-MASK-VALUE (1:1) NOT = SPACE
066900      AND WS-MASK-VALUE (2:1) IS ALPHABETIC-UPPER
067000      AND WS-MASK-VALUE (2:1) NOT = SPACE
067100         MOVE 3 TO WS-MASK-FIRST
067200     END-IF
067300     PERFORM 6300-SCRAMBLE
067400         THRU 6300-SCRAMBLE-EXIT.
067500 6100-MASK-TRANSACTION-ID-EXIT.
067600     EXIT.
067700
067800 6200-MASK-USER-ID.
067900     IF WS-MASK-VALUE = SPACES
068000         GO TO 6200-MASK-USER-ID-EXIT
068100     END-IF
068200     SET WS-MASK-USER-ID TO TRUE
068300     MOVE 8 TO WS-MASK-LENGTH
068400     MOVE 1 TO WS-MASK-FIRST
068500     PERFORM 6300-SCRAMBLE
068600         THRU 6300-SCRAMBLE-EXIT.
068700 6200-MASK-USER-ID-EXIT.
068800     EXIT.
068900
069000 6300-SCRAMBLE.
069100     COMPUTE WS-MASK-MIDDLE =
069200         (WS-MASK-FIRST + WS-MASK-LENGTH - 1) / 2
069300     MOVE 1 TO WS-MASK-ROUND
069400     PERFORM 6310-SCRAMBLE-ONE-ROUND
069500         THRU 6310-SCRAMBLE-ONE-ROUND-EXIT
069600         UNTIL WS-MASK-ROUND > 4.
069700 6300-SCRAMBLE-EXIT.
069800     EXIT.
069900
070000 6310-SCRAMBLE-ONE-ROUND.
070100     DIVIDE WS-MASK-ROUND BY 2 GIVING WS-MASK-QUOTIENT
070200         REMAINDER WS-MASK-SUM
070300     IF WS-MASK-SUM = 1
070400         MOVE WS-MASK-FIRST TO WS-MASK-POSITION
070500         MOVE WS-MASK-MIDDLE TO WS-MASK-LAST-POSITION
070600         COMPUTE WS-MASK-DRIVE-START = WS-MASK-MIDDLE + 1
070700         COMPUTE WS-MASK-DRIVE-LENGTH =
070800             WS-MASK-LENGTH - WS-MASK-MIDDLE
070900     ELSE
071000         COMPUTE WS-MASK-POSITION = WS-MASK-MIDDLE + 1
071100         MOVE WS-MASK-LENGTH TO WS-MASK-LAST-POSITION
071200         MOVE WS-MASK-FIRST TO WS-MASK-DRIVE-START
071300         COMPUTE WS-MASK-DRIVE-LENGTH =
071400             WS-MASK-MIDDLE - WS-MASK-FIRST + 1
071500     END-IF
071600     MOVE WS-MASK-DOMAIN TO WS-MASK-IN-DOMAIN
071700     MOVE WS-MASK-ROUND  TO WS-MASK-IN-ROUND
071800     MOVE SPACES TO WS-MASK-IN-HALF
071900     MOVE WS-MASK-VALUE (WS-MASK-DRIVE-START:WS-MASK-DRIVE-LENGTH)
072000         TO WS-MASK-IN-HALF (1:WS-MASK-DRIVE-LENGTH)
072100     CALL "HASH256" USING WS-MASK-INPUT-AREA
072200                          WS-MASK-INPUT-LEN
072300                          WS-MASK-DIGEST
072400     PERFORM 6320-SHIFT-ONE-CHARACTER
072500         THRU 6320-SHIFT-ONE-CHARACTER-EXIT
072600         UNTIL WS-MASK-POSITION > WS-MASK-LAST-POSITION
072700     ADD 1 TO WS-MASK-ROUND.
072800 6310-SCRAMBLE-ONE-ROUND-EXIT.
072900     EXIT.
073000
073100 6320-SHIFT-ONE-CHARACTER.
073200     MOVE WS-MASK-VALUE (WS-MASK-POSITION:1) TO WS-MASK-CHAR
073300     IF WS-MASK-CHAR IS NUMERIC
073400         MOVE WS-MASK-CHAR TO WS-MASK-DIGIT
073500         MOVE WS-MASK-DIGIT TO WS-MASK-CHAR-INDEX
073600         MOVE 10 TO WS-MASK-RADIX
073700     ELSE
073800         IF WS-MASK-CHAR IS ALPHABETIC-UPPER
073900          AND WS-MASK-CHAR NOT = SPACE
074000             MOVE 0 TO WS-MASK-CHAR-INDEX
074100             INSPECT WS-MASK-LETTERS TALLYING WS-MASK-CHAR-INDEX
074200                 FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
074300             MOVE 26 TO WS-MASK-RADIX
074400         ELSE
074500             ADD 1 TO WS-MASK-POSITION
074600             GO TO 6320-SHIFT-ONE-CHARACTER-EXIT
074700         END-IF
074800     END-IF
074900     COMPUTE WS-MASK-SHIFT =
075000         FUNCTION ORD(WS-MASK-DIGEST(WS-MASK-POSITION:1)) - 1
075100     COMPUTE WS-MASK-SUM = WS-MASK-CHAR-INDEX + WS-MASK-SHIFT
075200     DIVIDE WS-MASK-SUM BY WS-MASK-RADIX GIVING WS-MASK-QUOTIENT
075300         REMAINDER WS-MASK-CHAR-INDEX
075400     IF WS-MASK-RADIX = 10
075500         MOVE WS-MASK-DIGITS (WS-MASK-CHAR-INDEX + 1:1)
075600             TO WS-MASK-VALUE (WS-MASK-POSITION:1)
075700     ELSE
075800         MOVE WS-MASK-LETTERS (WS-MASK-CHAR-INDEX + 1:1)
075900             TO WS-MASK-VALUE (WS-MASK-POSITION:1)
076000     END-IF
076100     ADD 1 TO WS-MASK-POSITION.
076200 6320-SHIFT-ONE-CHARACTER-EXIT.
076300     EXIT.
076400
076500 7000-EMIT-MASTER-RECORD.
076600     MOVE WS-TRANSACTION-ID   TO LM-TRANSACTION-ID
076700     MOVE WS-TIMESTAMP        TO LM-TIMESTAMP
076800     MOVE WS-AMOUNT           TO LM-AMOUNT
076900     MOVE WS-RECORD-TYPE      TO LM-RECORD-TYPE
077000     MOVE WS-REVERSAL-OF-TXN-ID TO LM-REVERSAL-OF-TXN-ID
077100     MOVE WS-HASH-PREFIX      TO LM-HASH-PREFIX
077200     MOVE WS-CHAIN-PRIOR-HASH TO LM-CHAIN-PRIOR-HASH
077300     MOVE WS-SEQUENCE-NUMBER  TO LM-SEQUENCE-NUMBER
077400     MOVE WS-SOURCE-SYSTEM    TO LM-SOURCE-SYSTEM
077500     MOVE WS-OPERATOR-ID      TO LM-OPERATOR-ID
077600     MOVE WS-REASON-CODE      TO LM-REASON-CODE
077620     MOVE WS-CURRENCY-CODE    TO LM-CURRENCY-CODE
077640     MOVE WS-BASE-AMOUNT      TO LM-BASE-AMOUNT
077700     WRITE LEDGER-MASTER-RECORD
077800     IF NOT WS-MASTER-OUT-OK
077900         DISPLAY "FORENSIC-MASK: MSTROUT WRITE FAILED, "
078000             "STATUS = " WS-MASTER-OUT-STATUS
078100         MOVE 16 TO RETURN-CODE
078200         GO TO 9999-EXIT
078300     END-IF.
078400 7000-EMIT-MASTER-RECORD-EXIT.
078500     EXIT.
078600
078700 8000-REPORT-RESULTS.
078800     DISPLAY "============================================"
078900     DISPLAY "FORENSIC-MASK: MASKED TEST COPY"
079000     DISPLAY "============================================"
079100     DISPLAY "RECORDS PROVEN/MASKED = " WS-RECORD-COUNT
079200     DISPLAY "ANCHORS PASSED AS-IS  = " WS-ANCHOR-COUNT
079300     DISPLAY "LINKS REMAPPED        = " WS-LINK-COUNT
079400     DISPLAY "OPERATOR IDS MASKED   = " WS-OPERATOR-COUNT
079500     DISPLAY "ADJHIST RECORDS       = " WS-ADJHIST-COUNT
079600     DISPLAY "ADJQUEUE RECORDS      = " WS-ADJQUEUE-COUNT
079700     DISPLAY "FINAL SEQUENCE        = " WS-LAST-SEQUENCE
079800     DISPLAY "CHAIN STATUS          = PRODUCTION PROVEN INTACT, "
079900         "MASKED CHAIN RECOMPUTED"
080000     DISPLAY "============================================".
080100 8000-REPORT-RESULTS-EXIT.
080200     EXIT.
080300
080400*    THE KEY IS CLEARED ON EVERY WAY OUT, REFUSALS INCLUDED.
080500 9999-EXIT.
080600     MOVE SPACES TO WS-MASKING-KEY
080700     MOVE SPACES TO WS-MASK-IN-KEY
080800     STOP RUN.
