000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-SEAL.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-SEAL                                               *
001000*                                                                *
001100*    END-OF-DAY CHAIN-HEAD SEAL.  THE HASH CHAIN PROVES THE      *
001200*    LEDGER HAS NOT BEEN ALTERED SINCE IT WAS WRITTEN ONLY IF    *
001300*    NOBODY COULD REWRITE THE WHOLE CHAIN FORWARD FROM A         *
001400*    TAMPERED RECORD -- AND ANYONE WITH UPDATE ACCESS TO THE     *
001500*    LEDGER AND CHAINF COULD.  THIS PROGRAM TAKES THE CLOSING    *
001600*    SEQUENCE NUMBER AND CHAIN HASH FROM CHAINF FOR THE          *
001700*    BUSINESS DATE, APPENDS THEM AS ONE SEAL RECORD TO THE       *
001800*    SEALHIST HISTORY FILE, AND WRITES THE SAME RECORD TO THE    *
001900*    SEALOUT WITNESS FILE THAT THE OUTBOUND TRANSFER SCHEDULE    *
002000*    SHIPS TO AN INDEPENDENT WITNESS (SEE FORSEAD.CPY).          *
002100*    FORENSIC-VERIFY AND FORENSIC-CERTIFY PROVE THE RECOMPUTED   *
002200*    CHAIN AGAINST EVERY PUBLISHED SEAL.                         *
002300*                                                                *
002400*    BEFORE SEALING, THE CHAIN HEAD IS CHECKED AGAINST THE LAST  *
002500*    SEAL ON FILE.  A HEAD WHOSE SEQUENCE IS BEHIND THE LAST     *
002600*    SEAL, OR WHICH SITS ON THE SAME SEQUENCE WITH A DIFFERENT   *
002700*    HASH, MEANS THE CHAIN WAS ROLLED BACK OR REWRITTEN AFTER IT *
002800*    WAS PUBLISHED -- NOTHING IS SEALED AND THE RUN ENDS RC 8.   *
002900*                                                                *
003000*    A RERUN FOR A DAY ALREADY SEALED AT THE SAME HEAD WRITES    *
003100*    NO NEW SEAL; IT REWRITES THE WITNESS FILE FROM THE SEAL ON  *
003200*    FILE, SO A TRANSMISSION THAT FAILED CAN SIMPLY BE RERUN.    *
003300*    A REOPENED DAY THAT POSTED MORE IS SEALED AGAIN UNDER THE   *
003400*    NEXT SL-SEAL-NUMBER.                                        *
003500*                                                                *
003600*    RETURN-CODES:  0 = SEALED (OR ALREADY SEALED -- WITNESS     *
003700*                       FILE REWRITTEN).                         *
003800*                   8 = REFUSED -- THE CHAIN HEAD DISAGREES      *
003900*                       WITH THE LAST PUBLISHED SEAL.  NOTHING   *
004000*                       SEALED OR SENT.  RUN FORENSIC-VERIFY     *
004100*                       WITH A 'FULL' CARD AND PAGE THE ON-CALL  *
004200*                       ANALYST.                                 *
004300*                  16 = NO CHAINF (NOTHING POSTED YET), NO       *
004400*                       BUSDATE, OR UNRECOVERABLE I-O ERROR.     *
004500*                                                                *
004600*----------------------------------------------------------------*
004700*    MODIFICATION HISTORY                                       *
004800*----------------------------------------------------------------*
004900*    DATE       BY    DESCRIPTION                                *
005000*    ---------- ----- -------------------------------------------*
005100*    2026-10-07 JRM   ORIGINAL.                                  *
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT LEDGER-CHAIN-FILE ASSIGN TO CHAINF
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-CHAIN-STATUS.
006300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS BD-CONTROL-KEY
006700         FILE STATUS IS WS-BUSDATE-STATUS.
006800     SELECT SEAL-HISTORY-FILE ASSIGN TO SEALHIST
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-SEALHIST-STATUS.
007200     SELECT WITNESS-FILE ASSIGN TO SEALOUT
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-WITNESS-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  LEDGER-CHAIN-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 27 CHARACTERS.
008200 01  CHAIN-RECORD.
008300     05  CHAIN-LAST-HASH       PIC X(8).
008400     05  CHAIN-LAST-TXN-ID     PIC X(10).
008500     05  CHAIN-LAST-SEQUENCE   PIC 9(09).
008600 FD  BUSINESS-DATE-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 COPY FORBDTD.
009000 FD  SEAL-HISTORY-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  SEAL-HISTORY-RECORD       PIC X(80).
009500 FD  WITNESS-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  WITNESS-RECORD            PIC X(80).
010000 WORKING-STORAGE SECTION.
010100 01  WS-CHAIN-STATUS           PIC X(02).
010200     88  WS-CHAIN-OK                VALUE '00'.
010300     88  WS-CHAIN-NOT-FOUND         VALUE '35'.
010400 01  WS-BUSDATE-STATUS         PIC X(02).
010500     88  WS-BUSDATE-OK              VALUE '00'.
010600 01  WS-SEALHIST-STATUS        PIC X(02).
010700     88  WS-SEALHIST-OK             VALUE '00'.
010800     88  WS-SEALHIST-NOT-FOUND      VALUE '35'.
010900 01  WS-WITNESS-STATUS         PIC X(02).
011000     88  WS-WITNESS-OK              VALUE '00'.
011100 01  WS-SEALHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
011200     88  WS-SEALHIST-AT-EOF         VALUE 'Y'.
011300 01  WS-PRIOR-SEAL-SWITCH      PIC X(01) VALUE 'N'.
011400     88  WS-PRIOR-SEAL-FOUND        VALUE 'Y' FALSE 'N'.
011500 01  WS-ALREADY-SEALED-SWITCH  PIC X(01) VALUE 'N'.
011600     88  WS-ALREADY-SEALED          VALUE 'Y' FALSE 'N'.
011700 01  WS-BUSINESS-DATE          PIC 9(08) VALUE ZEROES.
011800 01  WS-CURRENT-DATE           PIC 9(08).
011900 01  WS-CURRENT-TIME           PIC 9(08).
012000 01  WS-SEAL-TIMESTAMP         PIC X(14) VALUE SPACES.
012100 01  WS-HEAD-TXN-ID            PIC X(10) VALUE SPACES.
012200 01  WS-HEAD-SEQUENCE          PIC 9(09) VALUE ZEROES.
012300 01  WS-HEAD-HASH-HEX          PIC X(16) VALUE SPACES.
012400 01  WS-SEALS-ON-FILE          PIC 9(9) COMP-5 VALUE 0.
012500 01  WS-LAST-SEAL-IMAGE        PIC X(80) VALUE SPACES.
012600 01  WS-LAST-SEAL-DATE         PIC 9(08) VALUE ZEROES.
012700 01  WS-LAST-SEAL-NUMBER       PIC 9(03) VALUE ZEROES.
012800 01  WS-LAST-SEAL-SEQUENCE     PIC 9(09) VALUE ZEROES.
012900 01  WS-LAST-SEAL-HASH-HEX     PIC X(16) VALUE SPACES.
013000 COPY FORSEAD.
013100 01  WS-HASH-PREFIX            PIC X(08).
013200 01  WS-HASH-PREFIX-HEX        PIC X(16).
013300 01  WS-HEX-DIGITS             PIC X(16)
013400     VALUE "0123456789ABCDEF".
013500 01  WS-HEX-IDX                PIC 9(2) COMP-5.
013600 01  WS-HEX-BYTE-VALUE         PIC 9(3) COMP-5.
013700 01  WS-HEX-HI-NIBBLE          PIC 9(2) COMP-5.
013800 01  WS-HEX-LO-NIBBLE          PIC 9(2) COMP-5.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT
014300     PERFORM 2000-SCAN-SEAL-HISTORY
014400         THRU 2000-SCAN-SEAL-HISTORY-EXIT
014500     PERFORM 3000-CHECK-AGAINST-LAST-SEAL
014600         THRU 3000-CHECK-AGAINST-LAST-SEAL-EXIT
014700     IF NOT WS-ALREADY-SEALED
014800         PERFORM 4000-APPEND-SEAL
014900             THRU 4000-APPEND-SEAL-EXIT
015000     END-IF
015100     PERFORM 5000-WRITE-WITNESS
015200         THRU 5000-WRITE-WITNESS-EXIT
015300     PERFORM 8000-REPORT-RESULTS
015400         THRU 8000-REPORT-RESULTS-EXIT
015500     MOVE 0 TO RETURN-CODE
015600     GO TO 9999-EXIT.
015700
015800 1000-INITIALIZE.
015900     DISPLAY "FORENSIC-SEAL: SEALING THE CHAIN HEAD..."
016000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
016100     ACCEPT WS-CURRENT-TIME FROM TIME
016200     STRING WS-CURRENT-DATE        DELIMITED BY SIZE
016300            WS-CURRENT-TIME (1:6)  DELIMITED BY SIZE
016400         INTO WS-SEAL-TIMESTAMP
016500     END-STRING
016600     PERFORM 1100-READ-BUSINESS-DATE
016700         THRU 1100-READ-BUSINESS-DATE-EXIT
016800     PERFORM 1200-READ-CHAIN-HEAD
016900         THRU 1200-READ-CHAIN-HEAD-EXIT.
017000 1000-INITIALIZE-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400*    THE BUSINESS DATE COMES FROM THE SHARED BUSDATE CONTROL     *
017500*    RECORD, NOT THE SYSTEM CLOCK.  OPEN OR CLOSED, THE DAY IS   *
017600*    SEALED -- SEALING CHANGES NOTHING ON THE LEDGER.            *
017700******************************************************************
017800 1100-READ-BUSINESS-DATE.
017900     OPEN INPUT BUSINESS-DATE-FILE
018000     IF NOT WS-BUSDATE-OK
018100         DISPLAY "FORENSIC-SEAL: UNABLE TO OPEN BUSDATE, "
018200             "STATUS = " WS-BUSDATE-STATUS
018300         MOVE 16 TO RETURN-CODE
018400         GO TO 9999-EXIT
018500     END-IF
018600     MOVE 'BUSDATE' TO BD-CONTROL-KEY
018700     READ BUSINESS-DATE-FILE
018800         INVALID KEY
018900             DISPLAY "FORENSIC-SEAL: NO BUSDATE CONTROL "
019000                 "RECORD, STATUS = " WS-BUSDATE-STATUS
019100             CLOSE BUSINESS-DATE-FILE
019200             MOVE 16 TO RETURN-CODE
019300             GO TO 9999-EXIT
019400     END-READ
019500     CLOSE BUSINESS-DATE-FILE
019600     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
019700     DISPLAY "FORENSIC-SEAL: BUSINESS DATE "
019800         WS-BUSINESS-DATE " (" BD-DAY-STATUS ")".
019900 1100-READ-BUSINESS-DATE-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300*    CHAINF HOLDS THE HASH, TRANSACTION ID, AND SEQUENCE OF THE  *
020400*    LAST RECORD FORENSIC-AUDIT CHAINED (OR THE ANCHOR THAT      *
020500*    FORENSIC-ROLLOVER RESEEDED IT WITH) -- THE CHAIN HEAD.      *
020600******************************************************************
020700 1200-READ-CHAIN-HEAD.
020800     OPEN INPUT LEDGER-CHAIN-FILE
020900     IF WS-CHAIN-NOT-FOUND
021000         DISPLAY "FORENSIC-SEAL: NO CHAINF -- NOTHING HAS BEEN "
021100             "POSTED YET, NOTHING TO SEAL"
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 9999-EXIT
021400     END-IF
021500     IF NOT WS-CHAIN-OK
021600         DISPLAY "FORENSIC-SEAL: UNABLE TO OPEN CHAINF, "
021700             "STATUS = " WS-CHAIN-STATUS
021800         MOVE 16 TO RETURN-CODE
021900         GO TO 9999-EXIT
022000     END-IF
022100     READ LEDGER-CHAIN-FILE
022200         AT END
022300             DISPLAY "FORENSIC-SEAL: CHAINF IS EMPTY -- NOTHING "
022400                 "TO SEAL"
022500             CLOSE LEDGER-CHAIN-FILE
022600             MOVE 16 TO RETURN-CODE
022700             GO TO 9999-EXIT
022800     END-READ
022900     CLOSE LEDGER-CHAIN-FILE
023000     IF CHAIN-LAST-SEQUENCE IS NOT NUMERIC
023100         DISPLAY "FORENSIC-SEAL: CHAINF SEQUENCE IS NOT NUMERIC "
023200             "-- NOTHING SEALED"
023300         MOVE 16 TO RETURN-CODE
023400         GO TO 9999-EXIT
023500     END-IF
023600     MOVE CHAIN-LAST-TXN-ID   TO WS-HEAD-TXN-ID
023700     MOVE CHAIN-LAST-SEQUENCE TO WS-HEAD-SEQUENCE
023800     MOVE CHAIN-LAST-HASH     TO WS-HASH-PREFIX
023900     PERFORM 7500-HEX-ENCODE-HASH
024000         THRU 7500-HEX-ENCODE-HASH-EXIT
024100     MOVE WS-HASH-PREFIX-HEX  TO WS-HEAD-HASH-HEX
024200     DISPLAY "FORENSIC-SEAL: CHAIN HEAD SEQ " WS-HEAD-SEQUENCE
024300         " TXN " WS-HEAD-TXN-ID " HASH " WS-HEAD-HASH-HEX.
024400 1200-READ-CHAIN-HEAD-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    READ THE SEAL HISTORY THROUGH TO ITS LAST RECORD -- THE     *
024900*    MOST RECENTLY PUBLISHED SEAL.  NO HISTORY YET (FIRST RUN)   *
025000*    IS NOT AN ERROR.                                            *
025100******************************************************************
025200 2000-SCAN-SEAL-HISTORY.
025300     OPEN INPUT SEAL-HISTORY-FILE
025400     IF WS-SEALHIST-NOT-FOUND
025500         DISPLAY "FORENSIC-SEAL: NO SEAL HISTORY YET -- FIRST "
025600             "SEAL"
025700         GO TO 2000-SCAN-SEAL-HISTORY-EXIT
025800     END-IF
025900     IF NOT WS-SEALHIST-OK
026000         DISPLAY "FORENSIC-SEAL: UNABLE TO OPEN SEALHIST, "
026100             "STATUS = " WS-SEALHIST-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 9999-EXIT
026400     END-IF
026500     PERFORM 2100-SCAN-ONE-SEAL
026600         THRU 2100-SCAN-ONE-SEAL-EXIT
026700         UNTIL WS-SEALHIST-AT-EOF
026800     CLOSE SEAL-HISTORY-FILE.
026900 2000-SCAN-SEAL-HISTORY-EXIT.
027000     EXIT.
027100
027200 2100-SCAN-ONE-SEAL.
027300     READ SEAL-HISTORY-FILE INTO CHAIN-SEAL-RECORD
027400         AT END
027500             SET WS-SEALHIST-AT-EOF TO TRUE
027600             GO TO 2100-SCAN-ONE-SEAL-EXIT
027700     END-READ
027800     ADD 1 TO WS-SEALS-ON-FILE
027900     SET WS-PRIOR-SEAL-FOUND TO TRUE
028000     MOVE SEAL-HISTORY-RECORD  TO WS-LAST-SEAL-IMAGE
028100     MOVE SL-BUSINESS-DATE     TO WS-LAST-SEAL-DATE
028200     MOVE SL-SEAL-NUMBER       TO WS-LAST-SEAL-NUMBER
028300     MOVE SL-SEQUENCE-NUMBER   TO WS-LAST-SEAL-SEQUENCE
028400     MOVE SL-CHAIN-HASH-HEX    TO WS-LAST-SEAL-HASH-HEX.
028500 2100-SCAN-ONE-SEAL-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*    THE CHAIN ONLY EVER GROWS.  A HEAD BEHIND THE LAST SEAL, OR *
029000*    ON THE SAME SEQUENCE WITH ANOTHER HASH, WAS ROLLED BACK OR  *
029100*    REWRITTEN AFTER IT WAS PUBLISHED -- REFUSED, RC 8.  THE     *
029200*    SAME HEAD ALREADY SEALED FOR THIS BUSINESS DATE IS A RERUN. *
029300******************************************************************
029400 3000-CHECK-AGAINST-LAST-SEAL.
029500     IF NOT WS-PRIOR-SEAL-FOUND
029600         GO TO 3000-CHECK-AGAINST-LAST-SEAL-EXIT
029700     END-IF
029800     IF WS-HEAD-SEQUENCE < WS-LAST-SEAL-SEQUENCE
029900         DISPLAY "FORENSIC-SEAL: CHAIN HEAD SEQ "
030000             WS-HEAD-SEQUENCE " IS BEHIND THE SEAL PUBLISHED "
030100             "FOR " WS-LAST-SEAL-DATE " AT SEQ "
030200             WS-LAST-SEAL-SEQUENCE
030300         GO TO 3900-REFUSE-SEAL
030400     END-IF
030500     IF WS-HEAD-SEQUENCE = WS-LAST-SEAL-SEQUENCE
030600      AND WS-HEAD-HASH-HEX NOT = WS-LAST-SEAL-HASH-HEX
030700         DISPLAY "FORENSIC-SEAL: CHAIN HEAD HASH "
030800             WS-HEAD-HASH-HEX " AT SEQ " WS-HEAD-SEQUENCE
030900             " DISAGREES WITH THE SEAL PUBLISHED FOR "
031000             WS-LAST-SEAL-DATE " (" WS-LAST-SEAL-HASH-HEX ")"
031100         GO TO 3900-REFUSE-SEAL
031200     END-IF
031300     IF WS-LAST-SEAL-DATE = WS-BUSINESS-DATE
031400      AND WS-HEAD-SEQUENCE = WS-LAST-SEAL-SEQUENCE
031500         SET WS-ALREADY-SEALED TO TRUE
031600         MOVE WS-LAST-SEAL-IMAGE TO CHAIN-SEAL-RECORD
031700         DISPLAY "FORENSIC-SEAL: " WS-BUSINESS-DATE
031800             " IS ALREADY SEALED AT THIS HEAD (SEAL "
031900             WS-LAST-SEAL-NUMBER ") -- WITNESS FILE REWRITTEN "
032000             "FROM THE SEAL ON FILE"
032100     END-IF
032200     GO TO 3000-CHECK-AGAINST-LAST-SEAL-EXIT.
032300 3900-REFUSE-SEAL.
032400     DISPLAY "FORENSIC-SEAL: THE CHAIN WAS ROLLED BACK OR "
032500         "REWRITTEN AFTER IT WAS SEALED -- NOTHING SEALED OR "
032600         "SENT.  RUN FORENSIC-VERIFY WITH A 'FULL' CARD."
032700     MOVE 8 TO RETURN-CODE
032800     GO TO 9999-EXIT.
032900 3000-CHECK-AGAINST-LAST-SEAL-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*    THE HISTORY COPY IS WRITTEN FIRST: IF THE WITNESS WRITE     *
033400*    THEN FAILS, THE RERUN FINDS THE DAY ALREADY SEALED AND      *
033500*    SIMPLY REWRITES THE WITNESS FILE.                           *
033600******************************************************************
033700 4000-APPEND-SEAL.
033800     MOVE SPACES TO CHAIN-SEAL-RECORD
033900     MOVE WS-BUSINESS-DATE TO SL-BUSINESS-DATE
034000     IF WS-PRIOR-SEAL-FOUND
034100      AND WS-LAST-SEAL-DATE = WS-BUSINESS-DATE
034200         ADD 1 WS-LAST-SEAL-NUMBER GIVING SL-SEAL-NUMBER
034300     ELSE
034400         MOVE 1 TO SL-SEAL-NUMBER
034500     END-IF
034600     MOVE WS-HEAD-SEQUENCE  TO SL-SEQUENCE-NUMBER
034700     MOVE WS-HEAD-TXN-ID    TO SL-LAST-TXN-ID
034800     MOVE WS-HEAD-HASH-HEX  TO SL-CHAIN-HASH-HEX
034900     MOVE WS-SEAL-TIMESTAMP TO SL-SEAL-TIMESTAMP
035000     OPEN EXTEND SEAL-HISTORY-FILE
035100     IF WS-SEALHIST-NOT-FOUND
035200         CLOSE SEAL-HISTORY-FILE
035300         OPEN OUTPUT SEAL-HISTORY-FILE
035400     END-IF
035500     IF NOT WS-SEALHIST-OK
035600         DISPLAY "FORENSIC-SEAL: UNABLE TO EXTEND SEALHIST, "
035700             "STATUS = " WS-SEALHIST-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 9999-EXIT
036000     END-IF
036100     WRITE SEAL-HISTORY-RECORD FROM CHAIN-SEAL-RECORD
036200     IF NOT WS-SEALHIST-OK
036300         DISPLAY "FORENSIC-SEAL: SEALHIST WRITE FAILED, "
036400             "STATUS = " WS-SEALHIST-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 9999-EXIT
036700     END-IF
036800     CLOSE SEAL-HISTORY-FILE.
036900 4000-APPEND-SEAL-EXIT.
037000     EXIT.
037100
037200 5000-WRITE-WITNESS.
037300     OPEN OUTPUT WITNESS-FILE
037400     IF NOT WS-WITNESS-OK
037500         DISPLAY "FORENSIC-SEAL: UNABLE TO OPEN SEALOUT, "
037600             "STATUS = " WS-WITNESS-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 9999-EXIT
037900     END-IF
038000     WRITE WITNESS-RECORD FROM CHAIN-SEAL-RECORD
038100     IF NOT WS-WITNESS-OK
038200         DISPLAY "FORENSIC-SEAL: SEALOUT WRITE FAILED, "
038300             "STATUS = " WS-WITNESS-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         GO TO 9999-EXIT
038600     END-IF
038700     CLOSE WITNESS-FILE.
038800 5000-WRITE-WITNESS-EXIT.
038900     EXIT.
039000
039100 7500-HEX-ENCODE-HASH.
039200     MOVE 1 TO WS-HEX-IDX
039300     PERFORM 7510-HEX-ENCODE-ONE-BYTE
039400         THRU 7510-HEX-ENCODE-ONE-BYTE-EXIT
039500         UNTIL WS-HEX-IDX > 8.
039600 7500-HEX-ENCODE-HASH-EXIT.
039700     EXIT.
039800
039900 7510-HEX-ENCODE-ONE-BYTE.
040000     COMPUTE WS-HEX-BYTE-VALUE =
040100         FUNCTION ORD(WS-HASH-PREFIX(WS-HEX-IDX:1)) - 1
040200     COMPUTE WS-HEX-HI-NIBBLE = WS-HEX-BYTE-VALUE / 16
040300     COMPUTE WS-HEX-LO-NIBBLE =
040400         FUNCTION MOD(WS-HEX-BYTE-VALUE, 16)
040500     MOVE WS-HEX-DIGITS(WS-HEX-HI-NIBBLE + 1:1)
040600         TO WS-HASH-PREFIX-HEX((WS-HEX-IDX * 2) - 1:1)
040700     MOVE WS-HEX-DIGITS(WS-HEX-LO-NIBBLE + 1:1)
040800         TO WS-HASH-PREFIX-HEX(WS-HEX-IDX * 2:1)
040900     ADD 1 TO WS-HEX-IDX.
041000 7510-HEX-ENCODE-ONE-BYTE-EXIT.
041100     EXIT.
041200
041300 8000-REPORT-RESULTS.
041400     DISPLAY "FORENSIC-SEAL: SEALS ALREADY ON FILE = "
041500         WS-SEALS-ON-FILE
041600     IF WS-ALREADY-SEALED
041700         DISPLAY "FORENSIC-SEAL: NO NEW SEAL -- WITNESS COPY OF "
041800             "SEAL " SL-SEAL-NUMBER " FOR " SL-BUSINESS-DATE
041900             " REWRITTEN"
042000     ELSE
042100         DISPLAY "FORENSIC-SEAL: SEALED " SL-BUSINESS-DATE
042200             " (SEAL " SL-SEAL-NUMBER ") AT SEQ "
042300             SL-SEQUENCE-NUMBER " TXN " SL-LAST-TXN-ID
042400             " HASH " SL-CHAIN-HASH-HEX
042500     END-IF.
042600 8000-REPORT-RESULTS-EXIT.
042700     EXIT.
042800
042900 9999-EXIT.
043000     STOP RUN.
