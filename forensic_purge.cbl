000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-PURGE.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-PURGE                                              *
001000*                                                                *
001100*    MONTHLY PURGE-ELIGIBILITY REPORT FOR THE ARCHIVED LEDGER    *
001200*    GENERATIONS.  NOTHING USED TO STOP OPERATIONS SCRATCHING    *
001300*    AN ARCHIVE TAPE THAT FORENSIC-CERTIFY, FORENSIC-RETRIEVE,   *
001400*    OR AN OPEN INVESTIGATION STILL DEPENDED ON.  THIS REPORT    *
001500*    IS NOW THE ONLY AUTHORITY FOR A PURGE: A GENERATION IS      *
001600*    ELIGIBLE ONLY WHEN IT IS LISTED HERE AS ELIGIBLE.           *
001700*                                                                *
001800*    EVERY GENERATION ON GENCAT WHOSE RETENTION HAS RUN OUT      *
001900*    (GC-RETAIN-UNTIL-DATE, OR THE LATEST EXTENSION ON THE       *
002000*    GENHOLD LOG, BEFORE THE BUSINESS DATE) IS LISTED, AND IS    *
002100*    REFUSED WHEN ANY OF THESE HOLDS:                            *
002200*                                                                *
002300*      HOLD    A LEGAL HOLD IS IN FORCE ON IT (FORENSIC-HOLD).   *
002400*      CASE    AN OPEN FORCASE CASE IS ON A RECORD INSIDE ITS    *
002500*              SEQUENCE RANGE.                                   *
002600*      ANCHOR  ITS CLOSING HASH IS STILL NEEDED AS THE ANCHOR    *
002700*              OF THE NEXT GENERATION: THE NEXT GENERATION IS    *
002800*              THE CURRENT LEDGER (THIS IS THE NEWEST ARCHIVE),  *
002900*              OR THE NEXT GENERATION IS ITSELF HELD OR UNDER    *
003000*              AN OPEN CASE AND SO MUST STAY PROVABLE FROM ITS   *
003100*              OPENING ANCHOR BACK INTO THIS ONE.                *
003200*                                                                *
003300*    EVERY HOLD IN FORCE IS ALSO LISTED, EXPIRED OR NOT, WITH    *
003400*    WHO PLACED IT, WHEN, AND WHY.                               *
003500*                                                                *
003600*    A CASE IS PLACED IN A GENERATION BY CS-SEQUENCE-NUMBER      *
003700*    AGAINST THE CATALOGED SEQUENCE RANGES.  AN OPEN CASE WITH   *
003800*    NO SEQUENCE NUMBER CANNOT BE PLACED -- IT IS LISTED AND     *
003900*    THE RUN ENDS RC 4 SO NOBODY PURGES FROM THE REPORT UNTIL    *
004000*    THE CASE HAS BEEN CHECKED BY HAND.                          *
004100*                                                                *
004200*    RETURN-CODES:  0 = REPORT COMPLETE.                         *
004300*                   4 = REPORT COMPLETE, BUT AN OPEN CASE COULD  *
004400*                       NOT BE PLACED IN A GENERATION -- CHECK   *
004500*                       IT BEFORE PURGING ANYTHING.              *
004600*                  16 = UNRECOVERABLE I-O ERROR -- NO REPORT.    *
004700*                                                                *
004800*----------------------------------------------------------------*
004900*    MODIFICATION HISTORY                                       *
005000*----------------------------------------------------------------*
005100*    DATE       BY    DESCRIPTION                                *
005200*    ---------- ----- -------------------------------------------*
005300*    2026-10-09 JRM   ORIGINAL.                                  *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS BD-CONTROL-KEY
006500         FILE STATUS IS WS-BUSDATE-STATUS.
006600     SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-CATALOG-STATUS.
007000     SELECT OPTIONAL GENERATION-HOLD-FILE ASSIGN TO GENHOLD
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-GENHOLD-STATUS.
007400     SELECT CASE-FILE ASSIGN TO FORCASE
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS CS-CASE-ID
007800         FILE STATUS IS WS-CASE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  BUSINESS-DATE-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 COPY FORBDTD.
008500 FD  GENERATION-CATALOG-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 120 CHARACTERS.
008900 COPY FORGCTD.
009000 FD  GENERATION-HOLD-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 120 CHARACTERS.
009400 COPY FORGHLD.
009500 FD  CASE-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 140 CHARACTERS.
009800 COPY FORCASD.
009900 WORKING-STORAGE SECTION.
010000 01  WS-BUSDATE-STATUS         PIC X(02).
010100     88  WS-BUSDATE-OK              VALUE '00'.
010200 01  WS-CATALOG-STATUS         PIC X(02).
010300     88  WS-CATALOG-OK              VALUE '00'.
010400     88  WS-CATALOG-NOT-FOUND       VALUE '35'.
010500 01  WS-GENHOLD-STATUS         PIC X(02).
010600     88  WS-GENHOLD-OK              VALUE '00'.
010700     88  WS-GENHOLD-NOT-FOUND       VALUE '35' '05'.
010800 01  WS-CASE-STATUS            PIC X(02).
010900     88  WS-CASE-OK                 VALUE '00'.
011000 01  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
011100     88  WS-CATALOG-AT-EOF          VALUE 'Y'.
011200 01  WS-GENHOLD-EOF-SWITCH     PIC X(01) VALUE 'N'.
011300     88  WS-GENHOLD-AT-EOF          VALUE 'Y'.
011400 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
011500     88  WS-CASE-AT-EOF             VALUE 'Y'.
011600 01  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
011700     88  WS-MATCH-FOUND             VALUE 'Y' FALSE 'N'.
011800 01  WS-TODAY-DATE             PIC 9(08).
011900 01  WS-DEFAULT-RETENTION-YEARS
012000                               PIC 9(02) VALUE 07.
012100*    THE STANDARD PERIOD FORENSIC-ROLLOVER ASSIGNS -- APPLIED TO
012200*    A GENERATION CATALOGED BEFORE THE RETENTION FIELDS EXISTED.
012300 01  WS-GEN-NUMBER-EDIT        PIC 9(04).
012400 01  WS-GENERATION-DSN         PIC X(44).
012500*
012600*    THE CATALOG, WITH WHAT THE REST OF THE RUN LEARNS ABOUT
012700*    EACH GENERATION.  GENCAT IS IN ROLLOVER ORDER, SO ENTRY N+1
012800*    IS THE GENERATION ENTRY N'S CLOSING ANCHOR OPENED.
012900*
013000 01  WS-CATALOG-COUNT          PIC 9(4) COMP-5 VALUE 0.
013100 01  WS-CATALOG-TABLE.
013200     05  WS-CATALOG-ENTRY      OCCURS 0 TO 255 TIMES
013300                               DEPENDING ON WS-CATALOG-COUNT.
013400         10  WS-CAT-GEN-NUMBER PIC 9(04).
013500         10  WS-CAT-ANCHOR-ID  PIC X(10).
013600         10  WS-CAT-ARCHIVE-DSN
013700                               PIC X(44).
013800         10  WS-CAT-CLOSE-DATE PIC 9(08).
013900         10  WS-CAT-FIRST-SEQ  PIC 9(09).
014000         10  WS-CAT-LAST-SEQ   PIC 9(09).
014100         10  WS-CAT-RETAIN-UNTIL
014200                               PIC 9(08).
014300         10  WS-CAT-HOLD-COUNT PIC 9(4) COMP-5.
014400         10  WS-CAT-CASE-COUNT PIC 9(4) COMP-5.
014500         10  WS-CAT-FIRST-CASE-ID
014600                               PIC X(10).
014700 01  WS-CATALOG-IDX            PIC 9(4) COMP-5 VALUE 0.
014800 01  WS-NEXT-IDX               PIC 9(4) COMP-5 VALUE 0.
014900 01  WS-LOOKUP-GEN-NUMBER      PIC 9(04) VALUE ZEROES.
015000 01  WS-LOOKUP-IDX             PIC 9(4) COMP-5 VALUE 0.
015100*
015200*    HOLDS IN FORCE, REPLAYED FROM THE GENHOLD LOG.
015300*
015400 01  WS-HOLD-COUNT             PIC 9(4) COMP-5 VALUE 0.
015500 01  WS-HOLD-TABLE.
015600     05  WS-HOLD-ENTRY         OCCURS 0 TO 500 TIMES
015700                               DEPENDING ON WS-HOLD-COUNT.
015800         10  WS-HOLD-GEN-NUMBER
015900                               PIC 9(04).
016000         10  WS-HOLD-ID        PIC X(10).
016100         10  WS-HOLD-PLACED-BY PIC X(08).
016200         10  WS-HOLD-PLACED-AT PIC X(14).
016300         10  WS-HOLD-REASON    PIC X(43).
016400         10  WS-HOLD-IN-FORCE-SW
016500                               PIC X(01).
016600             88  WS-HOLD-IN-FORCE  VALUE 'Y' FALSE 'N'.
016700 01  WS-HOLD-IDX               PIC 9(4) COMP-5 VALUE 0.
016800 01  WS-ACTIVE-HOLD-COUNT      PIC 9(4) COMP-5 VALUE 0.
016900*
017000*    REFUSAL FLAGS FOR THE GENERATION BEING EVALUATED.
017100*
017200 01  WS-REFUSE-HOLD-SWITCH     PIC X(01) VALUE 'N'.
017300     88  WS-REFUSE-HOLD             VALUE 'Y' FALSE 'N'.
017400 01  WS-REFUSE-CASE-SWITCH     PIC X(01) VALUE 'N'.
017500     88  WS-REFUSE-CASE             VALUE 'Y' FALSE 'N'.
017600 01  WS-REFUSE-ANCHOR-SWITCH   PIC X(01) VALUE 'N'.
017700     88  WS-REFUSE-ANCHOR           VALUE 'Y' FALSE 'N'.
017800 01  WS-RETAINED-COUNT         PIC 9(4) COMP-5 VALUE 0.
017900 01  WS-PAST-RETENTION-COUNT   PIC 9(4) COMP-5 VALUE 0.
018000 01  WS-ELIGIBLE-COUNT         PIC 9(4) COMP-5 VALUE 0.
018100 01  WS-REFUSED-HOLD-COUNT     PIC 9(4) COMP-5 VALUE 0.
018200 01  WS-REFUSED-CASE-COUNT     PIC 9(4) COMP-5 VALUE 0.
018300 01  WS-REFUSED-ANCHOR-COUNT   PIC 9(4) COMP-5 VALUE 0.
018400 01  WS-OPEN-CASE-COUNT        PIC 9(9) COMP-5 VALUE 0.
018500 01  WS-UNPLACED-CASE-COUNT    PIC 9(9) COMP-5 VALUE 0.
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE
018900         THRU 1000-INITIALIZE-EXIT
019000     PERFORM 2000-LOAD-HOLD-LOG
019100         THRU 2000-LOAD-HOLD-LOG-EXIT
019200     PERFORM 3000-PLACE-OPEN-CASES
019300         THRU 3000-PLACE-OPEN-CASES-EXIT
019400     DISPLAY "============================================"
019500     DISPLAY "FORENSIC-PURGE: PURGE ELIGIBILITY AS OF "
019600         WS-TODAY-DATE
019700     DISPLAY "============================================"
019800     MOVE 0 TO WS-CATALOG-IDX
019900     PERFORM 4000-EVALUATE-ONE-GENERATION
020000         THRU 4000-EVALUATE-ONE-GENERATION-EXIT
020100         UNTIL WS-CATALOG-IDX = WS-CATALOG-COUNT
020200     PERFORM 5000-LIST-HOLDS
020300         THRU 5000-LIST-HOLDS-EXIT
020400     PERFORM 8000-REPORT-RESULTS
020500         THRU 8000-REPORT-RESULTS-EXIT
020600     IF WS-UNPLACED-CASE-COUNT = 0
020700         MOVE 0 TO RETURN-CODE
020800     ELSE
020900         MOVE 4 TO RETURN-CODE
021000     END-IF
021100     GO TO 9999-EXIT.
021200
021300 1000-INITIALIZE.
021400     DISPLAY "FORENSIC-PURGE: PURGE-ELIGIBILITY REVIEW OF THE "
021500         "ARCHIVED GENERATIONS..."
021600     PERFORM 1100-READ-BUSINESS-DATE
021700         THRU 1100-READ-BUSINESS-DATE-EXIT
021800     PERFORM 1200-LOAD-CATALOG
021900         THRU 1200-LOAD-CATALOG-EXIT.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200
022300******************************************************************
022400*    RETENTION IS MEASURED AGAINST THE BUSINESS DATE FROM THE    *
022500*    SHARED BUSDATE CONTROL RECORD, NOT THE SYSTEM CLOCK.        *
022600******************************************************************
022700 1100-READ-BUSINESS-DATE.
022800     OPEN INPUT BUSINESS-DATE-FILE
022900     IF NOT WS-BUSDATE-OK
023000         DISPLAY "FORENSIC-PURGE: UNABLE TO OPEN BUSDATE, "
023100             "STATUS = " WS-BUSDATE-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         GO TO 9999-EXIT
023400     END-IF
023500     MOVE 'BUSDATE' TO BD-CONTROL-KEY
023600     READ BUSINESS-DATE-FILE
023700         INVALID KEY
023800             DISPLAY "FORENSIC-PURGE: NO BUSDATE CONTROL "
023900                 "RECORD, STATUS = " WS-BUSDATE-STATUS
024000             CLOSE BUSINESS-DATE-FILE
024100             MOVE 16 TO RETURN-CODE
024200             GO TO 9999-EXIT
024300     END-READ
024400     CLOSE BUSINESS-DATE-FILE
024500     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
024600     DISPLAY "FORENSIC-PURGE: BUSINESS DATE "
024700         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
024800 1100-READ-BUSINESS-DATE-EXIT.
024900     EXIT.
025000
025100 1200-LOAD-CATALOG.
025200     OPEN INPUT GENERATION-CATALOG-FILE
025300     IF WS-CATALOG-NOT-FOUND
025400         DISPLAY "FORENSIC-PURGE: NO GENERATION CATALOG -- "
025500             "NOTHING HAS BEEN ARCHIVED, NOTHING TO REVIEW"
025600         GO TO 1200-LOAD-CATALOG-EXIT
025700     END-IF
025800     IF NOT WS-CATALOG-OK
025900         DISPLAY "FORENSIC-PURGE: GENCAT OPEN FAILED, "
026000             "STATUS = " WS-CATALOG-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9999-EXIT
026300     END-IF
026400     PERFORM 1210-LOAD-ONE-CATALOG
026500         THRU 1210-LOAD-ONE-CATALOG-EXIT
026600         UNTIL WS-CATALOG-AT-EOF
026700     CLOSE GENERATION-CATALOG-FILE.
026800 1200-LOAD-CATALOG-EXIT.
026900     EXIT.
027000
027100 1210-LOAD-ONE-CATALOG.
027200     READ GENERATION-CATALOG-FILE
027300         AT END
027400             SET WS-CATALOG-AT-EOF TO TRUE
027500             GO TO 1210-LOAD-ONE-CATALOG-EXIT
027600     END-READ
027700     IF WS-CATALOG-COUNT = 255
027800         DISPLAY "FORENSIC-PURGE: CATALOG TABLE OVERFLOW -- "
027900             "RAISE THE OCCURS LIMIT AND RERUN"
028000         MOVE 16 TO RETURN-CODE
028100         GO TO 9999-EXIT
028200     END-IF
028300     ADD 1 TO WS-CATALOG-COUNT
028400     MOVE GC-GENERATION-NUMBER
028500         TO WS-CAT-GEN-NUMBER (WS-CATALOG-COUNT)
028600     MOVE GC-ANCHOR-TXN-ID
028700         TO WS-CAT-ANCHOR-ID (WS-CATALOG-COUNT)
028800     MOVE GC-ARCHIVE-DSN
028900         TO WS-CAT-ARCHIVE-DSN (WS-CATALOG-COUNT)
029000     MOVE GC-PERIOD-CLOSE-DATE
029100         TO WS-CAT-CLOSE-DATE (WS-CATALOG-COUNT)
029200     MOVE GC-FIRST-SEQUENCE
029300         TO WS-CAT-FIRST-SEQ (WS-CATALOG-COUNT)
029400     MOVE GC-LAST-SEQUENCE
029500         TO WS-CAT-LAST-SEQ (WS-CATALOG-COUNT)
029600     MOVE 0 TO WS-CAT-HOLD-COUNT (WS-CATALOG-COUNT)
029700     MOVE 0 TO WS-CAT-CASE-COUNT (WS-CATALOG-COUNT)
029800     MOVE SPACES TO WS-CAT-FIRST-CASE-ID (WS-CATALOG-COUNT)
029900     IF GC-RETAIN-UNTIL-DATE IS NUMERIC
030000      AND GC-RETAIN-UNTIL-DATE > 0
030100         MOVE GC-RETAIN-UNTIL-DATE
030200             TO WS-CAT-RETAIN-UNTIL (WS-CATALOG-COUNT)
030300     ELSE
030400*        CATALOGED BEFORE RETENTION WAS RECORDED -- THE STANDARD
030500*        PERIOD FROM THE CLOSE DATE, SAME RULE AS THE ROLLOVER.
030600         COMPUTE WS-CAT-RETAIN-UNTIL (WS-CATALOG-COUNT) =
030700             GC-PERIOD-CLOSE-DATE
030800                 + (WS-DEFAULT-RETENTION-YEARS * 10000)
030900         IF WS-CAT-RETAIN-UNTIL (WS-CATALOG-COUNT) (5:4) = '0229'
031000             ADD 72 TO WS-CAT-RETAIN-UNTIL (WS-CATALOG-COUNT)
031100         END-IF
031200     END-IF.
031300 1210-LOAD-ONE-CATALOG-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    REPLAY THE GENHOLD LOG: A HOLD ENTERS THE TABLE, A RELEASE  *
031800*    TAKES THE MATCHING HOLD OUT OF FORCE, AND A RETAIN REPLACES *
031900*    THE GENERATION'S RETENTION DATE.  NO LOG MEANS NOTHING HAS  *
032000*    EVER BEEN HELD OR EXTENDED.                                 *
032100******************************************************************
032200 2000-LOAD-HOLD-LOG.
032300     OPEN INPUT GENERATION-HOLD-FILE
032400     IF WS-GENHOLD-NOT-FOUND
032500         CLOSE GENERATION-HOLD-FILE
032600         GO TO 2000-LOAD-HOLD-LOG-EXIT
032700     END-IF
032800     IF NOT WS-GENHOLD-OK
032900         DISPLAY "FORENSIC-PURGE: UNABLE TO OPEN GENHOLD, "
033000             "STATUS = " WS-GENHOLD-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         GO TO 9999-EXIT
033300     END-IF
033400     PERFORM 2100-REPLAY-ONE-EVENT
033500         THRU 2100-REPLAY-ONE-EVENT-EXIT
033600         UNTIL WS-GENHOLD-AT-EOF
033700     CLOSE GENERATION-HOLD-FILE.
033800 2000-LOAD-HOLD-LOG-EXIT.
033900     EXIT.
034000
034100 2100-REPLAY-ONE-EVENT.
034200     READ GENERATION-HOLD-FILE
034300         AT END
034400             SET WS-GENHOLD-AT-EOF TO TRUE
034500             GO TO 2100-REPLAY-ONE-EVENT-EXIT
034600     END-READ
034700     MOVE GH-GENERATION-NUMBER TO WS-LOOKUP-GEN-NUMBER
034800     PERFORM 6000-FIND-GENERATION
034900         THRU 6000-FIND-GENERATION-EXIT
035000     IF GH-ACTION-RETAIN
035100         IF WS-LOOKUP-IDX > 0
035200             MOVE GH-RETAIN-UNTIL-DATE
035300                 TO WS-CAT-RETAIN-UNTIL (WS-LOOKUP-IDX)
035400         END-IF
035500         GO TO 2100-REPLAY-ONE-EVENT-EXIT
035600     END-IF
035700     IF GH-ACTION-RELEASE
035800         MOVE 0 TO WS-HOLD-IDX
035900         SET WS-MATCH-FOUND TO FALSE
036000         PERFORM 2110-MATCH-ONE-HOLD
036100             THRU 2110-MATCH-ONE-HOLD-EXIT
036200             UNTIL WS-HOLD-IDX = WS-HOLD-COUNT
036300                OR WS-MATCH-FOUND
036400         IF WS-MATCH-FOUND
036500             SET WS-HOLD-IN-FORCE (WS-HOLD-IDX) TO FALSE
036600             SUBTRACT 1 FROM WS-ACTIVE-HOLD-COUNT
036700             IF WS-LOOKUP-IDX > 0
036800                 SUBTRACT 1 FROM WS-CAT-HOLD-COUNT (WS-LOOKUP-IDX)
036900             END-IF
037000         END-IF
037100         GO TO 2100-REPLAY-ONE-EVENT-EXIT
037200     END-IF
037300     IF NOT GH-ACTION-HOLD
037400         GO TO 2100-REPLAY-ONE-EVENT-EXIT
037500     END-IF
037600     IF WS-HOLD-COUNT = 500
037700         DISPLAY "FORENSIC-PURGE: HOLD TABLE OVERFLOW -- "
037800             "RAISE THE OCCURS LIMIT AND RERUN"
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 9999-EXIT
038100     END-IF
038200     ADD 1 TO WS-HOLD-COUNT
038300     MOVE GH-GENERATION-NUMBER
038400         TO WS-HOLD-GEN-NUMBER (WS-HOLD-COUNT)
038500     MOVE GH-HOLD-ID TO WS-HOLD-ID (WS-HOLD-COUNT)
038600     MOVE GH-REQUESTED-BY TO WS-HOLD-PLACED-BY (WS-HOLD-COUNT)
038700     MOVE GH-EVENT-TIMESTAMP TO WS-HOLD-PLACED-AT (WS-HOLD-COUNT)
038800     MOVE GH-REASON TO WS-HOLD-REASON (WS-HOLD-COUNT)
038900     SET WS-HOLD-IN-FORCE (WS-HOLD-COUNT) TO TRUE
039000     ADD 1 TO WS-ACTIVE-HOLD-COUNT
039100     IF WS-LOOKUP-IDX > 0
039200         ADD 1 TO WS-CAT-HOLD-COUNT (WS-LOOKUP-IDX)
039300     END-IF.
039400 2100-REPLAY-ONE-EVENT-EXIT.
039500     EXIT.
039600
039700 2110-MATCH-ONE-HOLD.
039800     ADD 1 TO WS-HOLD-IDX
039900     IF WS-HOLD-IN-FORCE (WS-HOLD-IDX)
040000      AND WS-HOLD-GEN-NUMBER (WS-HOLD-IDX) = GH-GENERATION-NUMBER
040100      AND WS-HOLD-ID (WS-HOLD-IDX) = GH-HOLD-ID
040200         SET WS-MATCH-FOUND TO TRUE
040300     END-IF.
040400 2110-MATCH-ONE-HOLD-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    EVERY OPEN CASE IS PLACED IN EACH GENERATION WHOSE SEQUENCE *
040900*    RANGE HOLDS IT -- A CASE ON A SEAM ANCHOR FALLS IN BOTH THE *
041000*    GENERATION IT CLOSED AND THE ONE IT OPENED.  A CASE PAST    *
041100*    THE LAST CATALOGED SEQUENCE IS ON THE CURRENT LEDGER AND    *
041200*    HOLDS NO ARCHIVE.  UNLIKE THE BATCH CHECKS THAT ONLY OPEN   *
041300*    CASES, THIS REPORT CANNOT RUN WITHOUT FORCASE -- A PURGE    *
041400*    LIST THAT IGNORED THE OPEN CASES WOULD BE WRONG.            *
041500******************************************************************
041600 3000-PLACE-OPEN-CASES.
041700     OPEN INPUT CASE-FILE
041800     IF NOT WS-CASE-OK
041900         DISPLAY "FORENSIC-PURGE: UNABLE TO OPEN FORCASE, "
042000             "STATUS = " WS-CASE-STATUS
042100         MOVE 16 TO RETURN-CODE
042200         GO TO 9999-EXIT
042300     END-IF
042400     PERFORM 3100-PLACE-ONE-CASE
042500         THRU 3100-PLACE-ONE-CASE-EXIT
042600         UNTIL WS-CASE-AT-EOF
042700     CLOSE CASE-FILE.
042800 3000-PLACE-OPEN-CASES-EXIT.
042900     EXIT.
043000
043100 3100-PLACE-ONE-CASE.
043200     READ CASE-FILE NEXT
043300         AT END
043400             SET WS-CASE-AT-EOF TO TRUE
043500             GO TO 3100-PLACE-ONE-CASE-EXIT
043600     END-READ
043700     IF NOT CS-STATUS-OPEN
043800         GO TO 3100-PLACE-ONE-CASE-EXIT
043900     END-IF
044000     ADD 1 TO WS-OPEN-CASE-COUNT
044100     IF CS-SEQUENCE-NUMBER IS NOT NUMERIC
044200      OR CS-SEQUENCE-NUMBER = 0
044300         ADD 1 TO WS-UNPLACED-CASE-COUNT
044400         DISPLAY "FORENSIC-PURGE: OPEN CASE " CS-CASE-ID " "
044500             CS-FINDING-TYPE " TXN " CS-TRANSACTION-ID
044600             " HAS NO SEQUENCE NUMBER -- CANNOT BE PLACED IN A "
044700             "GENERATION.  CHECK IT BEFORE PURGING."
044800         GO TO 3100-PLACE-ONE-CASE-EXIT
044900     END-IF
045000     MOVE 0 TO WS-CATALOG-IDX
045100     PERFORM 3110-RANGE-ONE-GENERATION
045200         THRU 3110-RANGE-ONE-GENERATION-EXIT
045300         UNTIL WS-CATALOG-IDX = WS-CATALOG-COUNT.
045400 3100-PLACE-ONE-CASE-EXIT.
045500     EXIT.
045600
045700 3110-RANGE-ONE-GENERATION.
045800     ADD 1 TO WS-CATALOG-IDX
045900     IF CS-SEQUENCE-NUMBER NOT < WS-CAT-FIRST-SEQ (WS-CATALOG-IDX)
046000      AND CS-SEQUENCE-NUMBER
046100         NOT > WS-CAT-LAST-SEQ (WS-CATALOG-IDX)
046200         ADD 1 TO WS-CAT-CASE-COUNT (WS-CATALOG-IDX)
046300         IF WS-CAT-FIRST-CASE-ID (WS-CATALOG-IDX) = SPACES
046400             MOVE CS-CASE-ID
046500                 TO WS-CAT-FIRST-CASE-ID (WS-CATALOG-IDX)
046600         END-IF
046700     END-IF.
046800 3110-RANGE-ONE-GENERATION-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*    ONE GENERATION.  STILL INSIDE ITS RETENTION IT IS ONLY      *
047300*    COUNTED; PAST IT, IT IS LISTED AS ELIGIBLE OR WITH EVERY    *
047400*    REASON IT IS REFUSED.                                       *
047500******************************************************************
047600 4000-EVALUATE-ONE-GENERATION.
047700     ADD 1 TO WS-CATALOG-IDX
047800     IF WS-CAT-RETAIN-UNTIL (WS-CATALOG-IDX) NOT < WS-TODAY-DATE
047900         ADD 1 TO WS-RETAINED-COUNT
048000         GO TO 4000-EVALUATE-ONE-GENERATION-EXIT
048100     END-IF
048200     ADD 1 TO WS-PAST-RETENTION-COUNT
048300     SET WS-REFUSE-HOLD TO FALSE
048400     SET WS-REFUSE-CASE TO FALSE
048500     SET WS-REFUSE-ANCHOR TO FALSE
048600     IF WS-CAT-HOLD-COUNT (WS-CATALOG-IDX) > 0
048700         SET WS-REFUSE-HOLD TO TRUE
048800     END-IF
048900     IF WS-CAT-CASE-COUNT (WS-CATALOG-IDX) > 0
049000         SET WS-REFUSE-CASE TO TRUE
049100     END-IF
049200     IF WS-CATALOG-IDX = WS-CATALOG-COUNT
049300         SET WS-REFUSE-ANCHOR TO TRUE
049400     ELSE
049500         ADD 1 WS-CATALOG-IDX GIVING WS-NEXT-IDX
049600         IF WS-CAT-HOLD-COUNT (WS-NEXT-IDX) > 0
049700          OR WS-CAT-CASE-COUNT (WS-NEXT-IDX) > 0
049800             SET WS-REFUSE-ANCHOR TO TRUE
049900         END-IF
050000     END-IF
050100     MOVE WS-CAT-GEN-NUMBER (WS-CATALOG-IDX) TO WS-GEN-NUMBER-EDIT
050200     MOVE SPACES TO WS-GENERATION-DSN
050300     STRING WS-CAT-ARCHIVE-DSN (WS-CATALOG-IDX)
050400                                DELIMITED BY SPACE
050500            '.G'                DELIMITED BY SIZE
050600            WS-GEN-NUMBER-EDIT  DELIMITED BY SIZE
050700            'V00'               DELIMITED BY SIZE
050800         INTO WS-GENERATION-DSN
050900     END-STRING
051000     IF NOT WS-REFUSE-HOLD AND NOT WS-REFUSE-CASE
051100      AND NOT WS-REFUSE-ANCHOR
051200         ADD 1 TO WS-ELIGIBLE-COUNT
051300         DISPLAY "FORENSIC-PURGE: GEN " WS-GEN-NUMBER-EDIT
051400             " ELIGIBLE  RETAINED TO "
051500             WS-CAT-RETAIN-UNTIL (WS-CATALOG-IDX) " "
051600             WS-GENERATION-DSN
051700         GO TO 4000-EVALUATE-ONE-GENERATION-EXIT
051800     END-IF
051900     DISPLAY "FORENSIC-PURGE: GEN " WS-GEN-NUMBER-EDIT
052000         " REFUSED   RETAINED TO "
052100         WS-CAT-RETAIN-UNTIL (WS-CATALOG-IDX) " "
052200         WS-GENERATION-DSN
052300     IF WS-REFUSE-HOLD
052400         ADD 1 TO WS-REFUSED-HOLD-COUNT
052500         DISPLAY "FORENSIC-PURGE:            HOLD   "
052600             WS-CAT-HOLD-COUNT (WS-CATALOG-IDX)
052700             " LEGAL HOLD(S) IN FORCE -- SEE THE HOLD LIST"
052800     END-IF
052900     IF WS-REFUSE-CASE
053000         ADD 1 TO WS-REFUSED-CASE-COUNT
053100         DISPLAY "FORENSIC-PURGE:            CASE   "
053200             WS-CAT-CASE-COUNT (WS-CATALOG-IDX)
053300             " OPEN CASE(S) ON ITS RECORDS, FIRST "
053400             WS-CAT-FIRST-CASE-ID (WS-CATALOG-IDX)
053500     END-IF
053600     IF WS-REFUSE-ANCHOR
053700         ADD 1 TO WS-REFUSED-ANCHOR-COUNT
053800         IF WS-CATALOG-IDX = WS-CATALOG-COUNT
053900             DISPLAY "FORENSIC-PURGE:            ANCHOR "
054000                 WS-CAT-ANCHOR-ID (WS-CATALOG-IDX)
054100                 " OPENS THE CURRENT LEDGER"
054200         ELSE
054300             DISPLAY "FORENSIC-PURGE:            ANCHOR "
054400                 WS-CAT-ANCHOR-ID (WS-CATALOG-IDX)
054500                 " OPENS GENERATION "
054600                 WS-CAT-GEN-NUMBER (WS-NEXT-IDX)
054700                 ", WHICH IS HELD OR UNDER AN OPEN CASE"
054800         END-IF
054900     END-IF.
055000 4000-EVALUATE-ONE-GENERATION-EXIT.
055100     EXIT.
055200
055300 5000-LIST-HOLDS.
055400     DISPLAY "============================================"
055500     DISPLAY "FORENSIC-PURGE: LEGAL HOLDS IN FORCE"
055600     DISPLAY "============================================"
055700     MOVE 0 TO WS-HOLD-IDX
055800     PERFORM 5100-LIST-ONE-HOLD
055900         THRU 5100-LIST-ONE-HOLD-EXIT
056000         UNTIL WS-HOLD-IDX = WS-HOLD-COUNT.
056100 5000-LIST-HOLDS-EXIT.
056200     EXIT.
056300
056400 5100-LIST-ONE-HOLD.
056500     ADD 1 TO WS-HOLD-IDX
056600     IF NOT WS-HOLD-IN-FORCE (WS-HOLD-IDX)
056700         GO TO 5100-LIST-ONE-HOLD-EXIT
056800     END-IF
056900     DISPLAY "FORENSIC-PURGE: GEN "
057000         WS-HOLD-GEN-NUMBER (WS-HOLD-IDX) " HOLD "
057100         WS-HOLD-ID (WS-HOLD-IDX) " BY "
057200         WS-HOLD-PLACED-BY (WS-HOLD-IDX) " AT "
057300         WS-HOLD-PLACED-AT (WS-HOLD-IDX) " -- "
057400         WS-HOLD-REASON (WS-HOLD-IDX).
057500 5100-LIST-ONE-HOLD-EXIT.
057600     EXIT.
057700
057800 6000-FIND-GENERATION.
057900     MOVE 0 TO WS-LOOKUP-IDX
058000     MOVE 0 TO WS-CATALOG-IDX
058100     PERFORM 6010-MATCH-ONE-GENERATION
058200         THRU 6010-MATCH-ONE-GENERATION-EXIT
058300         UNTIL WS-CATALOG-IDX = WS-CATALOG-COUNT
058400            OR WS-LOOKUP-IDX > 0.
058500 6000-FIND-GENERATION-EXIT.
058600     EXIT.
058700
058800 6010-MATCH-ONE-GENERATION.
058900     ADD 1 TO WS-CATALOG-IDX
059000     IF WS-CAT-GEN-NUMBER (WS-CATALOG-IDX) = WS-LOOKUP-GEN-NUMBER
059100         MOVE WS-CATALOG-IDX TO WS-LOOKUP-IDX
059200     END-IF.
059300 6010-MATCH-ONE-GENERATION-EXIT.
059400     EXIT.
059500
059600 8000-REPORT-RESULTS.
059700     DISPLAY "============================================"
059800     DISPLAY "FORENSIC-PURGE: SUMMARY"
059900     DISPLAY "============================================"
060000     DISPLAY "GENERATIONS CATALOGED = " WS-CATALOG-COUNT
060100     DISPLAY "WITHIN RETENTION      = " WS-RETAINED-COUNT
060200     DISPLAY "PAST RETENTION        = " WS-PAST-RETENTION-COUNT
060300     DISPLAY "ELIGIBLE FOR PURGE    = " WS-ELIGIBLE-COUNT
060400     DISPLAY "REFUSED -- HOLD       = " WS-REFUSED-HOLD-COUNT
060500     DISPLAY "REFUSED -- OPEN CASE  = " WS-REFUSED-CASE-COUNT
060600     DISPLAY "REFUSED -- ANCHOR     = " WS-REFUSED-ANCHOR-COUNT
060700     DISPLAY "LEGAL HOLDS IN FORCE  = " WS-ACTIVE-HOLD-COUNT
060800     DISPLAY "OPEN CASES            = " WS-OPEN-CASE-COUNT
060900     DISPLAY "OPEN CASES UNPLACED   = " WS-UNPLACED-CASE-COUNT
061000     IF WS-UNPLACED-CASE-COUNT > 0
061100         DISPLAY "PURGE STATUS          = HOLD EVERYTHING -- "
061200             "CHECK THE UNPLACED CASES ABOVE FIRST"
061300     END-IF
061400     DISPLAY "============================================".
061500 8000-REPORT-RESULTS-EXIT.
061600     EXIT.
061700
061800 9999-EXIT.
061900     STOP RUN.
