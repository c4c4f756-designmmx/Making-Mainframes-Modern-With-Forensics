000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-CCYMAINT.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-CCYMAINT                                           *
001000*                                                                *
001100*    MAINTENANCE OF THE CCYTABLE CURRENCY TABLE (SEE             *
001200*    FORCCYD.CPY) -- THE CURRENCIES THE FEEDERS MAY SEND AND     *
001300*    THE ONE BASE CURRENCY EVERY AMOUNT IS ALSO CARRIED IN.      *
001400*    FOREDIT REJECTS A TRANSACTION IN A CURRENCY THAT IS NOT     *
001500*    ACTIVE HERE (REASON CCYX).  THIS IS THE ONLY PROGRAM THAT   *
001600*    CHANGES THE TABLE, AND EVERY CHANGE IS STAMPED ON THE       *
001700*    RECORD WITH WHO ASKED FOR IT AND WHEN.                      *
001800*                                                                *
001900*    ONE CONTROL CARD ON CCYCARD SAYS WHAT TO DO:                *
002000*                                                                *
002100*      COLS  1- 8  ACTION   ADD / CHANGE / RETIRE / BASE         *
002200*      COLS 10-12  CURRENCY ISO 4217 ALPHA CODE -- REQUIRED      *
002300*      COLS 14-21  USERID   WHO ASKED FOR IT -- REQUIRED         *
002400*      COLS 23-52  DESCRIPTION -- REQUIRED ON ADD AND CHANGE     *
002500*                                                                *
002600*      ADD      PUTS THE CURRENCY ON THE TABLE, ACTIVE.  RE-     *
002700*               ADDING A RETIRED CURRENCY REACTIVATES IT WITH    *
002800*               THE FRESH DESCRIPTION -- THE WAY BACK FROM A     *
002900*               MISTAKEN RETIRE.  AN ACTIVE CURRENCY CANNOT BE   *
003000*               ADDED TWICE.                                     *
003100*      CHANGE   REPLACES THE DESCRIPTION.                        *
003200*      RETIRE   THE CURRENCY STAYS ON THE TABLE FOR THE HISTORY  *
003300*               THAT CARRIES IT, BUT FOREDIT REFUSES IT ON NEW   *
003400*               TRANSACTIONS.  THE BASE CANNOT BE RETIRED.       *
003500*      BASE     MAKES AN ACTIVE CURRENCY THE BASE.  ONLY ALLOWED *
003600*               WHILE THE TABLE HAS NO BASE -- ONCE SET, THE     *
003700*               BASE IS NEVER MOVED, SINCE EVERY BASE AMOUNT     *
003800*               AND CONTROL TOTAL ALREADY POSTED IS STATED IN    *
003900*               IT.                                              *
004000*                                                                *
004100*    RETURN-CODES:  0 = DONE.                                    *
004200*                   8 = REFUSED -- THE CURRENCY IS ALREADY       *
004300*                       ACTIVE, NOT ON THE TABLE, ALREADY        *
004400*                       RETIRED, THE BASE, OR A BASE IS ALREADY  *
004500*                       SET.  NOTHING WAS CHANGED.               *
004600*                  16 = BAD OR MISSING CARD, OR UNRECOVERABLE    *
004700*                       I-O ERROR.  NOTHING WAS CHANGED.         *
004800*                                                                *
004900*----------------------------------------------------------------*
005000*    MODIFICATION HISTORY                                       *
005100*----------------------------------------------------------------*
005200*    DATE       BY    DESCRIPTION                                *
005300*    ---------- ----- -------------------------------------------*
005400*    2026-10-14 JRM   ORIGINAL.                                  *
005410*    2026-10-15 JRM   CURRENCY TABLE FIELDS RENAMED CU-.  A      *
005411*                     CCYTABLE READ ERROR WHILE SCANNING FOR THE *
005412*                     BASE IS RC 16.                             *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CONTROL-CARD-FILE ASSIGN TO CCYCARD
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-CARD-STATUS.
006600     SELECT CURRENCY-TABLE-FILE ASSIGN TO CCYTABLE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CU-CURRENCY-CODE
007000         FILE STATUS IS WS-CCYTABLE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTROL-CARD-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  CONTROL-CARD-RECORD.
007800     05  CC-ACTION             PIC X(08).
007900     05  FILLER                PIC X(01).
008000     05  CC-CURRENCY-CODE      PIC X(03).
008100     05  FILLER                PIC X(01).
008200     05  CC-REQUESTED-BY       PIC X(08).
008300     05  FILLER                PIC X(01).
008400     05  CC-DESCRIPTION        PIC X(30).
008500     05  FILLER                PIC X(28).
008600 FD  CURRENCY-TABLE-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 COPY FORCCYD.
009000 WORKING-STORAGE SECTION.
009100 01  WS-CARD-STATUS            PIC X(02).
009200     88  WS-CARD-OK                 VALUE '00'.
009300 01  WS-CCYTABLE-STATUS        PIC X(02).
009400     88  WS-CCYTABLE-OK             VALUE '00'.
009500     88  WS-CCYTABLE-NOT-FOUND      VALUE '23'.
009600 01  WS-CCYTABLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
009700     88  WS-CCYTABLE-AT-EOF         VALUE 'Y'.
009800 01  WS-CURRENCY-SWITCH        PIC X(01) VALUE 'N'.
009900     88  WS-CURRENCY-ON-FILE        VALUE 'Y' FALSE 'N'.
010000 01  WS-CURRENT-DATE           PIC 9(08).
010100 01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
010200*                                  THE BASE IN FORCE BEFORE THIS
010300*                                  CARD, SPACES IF NONE YET
010400 01  WS-BASE-CURRENCY-COUNT    PIC 9(2) COMP-5 VALUE 0.
010500 01  WS-CURRENCY-COUNT         PIC 9(4) COMP-5 VALUE 0.
010600 01  WS-OLD-DESCRIPTION        PIC X(30) VALUE SPACES.
010700 01  WS-OLD-STATUS             PIC X(01) VALUE SPACE.
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE
011100         THRU 1000-INITIALIZE-EXIT
011200     PERFORM 1200-FIND-BASE-CURRENCY
011300         THRU 1200-FIND-BASE-CURRENCY-EXIT
011400     PERFORM 1300-READ-CURRENCY
011500         THRU 1300-READ-CURRENCY-EXIT
011600     IF CC-ACTION = 'ADD'
011700         PERFORM 2000-ADD-CURRENCY
011800             THRU 2000-ADD-CURRENCY-EXIT
011900     END-IF
012000     IF CC-ACTION = 'CHANGE'
012100         PERFORM 3000-CHANGE-CURRENCY
012200             THRU 3000-CHANGE-CURRENCY-EXIT
012300     END-IF
012400     IF CC-ACTION = 'RETIRE'
012500         PERFORM 4000-RETIRE-CURRENCY
012600             THRU 4000-RETIRE-CURRENCY-EXIT
012700     END-IF
012800     IF CC-ACTION = 'BASE'
012900         PERFORM 5000-SET-BASE-CURRENCY
013000             THRU 5000-SET-BASE-CURRENCY-EXIT
013100     END-IF
013200     PERFORM 7000-WRITE-CURRENCY
013300         THRU 7000-WRITE-CURRENCY-EXIT
013400     PERFORM 8000-REPORT-RESULTS
013500         THRU 8000-REPORT-RESULTS-EXIT
013600     MOVE 0 TO RETURN-CODE
013700     GO TO 9999-EXIT.
013800
013900******************************************************************
014000*    READ AND CHECK THE CONTROL CARD.  EVERY ACTION NEEDS A      *
014100*    THREE-LETTER CURRENCY CODE AND A USERID; ADD AND CHANGE     *
014200*    NEED THE DESCRIPTION.                                       *
014300******************************************************************
014400 1000-INITIALIZE.
014500     DISPLAY "FORENSIC-CCYMAINT: CURRENCY TABLE MAINTENANCE..."
014600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
014700     OPEN INPUT CONTROL-CARD-FILE
014800     IF NOT WS-CARD-OK
014900         DISPLAY "FORENSIC-CCYMAINT: UNABLE TO OPEN CCYCARD, "
015000             "STATUS = " WS-CARD-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         GO TO 9999-EXIT
015300     END-IF
015400     READ CONTROL-CARD-FILE
015500         AT END
015600             DISPLAY "FORENSIC-CCYMAINT: CCYCARD IS EMPTY -- "
015700                 "NOTHING TO DO"
015800             CLOSE CONTROL-CARD-FILE
015900             MOVE 16 TO RETURN-CODE
016000             GO TO 9999-EXIT
016100     END-READ
016200     CLOSE CONTROL-CARD-FILE
016300     DISPLAY "FORENSIC-CCYMAINT: CARD = " CONTROL-CARD-RECORD
016400     IF CC-ACTION NOT = 'ADD'
016500      AND CC-ACTION NOT = 'CHANGE'
016600      AND CC-ACTION NOT = 'RETIRE'
016700      AND CC-ACTION NOT = 'BASE'
016800         DISPLAY "FORENSIC-CCYMAINT: UNKNOWN ACTION '" CC-ACTION
016900             "' -- EXPECTED ADD, CHANGE, RETIRE, OR BASE"
017000         MOVE 16 TO RETURN-CODE
017100         GO TO 9999-EXIT
017200     END-IF
017300     IF CC-CURRENCY-CODE IS NOT ALPHABETIC-UPPER
017400      OR CC-CURRENCY-CODE (1:1) = SPACE
017500      OR CC-CURRENCY-CODE (2:1) = SPACE
017600      OR CC-CURRENCY-CODE (3:1) = SPACE
017700         DISPLAY "FORENSIC-CCYMAINT: CARD CURRENCY '"
017800             CC-CURRENCY-CODE "' IS NOT A THREE-LETTER CODE "
017900             "(COLS 10-12)"
018000         MOVE 16 TO RETURN-CODE
018100         GO TO 9999-EXIT
018200     END-IF
018300     IF CC-REQUESTED-BY = SPACES
018400         DISPLAY "FORENSIC-CCYMAINT: CARD NAMES NO REQUESTING "
018500             "USERID (COLS 14-21)"
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 9999-EXIT
018800     END-IF
018900     IF (CC-ACTION = 'ADD' OR CC-ACTION = 'CHANGE')
019000      AND CC-DESCRIPTION = SPACES
019100         DISPLAY "FORENSIC-CCYMAINT: AN " CC-ACTION " MUST GIVE "
019200             "THE DESCRIPTION (COLS 23-52)"
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 9999-EXIT
019500     END-IF
019600     OPEN I-O CURRENCY-TABLE-FILE
019700     IF NOT WS-CCYTABLE-OK
019800         DISPLAY "FORENSIC-CCYMAINT: UNABLE TO OPEN CCYTABLE, "
019900             "STATUS = " WS-CCYTABLE-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         GO TO 9999-EXIT
020200     END-IF.
020300 1000-INITIALIZE-EXIT.
020400     EXIT.
020500
020600******************************************************************
020700*    ONE PASS OF THE WHOLE TABLE FOR THE BASE IN FORCE.  THE     *
020800*    TABLE IS SMALL -- ONE RECORD PER CURRENCY EVER ALLOWED.     *
020900******************************************************************
021000 1200-FIND-BASE-CURRENCY.
021100     MOVE LOW-VALUES TO CU-CURRENCY-CODE
021200     START CURRENCY-TABLE-FILE
021300         KEY IS NOT LESS THAN CU-CURRENCY-CODE
021400         INVALID KEY
021500             SET WS-CCYTABLE-AT-EOF TO TRUE
021600     END-START
021700     PERFORM 1210-READ-NEXT-CURRENCY
021800         THRU 1210-READ-NEXT-CURRENCY-EXIT
021900         UNTIL WS-CCYTABLE-AT-EOF
022000     IF WS-BASE-CURRENCY-COUNT > 1
022100         DISPLAY "FORENSIC-CCYMAINT: CCYTABLE ALREADY HAS "
022200             WS-BASE-CURRENCY-COUNT " BASE CURRENCIES -- "
022300             "RESTORE THE TABLE FROM BACKUP BEFORE ANY CHANGE"
022400         CLOSE CURRENCY-TABLE-FILE
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 9999-EXIT
022700     END-IF.
022800 1200-FIND-BASE-CURRENCY-EXIT.
022900     EXIT.
023000
023100 1210-READ-NEXT-CURRENCY.
023200     READ CURRENCY-TABLE-FILE NEXT RECORD
023300         AT END
023400             SET WS-CCYTABLE-AT-EOF TO TRUE
023500             GO TO 1210-READ-NEXT-CURRENCY-EXIT
023600     END-READ
023612     IF NOT WS-CCYTABLE-OK
023624         DISPLAY "FORENSIC-CCYMAINT: CCYTABLE READ FAILED, "
023636             "STATUS = " WS-CCYTABLE-STATUS
023648         CLOSE CURRENCY-TABLE-FILE
023660         MOVE 16 TO RETURN-CODE
023672         GO TO 9999-EXIT
023684     END-IF
023700     ADD 1 TO WS-CURRENCY-COUNT
023800     IF CU-BASE-CURRENCY
023900         ADD 1 TO WS-BASE-CURRENCY-COUNT
024000         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
024100     END-IF.
024200 1210-READ-NEXT-CURRENCY-EXIT.
024300     EXIT.
024400
024500 1300-READ-CURRENCY.
024600     MOVE CC-CURRENCY-CODE TO CU-CURRENCY-CODE
024700     READ CURRENCY-TABLE-FILE
024800         INVALID KEY
024900             SET WS-CURRENCY-ON-FILE TO FALSE
025000         NOT INVALID KEY
025100             SET WS-CURRENCY-ON-FILE TO TRUE
025200             MOVE CU-DESCRIPTION TO WS-OLD-DESCRIPTION
025300             MOVE CU-STATUS TO WS-OLD-STATUS
025400     END-READ
025500     IF NOT WS-CURRENCY-ON-FILE
025600      AND NOT WS-CCYTABLE-NOT-FOUND
025700         DISPLAY "FORENSIC-CCYMAINT: CCYTABLE READ FAILED, "
025800             "STATUS = " WS-CCYTABLE-STATUS
025900         CLOSE CURRENCY-TABLE-FILE
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 9999-EXIT
026200     END-IF
026300     IF NOT WS-CURRENCY-ON-FILE AND CC-ACTION NOT = 'ADD'
026400         DISPLAY "FORENSIC-CCYMAINT: " CC-CURRENCY-CODE
026500             " IS NOT ON CCYTABLE -- ADD IT FIRST"
026600         GO TO 9000-REFUSE
026700     END-IF.
026800 1300-READ-CURRENCY-EXIT.
026900     EXIT.
027000
027100 2000-ADD-CURRENCY.
027200     IF WS-CURRENCY-ON-FILE AND CU-STATUS-ACTIVE
027300         DISPLAY "FORENSIC-CCYMAINT: " CC-CURRENCY-CODE
027400             " IS ALREADY ACTIVE ON CCYTABLE (" CU-DESCRIPTION
027500             ")"
027600         GO TO 9000-REFUSE
027700     END-IF
027800     IF NOT WS-CURRENCY-ON-FILE
027900         MOVE SPACES TO CURRENCY-TABLE-RECORD
028000         MOVE CC-CURRENCY-CODE TO CU-CURRENCY-CODE
028100         MOVE 'N' TO CU-BASE-FLAG
028200         MOVE WS-CURRENT-DATE TO CU-ADDED-DATE
028300     END-IF
028400     MOVE CC-DESCRIPTION TO CU-DESCRIPTION
028500     SET CU-STATUS-ACTIVE TO TRUE.
028600 2000-ADD-CURRENCY-EXIT.
028700     EXIT.
028800
028900 3000-CHANGE-CURRENCY.
029000     MOVE CC-DESCRIPTION TO CU-DESCRIPTION.
029100 3000-CHANGE-CURRENCY-EXIT.
029200     EXIT.
029300
029400 4000-RETIRE-CURRENCY.
029500     IF CU-STATUS-RETIRED
029600         DISPLAY "FORENSIC-CCYMAINT: " CC-CURRENCY-CODE
029700             " IS ALREADY RETIRED"
029800         GO TO 9000-REFUSE
029900     END-IF
030000     IF CU-BASE-CURRENCY
030100         DISPLAY "FORENSIC-CCYMAINT: " CC-CURRENCY-CODE
030200             " IS THE BASE CURRENCY AND CANNOT BE RETIRED"
030300         GO TO 9000-REFUSE
030400     END-IF
030500     SET CU-STATUS-RETIRED TO TRUE.
030600 4000-RETIRE-CURRENCY-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000*    THE BASE IS SET ONCE.  EVERY BASE AMOUNT ON THE LEDGER AND  *
031100*    EVERY RATE ON RATEFILE IS STATED AGAINST IT, SO A SECOND    *
031200*    BASE CARD IS REFUSED WHATEVER IT NAMES.                     *
031300******************************************************************
031400 5000-SET-BASE-CURRENCY.
031500     IF WS-BASE-CURRENCY NOT = SPACES
031600         DISPLAY "FORENSIC-CCYMAINT: THE BASE CURRENCY IS "
031700             "ALREADY " WS-BASE-CURRENCY " -- IT IS NEVER MOVED"
031800         GO TO 9000-REFUSE
031900     END-IF
032000     IF NOT CU-STATUS-ACTIVE
032100         DISPLAY "FORENSIC-CCYMAINT: " CC-CURRENCY-CODE
032200             " IS RETIRED AND CANNOT BE THE BASE"
032300         GO TO 9000-REFUSE
032400     END-IF
032500     SET CU-BASE-CURRENCY TO TRUE.
032600 5000-SET-BASE-CURRENCY-EXIT.
032700     EXIT.
032800
032900 7000-WRITE-CURRENCY.
033000     MOVE WS-CURRENT-DATE TO CU-LAST-CHANGED-DATE
033100     MOVE CC-REQUESTED-BY TO CU-LAST-CHANGED-BY
033200     MOVE CC-ACTION       TO CU-LAST-ACTION
033300     IF WS-CURRENCY-ON-FILE
033400         REWRITE CURRENCY-TABLE-RECORD
033500             INVALID KEY
033600                 CONTINUE
033700         END-REWRITE
033800     ELSE
033900         WRITE CURRENCY-TABLE-RECORD
034000             INVALID KEY
034100                 CONTINUE
034200         END-WRITE
034300     END-IF
034400     IF NOT WS-CCYTABLE-OK
034500         DISPLAY "FORENSIC-CCYMAINT: CCYTABLE UPDATE FAILED, "
034600             "STATUS = " WS-CCYTABLE-STATUS
034700             " -- NOTHING WAS CHANGED"
034800         CLOSE CURRENCY-TABLE-FILE
034900         MOVE 16 TO RETURN-CODE
035000         GO TO 9999-EXIT
035100     END-IF
035200     CLOSE CURRENCY-TABLE-FILE.
035300 7000-WRITE-CURRENCY-EXIT.
035400     EXIT.
035500
035600 8000-REPORT-RESULTS.
035700     DISPLAY "FORENSIC-CCYMAINT: " CC-ACTION " DONE ON "
035800         CC-CURRENCY-CODE " BY " CC-REQUESTED-BY
035900     IF WS-CURRENCY-ON-FILE
036000         DISPLAY "FORENSIC-CCYMAINT: WAS STATUS " WS-OLD-STATUS
036100             " -- " WS-OLD-DESCRIPTION
036200     END-IF
036300     DISPLAY "FORENSIC-CCYMAINT: NOW STATUS " CU-STATUS
036400         " BASE " CU-BASE-FLAG " -- " CU-DESCRIPTION
036500     IF CU-BASE-CURRENCY
036600         MOVE CU-CURRENCY-CODE TO WS-BASE-CURRENCY
036700     END-IF
036800     IF WS-BASE-CURRENCY = SPACES
036900         DISPLAY "FORENSIC-CCYMAINT: CCYTABLE HAS NO BASE "
037000             "CURRENCY YET -- FOREDIT AND FORENSIC-AUDIT WILL "
037100             "NOT RUN UNTIL ONE IS SET"
037200     END-IF.
037300 8000-REPORT-RESULTS-EXIT.
037400     EXIT.
037500
037600 9000-REFUSE.
037700     DISPLAY "FORENSIC-CCYMAINT: " CC-ACTION " REFUSED -- "
037800         "NOTHING WAS CHANGED"
037900     CLOSE CURRENCY-TABLE-FILE
038000     MOVE 8 TO RETURN-CODE.
038100
038200 9999-EXIT.
038300     STOP RUN.
