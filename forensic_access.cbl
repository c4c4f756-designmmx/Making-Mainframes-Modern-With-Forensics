000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FORENSIC-ACCESS.
000300 AUTHOR.        DATA-LOSS-PREVENTION-TEAM.
000400 INSTALLATION.  FORENSIC-LEDGER-SUBSYSTEM.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    FORENSIC-ACCESS                                             *
001000*                                                                *
001100*    WEEKLY REVIEW OF THE ONLINE ACCESS JOURNAL (ACCJRNL, SEE    *
001200*    FORACCD.CPY).  FINQ, FBRW, FCSE, FREJ, FRSN, FMNT, AND FAPR *
001300*    JOURNAL EVERY LEDGER RECORD, CASE, REJECT, ADJUSTMENT, AND  *
001400*    REASON CODE THEY SHOW OR CHANGE; THIS IS THE REPORT THE     *
001500*    AUDITORS READ FROM IT.  THE WEEK IS THE SEVEN DAYS ENDING   *
001600*    ON THE BUSINESS DATE, JUDGED BY THE CLOCK DATE OF THE       *
001700*    ACCESS (AN ACCESS HAPPENS AT A TIME OF DAY, NOT ON A        *
001800*    BUSINESS DATE).                                             *
001900*                                                                *
002000*    THE REPORT (SYSOUT):                                        *
002100*                                                                *
002200*      - ONE LINE PER AFTER-HOURS ACCESS -- BEFORE 07:00 OR      *
002300*        FROM 19:00 ON, OR ANY TIME ON A SATURDAY OR SUNDAY;     *
002400*      - ONE LINE PER LOOKUP OF A TRANSACTION TIED TO AN OPEN    *
002500*        FORCASE CASE BY A USER WHO IS NOT THAT CASE'S ANALYST.  *
002600*        A LOOKUP IS A VIEW, AN INQUIRY, OR A CHANGE -- THE      *
002700*        LINES OF A LIST PAGE ARE ON THE JOURNAL BUT ARE NOT     *
002800*        LOOKUPS.  FCSE IS LEFT OUT: WORKING A CASE ON THE CASE  *
002900*        WORKBENCH IS HOW AN ANALYST TAKES IT ON.  A CASE WITH   *
003000*        NO ANALYST YET IS ASSIGNED TO NOBODY, SO EVERY LOOKUP   *
003100*        OF ITS TRANSACTION SHOWS.  ONLY ACCESS ON OR AFTER THE  *
003200*        DATE THE CASE WAS OPENED COUNTS, AND THE ANALYST IS     *
003300*        THE ONE ON THE CASE FILE TODAY -- THE FILE KEEPS NO     *
003400*        HISTORY OF EARLIER ONES;                                *
003500*      - ACCESS BY USER: ACCESSES, LOOKUPS THAT MISSED, CHANGES, *
003600*        AFTER-HOURS ACCESSES, AND OPEN-CASE FLAGS PER USERID;   *
003700*      - ACCESS BY RECORD: FOR EVERY KEY SHOWN OR CHANGED IN     *
003800*        THE WEEK, WHO, HOW OFTEN, AND FIRST AND LAST TIME --    *
003900*        READ ALONG THE ACCJRNLR ALTERNATE-INDEX PATH (FORJDEF   *
004000*        JOB), SO NO SORT IS NEEDED.                             *
004100*                                                                *
004200*    RETURN-CODES:  0 = NO AFTER-HOURS ACCESS, NO OPEN-CASE      *
004300*                       FLAGS.                                   *
004400*                   4 = AT LEAST ONE OF EITHER -- THE REPORT     *
004500*                       GOES TO THE CONTROLS REVIEW.             *
004600*                  16 = UNRECOVERABLE I-O ERROR OR A TABLE       *
004700*                       OVERFLOW.                                *
004800*                                                                *
004900*----------------------------------------------------------------*
005000*    MODIFICATION HISTORY                                       *
005100*----------------------------------------------------------------*
005200*    DATE       BY    DESCRIPTION                                *
005300*    ---------- ----- -------------------------------------------*
005400*    2026-10-11 JRM   ORIGINAL.                                  *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT ACCESS-JOURNAL-FILE ASSIGN TO ACCJRNL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS AC-JOURNAL-KEY
006600         ALTERNATE RECORD KEY IS AC-RECORD-KEY
006700             WITH DUPLICATES
006800         FILE STATUS IS WS-JOURNAL-STATUS.
006900     SELECT CASE-FILE ASSIGN TO FORCASE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CS-CASE-ID
007300         FILE STATUS IS WS-CASE-STATUS.
007400     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS BD-CONTROL-KEY
007800         FILE STATUS IS WS-BUSDATE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  ACCESS-JOURNAL-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 COPY FORACCD.
008500 FD  CASE-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 140 CHARACTERS.
008800 COPY FORCASD.
008900 FD  BUSINESS-DATE-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 COPY FORBDTD.
009300 WORKING-STORAGE SECTION.
009400 01  WS-JOURNAL-STATUS         PIC X(02).
009500*    '02' IS A GOOD READ ALONG THE PATH WITH MORE OF THE SAME
009600*    ALTERNATE KEY TO COME.
009700     88  WS-JOURNAL-OK              VALUE '00' '02'.
009900 01  WS-CASE-STATUS            PIC X(02).
010000     88  WS-CASE-OK                 VALUE '00'.
010100 01  WS-BUSDATE-STATUS         PIC X(02).
010200     88  WS-BUSDATE-OK              VALUE '00'.
010300 01  WS-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
010400     88  WS-JOURNAL-AT-EOF          VALUE 'Y' FALSE 'N'.
010500 01  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
010600     88  WS-CASE-AT-EOF             VALUE 'Y'.
010700 01  WS-AFTER-HOURS-SWITCH     PIC X(01) VALUE 'N'.
010800     88  WS-AFTER-HOURS             VALUE 'Y' FALSE 'N'.
010900 01  WS-CASE-FLAG-SWITCH       PIC X(01) VALUE 'N'.
011000     88  WS-CASE-FLAGGED            VALUE 'Y' FALSE 'N'.
011100 01  WS-ASSIGNED-SWITCH        PIC X(01) VALUE 'N'.
011200     88  WS-USER-ASSIGNED           VALUE 'Y' FALSE 'N'.
011300 01  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
011400     88  WS-ENTRY-FOUND             VALUE 'Y' FALSE 'N'.
011500*
011600*    THE REVIEW WINDOW AND THE WORKING DAY.  THE HOURS ARE THE
011700*    ONES THE CONTROLS REVIEW AGREED FOR THE INVESTIGATION
011800*    FLOOR; SATURDAY AND SUNDAY ARE AFTER HOURS ALL DAY.
011900*
012000 01  WS-TODAY-DATE             PIC 9(08).
012100 01  WS-TODAY-INTEGER          PIC 9(9) COMP-5 VALUE 0.
012200 01  WS-DATE-INTEGER           PIC 9(9) COMP-5 VALUE 0.
012300 01  WS-WINDOW-FROM-DATE       PIC 9(08) VALUE ZEROES.
012400 01  WS-WINDOW-DAYS            PIC 9(3) COMP-5 VALUE 7.
012500 01  WS-DAY-START-HHMM         PIC 9(04) VALUE 0700.
012600 01  WS-DAY-END-HHMM           PIC 9(04) VALUE 1900.
012700 01  WS-ACCESS-HHMM            PIC 9(04) VALUE ZEROES.
012800 01  WS-WEEKDAY-DATE           PIC 9(08) VALUE ZEROES.
012900 01  WS-WEEKDAY-QUOTIENT       PIC 9(9) COMP-5 VALUE 0.
013000 01  WS-WEEKDAY                PIC 9(1) VALUE 0.
013100*    DAY 1 OF THE INTEGER-OF-DATE CALENDAR (1601-01-01) WAS A
013200*    MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH 6
013300*    FOR SATURDAY AND 0 FOR SUNDAY.
013400     88  WS-WEEKEND                 VALUE 0 6.
013500*
013600*    OPEN CASES, LOADED UP FRONT AS IN FORENSIC-ANOMALY.
013700*
013800 01  WS-OPEN-CASE-COUNT        PIC 9(9) COMP-5 VALUE 0.
013900 01  WS-OCS-IDX                PIC 9(9) COMP-5 VALUE 0.
014000 01  WS-OPEN-CASE-TABLE.
014100     05  WS-OPEN-CASE-ENTRY    OCCURS 0 TO 2000 TIMES
014200                               DEPENDING ON WS-OPEN-CASE-COUNT.
014300         10  WS-OCS-TXN-ID     PIC X(10).
014400         10  WS-OCS-CASE-ID    PIC X(10).
014500         10  WS-OCS-ANALYST    PIC X(08).
014600         10  WS-OCS-DATE-OPENED PIC 9(08).
014700 01  WS-FLAG-CASE-ID           PIC X(10) VALUE SPACES.
014800 01  WS-FLAG-ANALYST           PIC X(08) VALUE SPACES.
014900*
015000*    ACCESS BY USER -- ONE ENTRY PER USERID SEEN IN THE WEEK.
015100*
015200 01  WS-USER-COUNT             PIC 9(9) COMP-5 VALUE 0.
015300 01  WS-USR-IDX                PIC 9(9) COMP-5 VALUE 0.
015400 01  WS-USER-TABLE.
015500     05  WS-USER-ENTRY         OCCURS 0 TO 500 TIMES
015600                               DEPENDING ON WS-USER-COUNT.
015700         10  WS-USR-USERID     PIC X(08).
015800         10  WS-USR-ACCESSES   PIC 9(9) COMP-5.
015900         10  WS-USR-NOT-FOUND  PIC 9(9) COMP-5.
016000         10  WS-USR-CHANGES    PIC 9(9) COMP-5.
016100         10  WS-USR-AFTER-HOURS PIC 9(9) COMP-5.
016200         10  WS-USR-CASE-FLAGS PIC 9(9) COMP-5.
016300*
016400*    ACCESS BY RECORD -- THE USERS OF THE ONE KEY CURRENTLY
016500*    BEING READ ALONG THE PATH, PRINTED AT THE KEY BREAK.
016600*
016700 01  WS-CURRENT-RECORD-KEY     PIC X(14) VALUE LOW-VALUES.
016800 01  WS-CURRENT-RECORD-R REDEFINES WS-CURRENT-RECORD-KEY.
016900     05  WS-CURRENT-KEY-TYPE   PIC X(04).
017000     05  WS-CURRENT-KEY-VALUE  PIC X(10).
017100 01  WS-RECORD-USER-COUNT      PIC 9(9) COMP-5 VALUE 0.
017200 01  WS-RCU-IDX                PIC 9(9) COMP-5 VALUE 0.
017300 01  WS-RECORD-USER-TABLE.
017400     05  WS-RECORD-USER-ENTRY  OCCURS 0 TO 200 TIMES
017500                               DEPENDING ON WS-RECORD-USER-COUNT.
017600         10  WS-RCU-USERID     PIC X(08).
017700         10  WS-RCU-ACCESSES   PIC 9(9) COMP-5.
017800         10  WS-RCU-FIRST-DATE PIC 9(08).
017900         10  WS-RCU-FIRST-TIME PIC 9(08).
018000         10  WS-RCU-LAST-DATE  PIC 9(08).
018100         10  WS-RCU-LAST-TIME  PIC 9(08).
018200         10  WS-RCU-AFTER-HOURS PIC 9(9) COMP-5.
018300         10  WS-RCU-CASE-FLAGS PIC 9(9) COMP-5.
018400*
018500*    RUN TOTALS AND EDIT FIELDS.
018600*
018700 01  WS-WINDOW-ACCESS-COUNT    PIC 9(9) COMP-5 VALUE 0.
018800 01  WS-CHANGE-COUNT           PIC 9(9) COMP-5 VALUE 0.
018900 01  WS-AFTER-HOURS-COUNT      PIC 9(9) COMP-5 VALUE 0.
019000 01  WS-CASE-FLAG-COUNT        PIC 9(9) COMP-5 VALUE 0.
019100 01  WS-RECORD-COUNT           PIC 9(9) COMP-5 VALUE 0.
019200 01  WS-EDIT-COUNT-1           PIC Z(8)9.
019300 01  WS-EDIT-COUNT-2           PIC Z(8)9.
019400 01  WS-EDIT-COUNT-3           PIC Z(8)9.
019500 01  WS-EDIT-COUNT-4           PIC Z(8)9.
019600 01  WS-EDIT-COUNT-5           PIC Z(8)9.
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT
020100     PERFORM 2000-REVIEW-BY-TIME
020200         THRU 2000-REVIEW-BY-TIME-EXIT
020300     PERFORM 4000-REPORT-BY-USER
020400         THRU 4000-REPORT-BY-USER-EXIT
020500     PERFORM 5000-REVIEW-BY-RECORD
020600         THRU 5000-REVIEW-BY-RECORD-EXIT
020700     PERFORM 8000-REPORT-RESULTS
020800         THRU 8000-REPORT-RESULTS-EXIT
020900     PERFORM 9000-TERMINATE
021000         THRU 9000-TERMINATE-EXIT
021100     IF WS-AFTER-HOURS-COUNT = 0 AND WS-CASE-FLAG-COUNT = 0
021200         MOVE 0 TO RETURN-CODE
021300     ELSE
021400         MOVE 4 TO RETURN-CODE
021500     END-IF
021600     GO TO 9999-EXIT.
021700
021800 1000-INITIALIZE.
021900     DISPLAY "FORENSIC-ACCESS: WEEKLY REVIEW OF THE ONLINE "
022000         "ACCESS JOURNAL..."
022100     PERFORM 1100-READ-BUSINESS-DATE
022200         THRU 1100-READ-BUSINESS-DATE-EXIT
022300     COMPUTE WS-TODAY-INTEGER =
022400         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
022500     COMPUTE WS-DATE-INTEGER =
022600         WS-TODAY-INTEGER - WS-WINDOW-DAYS + 1
022700     COMPUTE WS-WINDOW-FROM-DATE =
022800         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
022900     DISPLAY "FORENSIC-ACCESS: REVIEWING " WS-WINDOW-FROM-DATE
023000         " THROUGH " WS-TODAY-DATE
023100     PERFORM 1300-LOAD-OPEN-CASES
023200         THRU 1300-LOAD-OPEN-CASES-EXIT
023300     OPEN INPUT ACCESS-JOURNAL-FILE
023400     IF NOT WS-JOURNAL-OK
023500         DISPLAY "FORENSIC-ACCESS: UNABLE TO OPEN ACCJRNL, "
023600             "STATUS = " WS-JOURNAL-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         GO TO 9999-EXIT
023900     END-IF.
024000 1000-INITIALIZE-EXIT.
024100     EXIT.
024200
024300 1100-READ-BUSINESS-DATE.
024400     OPEN INPUT BUSINESS-DATE-FILE
024500     IF NOT WS-BUSDATE-OK
024600         DISPLAY "FORENSIC-ACCESS: UNABLE TO OPEN BUSDATE, "
024700             "STATUS = " WS-BUSDATE-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 9999-EXIT
025000     END-IF
025100     MOVE 'BUSDATE' TO BD-CONTROL-KEY
025200     READ BUSINESS-DATE-FILE
025300         INVALID KEY
025400             DISPLAY "FORENSIC-ACCESS: NO BUSDATE CONTROL "
025500                 "RECORD, STATUS = " WS-BUSDATE-STATUS
025600             CLOSE BUSINESS-DATE-FILE
025700             MOVE 16 TO RETURN-CODE
025800             GO TO 9999-EXIT
025900     END-READ
026000     CLOSE BUSINESS-DATE-FILE
026100     MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
026200     DISPLAY "FORENSIC-ACCESS: BUSINESS DATE "
026300         WS-TODAY-DATE " (" BD-DAY-STATUS ")".
026400 1100-READ-BUSINESS-DATE-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    OPEN CASES ARE LOADED INTO A TABLE UP FRONT.  THE OPEN-CASE *
026900*    CHECK IS HALF THE POINT OF THE REPORT, SO AN UNAVAILABLE    *
027000*    CASE FILE OR A FULL TABLE STOPS THE RUN.                    *
027100******************************************************************
027200 1300-LOAD-OPEN-CASES.
027300     OPEN INPUT CASE-FILE
027400     IF NOT WS-CASE-OK
027500         DISPLAY "FORENSIC-ACCESS: UNABLE TO OPEN FORCASE, "
027600             "STATUS = " WS-CASE-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9999-EXIT
027900     END-IF
028000     PERFORM 1310-LOAD-ONE-CASE
028100         THRU 1310-LOAD-ONE-CASE-EXIT
028200         UNTIL WS-CASE-AT-EOF
028300     CLOSE CASE-FILE
028400     DISPLAY "FORENSIC-ACCESS: " WS-OPEN-CASE-COUNT
028500         " OPEN CASES LOADED".
028600 1300-LOAD-OPEN-CASES-EXIT.
028700     EXIT.
028800
028900 1310-LOAD-ONE-CASE.
029000     READ CASE-FILE NEXT
029100         AT END
029200             SET WS-CASE-AT-EOF TO TRUE
029300             GO TO 1310-LOAD-ONE-CASE-EXIT
029400     END-READ
029500     IF NOT CS-STATUS-OPEN
029600         GO TO 1310-LOAD-ONE-CASE-EXIT
029700     END-IF
029800     IF WS-OPEN-CASE-COUNT = 2000
029900         DISPLAY "FORENSIC-ACCESS: OPEN-CASE TABLE "
030000             "OVERFLOW -- RAISE THE OCCURS LIMIT AND RERUN"
030100         MOVE 16 TO RETURN-CODE
030200         GO TO 9999-EXIT
030300     END-IF
030400     ADD 1 TO WS-OPEN-CASE-COUNT
030500     MOVE CS-TRANSACTION-ID TO WS-OCS-TXN-ID (WS-OPEN-CASE-COUNT)
030600     MOVE CS-CASE-ID        TO WS-OCS-CASE-ID (WS-OPEN-CASE-COUNT)
030700     MOVE CS-ANALYST        TO WS-OCS-ANALYST (WS-OPEN-CASE-COUNT)
030800     IF CS-DATE-OPENED IS NUMERIC
030900         MOVE CS-DATE-OPENED
031000             TO WS-OCS-DATE-OPENED (WS-OPEN-CASE-COUNT)
031100     ELSE
031200*        NO USABLE OPEN DATE -- TREATED AS OPEN ALL WEEK.
031300         MOVE ZEROES TO WS-OCS-DATE-OPENED (WS-OPEN-CASE-COUNT)
031400     END-IF.
031500 1310-LOAD-ONE-CASE-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900*    FIRST PASS, ALONG THE BASE CLUSTER FROM THE FIRST ENTRY OF  *
032000*    THE WINDOW: EACH ACCESS IS CLASSIFIED, COUNTED FOR ITS      *
032100*    USER, AND LISTED IF IT IS AFTER HOURS OR AN OPEN-CASE       *
032200*    LOOKUP BY SOMEONE NOT ON THE CASE.                          *
032300******************************************************************
032400 2000-REVIEW-BY-TIME.
032500     MOVE LOW-VALUES TO AC-JOURNAL-KEY
032600     MOVE WS-WINDOW-FROM-DATE TO AC-ACCESS-DATE
032700     START ACCESS-JOURNAL-FILE
032800         KEY IS NOT LESS THAN AC-JOURNAL-KEY
032900         INVALID KEY
033000             DISPLAY "FORENSIC-ACCESS: NO JOURNAL ENTRIES ON OR "
033100                 "AFTER " WS-WINDOW-FROM-DATE
033200             GO TO 2000-REVIEW-BY-TIME-EXIT
033300     END-START
033400     SET WS-JOURNAL-AT-EOF TO FALSE
033500     PERFORM 2100-REVIEW-ONE-ACCESS
033600         THRU 2100-REVIEW-ONE-ACCESS-EXIT
033700         UNTIL WS-JOURNAL-AT-EOF.
033800 2000-REVIEW-BY-TIME-EXIT.
033900     EXIT.
034000
034100 2100-REVIEW-ONE-ACCESS.
034200     READ ACCESS-JOURNAL-FILE NEXT
034300         AT END
034400             SET WS-JOURNAL-AT-EOF TO TRUE
034500             GO TO 2100-REVIEW-ONE-ACCESS-EXIT
034600     END-READ
034700     IF NOT WS-JOURNAL-OK
034800         DISPLAY "FORENSIC-ACCESS: ACCJRNL READ FAILED, "
034900             "STATUS = " WS-JOURNAL-STATUS
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 9999-EXIT
035200     END-IF
035300     IF AC-ACCESS-DATE > WS-TODAY-DATE
035400         SET WS-JOURNAL-AT-EOF TO TRUE
035500         GO TO 2100-REVIEW-ONE-ACCESS-EXIT
035600     END-IF
035700     ADD 1 TO WS-WINDOW-ACCESS-COUNT
035800     PERFORM 3000-CLASSIFY-ACCESS
035900         THRU 3000-CLASSIFY-ACCESS-EXIT
036000     PERFORM 2200-FIND-USER
036100         THRU 2200-FIND-USER-EXIT
036200     ADD 1 TO WS-USR-ACCESSES (WS-USR-IDX)
036300     IF AC-KEY-NOT-FOUND
036400         ADD 1 TO WS-USR-NOT-FOUND (WS-USR-IDX)
036500     END-IF
036600     IF NOT AC-ACTION-READ-ONLY
036700         ADD 1 TO WS-USR-CHANGES (WS-USR-IDX)
036800         ADD 1 TO WS-CHANGE-COUNT
036900     END-IF
037000     IF WS-AFTER-HOURS
037100         ADD 1 TO WS-USR-AFTER-HOURS (WS-USR-IDX)
037200         ADD 1 TO WS-AFTER-HOURS-COUNT
037300         DISPLAY "FORENSIC-ACCESS: AFTER HOURS "
037400             AC-ACCESS-DATE " " AC-ACCESS-TIME (1:6) " "
037500             AC-USERID " " AC-TERMINAL-ID " " AC-TRANID " "
037600             AC-ACTION " " AC-KEY-TYPE " " AC-KEY-VALUE
037700     END-IF
037800     IF WS-CASE-FLAGGED
037900         ADD 1 TO WS-USR-CASE-FLAGS (WS-USR-IDX)
038000         ADD 1 TO WS-CASE-FLAG-COUNT
038100         DISPLAY "FORENSIC-ACCESS: OPEN CASE   "
038200             AC-ACCESS-DATE " " AC-ACCESS-TIME (1:6) " "
038300             AC-USERID " " AC-TRANID " " AC-ACTION " TXN "
038400             AC-RELATED-TXN-ID " CASE " WS-FLAG-CASE-ID
038500             " ANALYST " WS-FLAG-ANALYST
038600     END-IF.
038700 2100-REVIEW-ONE-ACCESS-EXIT.
038800     EXIT.
038900
039000 2200-FIND-USER.
039100     SET WS-ENTRY-FOUND TO FALSE
039200     MOVE 0 TO WS-USR-IDX
039300     PERFORM 2210-MATCH-ONE-USER
039400         THRU 2210-MATCH-ONE-USER-EXIT
039500         UNTIL WS-USR-IDX = WS-USER-COUNT
039600            OR WS-ENTRY-FOUND
039700     IF WS-ENTRY-FOUND
039800         GO TO 2200-FIND-USER-EXIT
039900     END-IF
040000     IF WS-USER-COUNT = 500
040100         DISPLAY "FORENSIC-ACCESS: USER TABLE OVERFLOW -- "
040200             "RAISE THE OCCURS LIMIT AND RERUN"
040300         MOVE 16 TO RETURN-CODE
040400         GO TO 9999-EXIT
040500     END-IF
040600     ADD 1 TO WS-USER-COUNT
040700     MOVE WS-USER-COUNT TO WS-USR-IDX
040800     MOVE AC-USERID TO WS-USR-USERID (WS-USR-IDX)
040900     MOVE 0 TO WS-USR-ACCESSES (WS-USR-IDX)
041000     MOVE 0 TO WS-USR-NOT-FOUND (WS-USR-IDX)
041100     MOVE 0 TO WS-USR-CHANGES (WS-USR-IDX)
041200     MOVE 0 TO WS-USR-AFTER-HOURS (WS-USR-IDX)
041300     MOVE 0 TO WS-USR-CASE-FLAGS (WS-USR-IDX).
041400 2200-FIND-USER-EXIT.
041500     EXIT.
041600
041700 2210-MATCH-ONE-USER.
041800     ADD 1 TO WS-USR-IDX
041900     IF WS-USR-USERID (WS-USR-IDX) = AC-USERID
042000         SET WS-ENTRY-FOUND TO TRUE
042100     END-IF.
042200 2210-MATCH-ONE-USER-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    AFTER HOURS: BEFORE THE DAY STARTS, FROM THE DAY'S END ON,  *
042700*    OR A WEEKEND.  OPEN-CASE FLAG: A LOOKUP (NOT A LIST LINE,   *
042800*    NOT FCSE) OF A TRANSACTION THAT HAS AT LEAST ONE CASE OPEN  *
042900*    SINCE ON OR BEFORE THE ACCESS DATE, WHERE THE USER IS THE   *
043000*    ANALYST ON NONE OF THEM.  THE FIRST SUCH CASE IS NAMED.     *
043100******************************************************************
043200 3000-CLASSIFY-ACCESS.
043300     SET WS-AFTER-HOURS TO FALSE
043400     SET WS-CASE-FLAGGED TO FALSE
043500     MOVE AC-ACCESS-TIME (1:4) TO WS-ACCESS-HHMM
043600     IF WS-ACCESS-HHMM < WS-DAY-START-HHMM
043700      OR WS-ACCESS-HHMM NOT < WS-DAY-END-HHMM
043800         SET WS-AFTER-HOURS TO TRUE
043900     END-IF
044000     IF AC-ACCESS-DATE NOT = WS-WEEKDAY-DATE
044100         MOVE AC-ACCESS-DATE TO WS-WEEKDAY-DATE
044200         COMPUTE WS-DATE-INTEGER =
044300             FUNCTION INTEGER-OF-DATE(WS-WEEKDAY-DATE)
044400         DIVIDE WS-DATE-INTEGER BY 7
044500             GIVING WS-WEEKDAY-QUOTIENT
044600             REMAINDER WS-WEEKDAY
044700     END-IF
044800     IF WS-WEEKEND
044900         SET WS-AFTER-HOURS TO TRUE
045000     END-IF
045100     IF AC-ACTION = 'LIST'
045200      OR AC-TRANID = 'FCSE'
045300      OR AC-RELATED-TXN-ID = SPACES
045400         GO TO 3000-CLASSIFY-ACCESS-EXIT
045500     END-IF
045600     MOVE SPACES TO WS-FLAG-CASE-ID
045700     MOVE SPACES TO WS-FLAG-ANALYST
045800     SET WS-USER-ASSIGNED TO FALSE
045900     MOVE 0 TO WS-OCS-IDX
046000     PERFORM 3100-CHECK-ONE-CASE
046100         THRU 3100-CHECK-ONE-CASE-EXIT
046200         UNTIL WS-OCS-IDX = WS-OPEN-CASE-COUNT
046300            OR WS-USER-ASSIGNED
046400     IF WS-FLAG-CASE-ID NOT = SPACES
046500      AND NOT WS-USER-ASSIGNED
046600         SET WS-CASE-FLAGGED TO TRUE
046700     END-IF.
046800 3000-CLASSIFY-ACCESS-EXIT.
046900     EXIT.
047000
047100 3100-CHECK-ONE-CASE.
047200     ADD 1 TO WS-OCS-IDX
047300     IF WS-OCS-TXN-ID (WS-OCS-IDX) NOT = AC-RELATED-TXN-ID
047400      OR WS-OCS-DATE-OPENED (WS-OCS-IDX) > AC-ACCESS-DATE
047500         GO TO 3100-CHECK-ONE-CASE-EXIT
047600     END-IF
047700     IF WS-OCS-ANALYST (WS-OCS-IDX) = AC-USERID
047800         SET WS-USER-ASSIGNED TO TRUE
047900         GO TO 3100-CHECK-ONE-CASE-EXIT
048000     END-IF
048100     IF WS-FLAG-CASE-ID = SPACES
048200         MOVE WS-OCS-CASE-ID (WS-OCS-IDX) TO WS-FLAG-CASE-ID
048300         MOVE WS-OCS-ANALYST (WS-OCS-IDX) TO WS-FLAG-ANALYST
048400     END-IF.
048500 3100-CHECK-ONE-CASE-EXIT.
048600     EXIT.
048700
048800 4000-REPORT-BY-USER.
048900     DISPLAY "============================================"
049000     DISPLAY "FORENSIC-ACCESS: ACCESS BY USER"
049100     DISPLAY "USERID     ACCESSES    MISSED   CHANGES "
049200         "AFTER-HRS  OPEN-CASE"
049300     MOVE 0 TO WS-USR-IDX
049400     PERFORM 4100-REPORT-ONE-USER
049500         THRU 4100-REPORT-ONE-USER-EXIT
049600         UNTIL WS-USR-IDX = WS-USER-COUNT.
049700 4000-REPORT-BY-USER-EXIT.
049800     EXIT.
049900
050000 4100-REPORT-ONE-USER.
050100     ADD 1 TO WS-USR-IDX
050200     MOVE WS-USR-ACCESSES (WS-USR-IDX)    TO WS-EDIT-COUNT-1
050300     MOVE WS-USR-NOT-FOUND (WS-USR-IDX)   TO WS-EDIT-COUNT-2
050400     MOVE WS-USR-CHANGES (WS-USR-IDX)     TO WS-EDIT-COUNT-3
050500     MOVE WS-USR-AFTER-HOURS (WS-USR-IDX) TO WS-EDIT-COUNT-4
050600     MOVE WS-USR-CASE-FLAGS (WS-USR-IDX)  TO WS-EDIT-COUNT-5
050700     DISPLAY WS-USR-USERID (WS-USR-IDX) " " WS-EDIT-COUNT-1
050800         " " WS-EDIT-COUNT-2 " " WS-EDIT-COUNT-3
050900         " " WS-EDIT-COUNT-4 " " WS-EDIT-COUNT-5.
051000 4100-REPORT-ONE-USER-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    SECOND PASS, ALONG THE ACCJRNLR PATH: EVERY ENTRY FOR ONE   *
051500*    KEY ARRIVES TOGETHER, SO EACH KEY'S USERS ARE GATHERED IN A *
051600*    SMALL TABLE AND PRINTED WHEN THE KEY CHANGES.  THE PATH     *
051700*    SPANS THE WHOLE JOURNAL; ENTRIES OUTSIDE THE WEEK ARE       *
051800*    PASSED OVER.                                                *
051900******************************************************************
052000 5000-REVIEW-BY-RECORD.
052100     DISPLAY "============================================"
052200     DISPLAY "FORENSIC-ACCESS: ACCESS BY RECORD"
052300     DISPLAY "TYPE KEY        USERID    ACCESSES FIRST"
052400         "           LAST             AFTER-HRS  OPEN-CASE"
052500     MOVE LOW-VALUES TO AC-RECORD-KEY
052600     START ACCESS-JOURNAL-FILE
052700         KEY IS NOT LESS THAN AC-RECORD-KEY
052800         INVALID KEY
052900             GO TO 5000-REVIEW-BY-RECORD-EXIT
053000     END-START
053100     MOVE LOW-VALUES TO WS-CURRENT-RECORD-KEY
053200     MOVE 0 TO WS-RECORD-USER-COUNT
053300     SET WS-JOURNAL-AT-EOF TO FALSE
053400     PERFORM 5100-GATHER-ONE-ACCESS
053500         THRU 5100-GATHER-ONE-ACCESS-EXIT
053600         UNTIL WS-JOURNAL-AT-EOF
053700     PERFORM 5300-PRINT-ONE-RECORD
053800         THRU 5300-PRINT-ONE-RECORD-EXIT.
053900 5000-REVIEW-BY-RECORD-EXIT.
054000     EXIT.
054100
054200 5100-GATHER-ONE-ACCESS.
054300     READ ACCESS-JOURNAL-FILE NEXT
054400         AT END
054500             SET WS-JOURNAL-AT-EOF TO TRUE
054600             GO TO 5100-GATHER-ONE-ACCESS-EXIT
054700     END-READ
054800     IF NOT WS-JOURNAL-OK
054900         DISPLAY "FORENSIC-ACCESS: ACCJRNLR READ FAILED, "
055000             "STATUS = " WS-JOURNAL-STATUS
055100         MOVE 16 TO RETURN-CODE
055200         GO TO 9999-EXIT
055300     END-IF
055400     IF AC-ACCESS-DATE < WS-WINDOW-FROM-DATE
055500      OR AC-ACCESS-DATE > WS-TODAY-DATE
055600         GO TO 5100-GATHER-ONE-ACCESS-EXIT
055700     END-IF
055800     IF AC-RECORD-KEY NOT = WS-CURRENT-RECORD-KEY
055900         PERFORM 5300-PRINT-ONE-RECORD
056000             THRU 5300-PRINT-ONE-RECORD-EXIT
056100         MOVE AC-RECORD-KEY TO WS-CURRENT-RECORD-KEY
056200         MOVE 0 TO WS-RECORD-USER-COUNT
056300         ADD 1 TO WS-RECORD-COUNT
056400     END-IF
056500     PERFORM 3000-CLASSIFY-ACCESS
056600         THRU 3000-CLASSIFY-ACCESS-EXIT
056700     PERFORM 5200-FIND-RECORD-USER
056800         THRU 5200-FIND-RECORD-USER-EXIT
056900     ADD 1 TO WS-RCU-ACCESSES (WS-RCU-IDX)
057000*    ENTRIES FOR ONE KEY COME BACK IN THE ORDER THEY WERE
057100*    WRITTEN, BUT FIRST AND LAST ARE COMPARED RATHER THAN
057200*    ASSUMED.
057300     IF AC-ACCESS-DATE < WS-RCU-FIRST-DATE (WS-RCU-IDX)
057400      OR (AC-ACCESS-DATE = WS-RCU-FIRST-DATE (WS-RCU-IDX)
057500      AND AC-ACCESS-TIME < WS-RCU-FIRST-TIME (WS-RCU-IDX))
057600         MOVE AC-ACCESS-DATE TO WS-RCU-FIRST-DATE (WS-RCU-IDX)
057700         MOVE AC-ACCESS-TIME TO WS-RCU-FIRST-TIME (WS-RCU-IDX)
057800     END-IF
057900     IF AC-ACCESS-DATE > WS-RCU-LAST-DATE (WS-RCU-IDX)
058000      OR (AC-ACCESS-DATE = WS-RCU-LAST-DATE (WS-RCU-IDX)
058100      AND AC-ACCESS-TIME > WS-RCU-LAST-TIME (WS-RCU-IDX))
058200         MOVE AC-ACCESS-DATE TO WS-RCU-LAST-DATE (WS-RCU-IDX)
058300         MOVE AC-ACCESS-TIME TO WS-RCU-LAST-TIME (WS-RCU-IDX)
058400     END-IF
058500     IF WS-AFTER-HOURS
058600         ADD 1 TO WS-RCU-AFTER-HOURS (WS-RCU-IDX)
058700     END-IF
058800     IF WS-CASE-FLAGGED
058900         ADD 1 TO WS-RCU-CASE-FLAGS (WS-RCU-IDX)
059000     END-IF.
059100 5100-GATHER-ONE-ACCESS-EXIT.
059200     EXIT.
059300
059400 5200-FIND-RECORD-USER.
059500     SET WS-ENTRY-FOUND TO FALSE
059600     MOVE 0 TO WS-RCU-IDX
059700     PERFORM 5210-MATCH-ONE-RECORD-USER
059800         THRU 5210-MATCH-ONE-RECORD-USER-EXIT
059900         UNTIL WS-RCU-IDX = WS-RECORD-USER-COUNT
060000            OR WS-ENTRY-FOUND
060100     IF WS-ENTRY-FOUND
060200         GO TO 5200-FIND-RECORD-USER-EXIT
060300     END-IF
060400     IF WS-RECORD-USER-COUNT = 200
060500         DISPLAY "FORENSIC-ACCESS: RECORD USER TABLE OVERFLOW "
060600             "ON " WS-CURRENT-KEY-TYPE " " WS-CURRENT-KEY-VALUE
060700             " -- RAISE THE OCCURS LIMIT AND RERUN"
060800         MOVE 16 TO RETURN-CODE
060900         GO TO 9999-EXIT
061000     END-IF
061100     ADD 1 TO WS-RECORD-USER-COUNT
061200     MOVE WS-RECORD-USER-COUNT TO WS-RCU-IDX
061300     MOVE AC-USERID      TO WS-RCU-USERID (WS-RCU-IDX)
061400     MOVE 0              TO WS-RCU-ACCESSES (WS-RCU-IDX)
061500     MOVE AC-ACCESS-DATE TO WS-RCU-FIRST-DATE (WS-RCU-IDX)
061600     MOVE AC-ACCESS-TIME TO WS-RCU-FIRST-TIME (WS-RCU-IDX)
061700     MOVE AC-ACCESS-DATE TO WS-RCU-LAST-DATE (WS-RCU-IDX)
061800     MOVE AC-ACCESS-TIME TO WS-RCU-LAST-TIME (WS-RCU-IDX)
061900     MOVE 0              TO WS-RCU-AFTER-HOURS (WS-RCU-IDX)
062000     MOVE 0              TO WS-RCU-CASE-FLAGS (WS-RCU-IDX).
062100 5200-FIND-RECORD-USER-EXIT.
062200     EXIT.
062300
062400 5210-MATCH-ONE-RECORD-USER.
062500     ADD 1 TO WS-RCU-IDX
062600     IF WS-RCU-USERID (WS-RCU-IDX) = AC-USERID
062700         SET WS-ENTRY-FOUND TO TRUE
062800     END-IF.
062900 5210-MATCH-ONE-RECORD-USER-EXIT.
063000     EXIT.
063100
063200 5300-PRINT-ONE-RECORD.
063300     MOVE 0 TO WS-RCU-IDX
063400     PERFORM 5310-PRINT-ONE-RECORD-USER
063500         THRU 5310-PRINT-ONE-RECORD-USER-EXIT
063600         UNTIL WS-RCU-IDX = WS-RECORD-USER-COUNT.
063700 5300-PRINT-ONE-RECORD-EXIT.
063800     EXIT.
063900
064000 5310-PRINT-ONE-RECORD-USER.
064100     ADD 1 TO WS-RCU-IDX
064200     MOVE WS-RCU-ACCESSES (WS-RCU-IDX)    TO WS-EDIT-COUNT-1
064300     MOVE WS-RCU-AFTER-HOURS (WS-RCU-IDX) TO WS-EDIT-COUNT-4
064400     MOVE WS-RCU-CASE-FLAGS (WS-RCU-IDX)  TO WS-EDIT-COUNT-5
064500     DISPLAY WS-CURRENT-KEY-TYPE " " WS-CURRENT-KEY-VALUE " "
064600         WS-RCU-USERID (WS-RCU-IDX) " " WS-EDIT-COUNT-1 " "
064700         WS-RCU-FIRST-DATE (WS-RCU-IDX) " "
064800         WS-RCU-FIRST-TIME (WS-RCU-IDX) (1:6) " "
064900         WS-RCU-LAST-DATE (WS-RCU-IDX) " "
065000         WS-RCU-LAST-TIME (WS-RCU-IDX) (1:6) " "
065100         WS-EDIT-COUNT-4 " " WS-EDIT-COUNT-5.
065200 5310-PRINT-ONE-RECORD-USER-EXIT.
065300     EXIT.
065400
065500 8000-REPORT-RESULTS.
065600     DISPLAY "============================================"
065700     DISPLAY "FORENSIC-ACCESS: WEEKLY ACCESS REVIEW"
065800     DISPLAY "REVIEW WINDOW        = " WS-WINDOW-FROM-DATE
065900         " - " WS-TODAY-DATE
066000     DISPLAY "============================================"
066100     DISPLAY "ACCESSES IN WINDOW   = " WS-WINDOW-ACCESS-COUNT
066200     DISPLAY "  OF WHICH CHANGES   = " WS-CHANGE-COUNT
066300     DISPLAY "DISTINCT USERS       = " WS-USER-COUNT
066400     DISPLAY "DISTINCT RECORDS     = " WS-RECORD-COUNT
066500     DISPLAY "AFTER-HOURS ACCESSES = " WS-AFTER-HOURS-COUNT
066600     DISPLAY "OPEN-CASE FLAGS      = " WS-CASE-FLAG-COUNT
066700     IF WS-AFTER-HOURS-COUNT = 0 AND WS-CASE-FLAG-COUNT = 0
066800         DISPLAY "REVIEW STATUS        = NOTHING TO EXPLAIN"
066900     ELSE
067000         DISPLAY "REVIEW STATUS        = REVIEW -- SEE THE "
067100             "AFTER HOURS / OPEN CASE LINES ABOVE"
067200     END-IF
067300     DISPLAY "============================================".
067400 8000-REPORT-RESULTS-EXIT.
067500     EXIT.
067600
067700 9000-TERMINATE.
067800     CLOSE ACCESS-JOURNAL-FILE.
067900 9000-TERMINATE-EXIT.
068000     EXIT.
068100
068200 9999-EXIT.
068300     STOP RUN.
