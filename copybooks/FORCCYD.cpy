000100******************************************************************
000200*                                                                *
000300*    FORCCYD.CPY                                                 *
000400*    CURRENCY TABLE RECORD (FD LEVEL, INDEXED)                   *
000500*                                                                *
000600*    80-BYTE KSDS RECORD ON THE CCYTABLE CLUSTER, KEYED ON THE   *
000700*    ISO CURRENCY CODE.  ONE RECORD PER CURRENCY THE FEEDERS     *
000800*    ARE ALLOWED TO SEND.  FOREDIT REJECTS A TRANSACTION WHOSE   *
000900*    CURRENCY IS NOT HERE OR IS RETIRED (REASON CCYX).           *
001000*                                                                *
001100*    EXACTLY ONE CURRENCY CARRIES CU-BASE-FLAG 'Y' -- THE BASE   *
001200*    CURRENCY EVERY LEDGER AMOUNT IS ALSO CARRIED IN (LR-BASE-   *
001300*    AMOUNT) AND THE CONTROL TOTALS ARE STRUCK IN.  THE BASE     *
001400*    NEEDS NO RATE ON RATEFILE (ITS RATE IS ONE) AND CANNOT BE   *
001500*    RETIRED OR MOVED ONCE SET.                                  *
001600*                                                                *
001700*    MAINTAINED ONLY BY FORENSIC-CCYMAINT (FORCCYM JOB), WHICH   *
001800*    STAMPS WHO MADE THE LAST CHANGE AND WHEN.  READ BY FOREDIT  *
001900*    (THE WHOLE TABLE) AND BY FORENSIC-AUDIT, FORENSIC-ROLLOVER, *
002000*    FORENSIC-REPORT, FORENSIC-CONFIRM, FORENSIC-GLEXTRACT, AND  *
002100*    FORENSIC-CCYCONV FOR THE BASE CURRENCY CODE.                *
002200*                                                                *
002300******************************************************************
002400 01  CURRENCY-TABLE-RECORD.
002500     05  CU-CURRENCY-CODE      PIC X(03).
002600*                                  RECORD KEY.  ISO 4217 ALPHA
002700     05  CU-DESCRIPTION        PIC X(30).
002800     05  CU-STATUS             PIC X(01).
002900         88  CU-STATUS-ACTIVE      VALUE 'A'.
003000         88  CU-STATUS-RETIRED     VALUE 'R'.
003100*                                  A RETIRED CURRENCY STAYS ON THE
003200*                                  TABLE FOR THE HISTORY THAT
003300*                                  CARRIES IT BUT NO NEW
003400*                                  TRANSACTION MAY USE IT
003500     05  CU-BASE-FLAG          PIC X(01).
003600         88  CU-BASE-CURRENCY      VALUE 'Y'.
003700     05  CU-ADDED-DATE         PIC 9(08).
003800     05  CU-LAST-CHANGED-DATE  PIC 9(08).
003900     05  CU-LAST-CHANGED-BY    PIC X(08).
004000*                                  USERID FROM THE CARD
004100     05  CU-LAST-ACTION        PIC X(08).
004200*                                  ADD / CHANGE / RETIRE / BASE
004300     05  FILLER                PIC X(13).
004400*--------------------------------------------------------------*
004500*    TOTAL BYTES: 3+30+1+1+8+8+8+8+13 = 80 BYTES               *
004600*--------------------------------------------------------------*
