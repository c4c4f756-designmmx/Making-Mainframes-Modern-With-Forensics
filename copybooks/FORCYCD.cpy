000100******************************************************************
000200*                                                                *
000300*    FORCYCD.CPY                                                 *
000400*    POSTING CYCLE CONTROL RECORD (FD LEVEL, INDEXED)            *
000500*                                                                *
000600*    80-BYTE KSDS RECORD ON THE CYCLCTL CLUSTER, KEYED ON THE    *
000700*    BUSINESS DATE PLUS A CYCLE NUMBER.  THE LEDGER IS POSTED    *
000800*    SEVERAL TIMES A BUSINESS DAY -- THE INTRADAY FORCYCL JOB    *
000900*    AS OFTEN AS THE SCHEDULE CALLS FOR IT, THEN THE NIGHTLY     *
001000*    FORAUDIT JOB AS THE DAY'S LAST CYCLE.  EACH FORENSIC-AUDIT  *
001100*    RUN IS ONE CYCLE: IT WRITES THIS RECORD IN PROGRESS ('S')   *
001200*    BEFORE IT POSTS ANYTHING AND REWRITES IT COMPLETE ('C')     *
001300*    WITH THE SEQUENCE RANGE IT POSTED WHEN IT ENDS.  CYCLES     *
001400*    ARE NUMBERED 01, 02, ... WITHIN THE DAY AND THEIR RANGES    *
001500*    ABUT -- EACH STARTS ONE PAST THE LAST ONE'S END.            *
001600*                                                                *
001700*    FORENSIC-AUDIT REFUSES TO OPEN A CYCLE WHILE THE DAY'S      *
001800*    LATEST CYCLE IS STILL IN PROGRESS (ONLY A RESTART, WITH     *
001900*    RESTARTID, MAY RESUME IT), WHEN A CYCLCARD ASKS FOR ANY     *
002000*    NUMBER BUT THE NEXT ONE, OR WHEN THE CHAIN HAS MOVED SINCE  *
002100*    THE LAST CYCLE ENDED.  FOREDIT APPLIES THE SAME CHECKS      *
002200*    BEFORE IT OVERWRITES TRANFEED.  A CYCLE THAT POSTED NOTHING *
002300*    IS STILL RECORDED, WITH END = START - 1.                    *
002400*                                                                *
002500*    READ BY FORENSIC-REPORT, FORENSIC-CONFIRM, AND FORENSIC-    *
002600*    JSON-RECON, WHICH BREAK THE DAY DOWN BY CYCLE, AND BY       *
002700*    FORENSIC-GLEXTRACT, WHICH WITH FORENSIC-CONFIRM REFUSES TO  *
002800*    BUILD THE END-OF-DAY FILES WHILE A CYCLE IS IN PROGRESS.    *
002900*                                                                *
003000******************************************************************
003100 01  CYCLE-CONTROL-RECORD.
003200     05  CY-CYCLE-KEY.
003300         10  CY-BUSINESS-DATE  PIC 9(08).
003400         10  CY-CYCLE-NUMBER   PIC 9(02).
003500*                                  RECORD KEY.  01-99 WITHIN THE
003600*                                  BUSINESS DATE
003700     05  CY-CYCLE-STATUS       PIC X(01).
003800         88  CY-CYCLE-IN-PROGRESS  VALUE 'S'.
003900         88  CY-CYCLE-COMPLETE     VALUE 'C'.
004000     05  CY-START-SEQUENCE     PIC 9(09).
004100*                                  FIRST LEDGER SEQUENCE NUMBER
004200*                                  THE CYCLE COULD POST
004300     05  CY-END-SEQUENCE       PIC 9(09).
004400*                                  LAST SEQUENCE IT POSTED --
004500*                                  START - 1 WHILE IN PROGRESS
004600*                                  OR IF IT POSTED NOTHING
004700     05  CY-START-TIMESTAMP    PIC X(14).
004800     05  CY-END-TIMESTAMP      PIC X(14).
004900*                                  YYYYMMDDHHMMSS, SYSTEM CLOCK;
005000*                                  END IS SPACES WHILE IN
005100*                                  PROGRESS
005200     05  CY-RECORDS-POSTED     PIC 9(09).
005300*                                  LEDGER RECORDS IN THE RANGE,
005400*                                  ADJUSTMENTS INCLUDED
005500     05  CY-RESTART-COUNT      PIC 9(02).
005600*                                  TIMES THE CYCLE WAS RESUMED
005700*                                  FROM RESTARTID
005800     05  FILLER                PIC X(12).
005900*--------------------------------------------------------------*
006000*    TOTAL BYTES: 8+2+1+9+9+14+14+9+2+12 = 80 BYTES             *
006100*--------------------------------------------------------------*
