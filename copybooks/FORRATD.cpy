000100******************************************************************
000200*                                                                *
000300*    FORRATD.CPY                                                 *
000400*    DAILY CURRENCY RATE RECORD (FD LEVEL)                       *
000500*                                                                *
000600*    80-BYTE RECORD ON THE RATEFILE SEQUENTIAL FILE, ONE PER     *
000700*    NON-BASE CURRENCY PER BUSINESS DATE, DELIVERED BY TREASURY  *
000800*    BEFORE THE DAY'S FIRST POSTING CYCLE.  THE RATE IS HOW MANY *
000900*    UNITS OF THE BASE CURRENCY ONE UNIT OF RT-CURRENCY-CODE     *
001000*    BUYS.  THE FILE MAY CARRY SEVERAL DAYS; A PROGRAM USES ONLY *
001100*    THE RECORDS DATED ITS BUSINESS DATE, SO EVERY CYCLE OF A    *
001200*    DAY CONVERTS AT THE SAME RATE.                              *
001300*                                                                *
001400*    FOREDIT REJECTS A TRANSACTION IN A CURRENCY WITH NO RATE    *
001500*    FOR THE DAY (REASON CRAT); FORENSIC-AUDIT CONVERTS WITH IT  *
001600*    INTO LR-BASE-AMOUNT, ROUNDED TO THE CENT.  A CURRENCY DATED *
001700*    TWICE FOR THE SAME DAY, OR A RATE OF ZERO, STOPS BOTH.      *
001800*                                                                *
001900******************************************************************
002000 01  RATE-RECORD.
002100     05  RT-RATE-DATE          PIC 9(08).
002200*                                  BUSINESS DATE, YYYYMMDD
002300     05  RT-CURRENCY-CODE      PIC X(03).
002400     05  RT-BASE-RATE          PIC 9(04)V9(08).
002500*                                  BASE UNITS PER ONE UNIT
002600     05  RT-RATE-SOURCE        PIC X(08).
002700*                                  PUBLISHING DESK OR FIXING
002800     05  FILLER                PIC X(49).
002900*--------------------------------------------------------------*
003000*    TOTAL BYTES: 8+3+12+8+49 = 80 BYTES                       *
003100*--------------------------------------------------------------*
