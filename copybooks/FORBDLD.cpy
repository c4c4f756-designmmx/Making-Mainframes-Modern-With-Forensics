000100******************************************************************
000200*                                                                *
000300*    FORBDLD.CPY                                                 *
000400*    BUSINESS-DATE EVENT LOG RECORD (FD LEVEL)                   *
000500*                                                                *
000600*    ONE 120-BYTE RECORD APPENDED TO THE BDLOG FILE BY FORENSIC- *
000700*    BUSDATE FOR EVERY CHANGE TO THE BUSDATE CONTROL RECORD      *
000800*    (SEE FORBDTD.CPY) -- DAY OPENED, DAY CLOSED, AND ABOVE ALL  *
000900*    A CLOSED DAY REOPENED, WITH WHO ASKED AND WHY.  THE LOG IS  *
001000*    WRITTEN BEFORE THE CONTROL RECORD IS CHANGED, SO A CHANGE   *
001100*    THAT CANNOT BE LOGGED IS NOT MADE.                          *
001200*                                                                *
001300******************************************************************
001400 01  BUSINESS-DATE-LOG-RECORD.
001500     05  BL-EVENT-TIMESTAMP    PIC X(14).
001600*                                  YYYYMMDDHHMMSS, SYSTEM CLOCK
001700     05  BL-ACTION             PIC X(08).
001800*                                  'OPEN' / 'CLOSE' / 'REOPEN'
001900     05  BL-BUSINESS-DATE      PIC 9(08).
002000*                                  THE BUSINESS DATE AFFECTED
002100     05  BL-PRIOR-STATUS       PIC X(01).
002200     05  BL-NEW-STATUS         PIC X(01).
002300*                                  BD-DAY-STATUS BEFORE / AFTER
002400     05  BL-REQUESTED-BY       PIC X(08).
002500*                                  USERID FROM THE CONTROL CARD
002600     05  BL-REASON             PIC X(50).
002700*                                  FREE TEXT FROM THE CONTROL
002800*                                  CARD -- MANDATORY ON A REOPEN
002900     05  FILLER                PIC X(30).
003000*--------------------------------------------------------------*
003100*    TOTAL BYTES: 14+8+8+1+1+8+50+30 = 120 BYTES                *
003200*--------------------------------------------------------------*
