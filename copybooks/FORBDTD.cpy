000100******************************************************************
000200*                                                                *
000300*    FORBDTD.CPY                                                 *
000400*    BUSINESS-DATE CONTROL RECORD (FD LEVEL, INDEXED)            *
000500*                                                                *
000600*    ONE 80-BYTE RECORD ON THE BUSDATE KSDS, KEYED ON THE FIXED  *
000700*    CONTROL KEY 'BUSDATE'.  THE ONE PLACE THE SUBSYSTEM LEARNS  *
000800*    WHAT "TODAY" IS -- FOREDIT, FORENSIC-AUDIT, FORENSIC-       *
000900*    REPORT, FORENSIC-CONFIRM, FORENSIC-GLEXTRACT, FORENSIC-     *
001000*    CASEAGE, AND THE FMNT ONLINE TRANSACTION ALL READ IT IN     *
001100*    PLACE OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST         *
001200*    MIDNIGHT OR A RERUN A DAY LATE STILL SCOPES TO THE RIGHT    *
001300*    LR-TIMESTAMP DATE.  ONLY FORENSIC-BUSDATE (THE FOROPEN,     *
001400*    FORCLOSE, AND FORREOPN JOBS) EVER CHANGES IT, AND EVERY     *
001500*    CHANGE IS JOURNALED ON BDLOG (SEE FORBDLD.CPY).             *
001600*                                                                *
001700*    A CLOSED DAY REFUSES POSTING (FOREDIT, FORENSIC-AUDIT) AND  *
001800*    EXTRACTS (FORENSIC-GLEXTRACT, FORENSIC-CONFIRM) UNTIL IT    *
001900*    IS DELIBERATELY REOPENED; THE REPORTS STILL RUN AGAINST IT. *
002000*                                                                *
002100******************************************************************
002200 01  BUSINESS-DATE-RECORD.
002300     05  BD-CONTROL-KEY        PIC X(08).
002400*                                  RECORD KEY, ALWAYS 'BUSDATE'
002500     05  BD-BUSINESS-DATE      PIC 9(08).
002600*                                  YYYYMMDD OF THE CURRENT (OR
002700*                                  MOST RECENTLY CLOSED) DAY
002800     05  BD-DAY-STATUS         PIC X(01).
002900         88  BD-DAY-OPEN           VALUE 'O'.
003000         88  BD-DAY-CLOSED         VALUE 'C'.
003100     05  BD-PRIOR-BUSINESS-DATE PIC 9(08).
003200*                                  THE DAY BEFORE THIS ONE, AS
003300*                                  IT WAS CLOSED
003400     05  BD-STATUS-TIMESTAMP   PIC X(14).
003500*                                  YYYYMMDDHHMMSS OF THE LAST
003600*                                  OPEN / CLOSE / REOPEN
003700     05  BD-STATUS-USERID      PIC X(08).
003800*                                  WHO REQUESTED IT
003900     05  BD-REOPEN-COUNT       PIC 9(03).
004000*                                  TIMES THIS BUSINESS DATE HAS
004100*                                  BEEN REOPENED AFTER A CLOSE
004200     05  FILLER                PIC X(30).
004300*--------------------------------------------------------------*
004400*    TOTAL BYTES: 8+8+1+8+14+8+3+30 = 80 BYTES                  *
004500*--------------------------------------------------------------*
