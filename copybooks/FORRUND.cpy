000300*    FORRUND.CPY                                                 *
000400*    RUN-STATISTICS HISTORY RECORD (FD LEVEL)                    *
000500*                                                                *
000600*    330-BYTE RECORD, ONE APPENDED TO THE SHARED RUNSTATS FILE   *
000700*    BY EACH RUN OF FOREDIT, FORENSIC-AUDIT, FORENSIC-VERIFY,    *
000800*    AND FORENSIC-RECONCILE.  THE NIGHTLY COUNTS USED TO LIVE    *
000900*    ONLY ON SYSOUT AND DIED WITH THE SPOOL -- WHEN THE BATCH    *
001400*    A FIELD THAT DOES NOT APPLY TO A PROGRAM IS WRITTEN AS      *
001500*    ZEROES (COUNTS) OR SPACES (CODES) -- ONLY FOREDIT FILLS     *
001600*    THE REASON SLOTS, ONLY FOREDIT AND FORENSIC-AUDIT FILL      *
001700*    THE SOURCE SLOTS.  THERE IS ONE REASON SLOT FOR EACH OF     *
001710*    THE TWELVE REASON CODES FOREDIT ISSUES; THE RECORD GREW     *
001720*    FROM 300 BYTES WHEN THE SLOTS WERE WIDENED FROM TEN (SEE    *
001730*    THE FORSCONV JOB).                                          *
001800*                                                                *
001900******************************************************************
002000 01  RUN-STATS-RECORD.
003100     05  RS-REJECT-TOTAL       PIC 9(09).
003200     05  RS-ADJUSTMENTS-POSTED PIC 9(09).
003300     05  RS-EXCEPTION-COUNT    PIC 9(09).
003400*                                  MISMATCHES PLUS SEAL BREAKS
003410*                                  (VERIFY),
003500*                                  RECONCILIATION EXCEPTIONS, OR
003510*                                  RECORDS HELD ON SUSPENSE (EDIT)
003600     05  RS-REASON-SLOT        OCCURS 12 TIMES.
003700         10  RS-RSN-CODE       PIC X(04).
003800         10  RS-RSN-COUNT      PIC 9(09).
003900*                                  REJECTS BY REASON CODE
004100         10  RS-SRC-CODE       PIC X(03).
004200         10  RS-SRC-COUNT      PIC 9(09).
004300*                                  VOLUME BY SOURCE SYSTEM
004400     05  FILLER                PIC X(15).
004500*--------------------------------------------------------------*
004600*    TOTAL BYTES: 8+14+14+18+(5*9)+(12*13)+(5*12)+15 = 330      *
004700*--------------------------------------------------------------*
