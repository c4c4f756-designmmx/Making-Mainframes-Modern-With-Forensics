000100******************************************************************
000200*                                                                *
000300*    FORGHLD.CPY                                                 *
000400*    GENERATION HOLD AND RETENTION LOG RECORD (FD LEVEL)         *
000500*                                                                *
000600*    ONE 120-BYTE RECORD APPENDED TO THE GENHOLD LOG BY FORENSIC-*
000700*    HOLD FOR EVERY LEGAL HOLD PLACED OR RELEASED ON AN ARCHIVED *
000800*    LEDGER GENERATION, AND EVERY EXTENSION OF A GENERATION'S    *
000900*    RETENTION, WITH WHO ASKED, WHEN, AND WHY.  THE LOG IS NEVER *
001000*    REWRITTEN.  A HOLD IS IN FORCE FROM ITS HOLD RECORD UNTIL A *
001100*    RELEASE RECORD FOR THE SAME GENERATION AND HOLD ID; THE     *
001200*    LATEST RETAIN RECORD FOR A GENERATION OVERRIDES THE         *
001300*    GC-RETAIN-UNTIL-DATE ON GENCAT.  READ BY FORENSIC-PURGE     *
001400*    (THE MONTHLY PURGE-ELIGIBILITY REPORT).                     *
001500*                                                                *
001600******************************************************************
001700 01  GENERATION-HOLD-RECORD.
001800     05  GH-EVENT-TIMESTAMP    PIC X(14).
001900*                                  YYYYMMDDHHMMSS, SYSTEM CLOCK
002000     05  GH-ACTION             PIC X(08).
002100         88  GH-ACTION-HOLD        VALUE 'HOLD'.
002200         88  GH-ACTION-RELEASE     VALUE 'RELEASE'.
002300         88  GH-ACTION-RETAIN      VALUE 'RETAIN'.
002400     05  GH-GENERATION-NUMBER  PIC 9(04).
002500*                                  GC-GENERATION-NUMBER
002600     05  GH-HOLD-ID            PIC X(10).
002700*                                  MATTER OR DOCKET REFERENCE THE
002800*                                  HOLD IS PLACED UNDER; SPACES
002900*                                  ON A RETAIN
003000     05  GH-RETENTION-YEARS    PIC 9(02).
003100     05  GH-RETAIN-UNTIL-DATE  PIC 9(08).
003200*                                  RETAIN ONLY -- CLOSE DATE PLUS
003300*                                  THE NEW RETENTION YEARS;
003400*                                  ZEROES ON A HOLD OR RELEASE
003500     05  GH-REQUESTED-BY       PIC X(08).
003600*                                  USERID FROM THE CONTROL CARD
003700     05  GH-REASON             PIC X(43).
003800*                                  FREE TEXT FROM THE CONTROL
003900*                                  CARD -- MANDATORY
004000     05  FILLER                PIC X(23).
004100*--------------------------------------------------------------*
004200*    TOTAL BYTES: 14+8+4+10+2+8+8+43+23 = 120 BYTES             *
004300*--------------------------------------------------------------*
