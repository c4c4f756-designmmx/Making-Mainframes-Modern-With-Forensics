000100******************************************************************
000200*                                                                *
000300*    FORANPD.CPY                                                 *
000400*    ANOMALY-DETECTION PARAMETER RECORD (FD LEVEL)               *
000500*                                                                *
000600*    80-BYTE CARD-IMAGE RECORD ON THE ANOMPARM FILE READ BY      *
000700*    FORENSIC-ANOMALY AT THE START OF EVERY RUN.  ONE THRESHOLD  *
000800*    PER RECORD -- THE NAME IN COLUMNS 1-20, THE VALUE AS NINE   *
000900*    ZERO-PADDED DIGITS IN 22-30, FREE COMMENT AFTER.  A '*' IN  *
001000*    COLUMN 1 MARKS A COMMENT LINE.  THE FILE IS EDITED IN PLACE *
001100*    WHEN THE CONTROLS REVIEW MOVES A THRESHOLD -- NO PROGRAM    *
001200*    CHANGE.  A NAME LEFT OFF THE FILE KEEPS THE PROGRAM'S       *
001300*    SHIPPED DEFAULT (THE RUN LISTS WHICH); AN UNKNOWN NAME OR A *
001400*    NON-NUMERIC VALUE STOPS THE RUN.                            *
001500*                                                                *
001600*    NAMES:  DUP-AMOUNT-COUNT     SAME AMOUNT FROM ONE FEEDER ON *
001700*                                 THIS MANY CHARGES IN A DAY     *
001800*            DUP-AMOUNT-MINIMUM   ...BUT ONLY AMOUNTS OF AT      *
001900*                                 LEAST THIS MANY WHOLE UNITS    *
001950*                                 OF THE BASE CURRENCY           *
002000*            REVERSAL-MINUTES     CHARGE REVERSED WITHIN THIS    *
002100*                                 MANY MINUTES OF POSTING        *
002200*            NEAR-LIMIT-PERCENT   ADJUSTMENT AT OR ABOVE THIS    *
002300*                                 PERCENT OF RC-MAX-AMOUNT       *
002400*            PAIR-COUNT           OPERATOR/APPROVER PAIR POSTED  *
002500*                                 THIS MANY ADJUSTMENTS...       *
002600*            PAIR-WINDOW-DAYS     ...WITHIN THIS MANY DAYS       *
002700*            VOLUME-HISTORY-DAYS  RUNSTATS DAYS AVERAGED FOR A   *
002800*                                 FEEDER'S NORMAL VOLUME         *
002900*            VOLUME-MIN-DAYS      FEWER HISTORY DAYS THAN THIS   *
003000*                                 AND VOLUME IS NOT JUDGED       *
003100*            VOLUME-HIGH-PERCENT  DAY ABOVE THIS PERCENT OF THE  *
003200*                                 AVERAGE IS AN OUTLIER          *
003300*            VOLUME-LOW-PERCENT   DAY BELOW THIS PERCENT OF THE  *
003400*                                 AVERAGE IS AN OUTLIER          *
003500*                                                                *
003600******************************************************************
003700 01  ANOMALY-PARAMETER-RECORD.
003800     05  AP-PARM-NAME          PIC X(20).
003900     05  FILLER                PIC X(01).
004000     05  AP-PARM-VALUE         PIC X(09).
004100     05  AP-PARM-VALUE-N REDEFINES AP-PARM-VALUE
004200                               PIC 9(09).
004300     05  FILLER                PIC X(01).
004400     05  AP-COMMENT            PIC X(49).
004500*--------------------------------------------------------------*
004600*    TOTAL BYTES: 20+1+9+1+49 = 80 BYTES                        *
004700*--------------------------------------------------------------*
