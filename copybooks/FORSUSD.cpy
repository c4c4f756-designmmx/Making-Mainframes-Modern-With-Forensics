000100******************************************************************
000200*                                                                *
000300*    FORSUSD.CPY                                                 *
000400*    FEEDER SUSPENSE BATCH CONTROL RECORD (FD LEVEL, INDEXED)    *
000500*                                                                *
000600*    80-BYTE KSDS RECORD ON THE SUSPCTL CLUSTER, KEYED ON THE    *
000700*    SOURCE SYSTEM PLUS THE BATCH DATE AND TRANSMISSION          *
000750*    SEQUENCE FROM THAT FEEDER'S TRAILER -- ONE RECORD PER       *
000770*    TRANSMISSION, SO SEVERAL INTRADAY TRANSMISSIONS OF ONE      *
000790*    BATCH DATE ARE HELD AND RELEASED APART.  EACH FEEDER SENDS  *
000800*    ITS OWN TRAILER AND FOREDIT BALANCES EACH ONE SEPARATELY    *
000900*    -- A FEEDER THAT IS OUT OF BALANCE HAS EVERY DETAIL RECORD  *
001000*    IT SENT HELD ON THE TRANSUSP SUSPENSE FILE (NOTHING OF IT   *
001100*    IS EDITED OR POSTED), AND ONE RECORD HERE SAYS WHICH BATCH  *
001200*    IS HELD AND WHY.  THE OTHER FEEDERS POST AS NORMAL.         *
001400*                                                                *
001500*    WHEN THE FEEDER RETRANSMITS THAT BATCH (SAME BATCH DATE     *
001550*    AND TRANSMISSION SEQUENCE, ON A TRAILER OF ITS OWN -- NOT   *
001570*    ONE FORENSIC-RECYCLE MADE UP FOR REPAIRS ALONE) AND IT      *
001600*    BALANCES, FOREDIT MARKS THE BATCH RELEASED AND THE          *
001700*    RETRANSMITTED RECORDS POST IN PLACE OF THE HELD COPY --     *
001800*    A RETRANSMISSION IS THE FEEDER'S WHOLE BATCH, SO POSTING    *
001900*    THE HELD COPY AS WELL WOULD DOUBLE IT.  THE HELD RECORDS    *
002000*    STAY ON TRANSUSP AS THE RECORD OF WHAT WAS FIRST SENT.      *
002100*                                                                *
002200*    READ BY FORENSIC-REPORT AND FORENSIC-CONFIRM, WHICH SHOW    *
002300*    THE BATCHES HELD AND RELEASED.                              *
002400*                                                                *
002500******************************************************************
002600 01  SUSPENSE-CONTROL-RECORD.
002700     05  SC-BATCH-KEY.
002800         10  SC-SOURCE-SYSTEM  PIC X(03).
002900         10  SC-BATCH-DATE     PIC 9(08).
002950         10  SC-TRANSMISSION-SEQ
002970                               PIC 9(02).
003000*                                  RECORD KEY.  THE BATCH DATE
003100*                                  IS THE ONE THE FEEDER PUT ON
003200*                                  ITS TRAILER; THE BUSINESS
003300*                                  DATE WHEN IT SENT NONE (OR
003400*                                  NO TRAILER AT ALL).  THE
003410*                                  SEQUENCE IS THE TRAILER'S
003420*                                  (00 WHEN BLANK); 99 IS A
003430*                                  TRAILER FORENSIC-RECYCLE
003440*                                  MADE UP FOR REPAIRS ALONE
003500     05  SC-BATCH-STATUS       PIC X(01).
003600         88  SC-BATCH-HELD         VALUE 'H'.
003700         88  SC-BATCH-RELEASED     VALUE 'R'.
003800     05  SC-HOLD-REASON        PIC X(04).
003900*                                  TMIS  NO TRAILER FROM FEEDER
004000*                                  TDUP  MORE THAN ONE TRAILER
004100*                                  TNUM  TRAILER NOT NUMERIC
004200*                                  TCNT  RECORD COUNT OFF
004300*                                  THSH  AMOUNT HASH-TOTAL OFF
004400     05  SC-HELD-BUSINESS-DATE PIC 9(08).
004500*                                  BUSINESS DATE OF THE LATEST
004600*                                  HOLD
004700     05  SC-RELEASED-BUSINESS-DATE
004800                               PIC 9(08).
004900*                                  ZEROES UNTIL RELEASED
005000     05  SC-RECEIVED-COUNT     PIC 9(10).
005100     05  SC-RECEIVED-HASH-TOTAL
005200                               PIC S9(8)V99.
005300*                                  WHAT ACTUALLY ARRIVED (HELD
005400*                                  RECORD COUNT AND THEIR AMOUNT
005500*                                  HASH-TOTAL, SAME WRAP RULE)
005600     05  SC-TRAILER-COUNT      PIC 9(10).
005700     05  SC-TRAILER-HASH-TOTAL PIC S9(8)V99.
005800*                                  WHAT THE FEEDER'S TRAILER
005900*                                  CLAIMED; ZEROES IF NONE
006000     05  SC-HOLD-COUNT         PIC 9(03).
006100*                                  TIMES THIS BATCH HAS BEEN
006200*                                  HELD -- A RETRANSMISSION THAT
006300*                                  IS STILL OUT OF BALANCE
006400*                                  HOLDS IT AGAIN
006500     05  FILLER                PIC X(03).
006600*--------------------------------------------------------------*
006700*    TOTAL BYTES: 3+8+2+1+4+8+8+10+10+10+10+3+3 = 80 BYTES      *
006800*--------------------------------------------------------------*
