000300*    FORLEDG.CPY                                                 *
000400*    FORENSIC LEDGER RECORD LAYOUT                               *
000500*                                                                *
000600*    SHARED 98-BYTE FIXED LENGTH RECORD USED BY THE FORENSIC     *
000700*    AUDIT SUBSYSTEM (FORENSIC-AUDIT, FORENSIC-VERIFY, AND       *
000800*    ANY PROGRAM THAT MUST READ OR WRITE THE LEDGER).            *
000900*                                                                *
002295     05  WS-REASON-CODE        PIC X(04) VALUE SPACES.
002296*                                  ADJUSTMENT REASON CODE; SPACES
002297*                                  OTHERWISE
002298     05  WS-CURRENCY-CODE      PIC X(03) VALUE SPACES.
002299*                                  ISO CURRENCY OF WS-AMOUNT, ON
002301*                                  THE CCYTABLE CURRENCY TABLE
002302*                                  (SEE FORCCYD.CPY).  WS-AMOUNT
002303*                                  IS THE ORIGINAL AMOUNT AS THE
002304*                                  FEEDER SENT IT, IN THIS
002305*                                  CURRENCY.  ANCHORS CARRY THE
002306*                                  BASE CURRENCY.
002307     05  WS-BASE-AMOUNT        PIC S9(8)V99 VALUE ZEROES.
002308*                                  WS-AMOUNT CONVERTED TO THE BASE
002309*                                  CURRENCY AT THE RATEFILE RATE
002310*                                  FOR THE BUSINESS DATE (SEE
002311*                                  FORRATD.CPY), ROUNDED TO THE
002312*                                  CENT.  EQUAL TO WS-AMOUNT WHEN
002313*                                  THE CURRENCY IS THE BASE.
002353*--------------------------------------------------------------*
002400*    TOTAL BYTES: 14+10+10+1+10+8+8+9+3+8+4+3+10 = 98 BYTES     *
002500*--------------------------------------------------------------*
