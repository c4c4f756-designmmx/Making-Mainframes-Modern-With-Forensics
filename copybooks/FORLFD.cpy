000300*    FORLFD.CPY                                                  *
000400*    FORENSIC LEDGER FILE RECORD (FD LEVEL)                      *
000500*                                                                *
000600*    COMPANION TO FORLEDG.CPY -- SAME 98-BYTE LAYOUT, BUT WITH   *
000700*    LR- PREFIXED NAMES FOR USE UNDERNEATH AN FD ENTRY.  COPY    *
000800*    THIS MEMBER IMMEDIATELY AFTER THE FD HEADER IN ANY PROGRAM  *
000900*    THAT OPENS THE LEDGER FILE DIRECTLY (FORENSIC-AUDIT,        *
001730     05  LR-SOURCE-SYSTEM      PIC X(03).
001740     05  LR-OPERATOR-ID        PIC X(08).
001750     05  LR-REASON-CODE        PIC X(04).
001850     05  LR-CURRENCY-CODE      PIC X(03).
001950     05  LR-BASE-AMOUNT        PIC S9(8)V99.
