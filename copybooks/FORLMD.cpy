000300*    FORLMD.CPY                                                  *
000400*    FORENSIC LEDGER MASTER RECORD (FD LEVEL, INDEXED)           *
000500*                                                                *
000600*    KEYED COMPANION TO FORLFD.CPY -- SAME 98-BYTE LAYOUT AS     *
000700*    THE LEDGER, BUT ORGANIZED FOR RANDOM ACCESS BY TRANSACTION  *
000800*    ID SO ONLINE INQUIRY TRANSACTIONS CAN PULL A SINGLE RECORD  *
000900*    WITHOUT READING THE SEQUENTIAL LEDGER FROM THE TOP.  THE    *
001300*    LM- PREFIXED NAMES FOR USE UNDERNEATH AN FD ENTRY.  COPY    *
001400*    THIS MEMBER IMMEDIATELY AFTER THE FD HEADER IN ANY PROGRAM  *
001500*    THAT OPENS THE LEDGER MASTER FILE DIRECTLY (FORENSIC-AUDIT, *
001550*    FORENSIC-INQUIRY).  SAME 98-BYTE LAYOUT AS FORLFD.CPY.      *
001700*                                                                *
001800******************************************************************
001900 01  LEDGER-MASTER-RECORD.
002700     05  LM-SOURCE-SYSTEM      PIC X(03).
002710     05  LM-OPERATOR-ID        PIC X(08).
002720     05  LM-REASON-CODE        PIC X(04).
002820     05  LM-CURRENCY-CODE      PIC X(03).
002920     05  LM-BASE-AMOUNT        PIC S9(8)V99.
