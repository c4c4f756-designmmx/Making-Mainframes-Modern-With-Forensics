000100******************************************************************
000200*                                                                *
000300*    FORCERD.CPY                                                 *
000400*    CHAIN-OF-CUSTODY CERTIFICATE RECORD (FD LEVEL, SEQUENTIAL)  *
000500*                                                                *
000600*    100-BYTE RECORD ON THE CERTFILE GDG WRITTEN BY FORENSIC-    *
000700*    CERTIFY -- A HEADER, ONE RECORD PER LEDGER GENERATION, AND  *
000800*    AN OVERALL SIGN-OFF TRAILER.  READ BY FORENSIC-EVIDENCE,    *
000900*    WHICH CARRIES THE CERTIFICATE LINES FOR THE GENERATIONS AN  *
001000*    EVIDENCE PACKAGE TOUCHES.                                   *
001100*                                                                *
001200******************************************************************
001300 01  CERTIFICATE-RECORD.
001400     05  CT-RECORD-TYPE        PIC X(01).
001500*                                  'H' HEADER, 'G' GENERATION,
001600*                                  'T' OVERALL SIGN-OFF TRAILER
001700     05  CT-CERT-DATE          PIC 9(08).
001800     05  CT-GENERATION-NUMBER  PIC 9(04).
001900     05  CT-ANCHOR-TXN-ID      PIC X(10).
002000*                                  'AN'+YYYYMMDD; '*CURRENT*'
002100*                                  ON THE OPEN GENERATION
002200     05  CT-RECORD-COUNT       PIC 9(10).
002300*                                  LR-ANCHOR-RECORD-COUNT OF THE
002400*                                  CLOSING ANCHOR (WALKED COUNT
002500*                                  ON THE OPEN GENERATION)
002600     05  CT-CLOSING-HASH-HEX   PIC X(16).
002700     05  CT-CHAIN-STATUS       PIC X(08).
002800*                                  CLEAN / BROKEN / SEAMBRK /
002900*                                  SEALBRK / COUNTBRK
003000     05  FILLER                PIC X(43).
003100*--------------------------------------------------------------*
003200*    TOTAL BYTES: 1+8+4+10+10+16+8+43 = 100 BYTES               *
003300*--------------------------------------------------------------*
