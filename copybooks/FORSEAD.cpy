000100******************************************************************
000200*                                                                *
000300*    FORSEAD.CPY                                                 *
000400*    DAILY CHAIN-HEAD SEAL RECORD (FD LEVEL, SEQUENTIAL)         *
000500*                                                                *
000600*    80-BYTE RECORD WRITTEN BY FORENSIC-SEAL AT END OF DAY --    *
000700*    THE CLOSING SEQUENCE NUMBER AND CHAIN HASH FROM CHAINF FOR  *
000800*    THE BUSINESS DATE.  THE SAME RECORD IS APPENDED TO THE      *
000900*    SEALHIST HISTORY FILE AND WRITTEN TO THE SEALOUT WITNESS    *
001000*    FILE, WHICH THE OUTBOUND TRANSFER SCHEDULE SHIPS TO THE     *
001100*    INDEPENDENT WITNESS (THE CLOUD CONSUMER'S IMMUTABLE STORE   *
001200*    OR THE AUDITORS' DROP).  ONCE A SEAL HAS LEFT THE BUILDING  *
001300*    NOBODY HERE CAN REWRITE THE CHAIN UP TO IT -- AND SEAL THE  *
001400*    RESULT AGAIN -- WITHOUT THE WITNESS COPY DISAGREEING.       *
001500*                                                                *
001600*    SEALHIST IS IN SEQUENCE ORDER (FORENSIC-SEAL REFUSES A      *
001700*    HEAD THAT HAS GONE BACKWARDS).  FORENSIC-VERIFY AND         *
001800*    FORENSIC-CERTIFY READ IT AND PROVE THE RECOMPUTED CHAIN     *
001900*    AGAINST EVERY SEAL IN THE RANGE THEY WALK; A DISAGREEMENT   *
002000*    OPENS A 'SEAL' CASE ON FORCASE.                             *
002100*                                                                *
002200*    THE HASH IS CARRIED IN HEX SO THE WITNESS COPY IS PLAIN     *
002300*    TEXT ANYONE CAN COMPARE BY EYE.                             *
002400*                                                                *
002500******************************************************************
002600 01  CHAIN-SEAL-RECORD.
002700     05  SL-BUSINESS-DATE      PIC 9(08).
002800*                                  BUSINESS DATE SEALED (BUSDATE)
002900     05  SL-SEAL-NUMBER        PIC 9(03).
003000*                                  1 FOR THE DAY'S SEAL; 2 AND UP
003100*                                  WHEN A REOPENED DAY POSTED
003200*                                  MORE AND WAS SEALED AGAIN
003300     05  SL-SEQUENCE-NUMBER    PIC 9(09).
003400*                                  CHAIN-LAST-SEQUENCE -- THE
003500*                                  LEDGER RECORD THE SEAL PINS
003600     05  SL-LAST-TXN-ID        PIC X(10).
003700*                                  CHAIN-LAST-TXN-ID
003800     05  SL-CHAIN-HASH-HEX     PIC X(16).
003900*                                  CHAIN-LAST-HASH IN HEX
004000     05  SL-SEAL-TIMESTAMP     PIC X(14).
004100*                                  YYYYMMDDHHMMSS, WALL CLOCK
004200     05  FILLER                PIC X(20).
004300*--------------------------------------------------------------*
004400*    TOTAL BYTES: 8+3+9+10+16+14+20 = 80 BYTES                  *
004500*--------------------------------------------------------------*
