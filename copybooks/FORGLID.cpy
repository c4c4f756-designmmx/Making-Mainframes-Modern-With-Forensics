001500*    THE GL SIDE CAN PROVE THE FIGURES CAME FROM THE INTACT      *
001600*    CHAIN THE NIGHTLY FORENSIC-VERIFY SIGNED OFF ON.            *
001700*                                                                *
001710*    AMOUNTS ON THE 'D' AND 'T' RECORDS ARE IN THE BASE CURRENCY *
001720*    (GL-CURRENCY-CODE NAMES IT).  ONE 'C' RECORD PER CURRENCY   *
001730*    SEEN THAT DAY FOLLOWS THE 'D' RECORDS: THE NET IN THAT      *
001740*    CURRENCY IN GL-AMOUNT AND ITS BASE EQUIVALENT IN            *
001750*    GL-BASE-AMOUNT.  THE 'C' BASE AMOUNTS ADD UP TO THE 'N'     *
001760*    LINE.                                                       *
001770*                                                                *
001800******************************************************************
001900 01  GL-POSTING-RECORD.
002000     05  GL-RECORD-TYPE        PIC X(01).
002100         88  GL-TYPE-DETAIL        VALUE 'D'.
002200         88  GL-TYPE-TRAILER       VALUE 'T'.
002250         88  GL-TYPE-CURRENCY      VALUE 'C'.
002300     05  GL-POSTING-DATE       PIC 9(08).
002400     05  GL-LEDGER-TYPE        PIC X(01).
002500*                                  'C' / 'R' / 'A' GROSS LINES,
002600*                                  'N' NET LINE, SPACE ON THE
002700*                                  TRAILER ('N' ON A 'C')
002800     05  GL-AMOUNT             PIC S9(10)V99.
002900     05  GL-RECORD-COUNT       PIC 9(09).
003000*                                  'D': RECORDS OF THAT TYPE
003100*                                  ('N' AND 'T': ALL TYPES)
003200     05  GL-HASH-PREFIX-HEX    PIC X(16).
003300*                                  DAY'S CLOSING LR-HASH-PREFIX
003310     05  GL-CURRENCY-CODE      PIC X(03).
003320*                                  BASE CURRENCY ON 'D' / 'T',
003330*                                  THE LINE'S CURRENCY ON 'C'
003340     05  GL-BASE-AMOUNT        PIC S9(10)V99.
003350*                                  BASE EQUIVALENT OF GL-AMOUNT
003360*                                  (SAME FIGURE ON 'D' / 'T')
003400     05  FILLER                PIC X(18).
003500*--------------------------------------------------------------*
003600*    TOTAL BYTES: 1+8+1+12+9+16+3+12+18 = 80 BYTES              *
003700*--------------------------------------------------------------*
