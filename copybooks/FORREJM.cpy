000600*    REJECT WORKBENCH SCREEN FOR THE FORENSIC-REJBENCH (FREJ)    *
000700*    TRANSACTION.  EIGHT LIST LINES (SELECTION BYTE PLUS REJECT  *
000800*    SUMMARY TEXT), AN ACTION FIELD ('C' CORRECT / 'X'           *
000900*    ABANDON), SIX CORRECTION INPUT FIELDS (TRANSACTION ID,      *
001000*    AMOUNT, RECORD TYPE, REVERSAL-OF, SOURCE, CURRENCY), AND A  *
001100*    STATUS MESSAGE.  NORMALLY GENERATED BY ASSEMBLING THE       *
001200*    FORREJM BMS MAPSET SOURCE; CHECKED IN HERE AS THE COBOL     *
001300*    COPY MEMBER SO THE PROGRAM COMPILES WITHOUT THE ASSEMBLER   *
001400*    STEP BEING RUN AGAIN BY HAND.                               *
001500*                                                                *
001600******************************************************************
001700 01  FORREJ1I.
004100     05  FRSRCL                 PIC S9(4) COMP.
004200     05  FRSRCF                 PIC X(01).
004300     05  FRSRCI                 PIC X(03).
004320     05  FRCCYL                 PIC S9(4) COMP.
004340     05  FRCCYF                 PIC X(01).
004360     05  FRCCYI                 PIC X(03).
004400     05  FRMSGL                 PIC S9(4) COMP.
004500     05  FRMSGF                 PIC X(01).
004600     05  FRMSGI                 PIC X(40).
006400     05  FILLER                PIC X(03).
006500     05  FRSRCO                 PIC X(03).
006600     05  FILLER                PIC X(03).
006630     05  FRCCYO                 PIC X(03).
006660     05  FILLER                PIC X(03).
006700     05  FRMSGO                 PIC X(40).
