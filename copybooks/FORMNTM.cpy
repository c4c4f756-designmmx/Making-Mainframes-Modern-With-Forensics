000700*    (FMNT) TRANSACTION.  THREE INPUT FIELDS (TARGET TRANSACTION *
000800*    ID, SIGNED ADJUSTMENT AMOUNT, REASON CODE), THE REASON-     *
000810*    CODE DESCRIPTION RESOLVED FROM THE RSNCODE REFERENCE        *
000820*    FILE, FOUR DISPLAY FIELDS ECHOING THE ORIGINAL RECORD       *
000900*    (TIMESTAMP, AMOUNT, CURRENCY, SOURCE), THE QUEUED           *
001000*    ADJUSTMENT ID, AND A STATUS MESSAGE.                        *
001100*    NORMALLY GENERATED BY ASSEMBLING THE FORMNTM BMS MAPSET     *
001200*    SOURCE; CHECKED IN HERE AS THE COBOL COPY MEMBER SO THE     *
001300*    PROGRAM COMPILES WITHOUT THE ASSEMBLER STEP BEING RUN       *
003700     05  FMTOAML                PIC S9(4) COMP.
003800     05  FMTOAMF                PIC X(01).
003900     05  FMTOAMI                PIC X(12).
003910     05  FMTOCYL                PIC S9(4) COMP.
003920     05  FMTOCYF                PIC X(01).
003930     05  FMTOCYI                PIC X(03).
004000     05  FMTOSRL                PIC S9(4) COMP.
004100     05  FMTOSRF                PIC X(01).
004200     05  FMTOSRI                PIC X(03).
005900     05  FILLER                PIC X(03).
006000     05  FMTOAMO                PIC X(12).
006100     05  FILLER                PIC X(03).
006110     05  FMTOCYO                PIC X(03).
006120*                                  CURRENCY THE ORIGINAL WAS
006130*                                  POSTED IN -- THE ADJUSTMENT
006140*                                  AMOUNT IS KEYED IN IT TOO
006150     05  FILLER                PIC X(03).
006200     05  FMTOSRO                PIC X(03).
006300     05  FILLER                PIC X(03).
006400     05  FMTAIDO                PIC X(10).
