001700*    UNBROKEN ARCHIVE GDG MAPS TO ABSOLUTE GENERATION            *
001800*    G0001V00, G0002V00, ... UNDER GC-ARCHIVE-DSN.               *
001900*                                                                *
001910*    GC-RETAIN-UNTIL-DATE IS THE DATE THE GENERATION MAY FIRST   *
001920*    BE CONSIDERED FOR PURGE, SET BY FORENSIC-ROLLOVER FROM ITS  *
001930*    STANDARD RETENTION PERIOD AT CLOSE.  THE CATALOG IS NEVER   *
001940*    REWRITTEN -- A LATER EXTENSION, AND EVERY LEGAL HOLD, IS ON *
001950*    THE GENHOLD LOG (SEE FORGHLD.CPY).  GENERATIONS CATALOGED   *
001960*    BEFORE THE RETENTION FIELDS EXISTED CARRY SPACES THERE;     *
001970*    READERS APPLY THE STANDARD PERIOD FROM THE CLOSE DATE.      *
001980*                                                                *
002000******************************************************************
002100 01  GENERATION-CATALOG-RECORD.
002200     05  GC-ANCHOR-TXN-ID      PIC X(10).
003500*                                  THE CLOSING ANCHOR'S OWN
003600*                                  SEQUENCE NUMBER
003700     05  GC-CLOSING-HASH       PIC X(08).
003710     05  GC-RETENTION-YEARS    PIC 9(02).
003720     05  GC-RETAIN-UNTIL-DATE  PIC 9(08).
003730*                                  CLOSE DATE PLUS THE RETENTION
003740*                                  YEARS
003745     05  GC-CUTOVER-FLAG       PIC X(01).
003750         88  GC-CURRENCY-CUTOVER   VALUE 'C'.
003755*                                  'C' ON THE GENERATION THE
003760*                                  MULTI-CURRENCY CUTOVER CLOSED
003765*                                  (FORENSIC-CCYCONV) -- THE LAST
003770*                                  85-BYTE GENERATION; SPACES ON
003775*                                  EVERY OTHER
003800     05  FILLER                PIC X(09).
003900*--------------------------------------------------------------*
004000*    TOTAL BYTES: 10+44+4+8+8+9+9+8+2+8+1+9 = 120 BYTES        *
004100*--------------------------------------------------------------*
