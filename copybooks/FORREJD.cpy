002300 01  REJECT-WORK-RECORD.
002400     05  RW-REJECT-ID          PIC X(10).
002500*                                  RECORD KEY, 'RJ' + 8 DIGITS
002600     05  RW-ORIGINAL-IMAGE     PIC X(37).
002700*                                  THE 37-BYTE EXTRACT RECORD
002800*                                  EXACTLY AS IT WAS REJECTED --
002900*                                  NEVER ALTERED
003000     05  RW-REJECT-REASON      PIC X(04).
003100*                                  FORENSIC-EDIT REASON CODE
003200     05  RW-CORRECTED-IMAGE    PIC X(37).
003300*                                  THE OPERATOR'S REPAIR; SPACES
003400*                                  UNTIL STATUS 'C'
003500     05  RW-STATUS             PIC X(01).
004800*                                  HAS SAT THROUGH -- MORE THAN
004900*                                  TWO UNWORKED IS AN AGED
005000*                                  REJECT AND GETS FLAGGED
005100     05  FILLER                PIC X(04).
005200*--------------------------------------------------------------*
005300*    TOTAL BYTES: 10+37+4+37+1+8+8+8+3+4 = 120 BYTES            *
005400*--------------------------------------------------------------*
