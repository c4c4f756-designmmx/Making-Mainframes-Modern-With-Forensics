000100******************************************************************
000200*                                                                *
000300*    FORAHSD.CPY                                                 *
000400*    ADJUSTMENT DISPOSITION HISTORY RECORD (FD LEVEL, SEQUENTIAL)*
000500*                                                                *
000600*    100-BYTE RECORD APPENDED TO THE ADJHIST FILE BY FORENSIC-   *
000700*    AUDIT AS IT DRAINS THE ADJQUEUE KSDS -- ONE RECORD PER      *
000800*    QUEUE ENTRY IT POSTS OR REMOVES AS REJECTED, WRITTEN JUST   *
000900*    BEFORE THE QUEUE RECORD IS DELETED.  THE LEDGER RECORD      *
001000*    CARRIES THE KEYING OPERATOR AND REASON CODE BUT NOT THE     *
001100*    SECOND SUPERVISOR; BEFORE THIS FILE THE APPROVER SURVIVED   *
001200*    ONLY ON THE NIGHT'S SYSOUT.  PENDING ENTRIES STAY ON THE    *
001300*    QUEUE AND ARE NOT WRITTEN.                                  *
001400*                                                                *
001500*    A RUN THAT ABENDS BETWEEN THIS WRITE AND THE QUEUE DELETE   *
001600*    WRITES THE ENTRY AGAIN WHEN IT IS RERUN -- READERS TAKE THE *
001700*    LAST RECORD FOR AN ADJUSTMENT ID.  READ BY FORENSIC-        *
001800*    EVIDENCE (THE APPROVAL TRAIL OF AN ADJUSTED TRANSACTION).   *
001900*                                                                *
002000******************************************************************
002100 01  ADJUSTMENT-HISTORY-RECORD.
002200     05  AH-ADJUSTMENT-ID      PIC X(10).
002300*                                  AQ-ADJUSTMENT-ID -- THE LEDGER
002400*                                  TRANSACTION ID ONCE POSTED
002500     05  AH-ADJUST-OF-TXN-ID   PIC X(10).
002600     05  AH-AMOUNT             PIC S9(8)V99.
002700     05  AH-OPERATOR-ID        PIC X(08).
002800*                                  CICS USERID THAT KEYED IT
002900     05  AH-REASON-CODE        PIC X(04).
003000     05  AH-SOURCE-SYSTEM      PIC X(03).
003100     05  AH-DISPOSITION        PIC X(01).
003200         88  AH-DISP-POSTED        VALUE 'P'.
003300         88  AH-DISP-REJECTED      VALUE 'R'.
003400     05  AH-APPROVER-ID        PIC X(08).
003500*                                  CICS USERID OF THE SECOND
003600*                                  SUPERVISOR WHO APPROVED OR
003700*                                  REJECTED IT
003800     05  AH-DATE-QUEUED        PIC 9(08).
003900     05  AH-BUSINESS-DATE      PIC 9(08).
004000*                                  BUSINESS DATE OF THE RUN THAT
004100*                                  POSTED OR REMOVED IT
004200     05  AH-SEQUENCE-NUMBER    PIC 9(09).
004300*                                  LEDGER SEQUENCE WHEN POSTED;
004400*                                  ZEROES WHEN REJECTED
004500     05  AH-POSTED-TIMESTAMP   PIC X(14).
004600*                                  LEDGER TIMESTAMP WHEN POSTED;
004700*                                  SPACES WHEN REJECTED
004800     05  FILLER                PIC X(07).
004900*--------------------------------------------------------------*
005000*    TOTAL BYTES: 10+10+10+8+4+3+1+8+8+8+9+14+7 = 100 BYTES     *
005100*--------------------------------------------------------------*
