000100******************************************************************
000200*                                                                *
000300*    FORACCD.CPY                                                 *
000400*    ONLINE ACCESS JOURNAL RECORD (FD LEVEL, INDEXED)            *
000500*                                                                *
000600*    80-BYTE KSDS RECORD ON THE ACCJRNL CLUSTER.  ONE RECORD IS  *
000700*    WRITTEN BY EVERY ONLINE TRANSACTION THAT SHOWS OR CHANGES   *
000800*    A LEDGER RECORD, CASE, REJECT, ADJUSTMENT, OR REASON CODE   *
000900*    (FINQ, FBRW, FCSE, FREJ, FRSN, FMNT, FAPR) FOR EACH KEY IT  *
001000*    PUTS ON THE SCREEN OR ACTS ON -- A TEN-LINE BROWSE PAGE IS  *
001100*    TEN RECORDS.  THE JOURNAL IS WRITTEN BEFORE THE DATA IS     *
001200*    SHOWN OR THE CHANGE IS MADE; A TRANSACTION THAT CANNOT      *
001300*    JOURNAL WITHHOLDS THE DATA OR REFUSES THE CHANGE, SO AN     *
001400*    ACCESS THAT IS NOT ON THE JOURNAL DID NOT HAPPEN.  A CHANGE *
001500*    IS THEREFORE JOURNALED AS IT IS ATTEMPTED -- THE RECORD'S   *
001600*    OWN FILE SAYS WHETHER IT STUCK.  NEVER REWRITTEN OR         *
001700*    DELETED ONLINE.                                             *
001800*                                                                *
001900*    THE PRIMARY KEY IS THE CLOCK TIME OF THE ACCESS PLUS THE    *
002000*    CICS TASK NUMBER AND AN ENTRY NUMBER WITHIN THE TASK, SO    *
002100*    THE BASE CLUSTER READS IN TIME ORDER.  THE ACCJRNLR PATH    *
002200*    (NONUNIQUE ALTERNATE INDEX ON AC-RECORD-KEY, DEFINED BY     *
002300*    THE FORJDEF JOB) READS IT RECORD BY RECORD.  READ WEEKLY BY *
002400*    FORENSIC-ACCESS (THE FORACRV JOB).                          *
002500*                                                                *
002600******************************************************************
002700 01  ACCESS-JOURNAL-RECORD.
002800     05  AC-JOURNAL-KEY.
002900*                                  RECORD KEY
003000         10  AC-ACCESS-DATE    PIC 9(08).
003100*                                  YYYYMMDD, SYSTEM CLOCK -- THE
003200*                                  HOUR OF THE ACCESS IS WHAT
003300*                                  MATTERS, NOT THE BUSINESS DATE
003400         10  AC-ACCESS-TIME    PIC 9(08).
003500*                                  HHMMSSHH
003600         10  AC-TASK-NUMBER    PIC 9(07).
003700*                                  EIBTASKN
003800         10  AC-ENTRY-NUMBER   PIC 9(03).
003900*                                  1, 2, ... WITHIN THE TASK
004000     05  AC-RECORD-KEY.
004100*                                  ALTERNATE KEY (OFFSET 26)
004200         10  AC-KEY-TYPE       PIC X(04).
004300             88  AC-KEY-LEDGER-TXN     VALUE 'TXN'.
004400             88  AC-KEY-CASE           VALUE 'CASE'.
004500             88  AC-KEY-REJECT         VALUE 'REJ'.
004600             88  AC-KEY-ADJUSTMENT     VALUE 'ADJ'.
004700             88  AC-KEY-REASON-CODE    VALUE 'RSN'.
004800         10  AC-KEY-VALUE      PIC X(10).
004900*                                  THE KEY AS KEYED OR LISTED --
005000*                                  A TRANSACTION, CASE, REJECT,
005100*                                  OR ADJUSTMENT ID, OR A REASON
005200*                                  CODE
005300     05  AC-USERID             PIC X(08).
005400*                                  FROM EXEC CICS ASSIGN USERID
005500     05  AC-TERMINAL-ID        PIC X(04).
005600*                                  EIBTRMID
005700     05  AC-TRANID             PIC X(04).
005800*                                  EIBTRNID -- FBRW ON A FINQ
005900*                                  DETAIL REACHED BY XCTL FROM
006000*                                  THE BROWSE LIST
006100     05  AC-ACTION             PIC X(08).
006200         88  AC-ACTION-READ-ONLY   VALUE 'VIEW' 'LIST'
006300                                         'INQUIRE'.
006400*                                  VIEW, LIST, INQUIRE -- OR THE
006500*                                  CHANGE: ANNOTATE, CLOSE,
006600*                                  CORRECT, ABANDON, ADD, UPDATE,
006700*                                  RETIRE, QUEUE, APPROVE, REJECT
006800     05  AC-RELATED-TXN-ID     PIC X(10).
006900*                                  THE LEDGER TRANSACTION BEHIND
007000*                                  THE KEY (THE CASE'S, THE
007100*                                  REJECT'S, THE ADJUSTMENT'S
007200*                                  TARGET); SPACES FOR A REASON
007300*                                  CODE
007400     05  AC-FOUND-FLAG         PIC X(01).
007500         88  AC-KEY-FOUND          VALUE 'Y'.
007600         88  AC-KEY-NOT-FOUND      VALUE 'N'.
007700*                                  'N' = A KEYED LOOKUP THAT
007710*                                  MISSED
007800     05  FILLER                PIC X(05).
007900*--------------------------------------------------------------*
008000*    TOTAL BYTES: 8+8+7+3+4+10+8+4+4+8+10+1+5 = 80 BYTES        *
008100*--------------------------------------------------------------*
