003900*    DATE       BY    DESCRIPTION                                *
004000*    ---------- ----- -------------------------------------------*
004100*    2026-09-02 JRM   ORIGINAL.                                  *
004120*    2026-10-14 JRM   TRANREJ RECORD NOW 41 BYTES -- THE 37-BYTE *
004140*                     EXTRACT IMAGE CARRIES A CURRENCY CODE.     *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
006000 FD  REJECT-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 41 CHARACTERS.
006400 01  REJECT-RECORD.
006500     05  RJ-TRANSACTION-DATA   PIC X(37).
006600     05  RJ-REJECT-REASON      PIC X(04).
006700 FD  REJECT-WORK-FILE
006800     LABEL RECORDS ARE STANDARD
009600     05  WS-TODAY-IMAGE        OCCURS 0 TO 1000 TIMES
009700                               DEPENDING ON WS-TODAY-IMAGE-COUNT
009800                               INDEXED BY IMG-IDX
009900                               PIC X(37).
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE
