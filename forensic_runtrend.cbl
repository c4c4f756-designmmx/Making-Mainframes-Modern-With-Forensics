003200*    DATE       BY    DESCRIPTION                                *
003300*    ---------- ----- -------------------------------------------*
003400*    2026-09-02 JRM   ORIGINAL.                                  *
003401*    2026-10-15 JRM   RUNSTATS RECORD NOW 330 BYTES (TWELVE      *
003402*                     REASON SLOTS).                             *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004800 FD  RUN-STATS-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F
005100     RECORD CONTAINS 330 CHARACTERS.
005200 COPY FORRUND.
005300 WORKING-STORAGE SECTION.
005400 01  WS-RUN-STATS-STATUS       PIC X(02).
