000500*                                                                *
000600*    140-BYTE KSDS RECORD ON THE FORCASE CLUSTER, KEYED ON THE   *
000700*    CASE ID.  OPENED AUTOMATICALLY BY FORENSIC-VERIFY (FIRST    *
000800*    BROKEN RECORD OF A RUN), FORENSIC-RECONCILE (EACH           *
000900*    EXCEPTION), AND FORENSIC-VERIFY / FORENSIC-CERTIFY (FIRST   *
001000*    BROKEN CHAIN-HEAD SEAL), FORENSIC-ANOMALY (EACH SUSPICIOUS  *
001050*    POSTING PATTERN), AND WORKED ONLINE THROUGH THE             *
001100*    FCSE TRANSACTION (LIST, ANNOTATE, CLOSE WITH A              *
001200*    DISPOSITION).  RE-DETECTION OF AN ALREADY-CASED RECORD      *
001250*    ATTACHES TO THE OPEN CASE (DETECT COUNT AND LAST-SEEN       *
001300*    DATE) INSTEAD OF OPENING A DUPLICATE.                       *
001400*                                                                *
001500*    FINDING TYPES:  HASH  RECOMPUTED HASH MISMATCH (VERIFY)     *
001600*                    PRIO  STORED PRIOR-HASH BREAK (VERIFY)      *
001700*                    NOMA  LEDGER RECORD NOT ON MASTER (RECON)   *
001800*                    NOLE  MASTER RECORD NOT ON LEDGER (RECON)   *
001900*                    DIFF  LEDGER/MASTER FIELD MISMATCH (RECON)  *
001910*                    SEAL  CHAIN DISAGREES WITH A PUBLISHED      *
001920*                          DAILY SEAL (VERIFY, CERTIFY)          *
001925*                    DUPA  SAME AMOUNT ON SEVERAL CHARGES FROM   *
001930*                          ONE FEEDER IN A DAY (ANOMALY)         *
001935*                    QREV  CHARGE REVERSED WITHIN MINUTES        *
001940*                          (ANOMALY)                             *
001945*                    NLIM  ADJUSTMENT JUST UNDER ITS REASON      *
001950*                          CODE'S LIMIT (ANOMALY)                *
001955*                    PAIR  SAME KEYER/APPROVER PAIR OVER AND     *
001960*                          OVER (ANOMALY) -- CS-TRANSACTION-ID   *
001965*                          CARRIES THE KEYER'S USERID            *
001970*                    VOLU  FEEDER DAY FAR OFF ITS RUNSTATS       *
001975*                          AVERAGE (ANOMALY) -- CS-TRANSACTION-  *
001980*                          ID CARRIES 'FEEDER-' AND THE SOURCE   *
002000*                                                                *
002100******************************************************************
002200 01  INVESTIGATION-CASE-RECORD.
