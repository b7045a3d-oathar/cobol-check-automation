000100*----------------------------------------------------------------
000200* ADSEAL - AUDIT CHAIN SEAL RECORD
000300* KEYED (VSAM KSDS) FILE HOLDING THE SEALS THAT CLOSE OFF THE
000400* CHAINED AUDIT TRAIL (ADAUDIT) AND ADJUSTMENT LOG (ADBALLOG).
000500* ADDITION WRITES ONE AUDIT SEAL PER RUN AT NORMAL EOJ, KEYED
000600* RUN-ID, BUSINESS DATE, CYCLE AND THE TIMESTAMP ON THE RUNS
000700* FIRST AUDIT ROW (SO A FORCED RERUN OF THE SAME CYCLE GETS A
000800* SEAL OF ITS OWN), GIVING THE ROW COUNT AND THE LAST ROWS
000900* CHAIN VALUE.  ADBALMNT AND ADACCMNT EACH WRITE ONE LOG SEAL
000950* PER RUN THAT LOGS ANYTHING, KEYED BY THE LOG ROW NUMBER IT
001000* CLOSES ON.  A ROW CUT OFF THE END OF A RUN OR THE LOG, OR
001100* ADDED AFTER IT, NO LONGER AGREES WITH ITS SEAL.  ADCHVRFY
001200* STAMPS EACH SEAL IT FINDS WITH ITS OWN RUN TIME - A SEAL LEFT
001300* UNSTAMPED AFTER A VERIFICATION IS A RUN (OR THE TAIL OF THE
001400* LOG) THAT HAS GONE.
001500*----------------------------------------------------------------
001600 01  ADSEAL-REC.
001700     05  ADSEAL-KEY.
001800         10  ADSEAL-TRAIL           PIC X(01).
001900             88  ADSEAL-AUDIT-TRAIL VALUE 'A'.
002000             88  ADSEAL-ADJ-LOG     VALUE 'L'.
002100         10  ADSEAL-RUN-KEY.
002200             15  ADSEAL-RUN-ID      PIC X(08).
002300             15  ADSEAL-BUS-DATE    PIC X(10).
002400             15  ADSEAL-CYCLE       PIC 9(01).
002500             15  ADSEAL-OPENED-TS   PIC X(16).
002600         10  ADSEAL-LOG-KEY REDEFINES ADSEAL-RUN-KEY.
002700             15  ADSEAL-LOG-ROW     PIC 9(09).
002800             15  FILLER             PIC X(26).
002900     05  ADSEAL-ROWS                PIC 9(09).
003000     05  ADSEAL-CHAIN               PIC 9(09).
003100     05  ADSEAL-SEALED-TS           PIC X(26).
003200     05  ADSEAL-SEEN-TS             PIC X(26).
003300     05  FILLER                     PIC X(14).
