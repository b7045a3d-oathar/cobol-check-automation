000300* ONE RECORD WRITTEN BY ADBALMNT FOR EVERY MANUAL ADJUSTMENT
000400* APPLIED TO THE BALANCE MASTER, SO EVERY HAND CHANGE TO THE
000500* SYSTEM OF RECORD CAN BE ACCOUNTED FOR AFTER THE FACT.
000510*
000520* THE RECORD IS 128 BYTES NOW (IT WAS 80) - EACH ROW CARRIES THE
000530* OPERATOR WHO KEYED THE ADJUSTMENT (MAKER) AND, WHEN IT WENT
000540* THROUGH THE PENDING-APPROVAL FILE (SEE ADPEND), THE OPERATOR
000550* WHO APPROVED IT (CHECKER) AND THE PENDING REFERENCE.  AN
000560* ADJUSTMENT UNDER THE APPROVAL LIMIT HAS NO CHECKER AND A ZERO
000570* REFERENCE.  LOGS CUT AT 80 BYTES MUST BE RECUT TO THE NEW
000580* LENGTH (BLANK-PADDED) BEFORE THEY ARE READ BACK - THE 80-BYTE
000590* PREFIX IS UNCHANGED, SO THE OLD ROWS SHOW NO OPERATOR.
000595* THE EFFECTIVE DATE IS THE ACCOUNTING DATE OF THE ADJUSTMENT
000597* (BLANK ON ROWS WRITTEN BEFORE IT WAS CARRIED).
000600*----------------------------------------------------------------
000700 01  ADBALLOG-REC.
000800     05  ADBALLOG-TIMESTAMP         PIC X(26).
001100     05  ADBALLOG-SIGN              PIC X(01).
001200     05  ADBALLOG-AMOUNT            PIC 9(11)V99.
001300     05  ADBALLOG-REASON            PIC X(20).
001301*    ADACCMNT ALSO LOGS HERE WHEN IT MERGES ONE ACCOUNT INTO
001302*    ANOTHER - TWO ROWS PER RUN-ID MOVED, A TRANSFER OUT OF THE
001303*    OLD ACCOUNT AND A TRANSFER INTO THE TARGET, EACH CARRYING
001304*    THE BALANCE MOVED (SIGN AND AMOUNT AS FOR AN ADJUSTMENT) AND
001305*    THE TRANSACTION COUNT MOVED WITH IT.  THE ENTRY TYPE IS BLANK
001306*    ON A MANUAL ADJUSTMENT, WHICH NEVER MOVES THE COUNT.
001310     05  ADBALLOG-ENTRY-TYPE        PIC X(01).
001320         88  ADBALLOG-ADJUSTMENT    VALUE SPACE.
001330         88  ADBALLOG-TRANSFER-OUT  VALUE 'O'.
001340         88  ADBALLOG-TRANSFER-IN   VALUE 'I'.
001400     05  FILLER                     PIC X(03).
001500     05  ADBALLOG-MAKER-ID          PIC X(08).
001600     05  ADBALLOG-CHECKER-ID        PIC X(08).
001700     05  ADBALLOG-PEND-REF          PIC 9(09).
001800     05  ADBALLOG-PEND-REF-X REDEFINES
001900         ADBALLOG-PEND-REF          PIC X(09).
002000     05  ADBALLOG-EFF-DATE          PIC X(10).
002002*    TRANSACTION COUNT MOVED BY A TRANSFER ROW - TAKEN OFF THE
002003*    OLD ACCOUNT (O) OR ADDED TO THE TARGET (I).  ZERO ON A
002004*    MANUAL ADJUSTMENT.
002005     05  ADBALLOG-XFER-COUNT        PIC 9(09).
002006     05  ADBALLOG-XFER-COUNT-X REDEFINES ADBALLOG-XFER-COUNT
002007                                    PIC X(09).
002010*    THE RECORD IS 144 BYTES NOW (IT WAS 128).  EACH ROW CARRIES
002020*    ITS ROW NUMBER IN THE LOG (1 UP, NEVER RESET) AND A CHAIN
002030*    VALUE BUILT FROM THE PREVIOUS ROWS CHAIN VALUE AND THIS ROWS
002040*    FIRST 133 BYTES (ROW NUMBER INCLUDED), SO A CHANGED, DELETED
002050*    OR INSERTED ROW BREAKS THE CHAIN.  EACH ADBALMNT OR ADACCMNT
002060*    RUN THAT LOGS ANYTHING SEALS ITS LAST ROW ON SEALF (SEE
002070*    ADSEAL) AND ADCHVRFY PROVES THE LOG.  128-BYTE LOGS MUST BE
002075*    RECUT BLANK-PADDED - THEIR ROWS CARRY A BLANK CHAIN (PRE-
002080*    CHAIN).
002100     05  ADBALLOG-CHAIN-ROW         PIC 9(09).
002200     05  ADBALLOG-CHAIN-ROW-X REDEFINES ADBALLOG-CHAIN-ROW
002300                                    PIC X(09).
002400     05  ADBALLOG-CHAIN-VALUE       PIC 9(09).
002500     05  ADBALLOG-CHAIN-VALUE-X REDEFINES ADBALLOG-CHAIN-VALUE
002600                                    PIC X(09).
002700     05  FILLER                     PIC X(02).
