000100*----------------------------------------------------------------
000200* ADGLREG - GL ACKNOWLEDGEMENT REGISTER RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER GL EXTRACT LINE THE
000400* LEDGER HAS ACKNOWLEDGED, KEYED THE WAY THE LINE WAS SENT -
000500* RUN-ID, BUSINESS DATE, CYCLE, ACCOUNT AND OPERATION CODE.
000600* ADGLMTCH LOADS EACH DAYS ACKNOWLEDGEMENTS (SEE ADGLACK) ONTO
000700* IT, A LATER ACKNOWLEDGEMENT OF THE SAME LINE REPLACING THE
000800* EARLIER ONE, SO ACKNOWLEDGEMENTS ARRIVING ON DIFFERENT DAYS
000900* STILL MATCH.  THE MATCHED FLAG IS SET THE FIRST TIME THE LINE
001000* IS FOUND ON THE EXTRACT HISTORY - AN ACKNOWLEDGEMENT THAT
001100* NEVER MATCHES IS FOR A LINE THAT WAS NEVER SENT.
001200*----------------------------------------------------------------
001300 01  ADGLREG-REC.
001400     05  ADGLREG-KEY.
001500         10  ADGLREG-RUN-ID         PIC X(08).
001600         10  ADGLREG-BUS-DATE       PIC X(10).
001700         10  ADGLREG-CYCLE          PIC 9(01).
001800         10  ADGLREG-ACCOUNT        PIC X(08).
001900         10  ADGLREG-OP-CODE        PIC X(01).
002000     05  ADGLREG-AMOUNT             PIC S9(09)V99.
002100     05  ADGLREG-STATUS             PIC X(01).
002200         88  ADGLREG-POSTED         VALUE 'P'.
002300         88  ADGLREG-REJECTED       VALUE 'R'.
002400     05  ADGLREG-REASON             PIC X(30).
002500*    THE AS-OF DATE OF THE RUN THAT LOADED THE ACKNOWLEDGEMENT.
002600     05  ADGLREG-ACK-DATE           PIC X(10).
002700     05  ADGLREG-MATCH-SW           PIC X(01).
002800         88  ADGLREG-MATCHED        VALUE 'Y'.
002900     05  FILLER                     PIC X(19).
