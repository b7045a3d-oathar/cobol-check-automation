000100*----------------------------------------------------------------
000200* ADGLACK - GL POSTING ACKNOWLEDGEMENT RECORD
000300* SENT BACK BY THE GENERAL LEDGER TEAM, ONE ROW PER GL EXTRACT
000400* DETAIL LINE (SEE ADEXTR) THEY HAVE DEALT WITH - THE RUN-ID,
000500* BUSINESS DATE AND SETTLEMENT CYCLE OF THE EXTRACT HEADER, THE
000600* LINES ACCOUNT, OPERATION CODE AND AMOUNT (THE C AMOUNT SENT),
000700* AND WHETHER THE LEDGER POSTED OR REJECTED IT WITH THE GL
000800* REASON.  A BLANK CYCLE IS CYCLE 1.  MATCHED BY ADGLMTCH.
000900*----------------------------------------------------------------
001000 01  ADGLACK-REC.
001100     05  ADGLACK-RUN-ID             PIC X(08).
001200     05  ADGLACK-BUS-DATE           PIC X(10).
001300     05  ADGLACK-CYCLE              PIC 9(01).
001400     05  ADGLACK-CYCLE-X REDEFINES
001500         ADGLACK-CYCLE              PIC X(01).
001600     05  ADGLACK-ACCOUNT            PIC X(08).
001700     05  ADGLACK-OP-CODE            PIC X(01).
001800     05  ADGLACK-AMOUNT             PIC S9(09)V99.
001900     05  ADGLACK-STATUS             PIC X(01).
002000         88  ADGLACK-POSTED         VALUE 'P'.
002100         88  ADGLACK-REJECTED       VALUE 'R'.
002200     05  ADGLACK-REASON             PIC X(30).
002300     05  FILLER                     PIC X(10).
