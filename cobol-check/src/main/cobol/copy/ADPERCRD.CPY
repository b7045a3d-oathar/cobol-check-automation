000100*----------------------------------------------------------------
000200* ADPERCRD - PERIOD CLOSE / REOPEN CARD
000300* ONE ACTION PER 80-BYTE CARD, READ BY THE ADPERCLS PROGRAM.
000400*   FUNCTION C = CLOSE THE PERIOD - CHECK THE RUN-CONTROL FILE,
000500*                FREEZE THE BALANCE MASTER, MARK IT CLOSED
000600*   FUNCTION R = REOPEN A CLOSED PERIOD - A REASON IS REQUIRED
000700* THE PERIOD IS YYYY-MM.  THE OPERATOR ID IS REQUIRED ON BOTH AND
000800* IS LOGGED.  ACCEPT-MISSING Y ON A CLOSE LETS WEEKDAYS WITH NO
000900* SETTLEMENT AT ALL (BANK HOLIDAYS) PASS - THEY STILL LIST, AND
001000* THE PERIOD RECORD SHOWS THEY WERE ACCEPTED.  A RUN STILL IN
001100* PROGRESS NEVER PASSES.
001200*----------------------------------------------------------------
001300 01  ADPERCRD-REC.
001400     05  ADPERCRD-FUNC              PIC X(01).
001500         88  ADPERCRD-CLOSE         VALUE 'C'.
001600         88  ADPERCRD-REOPEN        VALUE 'R'.
001700     05  ADPERCRD-PERIOD            PIC X(07).
001800     05  ADPERCRD-PERIOD-R REDEFINES ADPERCRD-PERIOD.
001900         10  ADPERCRD-YYYY          PIC X(04).
002000         10  ADPERCRD-DASH          PIC X(01).
002100         10  ADPERCRD-MM            PIC X(02).
002200     05  ADPERCRD-OPERATOR          PIC X(08).
002300     05  ADPERCRD-ACCEPT-MISSING    PIC X(01).
002400         88  ADPERCRD-MISSING-OK    VALUE 'Y'.
002500     05  ADPERCRD-REASON            PIC X(30).
002600     05  FILLER                     PIC X(33).
