000100*----------------------------------------------------------------
000200* ADPERCTL - ACCOUNTING PERIOD CONTROL RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER ACCOUNTING PERIOD
000400* (YYYY-MM) EVER CLOSED.  WRITTEN BY THE ADPERCLS PERIOD-CLOSE
000500* PROGRAM WHEN FINANCE CLOSES A MONTH - AFTER EVERY BUSINESS
000600* DATE IN IT HAS SETTLED AND THE BALANCE MASTER HAS BEEN FROZEN
000700* TO THE PERIOD SNAPSHOT (SEE ADPERSNP).  WHILE A PERIOD IS
000800* CLOSED ADDITION REFUSES A BUSINESS DATE INSIDE IT, EVEN WITH
000900* FORCE, AND ADBALMNT REFUSES AN ADJUSTMENT DATED INTO IT.  A
001000* REOPEN IS A SEPARATE, LOGGED ADPERCLS ACTION - THE RECORD GOES
001100* BACK TO OPEN AND KEEPS THE COUNT AND THE LAST REOPEN.  NO
001200* RECORD AT ALL MEANS THE PERIOD HAS NEVER BEEN CLOSED.
001300*----------------------------------------------------------------
001400 01  ADPERCTL-REC.
001500     05  ADPERCTL-KEY.
001600         10  ADPERCTL-PERIOD        PIC X(07).
001700     05  ADPERCTL-STATUS            PIC X(01).
001800         88  ADPERCTL-OPEN          VALUE 'O'.
001900         88  ADPERCTL-CLOSED        VALUE 'C'.
002000     05  ADPERCTL-PERIOD-END        PIC X(10).
002100     05  ADPERCTL-CLOSED-DATE       PIC X(10).
002200     05  ADPERCTL-CLOSED-BY         PIC X(08).
002300*    Y WHEN THE CLOSE WAS TAKEN WITH WEEKDAYS THAT NEVER SETTLED
002400*    (HOLIDAYS) ACCEPTED ON THE CLOSE CARD.
002500     05  ADPERCTL-MISSING-ACCEPTED  PIC X(01).
002600         88  ADPERCTL-MISSING-OK    VALUE 'Y'.
002700     05  ADPERCTL-SNAP-COUNT        PIC 9(09).
002800     05  ADPERCTL-REOPEN-COUNT      PIC 9(03).
002900     05  ADPERCTL-REOPENED-DATE     PIC X(10).
003000     05  ADPERCTL-REOPENED-BY       PIC X(08).
003100     05  FILLER                     PIC X(13).
