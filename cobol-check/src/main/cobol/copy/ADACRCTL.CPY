000100*----------------------------------------------------------------
000200* ADACRCTL - ACCRUAL CONTROL RECORD
000300* ONE RECORD, REWRITTEN BY EVERY ADACCRUE RUN THAT ACCRUES
000400* (READ AND WRITTEN THROUGH THE SAME DD, AS THE CHECKPOINT IS).
000500* IT HOLDS THE DATE INTEREST HAS BEEN ACCRUED THROUGH, SO THE
000600* NEXT RUN ACCRUES EXACTLY THE DAYS SINCE - A WEEKEND, A HOLIDAY
000700* OR A MISSED RUN IS PICKED UP, AND NO DAY IS ACCRUED TWICE.
000800* FROM-DATE IS THE THROUGH DATE THAT RUN STARTED FROM, KEPT SO
000900* A FORCED RERUN OF THE SAME BUSINESS DATE ACCRUES THE SAME
001000* DAYS AGAIN.
001100*----------------------------------------------------------------
001200 01  ADACRCTL-REC.
001300     05  ADACRCTL-THRU-DATE         PIC X(10).
001400     05  ADACRCTL-FROM-DATE         PIC X(10).
001500     05  ADACRCTL-BUS-DATE          PIC X(10).
001600     05  ADACRCTL-RUN-DATE          PIC X(10).
001700     05  ADACRCTL-PAIRS             PIC 9(07).
001800     05  ADACRCTL-TOTAL             PIC S9(11)V99.
001900     05  FILLER                     PIC X(20).
