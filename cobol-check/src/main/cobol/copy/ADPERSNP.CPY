000100*----------------------------------------------------------------
000200* ADPERSNP - PERIOD-END BALANCE SNAPSHOT RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER PERIOD, RUN-ID AND
000400* ACCOUNT.  ADPERCLS COPIES EVERY BALANCE MASTER ROW HERE WHEN IT
000500* CLOSES A PERIOD, SO THE MONTH-END FIGURES FINANCE REPORTED
000600* SURVIVE LATER POSTINGS.  A PERIOD CLOSED AGAIN AFTER A REOPEN
000700* HAS ITS ROWS REWRITTEN.  LATE-POST IS Y WHEN THE ROW HAD
000800* ALREADY TAKEN A POSTING DATED AFTER THE PERIOD END WHEN IT WAS
000900* FROZEN - ITS BALANCE IS THEN NOT THE MONTH-END FIGURE.
001000*----------------------------------------------------------------
001100 01  ADPERSNP-REC.
001200     05  ADPERSNP-KEY.
001300         10  ADPERSNP-PERIOD        PIC X(07).
001400         10  ADPERSNP-RUN-ID        PIC X(08).
001500         10  ADPERSNP-ACCOUNT       PIC X(08).
001600     05  ADPERSNP-BALANCE           PIC S9(11)V99.
001700     05  ADPERSNP-TRAN-COUNT        PIC 9(09).
001800     05  ADPERSNP-LAST-POST-DATE    PIC X(10).
001900     05  ADPERSNP-LATE-POST         PIC X(01).
002000         88  ADPERSNP-POSTED-LATE   VALUE 'Y'.
002100     05  ADPERSNP-FROZEN-DATE       PIC X(10).
002200     05  FILLER                     PIC X(14).
