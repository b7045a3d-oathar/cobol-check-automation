000100*----------------------------------------------------------------
000200* ADSUSP - DUPLICATE-SUSPENSE RECORD
000300* ONE RECORD WRITTEN BY ADDITION FOR EVERY DETAIL HELD BACK AS
000400* A SUSPECTED DUPLICATE SUBMISSION, CARRYING THE ORIGINAL
000500* 80-BYTE TRANSACTION IMAGE, THE REASON, WHERE IT WAS HELD
000600* (RUN-ID, BUSINESS DATE AND READ SEQUENCE - THE REFERENCE THE
000700* DESK QUOTES ON A RELEASE CARD) AND WHAT IT MATCHED.  A HELD
000800* ITEM ENTERS NO TOTAL AND IS NOT RECYCLED - IT WAITS ON THE
000900* SUSPENSE QUEUE UNTIL ADSUSREL RELEASES IT INTO THE NEXT RUN
001000* OR CANCELS IT.
001100*   REASON CODES - DP SAME ACCOUNT, A, B, OPERATION AND
001200*                     CURRENCY AS A PAIR ALREADY SETTLED IN
001300*                     THE ADPARM LOOKBACK WINDOW.  THE MATCH
001400*                     FIELDS NAME THAT SETTLED AUDIT ROW.
001500*                  DB DETAIL OF A BATCH WHOSE BATCH ID WAS
001600*                     ALREADY ACCEPTED.  THE MATCH FIELDS NAME
001700*                     THE RUN AND HEADER SEQUENCE THAT FIRST
001800*                     ACCEPTED IT.
001900*----------------------------------------------------------------
002000 01  ADSUSP-REC.
002100     05  ADSUSP-TRAN-REC            PIC X(80).
002200     05  ADSUSP-REASON-CODE         PIC X(02).
002300         88  ADSUSP-DUP-PAIR        VALUE 'DP'.
002400         88  ADSUSP-DUP-BATCH       VALUE 'DB'.
002500     05  ADSUSP-REASON-TEXT         PIC X(30).
002600     05  ADSUSP-KEY.
002700         10  ADSUSP-RUN-ID          PIC X(08).
002800         10  ADSUSP-BUS-DATE        PIC X(10).
002900         10  ADSUSP-SEQ-NO          PIC 9(09).
003000     05  ADSUSP-BATCH-ID            PIC X(08).
003100     05  ADSUSP-MATCH-RUN-ID        PIC X(08).
003200     05  ADSUSP-MATCH-BUS-DATE      PIC X(10).
003300     05  ADSUSP-MATCH-SEQ-NO        PIC 9(09).
003400     05  FILLER                     PIC X(26).
