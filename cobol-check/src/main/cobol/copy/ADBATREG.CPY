000100*----------------------------------------------------------------
000200* ADBATREG - ACCEPTED-BATCH REGISTER RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER BATCH ID ADDITION HAS
000400* ACCEPTED - WRITTEN WHEN THE BATCHES TRAILER BALANCES, WITH
000500* THE RUN, BUSINESS DATE AND HEADER READ SEQUENCE THAT
000600* ACCEPTED IT AND THE PROVED COUNT AND AMOUNT.  A LATER HEADER
000700* QUOTING THE SAME BATCH ID IS A RE-SENT BATCH AND ITS DETAILS
000800* GO TO THE SUSPENSE QUEUE (SEE ADSUSP) INSTEAD OF SETTLING.
000900*----------------------------------------------------------------
001000 01  ADBATREG-REC.
001100     05  ADBATREG-KEY.
001200         10  ADBATREG-BATCH-ID      PIC X(08).
001300     05  ADBATREG-DEPT              PIC X(08).
001400     05  ADBATREG-RUN-ID            PIC X(08).
001500     05  ADBATREG-BUS-DATE          PIC X(10).
001600     05  ADBATREG-HDR-SEQ-NO        PIC 9(09).
001700     05  ADBATREG-REC-COUNT         PIC 9(09).
001800     05  ADBATREG-AMOUNT-TOT        PIC S9(11)V99.
001900     05  FILLER                     PIC X(15).
