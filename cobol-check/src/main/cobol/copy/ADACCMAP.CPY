000100*----------------------------------------------------------------
000200* ADACCMAP - ACCOUNT MERGE / RENUMBER MAP
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER ACCOUNT CODE THAT HAS
000400* BEEN MERGED INTO ANOTHER OR RENUMBERED, KEYED BY THE OLD CODE.
000500* WRITTEN BY ADACCMNT WHEN A MERGE IS APPROVED - AFTER THE OLD
000600* ACCOUNTS BALANCES HAVE BEEN MOVED TO THE TARGET AND THE OLD
000700* ACCOUNT CLOSED.  A RENUMBER IS A MERGE INTO A CODE THAT WAS
000800* NOT ON THE CHART (ADACCMNT OPENS IT).  ADDITION REDIRECTS A
000900* PAIR STILL BOOKED TO THE OLD CODE ON OR AFTER THE EFFECTIVE
001000* DATE (FOLLOWING A TARGET THAT HAS ITSELF BEEN MERGED), AND
001100* ADMSTMT NOTES THE MERGE ON BOTH STATEMENTS.  THE MAP IS THE
001200* PERMANENT RECORD OF OLD-TO-NEW CODES AND IS NEVER PRUNED.
001300*----------------------------------------------------------------
001400 01  ADACCMAP-REC.
001500     05  ADACCMAP-KEY.
001600         10  ADACCMAP-OLD-ACCOUNT   PIC X(08).
001700     05  ADACCMAP-NEW-ACCOUNT       PIC X(08).
001800     05  ADACCMAP-EFF-DATE          PIC X(10).
001900     05  ADACCMAP-KIND              PIC X(01).
002000         88  ADACCMAP-MERGE         VALUE 'M'.
002100         88  ADACCMAP-RENUMBER      VALUE 'R'.
002200     05  ADACCMAP-APPLIED-DATE      PIC X(10).
002300     05  ADACCMAP-MAKER-ID          PIC X(08).
002400     05  ADACCMAP-CHECKER-ID        PIC X(08).
002500     05  ADACCMAP-PEND-REF          PIC 9(09).
002600*    BALANCE MASTER RUN-ID ROWS WHOSE BALANCE WAS MOVED.
002700     05  ADACCMAP-RUNS-MOVED        PIC 9(05).
002800     05  FILLER                     PIC X(13).
