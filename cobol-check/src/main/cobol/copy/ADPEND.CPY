000100*----------------------------------------------------------------
000200* ADPEND - PENDING-APPROVAL (MAKER/CHECKER) RECORD
000300* KEYED (VSAM KSDS) FILE SHARED BY ADBALMNT AND ADACCMNT.  A
000400* BALANCE ADJUSTMENT OVER THE ADPARM APPROVAL LIMIT, AND EVERY
000500* ACCOUNT CLOSE OR REOPEN, IS NOT APPLIED WHEN IT IS KEYED - IT
000600* IS WRITTEN HERE UNDER THE NEXT REFERENCE NUMBER WITH THE
000700* MAKERS OPERATOR ID.  A SECOND OPERATOR QUOTES THE REFERENCE
000800* ON A LATER APPROVE OR DECLINE CARD - ONLY AN APPROVAL APPLIES
000900* THE CHANGE, AND THE CHECKER MAY NOT BE THE MAKER.  AN ITEM
001000* LEFT PENDING LONGER THAN THE ADPARM EXPIRY WINDOW EXPIRES
001100* (ADPNDRPT, OR THE APPROVAL CARD ITSELF, MARKS IT).  ITEMS ARE
001200* NEVER DELETED - THE FILE IS THE STANDING RECORD OF WHO ASKED
001300* FOR AND WHO AUTHORISED EVERY CONTROLLED CHANGE.
001400*   SOURCE - B BALANCE ADJUSTMENT (ADBALMNT)
001500*            A ACCOUNT CLOSE/REOPEN/MERGE (ADACCMNT)
001600*   STATUS - P PENDING, A APPROVED AND APPLIED, D DECLINED,
001700*            E EXPIRED
001800* REFERENCE ZERO IS THE CONTROL RECORD HOLDING THE LAST
001900* REFERENCE NUMBER ISSUED (SEE ADPEND-CTL-REC).
002000*----------------------------------------------------------------
002100 01  ADPEND-REC.
002200     05  ADPEND-KEY.
002300         10  ADPEND-REF             PIC 9(09).
002400     05  ADPEND-SOURCE              PIC X(01).
002500         88  ADPEND-BAL-ADJUST      VALUE 'B'.
002600         88  ADPEND-ACCT-CHANGE     VALUE 'A'.
002700     05  ADPEND-STATUS              PIC X(01).
002800         88  ADPEND-PENDING         VALUE 'P'.
002900         88  ADPEND-APPROVED        VALUE 'A'.
003000         88  ADPEND-DECLINED        VALUE 'D'.
003100         88  ADPEND-EXPIRED         VALUE 'E'.
003200     05  ADPEND-MAKER-ID            PIC X(08).
003300     05  ADPEND-MADE-DATE           PIC X(10).
003400     05  ADPEND-CHECKER-ID          PIC X(08).
003500     05  ADPEND-DECIDED-DATE        PIC X(10).
003600*    THE CHANGE ITSELF - THE FUNCTION FROM THE MAKERS CARD (A
003700*    ADJUST, C CLOSE, R REOPEN, M MERGE) AND ITS OPERANDS.
003800*    RUN-ID, AMOUNT AND SIGN ARE ONLY USED BY AN ADJUSTMENT.
003900     05  ADPEND-FUNC                PIC X(01).
004000         88  ADPEND-FUNC-ADJUST     VALUE 'A'.
004100         88  ADPEND-FUNC-CLOSE      VALUE 'C'.
004200         88  ADPEND-FUNC-REOPEN     VALUE 'R'.
004250         88  ADPEND-FUNC-MERGE      VALUE 'M'.
004300     05  ADPEND-RUN-ID              PIC X(08).
004400     05  ADPEND-ACCOUNT             PIC X(08).
004500     05  ADPEND-AMOUNT              PIC 9(11)V99.
004600     05  ADPEND-SIGN                PIC X(01).
004700     05  ADPEND-REASON              PIC X(20).
004750*    THE DATE AN ADJUSTMENT OR MERGE TAKES EFFECT - ITS
004760*    ACCOUNTING PERIOD MUST STILL BE OPEN WHEN IT IS APPROVED.
004770     05  ADPEND-EFF-DATE            PIC X(10).
004780*    THE ACCOUNT A MERGE MOVES THE OLD ACCOUNT INTO.
004790     05  ADPEND-TARGET              PIC X(08).
004800     05  FILLER                     PIC X(12).
004900 01  ADPEND-CTL-REC.
005000     05  ADPEND-CTL-KEY             PIC 9(09).
005100     05  ADPEND-CTL-LAST-REF        PIC 9(09).
005200     05  FILLER                     PIC X(110).
