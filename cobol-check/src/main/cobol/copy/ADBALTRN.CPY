000600*   FUNCTION A = ADJUST ONE RUN-ID/ACCOUNT BY THE SIGNED AMOUNT
000700* THE RUN-ID/ACCOUNT, AMOUNT AND SIGN ARE ONLY USED BY I AND A.
000800* EVERY ADJUSTMENT IS LOGGED - SEE COPYBOOK ADBALLOG.
000810*   FUNCTION P = APPROVE A PENDING ADJUSTMENT QUOTED BY REFERENCE
000820*   FUNCTION D = DECLINE A PENDING ADJUSTMENT QUOTED BY REFERENCE
000830* THE OPERATOR ID IS THE MAKER ON AN A CARD AND THE CHECKER ON A
000840* P OR D CARD.  AN ADJUSTMENT OVER THE ADPARM APPROVAL LIMIT IS
000850* NOT APPLIED - IT GOES TO THE PENDING-APPROVAL FILE (ADPEND)
000860* AND MUST CARRY AN OPERATOR ID.  P AND D TAKE ONLY THE
000870* REFERENCE AND THE OPERATOR ID.
000880* THE EFFECTIVE DATE (YYYY-MM-DD) DATES AN ADJUSTMENT INTO AN
000890* ACCOUNTING PERIOD - BLANK MEANS TODAY.  AN ADJUSTMENT DATED
000895* INTO A CLOSED PERIOD (SEE ADPERCTL) IS REFUSED.
000900*----------------------------------------------------------------
001000 01  ADBALTRN-REC.
001100     05  ADBALTRN-FUNC              PIC X(01).
001200         88  ADBALTRN-LIST          VALUE 'L'.
001300         88  ADBALTRN-INQUIRE       VALUE 'I'.
001400         88  ADBALTRN-ADJUST        VALUE 'A'.
001450         88  ADBALTRN-APPROVE       VALUE 'P'.
001500         88  ADBALTRN-DECLINE       VALUE 'D'.
001550         88  ADBALTRN-FUNC-VALID    VALUE 'L' 'I' 'A' 'P' 'D'.
001600     05  ADBALTRN-RUN-ID            PIC X(08).
001700     05  ADBALTRN-ACCOUNT           PIC X(08).
001800     05  ADBALTRN-AMOUNT            PIC 9(11)V99.
002300         88  ADBALTRN-SIGN-MINUS    VALUE '-'.
002400         88  ADBALTRN-SIGN-VALID    VALUE '+' '-' ' '.
002500     05  ADBALTRN-REASON            PIC X(20).
002600     05  ADBALTRN-OPERATOR          PIC X(08).
002700     05  ADBALTRN-PEND-REF          PIC 9(09).
002800     05  ADBALTRN-PEND-REF-X REDEFINES ADBALTRN-PEND-REF
002900                                    PIC X(09).
003000     05  ADBALTRN-EFF-DATE          PIC X(10).
003100     05  FILLER                     PIC X(02).
