000100*----------------------------------------------------------------
000200* ADACRSCH - INTEREST AND SERVICE-CHARGE SCHEDULE RECORD
000300* KEYED (VSAM KSDS) FILE READ BY THE ADACCRUE ACCRUAL RUN.  THE
000400* SCHEDULE FOR AN ACCOUNT IS ITS OWN ACCOUNT RECORD (LEVEL A,
000500* CODE = ACCOUNT), ELSE ITS DEPARTMENTS RECORD (LEVEL D, CODE
000600* = ADACCMST-DEPT), ELSE THE DEFAULT TIER (LEVEL T, CODE
000700* BLANK).  LOADED FROM THE FINANCE DESKS SCHEDULE DECK.
000800*   CREDIT-RATE - ANNUAL PERCENTAGE PAID ON A POSITIVE BALANCE.
000900*   DEBIT-RATE  - ANNUAL PERCENTAGE CHARGED ON A NEGATIVE
001000*                 BALANCE.  EITHER MAY BE ZERO.
001100*   DAY-BASIS   - DAYS IN THE INTEREST YEAR, 360 OR 365 (BLANK
001200*                 OR ANYTHING ELSE = 365).  INTEREST FOR A DAY
001300*                 IS BALANCE * RATE / 100 / DAY-BASIS.
001400*   CHARGE-DAY  - DAY OF THE MONTH THE SERVICE CHARGE FALLS ON,
001500*                 1-31 (29-31 FALL ON THE LAST DAY OF A SHORTER
001600*                 MONTH).  ZERO OR BLANK = NO SERVICE CHARGE.
001700*   FEE-TYPE    - F FLAT CHARGE OF FEE-AMOUNT, P PERCENTAGE
001800*                 CHARGE OF FEE-PCT ON THE BALANCE (EITHER SIGN).
001900*----------------------------------------------------------------
002000 01  ADACRSCH-REC.
002100     05  ADACRSCH-KEY.
002200         10  ADACRSCH-LEVEL         PIC X(01).
002300             88  ADACRSCH-ACCOUNT-LEVEL VALUE 'A'.
002400             88  ADACRSCH-DEPT-LEVEL    VALUE 'D'.
002500             88  ADACRSCH-DEFAULT-TIER  VALUE 'T'.
002600         10  ADACRSCH-CODE          PIC X(08).
002700     05  ADACRSCH-DESC              PIC X(20).
002800     05  ADACRSCH-CREDIT-RATE       PIC 9(03)V9(04).
002900     05  ADACRSCH-CREDIT-RATE-X REDEFINES ADACRSCH-CREDIT-RATE
003000                                    PIC X(07).
003100     05  ADACRSCH-DEBIT-RATE        PIC 9(03)V9(04).
003200     05  ADACRSCH-DEBIT-RATE-X REDEFINES ADACRSCH-DEBIT-RATE
003300                                    PIC X(07).
003400     05  ADACRSCH-DAY-BASIS         PIC 9(03).
003500     05  ADACRSCH-DAY-BASIS-X REDEFINES ADACRSCH-DAY-BASIS
003600                                    PIC X(03).
003700     05  ADACRSCH-CHARGE-DAY        PIC 9(02).
003800     05  ADACRSCH-CHARGE-DAY-X REDEFINES ADACRSCH-CHARGE-DAY
003900                                    PIC X(02).
004000     05  ADACRSCH-FEE-TYPE          PIC X(01).
004100         88  ADACRSCH-FEE-FLAT      VALUE 'F'.
004200         88  ADACRSCH-FEE-PCT-OF-BAL VALUE 'P'.
004300     05  ADACRSCH-FEE-AMOUNT        PIC 9(05)V99.
004400     05  ADACRSCH-FEE-AMOUNT-X REDEFINES ADACRSCH-FEE-AMOUNT
004500                                    PIC X(07).
004600     05  ADACRSCH-FEE-PCT           PIC 9(02)V9(04).
004700     05  ADACRSCH-FEE-PCT-X REDEFINES ADACRSCH-FEE-PCT
004800                                    PIC X(06).
004900     05  FILLER                     PIC X(18).
