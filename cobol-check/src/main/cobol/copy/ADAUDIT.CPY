002000     05  ADAUDIT-RATE               PIC 9(04)V9(06).
002100     05  ADAUDIT-RATE-X REDEFINES ADAUDIT-RATE
002200                                    PIC X(10).
002202*    THE SOURCE FLAG IS THE ADDPAIR SOURCE FLAG OF THE PAIR THE
002204*    ROW WAS COMPUTED FROM (R RESUBMITTED, G GENERATED, S
002206*    RELEASED, A ACCRUAL - BLANK KEYED BY THE DESK, AND ON ROWS
002208*    CUT BEFORE THE FLAG WAS CARRIED).
002210*    THE RECORD IS 144 BYTES NOW (IT WAS 128).  EACH ROW CARRIES
002220*    ITS ROW NUMBER WITHIN THE RUN (1 UP) AND A CHAIN VALUE BUILT
002230*    FROM THE PREVIOUS ROWS CHAIN VALUE AND THIS ROWS FIRST 129
002240*    BYTES (ROW NUMBER INCLUDED), SO A CHANGED, DELETED OR
002250*    INSERTED ROW BREAKS THE CHAIN.  EACH RUN IS SEALED AT EOJ ON
002260*    SEALF (SEE ADSEAL) AND THE WHOLE TRAIL IS PROVED BY ADCHVRFY.
002270*    128-BYTE HISTORY MUST BE RECUT BLANK-PADDED - ITS ROWS CARRY
002280*    A BLANK CHAIN AND ARE COUNTED AS PRE-CHAIN, NOT CHECKED.
002290     05  ADAUDIT-SOURCE-FLAG        PIC X(01).
002292         88  ADAUDIT-ACCRUAL        VALUE 'A'.
002300     05  ADAUDIT-CHAIN-ROW          PIC 9(09).
002400     05  ADAUDIT-CHAIN-ROW-X REDEFINES ADAUDIT-CHAIN-ROW
002500                                    PIC X(09).
002600     05  ADAUDIT-CHAIN-VALUE        PIC 9(09).
002700     05  ADAUDIT-CHAIN-VALUE-X REDEFINES ADAUDIT-CHAIN-VALUE
002800                                    PIC X(09).
002900     05  FILLER                     PIC X(06).
