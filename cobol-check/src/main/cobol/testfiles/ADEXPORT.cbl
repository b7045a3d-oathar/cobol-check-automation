002100*                 SIGNED AMOUNTS CARRY AN EXPLICIT LEADING SIGN
002200*                 AND DECIMAL POINT, NEVER AN OVERPUNCH, SO THE
002300*                 PC SIDE READS THEM AS NUMBERS.
002325* 10/15/2026 RD   THE AUDIT RECORD IS 144 BYTES NOW (CHAIN ROW
002350*                 AND VALUE, SEE ADAUDIT).  FD WIDENED TO MATCH;
002375*                 THE EXPORT LAYOUT IS UNCHANGED.
002400
002500* REMARKS.
002600*     THE RUN-ID, DATE-RANGE AND MINIMUM-AMOUNT SELECTIONS
007400
007500 FD  AUDITF
007600     RECORDING MODE IS F
007700     RECORD CONTAINS 144 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900     COPY ADAUDIT.
008000
