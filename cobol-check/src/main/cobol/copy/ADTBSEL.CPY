000100*----------------------------------------------------------------
000200* ADTBSEL - DEPARTMENTAL TRIAL BALANCE SELECTION CARD
000300* ONE 80-BYTE CARD READ BY THE ADTRLBAL PROGRAM.
000400*   PERIOD    - THE MONTH THE TRIAL BALANCE IS TAKEN FOR, AS
000500*               YYYY-MM.  BLANK (OR A MISSING CARD, OR A MALFORMED
000600*               PERIOD) TAKES THE CURRENT CALENDAR MONTH.  THE
000700*               FIGURES ARE COMPARED WITH THE MONTH BEFORE IT.
000800*   TOL-PCT   - VARIANCE PERCENTAGE PAST WHICH A LINE IS MARKED
000900*               FOR REVIEW (999V99).  BLANK TAKES 10.00 PERCENT.
001000*   TOL-AMT   - A CHANGE NO BIGGER THAN THIS AMOUNT IS NEVER
001100*               MARKED, WHATEVER ITS PERCENTAGE (BLANK = NONE).
001200*   SAVE      - N FOR A TRIAL RUN THAT LEAVES THE PERIOD-END
001300*               FIGURES FILE ALONE (BLANK = SAVE THE FIGURES).
001400*----------------------------------------------------------------
001500 01  ADTBSEL-REC.
001600     05  ADTBSEL-PERIOD.
001700         10  ADTBSEL-PER-YYYY       PIC X(04).
001800         10  FILLER                 PIC X(01).
001900         10  ADTBSEL-PER-MM         PIC X(02).
002000     05  ADTBSEL-TOL-PCT            PIC 9(03)V99.
002100     05  ADTBSEL-TOL-PCT-X REDEFINES ADTBSEL-TOL-PCT
002200                                    PIC X(05).
002300     05  ADTBSEL-TOL-AMT            PIC 9(09)V99.
002400     05  ADTBSEL-TOL-AMT-X REDEFINES ADTBSEL-TOL-AMT
002500                                    PIC X(11).
002600     05  ADTBSEL-SAVE               PIC X(01).
002700         88  ADTBSEL-NO-SAVE        VALUE 'N'.
002800     05  FILLER                     PIC X(56).
