001900*                 FEED JOB CAN BE HELD AUTOMATICALLY.
001910* 08/22/2026 RD   EXTRACT AMOUNTS ARE SIGNED NOW - THE NUMERIC
001920*                 TESTS AND THE PROOF TOTALS FOLLOW SUIT.
001930* 10/15/2026 RD   SETTLEMENT CYCLES.  EACH CYCLE CUTS ITS OWN
001940*                 EXTRACT; THE HEADER CYCLE IS ECHOED WITH THE
001950*                 RUN-ID AND DATE (BLANK, FROM BEFORE CYCLES,
001960*                 SHOWS AS CYCLE 1) AND AN UNREADABLE CYCLE
001970*                 FAILS THE EXTRACT.
002000
002100* REMARKS.
002200*     READS THE GL EXTRACT (ADEXTR) FRONT TO BACK.  FAILS, WITH
002500*     TRAILER (THE DOUBLE-APPEND CASE), HAS A SECOND HEADER OR
002600*     TRAILER, OR WHEN THE TRAILER COUNT OR HASH TOTAL DOES NOT
002700*     MATCH THE DETAILS PRESENT (THE TRUNCATION CASE).  THE
002750*     HEADER RUN-ID, BUSINESS DATE AND SETTLEMENT CYCLE ARE ECHOED
002800*     SO OPERATIONS CAN EYEBALL THAT THE RIGHT DAYS FILE IS BEING
002850*     POSTED.  A DATE SETTLED IN SEVERAL CYCLES HAS ONE EXTRACT
002900*     PER CYCLE, EACH VERIFIED BY ITS OWN STEP.
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
007500*------------------------------------------------------------------
007600 77  GV-TRL-COUNT                    PIC 9(09) VALUE ZERO.
007700 77  GV-TRL-HASH                     PIC S9(13)V99 VALUE ZERO.
007710
007720*------------------------------------------------------------------
007730* THE SETTLEMENT CYCLE THE HEADER NAMES
007740*------------------------------------------------------------------
007750 77  GV-HDR-CYCLE                    PIC X(01) VALUE SPACE.
007800
007900 PROCEDURE DIVISION.
008000
015500         SET GV-FAILED TO TRUE
015600     END-IF.
015700     SET GV-HEADER-SEEN TO TRUE.
015710     IF ADEXTR-HDR-CYCLE-X = SPACE
015720         MOVE '1' TO GV-HDR-CYCLE
015730     ELSE
015740         MOVE ADEXTR-HDR-CYCLE-X TO GV-HDR-CYCLE
015750     END-IF.
015800     DISPLAY 'ADGLVRFY - EXTRACT RUN-ID ' ADEXTR-HDR-RUN-ID
015820         ' BUSINESS DATE ' ADEXTR-HDR-BUS-DATE
015840         ' CYCLE ' GV-HDR-CYCLE.
015860     IF GV-HDR-CYCLE IS NOT NUMERIC
015880         OR GV-HDR-CYCLE = '0'
015900         DISPLAY 'ADGLVRFY - HEADER SETTLEMENT CYCLE NOT 1 - 9'
015920         SET GV-FAILED TO TRUE
015940     END-IF.
016000 3000-EXIT.
016100     EXIT.
016200
