002000*                 REPORT OF EVERY DISAGREEMENT, AND ENDS WITH A
002100*                 SCHEDULER-TESTABLE CONDITION CODE - 0 CLEAN,
002200*                 8 ON ANY EXCEPTION.
002220* 10/15/2026 RD   THE ADJUSTMENT LOG RECORD IS 128 BYTES NOW - IT
002240*                 CARRIES THE MAKER/CHECKER OPERATOR IDS.  THE
002260*                 PROOF ITSELF IS UNCHANGED.
002270* 10/15/2026 RD   THE AUDIT RECORD AND THE ADJUSTMENT LOG RECORD
002280*                 ARE 144 BYTES NOW - BOTH CARRY A CHAIN ROW AND
002290*                 VALUE.  THE PROOF ITSELF IS UNCHANGED.
002291* 10/15/2026 RD   MERGE TRANSFERS.  ADACCMNT LOGS EACH BALANCE
002292*                 ROW IT MOVES FROM A MERGED ACCOUNT TO ITS
002293*                 TARGET AS A PAIR OF TRANSFER ROWS ON THE LOG,
002294*                 EACH CARRYING THE TRANSACTION COUNT MOVED.  THE
002295*                 PROOF NOW MOVES THE DERIVED COUNT WITH THEM, SO
002296*                 BOTH ACCOUNTS STILL PROVE AFTER A MERGE.
002300
002400* REMARKS.
002500*     THE MASTER CAN DRIFT FROM THE HISTORY - A POST SKIPPED
002800*     (WHICH IS AT LEAST LOGGED).  EACH MASTER RECORD IS PROVED
002900*     AGAINST THE SUM OF ITS AUDIT RESULTS PLUS ITS LOGGED
003000*     ADJUSTMENTS, AND ITS TRANSACTION COUNT AGAINST THE AUDIT
003100*     ROW COUNT (ADJUSTMENTS DO NOT STEP THE COUNT; MERGE
003150*     TRANSFERS LOGGED BY ADACCMNT MOVE IT).  MASTER
003200*     RECORDS WITH NO HISTORY, AND HISTORY WITH NO MASTER
003300*     RECORD, ARE EXCEPTIONS TOO.  DAMAGED (NON-NUMERIC) AUDIT
003400*     ROWS ARE COUNTED AND LEFT OUT WITH A WARNING.
006700
006800 FD  AUDITF
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 144 CHARACTERS
007100     LABEL RECORDS ARE STANDARD.
007200     COPY ADAUDIT.
007300
007400 FD  BALLOGF
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 144 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800     COPY ADBALLOG.
007900
011400*-----------------------------------------------------------------
011500* DERIVED BALANCES - ONE ENTRY PER RUN-ID/ACCOUNT ON THE
011600* HISTORY.  THE BALANCE IS THE SUM OF THE AUDIT RESULTS PLUS
011700* THE SIGNED ADJUSTMENTS; THE COUNT IS THE AUDIT ROW COUNT
011750* PLUS OR MINUS THE COUNTS MOVED BY MERGE TRANSFERS.
011800* THE SCAN GOES THROUGH A ONE-DEEP CACHE - HISTORY ARRIVES IN
011900* RUN/ACCOUNT CLUSTERS, SO THE LAST HIT USUALLY REPEATS.
011910* SIZED WELL PAST THE 10,000 ACCOUNT/OPERATION SCALE ADDITION
012300         10  BP-DV-RUN-ID            PIC X(08).
012400         10  BP-DV-ACCOUNT           PIC X(08).
012500         10  BP-DV-BALANCE           PIC S9(13)V99.
012600         10  BP-DV-TRAN-CNT          PIC S9(09) COMP.
012700         10  BP-DV-MATCHED-SW        PIC X(01).
012800 77  BP-DRV-MAX                      PIC 9(05) COMP VALUE 20000.
012900 77  BP-DRV-COUNT                    PIC 9(05) COMP VALUE ZERO.
037800* 3000-FOLD-IN-LOG
037900* FOLDS ONE LOGGED MANUAL ADJUSTMENT INTO ITS DERIVED BALANCE.
038000* ADJUSTMENTS DO NOT STEP THE TRANSACTION COUNT - ADBALMNT
038100* NEVER TOUCHES IT ON THE MASTER EITHER.  A MERGE TRANSFER
038150* (ADACCMNT) ALSO MOVES THE COUNT IT CARRIES - OFF THE OLD
038170* ACCOUNT ON THE OUT ROW, ONTO THE TARGET ON THE IN ROW.
038200*-----------------------------------------------------------------
038300 3000-FOLD-IN-LOG.
038400     ADD 1 TO BP-LOG-READ.
039500     IF BP-DRV-FOUND
039600         ADD BP-ADJ-SIGNED TO BP-DV-BALANCE (BP-DRV-HIT)
039700     END-IF.
039710     IF NOT BP-DRV-FOUND
039720         OR ADBALLOG-XFER-COUNT-X IS NOT NUMERIC
039730         GO TO 3000-NEXT
039740     END-IF.
039750     IF ADBALLOG-TRANSFER-IN
039760         ADD ADBALLOG-XFER-COUNT TO BP-DV-TRAN-CNT (BP-DRV-HIT)
039770     END-IF.
039780     IF ADBALLOG-TRANSFER-OUT
039790         SUBTRACT ADBALLOG-XFER-COUNT
039791             FROM BP-DV-TRAN-CNT (BP-DRV-HIT)
039792     END-IF.
039800 3000-NEXT.
039900     PERFORM 3100-READ-LOG THRU 3100-EXIT.
040000 3000-EXIT.
