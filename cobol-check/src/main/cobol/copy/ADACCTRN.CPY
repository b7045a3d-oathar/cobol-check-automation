000800*   FUNCTION R = REOPEN A CLOSED ACCOUNT
000900* THE DESCRIPTION AND DEPARTMENT ARE ONLY USED BY A (AND THE
001000* DESCRIPTION MUST NOT BE BLANK THERE).  L TAKES NO OPERANDS.
001010*   FUNCTION P = APPROVE THE PENDING CLOSE/REOPEN QUOTED BY
001020*                REFERENCE
001030*   FUNCTION D = DECLINE THE PENDING CLOSE/REOPEN QUOTED BY
001040*                REFERENCE
001050* A CLOSE OR REOPEN IS NOT APPLIED WHEN KEYED - IT GOES TO THE
001060* PENDING-APPROVAL FILE (ADPEND) AND MUST CARRY THE MAKERS
001070* OPERATOR ID.  ON A P OR D CARD THE OPERATOR ID IS THE CHECKER
001080* AND MUST DIFFER FROM THE MAKER.
001082*   FUNCTION M = MERGE (OR RENUMBER) THE ACCOUNT INTO THE TARGET
001084*                ACCOUNT FROM THE EFFECTIVE DATE (BLANK = TODAY).
001086*                A TARGET NOT YET ON THE MASTER IS OPENED WITH
001088*                THE OLD DESCRIPTION AND DEPARTMENT (RENUMBER).
001090*                THE TARGET AND DATE RIDE IN THE DESCRIPTION
001092*                FIELD.  LIKE A CLOSE, A MERGE WAITS ON ADPEND
001094*                FOR A SECOND OPERATOR.
001100*----------------------------------------------------------------
001200 01  ADACCTRN-REC.
001300     05  ADACCTRN-FUNC              PIC X(01).
001600         88  ADACCTRN-ADD           VALUE 'A'.
001700         88  ADACCTRN-CLOSE         VALUE 'C'.
001800         88  ADACCTRN-REOPEN        VALUE 'R'.
001820         88  ADACCTRN-APPROVE       VALUE 'P'.
001840         88  ADACCTRN-DECLINE       VALUE 'D'.
001850         88  ADACCTRN-MERGE         VALUE 'M'.
001860         88  ADACCTRN-FUNC-VALID    VALUE 'L' 'I' 'A' 'C' 'R'
001880                                          'P' 'D' 'M'.
002000     05  ADACCTRN-ACCOUNT           PIC X(08).
002100     05  ADACCTRN-DESC              PIC X(30).
002110     05  ADACCTRN-MERGE-DATA REDEFINES ADACCTRN-DESC.
002120         10  ADACCTRN-TARGET        PIC X(08).
002130         10  ADACCTRN-EFF-DATE      PIC X(10).
002140         10  FILLER                 PIC X(12).
002200     05  ADACCTRN-DEPT              PIC X(08).
002300     05  ADACCTRN-OPERATOR          PIC X(08).
002400     05  ADACCTRN-PEND-REF          PIC 9(09).
002500     05  ADACCTRN-PEND-REF-X REDEFINES ADACCTRN-PEND-REF
002600                                    PIC X(09).
002700     05  FILLER                     PIC X(16).
