000100*----------------------------------------------------------------
000200* ADAUDIDX - KEYED AUDIT HISTORY INDEX RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER AUDIT ROW EVER
000400* WRITTEN, KEYED RUN-ID/AUDIT SEQUENCE.  ADDITION WRITES THE
000500* ENTRY ALONGSIDE EACH AUDIT ROW AND, WHEN A REVERSAL IS
000600* ACCEPTED, STAMPS THE REVERSALS OWN RUN-ID/SEQUENCE ON THE
000700* ORIGINALS ENTRY - SO A LATER REVERSAL IS PROVED BY ONE KEYED
000800* READ INSTEAD OF A SCAN OF THE WHOLE HISTORY.  ADARCHIV MARKS
000900* THE ENTRY ARCHIVED WHEN IT MOVES THE ROW TO ADARCH - THE
001000* ENTRY ITSELF IS NEVER PURGED, SO THE INDEX COVERS LIVE AND
001100* ARCHIVED HISTORY ALIKE.  ADIDXBLD REBUILDS IT FROM AUDITF AND
001200* THE ARCHIVE IF IT IS EVER LOST.
001300*----------------------------------------------------------------
001400 01  ADAUDIDX-REC.
001500     05  ADAUDIDX-KEY.
001600         10  ADAUDIDX-RUN-ID        PIC X(08).
001700         10  ADAUDIDX-SEQ-NO        PIC 9(09).
001800     05  ADAUDIDX-BUS-DATE          PIC X(10).
001900     05  ADAUDIDX-A                 PIC S9(07)V99.
002000     05  ADAUDIDX-B                 PIC S9(07)V99.
002100     05  ADAUDIDX-OP-CODE           PIC X(01).
002200     05  ADAUDIDX-ACCOUNT           PIC X(08).
002300     05  ADAUDIDX-TRAN-TYPE         PIC X(01).
002400         88  ADAUDIDX-REVERSAL      VALUE 'R'.
002500     05  ADAUDIDX-CURRENCY          PIC X(03).
002600     05  ADAUDIDX-RATE              PIC 9(04)V9(06).
002700     05  ADAUDIDX-RATE-X REDEFINES ADAUDIDX-RATE
002800                                    PIC X(10).
002900     05  ADAUDIDX-LOCATION          PIC X(01).
003000         88  ADAUDIDX-LIVE          VALUE 'L'.
003100         88  ADAUDIDX-ARCHIVED      VALUE 'A'.
003200*    ON AN ORIGINAL THAT HAS BEEN BACKED OUT - THE RUN-ID AND
003300*    SEQUENCE OF THE REVERSAL THAT DID IT.  BLANK/ZERO MEANS
003400*    NOT REVERSED.
003500     05  ADAUDIDX-REV-RUN-ID        PIC X(08).
003600     05  ADAUDIDX-REV-SEQ-NO        PIC 9(09).
003700     05  FILLER                     PIC X(14).
