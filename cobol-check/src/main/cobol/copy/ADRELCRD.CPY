000100*----------------------------------------------------------------
000200* ADRELCRD - SUSPENSE RELEASE CARD
000300* ONE CARD PER HELD ITEM THE DESK HAS RULED ON, NAMING THE
000400* ITEM BY THE RUN-ID, BUSINESS DATE AND READ SEQUENCE IT WAS
000500* HELD UNDER (AS PRINTED ON ADDITIONS CONTROL REPORT SUSPENSE
000600* SECTION).  READ BY ADSUSREL.
000700*   ACTION R - RELEASE.  THE ITEM IS SPLICED INTO THE NEXT
000800*              TRANIN FLAGGED S AND SETTLES WITHOUT THE
000900*              DUPLICATE CHECKS.
001000*   ACTION C - CANCEL.  THE ITEM LEAVES THE QUEUE FOR GOOD.
001100* THE OPERATOR ID AND NOTE PRINT ON THE RELEASE REPORT.
001200*----------------------------------------------------------------
001300 01  ADRELCRD-REC.
001400     05  ADRELCRD-ACTION            PIC X(01).
001500         88  ADRELCRD-RELEASE       VALUE 'R'.
001600         88  ADRELCRD-CANCEL        VALUE 'C'.
001700         88  ADRELCRD-ACTION-VALID  VALUE 'R' 'C'.
001800     05  ADRELCRD-ITEM.
001900         10  ADRELCRD-RUN-ID        PIC X(08).
002000         10  ADRELCRD-BUS-DATE      PIC X(10).
002100         10  ADRELCRD-SEQ-NO        PIC 9(09).
002200         10  ADRELCRD-SEQ-NO-X REDEFINES
002300             ADRELCRD-SEQ-NO        PIC X(09).
002400     05  ADRELCRD-OPERATOR          PIC X(08).
002500     05  ADRELCRD-NOTE              PIC X(30).
002600     05  FILLER                     PIC X(14).
