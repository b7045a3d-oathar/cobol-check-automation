000100*----------------------------------------------------------------
000200* ADSETSIG - SETTLED-PAIR SIGNATURE INDEX RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER NORMAL DETAIL PAIR
000400* ADDITION HAS SETTLED.  THE KEY LEADS WITH THE PAIRS
000500* SIGNATURE - ACCOUNT, A, B, OPERATION AND CURRENCY - THEN THE
000600* BUSINESS DATE, SO ONE START AT SIGNATURE PLUS THE FIRST DATE
000700* OF THE ADPARM LOOKBACK WINDOW FINDS EVERY SETTLEMENT OF THE
000800* SAME PAIR INSIDE THE WINDOW.  THE RUN-ID AND AUDIT SEQUENCE
000900* MAKE THE KEY UNIQUE AND POINT AT THE AUDIT INDEX ENTRY (SEE
001000* ADAUDIDX).  AN ADD IS CARRIED WITH A BLANK OPERATION CODE
001100* WHETHER IT WAS KEYED BLANK OR +.  REVERSALS ARE NOT ENTERED.
001200*----------------------------------------------------------------
001300 01  ADSETSIG-REC.
001400     05  ADSETSIG-KEY.
001500         10  ADSETSIG-SIG.
001600             15  ADSETSIG-ACCOUNT   PIC X(08).
001700             15  ADSETSIG-A         PIC S9(07)V99.
001800             15  ADSETSIG-B         PIC S9(07)V99.
001900             15  ADSETSIG-OP-CODE   PIC X(01).
002000             15  ADSETSIG-CURRENCY  PIC X(03).
002100         10  ADSETSIG-BUS-DATE      PIC X(10).
002200         10  ADSETSIG-RUN-ID        PIC X(08).
002300         10  ADSETSIG-SEQ-NO        PIC 9(09).
002400*    THE SOURCE FLAG OF THE SETTLED DETAIL (SEE ADDPAIR).
002500     05  ADSETSIG-SOURCE-FLAG       PIC X(01).
002600     05  FILLER                     PIC X(22).
