000100*----------------------------------------------------------------
000200* ADTBFIG - TRIAL BALANCE PERIOD-END FIGURES RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER PERIOD (YYYY-MM) AND
000400* ACCOUNT, WRITTEN BY THE ADTRLBAL TRIAL BALANCE.  EACH RUN SAVES
000500* THE PERIODS ACCOUNT TOTALS (THE BALANCE MASTER SUMMED ACROSS
000600* ALL RUN-IDS) AND COMPARES THEM WITH THE PRIOR PERIODS RECORDS.
000700* A RERUN FOR THE SAME PERIOD REPLACES ITS FIGURES.  THE
000800* DEPARTMENT AND STATUS ARE THE CHART-OF-ACCOUNTS VALUES AT THE
000900* TIME, SO AN ACCOUNT SINCE REMOVED FROM THE CHART STILL LISTS
001000* UNDER ITS OLD DEPARTMENT THE MONTH AFTER.
001100*----------------------------------------------------------------
001200 01  ADTBFIG-REC.
001300     05  ADTBFIG-KEY.
001400         10  ADTBFIG-PERIOD         PIC X(07).
001500         10  ADTBFIG-ACCOUNT        PIC X(08).
001600     05  ADTBFIG-DEPT               PIC X(08).
001700     05  ADTBFIG-ACCT-STATUS        PIC X(01).
001800     05  ADTBFIG-BALANCE            PIC S9(13)V99.
001900     05  ADTBFIG-TRAN-COUNT         PIC 9(09).
002000     05  ADTBFIG-SAVED-DATE         PIC X(10).
002100     05  FILLER                     PIC X(22).
