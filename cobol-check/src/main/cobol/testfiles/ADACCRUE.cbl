000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADACCRUE.
000300 AUTHOR. R-DUNMORE.
000400 INSTALLATION. DAYLIGHT SETTLEMENT - BATCH CONTROL GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700
000800*-----------------------------------------------------------------
000900* MODIFICATION HISTORY
001000*-----------------------------------------------------------------
001100* DATE       INIT DESCRIPTION
001200* ---------- ---- ------------------------------------------------
001300* 10/15/2026 RD   ORIGINAL VERSION.  INTEREST AND SERVICE-CHARGE
001400*                 ACCRUAL - NO LONGER WORKED OUT IN A SPREADSHEET
001500*                 AND KEYED BY HAND.  TOTALS EACH ACCOUNTS
001600*                 BALANCE ACROSS THE BALANCE MASTER, FINDS ITS
001700*                 SCHEDULE (ADACRSCH - ACCOUNT, DEPARTMENT OR
001800*                 DEFAULT TIER), ACCRUES INTEREST FOR THE DAYS
001900*                 SINCE THE LAST ACCRUAL AND THE SERVICE CHARGE
002000*                 WHEN ITS CHARGE DAY FALLS DUE, AND EMITS EACH
002100*                 AS AN ADDPAIR DETAIL FLAGGED A AHEAD OF THE
002200*                 DAYS TRANIN - THE SAME SPLICE SHAPE AS
002300*                 ADSTDGEN.  ADDITION PRINTS AND AUDITS THEM AS
002400*                 ACR.  EVERY CALCULATION PRINTS ON THE ACCRUAL
002500*                 REGISTER.
002600
002700* REMARKS.
002800*     THE BUSINESS DATE COMES FROM THE ADPARM CARD (BLANK =
002900*     TODAY).  INTEREST IS ACCRUED FROM THE DAY AFTER THE DATE ON
003000*     THE ACCRUAL CONTROL RECORD (ADACRCTL) THROUGH THE BUSINESS
003100*     DATE - SO MONDAYS RUN CARRIES SATURDAY AND SUNDAY, AND A
003200*     HOLIDAY OR A MISSED RUN IS CARRIED BY THE NEXT RUN.  WHEN
003300*     THE NEXT WEEKDAY FALLS IN A NEW MONTH THE RUN ACCRUES
003400*     THROUGH MONTH END INSTEAD, SO EACH MONTHS INTEREST LANDS IN
003500*     THAT MONTH.  WITH NO CONTROL RECORD (THE FIRST RUN) THE
003600*     DAYS SINCE THE PREVIOUS WEEKDAYS RUN ARE ACCRUED.  A RUN
003700*     FOR DAYS ALREADY ACCRUED EMITS NOTHING (CONDITION CODE 4)
003800*     UNLESS ADPARM FORCE-RUN IS Y, WHICH ACCRUES THE SAME DAYS
003900*     AS THE RUN BEFORE IT AGAIN - FOR USE ONLY WHEN THAT RUNS
004000*     PAIRS NEVER SETTLED.
004100*     THE BALANCE IS THE ACCOUNTS TOTAL ACROSS EVERY RUN-ID ON
004200*     BALMSTF AS IT STANDS, APPLIED TO EVERY DAY ACCRUED.  A
004300*     POSITIVE BALANCE EARNS THE CREDIT RATE, A NEGATIVE ONE IS
004400*     CHARGED THE DEBIT RATE, ROUNDED TO THE CENT.  THE SERVICE
004500*     CHARGE IS TAKEN WHEN THE SCHEDULES CHARGE DAY FALLS WITHIN
004600*     THE DAYS ACCRUED.  CLOSED ACCOUNTS AND ACCOUNTS NOT ON THE
004700*     CHART ARE LISTED AND SKIPPED.  ENDS WITH CONDITION CODE 8
004800*     WHEN THE BALANCE MASTER OR SCHEDULE CANNOT BE OPENED, 4
004900*     WHEN ANY ACCOUNT WITH A BALANCE WAS LEFT UNACCRUED.
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500 SPECIAL-NAMES.
005600     C01 IS TOP-OF-PAGE.
005700
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT OPTIONAL CTLCARD
006100         ASSIGN TO CTLCARD
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS AC-CTLCARD-STATUS.
006400
006500     SELECT OPTIONAL ACRCTLIN
006600         ASSIGN TO ACRCTLF
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS AC-ACRCTLIN-STATUS.
006900
007000     SELECT ACRCTLOUT
007100         ASSIGN TO ACRCTLF
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS AC-ACRCTLOUT-STATUS.
007400
007500     SELECT BALMSTF
007600         ASSIGN TO BALMSTF
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ADBALMST-KEY
008000         FILE STATUS IS AC-BALMSTF-STATUS.
008100
008200     SELECT ACCTMSTF
008300         ASSIGN TO ACCTMSTF
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS ADACCMST-KEY
008700         FILE STATUS IS AC-ACCTMSTF-STATUS.
008800
008900     SELECT SCHEDF
009000         ASSIGN TO SCHEDF
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS ADACRSCH-KEY
009400         FILE STATUS IS AC-SCHEDF-STATUS.
009500
009600     SELECT TRANIN
009700         ASSIGN TO TRANIN
009800         ORGANIZATION IS SEQUENTIAL.
009900
010000     SELECT MERGEOUT
010100         ASSIGN TO MERGEOUT
010200         ORGANIZATION IS SEQUENTIAL.
010300
010400     SELECT ACRRPT
010500         ASSIGN TO ACRRPT
010600         ORGANIZATION IS LINE SEQUENTIAL.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000
011100 FD  CTLCARD
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 80 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500     COPY ADPARM.
011600
011700 FD  ACRCTLIN
011800     RECORDING MODE IS F
011900     RECORD CONTAINS 80 CHARACTERS
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ADACRCTL.
012200
012300 FD  ACRCTLOUT
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 80 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700     COPY ADACRCTL.
012800
012900 FD  BALMSTF
013000     RECORD CONTAINS 80 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013200     COPY ADBALMST.
013300
013400 FD  ACCTMSTF
013500     RECORD CONTAINS 80 CHARACTERS
013600     LABEL RECORDS ARE STANDARD.
013700     COPY ADACCMST.
013800
013900 FD  SCHEDF
014000     RECORD CONTAINS 80 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200     COPY ADACRSCH.
014300
014400 FD  TRANIN
014500     RECORDING MODE IS F
014600     RECORD CONTAINS 80 CHARACTERS
014700     LABEL RECORDS ARE STANDARD.
014800 01  TRANIN-REC                      PIC X(80).
014900
015000 FD  MERGEOUT
015100     RECORDING MODE IS F
015200     RECORD CONTAINS 80 CHARACTERS
015300     LABEL RECORDS ARE STANDARD.
015400     COPY ADDPAIR.
015500
015600 FD  ACRRPT
015700     RECORD CONTAINS 132 CHARACTERS
015800     LABEL RECORDS ARE STANDARD.
015900 01  ACRRPT-LINE                     PIC X(132).
016000
016100 WORKING-STORAGE SECTION.
016200
016300*-----------------------------------------------------------------
016400* FILE STATUS AND SWITCHES
016500*-----------------------------------------------------------------
016600 77  AC-CTLCARD-STATUS               PIC X(02) VALUE "00".
016700 77  AC-ACRCTLIN-STATUS              PIC X(02) VALUE "00".
016800 77  AC-ACRCTLOUT-STATUS             PIC X(02) VALUE "00".
016900 77  AC-BALMSTF-STATUS               PIC X(02) VALUE "00".
017000 77  AC-ACCTMSTF-STATUS              PIC X(02) VALUE "00".
017100 77  AC-SCHEDF-STATUS                PIC X(02) VALUE "00".
017200 77  AC-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
017300     88  AC-CARD-EOF                 VALUE 'Y'.
017400 77  AC-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
017500     88  AC-CTL-EOF                  VALUE 'Y'.
017600 77  AC-CTL-FOUND-SW                  PIC X(01) VALUE 'N'.
017700     88  AC-CTL-FOUND                VALUE 'Y'.
017800 77  AC-CHART-EOF-SW                  PIC X(01) VALUE 'N'.
017900     88  AC-CHART-EOF                VALUE 'Y'.
018000 77  AC-MASTER-EOF-SW                 PIC X(01) VALUE 'N'.
018100     88  AC-MASTER-EOF               VALUE 'Y'.
018200 77  AC-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
018300     88  AC-TRAN-EOF                 VALUE 'Y'.
018400 77  AC-BALMST-OPEN-SW                PIC X(01) VALUE 'N'.
018500     88  AC-BALMST-OPEN              VALUE 'Y'.
018600 77  AC-ACCTMST-OPEN-SW               PIC X(01) VALUE 'N'.
018700     88  AC-ACCTMST-OPEN             VALUE 'Y'.
018800 77  AC-SCHEDF-OPEN-SW                PIC X(01) VALUE 'N'.
018900     88  AC-SCHEDF-OPEN              VALUE 'Y'.
019000 77  AC-ACCRUING-SW                   PIC X(01) VALUE 'N'.
019100     88  AC-ACCRUING                 VALUE 'Y'.
019200 77  AC-FORCED-SW                     PIC X(01) VALUE 'N'.
019300     88  AC-FORCED                   VALUE 'Y'.
019400 77  AC-FORCE-ASKED-SW                PIC X(01) VALUE 'N'.
019500     88  AC-FORCE-ASKED              VALUE 'Y'.
019600 77  AC-SCHED-FOUND-SW                PIC X(01) VALUE 'N'.
019700     88  AC-SCHED-FOUND              VALUE 'Y'.
019800 77  AC-FEE-DUE-SW                    PIC X(01) VALUE 'N'.
019900     88  AC-FEE-DUE                  VALUE 'Y'.
020000 77  AC-ACCT-FOUND-SW                 PIC X(01) VALUE 'N'.
020100     88  AC-ACCT-FOUND               VALUE 'Y'.
020200 77  AC-ACCT-FULL-TOLD-SW             PIC X(01) VALUE 'N'.
020300     88  AC-ACCT-FULL-TOLD           VALUE 'Y'.
020400 77  AC-CONV-OK-SW                    PIC X(01) VALUE 'N'.
020500     88  AC-CONV-OK                  VALUE 'Y'.
020600 77  AC-WARNING-SW                    PIC X(01) VALUE 'N'.
020700     88  AC-WARNING-RAISED           VALUE 'Y'.
020800 77  AC-SEVERE-SW                     PIC X(01) VALUE 'N'.
020900     88  AC-SEVERE-RAISED            VALUE 'Y'.
021000
021100*-----------------------------------------------------------------
021200* THE ACCRUAL WINDOW - INTEREST RUNS FROM THE DAY AFTER THE FROM
021300* DATE THROUGH THE THRU DATE, AC-DAYS DAYS IN ALL.  THE SERVICE
021400* CHARGE IS DUE WHEN ITS DATE IN EITHER MONTH THE WINDOW TOUCHES
021500* FALLS INSIDE IT.
021600*-----------------------------------------------------------------
021700 77  AC-BUS-DATE                     PIC X(10) VALUE SPACES.
021800 77  AC-BUS-INT                      PIC 9(08) COMP VALUE ZERO.
021900 77  AC-FROM-DATE                    PIC X(10) VALUE SPACES.
022000 77  AC-FROM-INT                     PIC 9(08) COMP VALUE ZERO.
022100 77  AC-THRU-DATE                    PIC X(10) VALUE SPACES.
022200 77  AC-THRU-INT                     PIC 9(08) COMP VALUE ZERO.
022300 77  AC-DAYS                         PIC S9(05) COMP VALUE ZERO.
022400 77  AC-WIN-YM-1                     PIC 9(06) VALUE ZERO.
022500 77  AC-WIN-LAST-1                   PIC 9(02) VALUE ZERO.
022600 77  AC-WIN-YM-2                     PIC 9(06) VALUE ZERO.
022700 77  AC-WIN-LAST-2                   PIC 9(02) VALUE ZERO.
022800 77  AC-CHG-YM                       PIC 9(06) VALUE ZERO.
022900 77  AC-CHG-LAST                     PIC 9(02) VALUE ZERO.
023000 77  AC-CHG-DAY                      PIC 9(02) VALUE ZERO.
023100 77  AC-CHG-INT                      PIC 9(08) COMP VALUE ZERO.
023200 77  AC-CHG-DATE                     PIC X(10) VALUE SPACES.
023300
023400*-----------------------------------------------------------------
023500* CALENDAR WORK FOR 6200 - A DAY, ITS DAY OF WEEK (1 MONDAY -
023600* 7 SUNDAY), THE NEXT OR PREVIOUS WEEKDAY, AND THE DATE A RUN ON
023700* THAT DAY ACCRUES THROUGH.
023800*-----------------------------------------------------------------
023900 77  AC-DAY-INT                      PIC 9(08) COMP VALUE ZERO.
024000 77  AC-DAY-DOW                      PIC 9(01) VALUE ZERO.
024100 77  AC-DAY-YM                       PIC 9(06) VALUE ZERO.
024200 77  AC-NEXT-INT                     PIC 9(08) COMP VALUE ZERO.
024300 77  AC-DAY-THRU-INT                 PIC 9(08) COMP VALUE ZERO.
024400
024500*-----------------------------------------------------------------
024600* DATE CONVERSION WORK FIELDS, AS IN THE REST OF THE SUITE
024700*-----------------------------------------------------------------
024800 01  AC-CONV-DATE.
024900     05  AC-CV-YYYY                  PIC X(04).
025000     05  FILLER                      PIC X(01).
025100     05  AC-CV-MM                    PIC X(02).
025200     05  FILLER                      PIC X(01).
025300     05  AC-CV-DD                    PIC X(02).
025400 01  AC-CONV-YMD                     PIC 9(08).
025500 01  AC-CONV-YMD-R REDEFINES AC-CONV-YMD.
025600     05  AC-CY-YM                    PIC 9(06).
025700     05  AC-CY-DD                    PIC 9(02).
025800 01  AC-CONV-YMD-P REDEFINES AC-CONV-YMD.
025900     05  AC-CY-YYYY                  PIC 9(04).
026000     05  AC-CY-MM                    PIC 9(02).
026100     05  FILLER                      PIC 9(02).
026200 77  AC-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
026300
026400*-----------------------------------------------------------------
026500* ONE ENTRY PER ACCOUNT, AS IN ADTRLBAL.  THE CHART-OF-ACCOUNTS
026600* ACCOUNTS ARE LOADED FIRST, IN KEY ORDER, SO THAT PART OF THE
026700* TABLE (1 THRU AC-CHART-COUNT) IS SEARCHED BY HALVING.
026800* ACCOUNTS MET ON THE BALANCE MASTER BUT NOT ON THE CHART ARE
026900* ADDED AFTER IT AND SEARCHED ONE BY ONE.  THE LAST HIT IS
027000* CACHED - THE BALANCE MASTER ARRIVES RUN BY RUN IN ACCOUNT
027100* ORDER.
027200*-----------------------------------------------------------------
027300 01  AC-ACCT-TABLE.
027400     05  AC-ACCT-ENTRY OCCURS 10000 TIMES.
027500         10  AC-AC-ACCOUNT           PIC X(08).
027600         10  AC-AC-DEPT              PIC X(08).
027700         10  AC-AC-STATUS            PIC X(01).
027800             88  AC-AC-CLOSED        VALUE 'C'.
027900             88  AC-AC-NOT-ON-CHART  VALUE '*'.
028000         10  AC-AC-BALANCE           PIC S9(13)V99.
028100         10  AC-AC-ROWS              PIC 9(07) COMP.
028200 77  AC-ACCT-MAX                     PIC 9(05) COMP VALUE 10000.
028300 77  AC-ACCT-COUNT                   PIC 9(05) COMP VALUE ZERO.
028400 77  AC-CHART-COUNT                  PIC 9(05) COMP VALUE ZERO.
028500 77  AC-EXTRA-START                  PIC 9(05) COMP VALUE ZERO.
028600 77  AC-ACCT-SUB                     PIC 9(05) COMP VALUE ZERO.
028700 77  AC-ACCT-HIT-SUB                 PIC 9(05) COMP VALUE ZERO.
028800 77  AC-ACCT-LAST-HIT                PIC 9(05) COMP VALUE ZERO.
028900 77  AC-LO                           PIC 9(05) COMP VALUE ZERO.
029000 77  AC-HI                           PIC 9(05) COMP VALUE ZERO.
029100 77  AC-MID                          PIC 9(05) COMP VALUE ZERO.
029200 77  AC-SRCH-ACCOUNT                 PIC X(08) VALUE SPACES.
029300
029400*-----------------------------------------------------------------
029500* THE ACCOUNT BEING ACCRUED - ITS SCHEDULE TERMS AND RESULTS
029600*-----------------------------------------------------------------
029700 77  AC-BALANCE                      PIC S9(13)V99 VALUE ZERO.
029800 77  AC-ABS-BALANCE                  PIC 9(13)V99 VALUE ZERO.
029900 77  AC-RATE                         PIC 9(03)V9(04) VALUE ZERO.
030000 77  AC-BASIS                        PIC 9(03) VALUE 365.
030100 77  AC-INTEREST                     PIC S9(09)V99 VALUE ZERO.
030200 77  AC-FEE                          PIC S9(09)V99 VALUE ZERO.
030300 77  AC-PAIR-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
030400 77  AC-PAIR-LIMIT                   PIC 9(07)V99
030500             VALUE 9999999.99.
030600
030700*-----------------------------------------------------------------
030800* COUNTS AND TOTALS FOR THE EOJ SUMMARY
030900*-----------------------------------------------------------------
031000 77  AC-ROWS-READ                    PIC 9(09) COMP VALUE ZERO.
031100 77  AC-ROWS-DAMAGED                 PIC 9(09) COMP VALUE ZERO.
031200 77  AC-ROWS-DROPPED                 PIC 9(09) COMP VALUE ZERO.
031300 77  AC-ACCTS-ACCRUED                PIC 9(09) COMP VALUE ZERO.
031400 77  AC-ACCTS-CLOSED                 PIC 9(09) COMP VALUE ZERO.
031500 77  AC-ACCTS-OFF-CHART              PIC 9(09) COMP VALUE ZERO.
031600 77  AC-ACCTS-NO-SCHED               PIC 9(09) COMP VALUE ZERO.
031700 77  AC-ACCTS-BAD-SCHED              PIC 9(09) COMP VALUE ZERO.
031800 77  AC-INT-PAIRS                    PIC 9(09) COMP VALUE ZERO.
031900 77  AC-FEE-PAIRS                    PIC 9(09) COMP VALUE ZERO.
032000 77  AC-TOO-LARGE                    PIC 9(09) COMP VALUE ZERO.
032100 77  AC-TRANS-COPIED                 PIC 9(09) COMP VALUE ZERO.
032200 77  AC-TOT-CREDIT-INT               PIC S9(11)V99 VALUE ZERO.
032300 77  AC-TOT-DEBIT-INT                PIC S9(11)V99 VALUE ZERO.
032400 77  AC-TOT-FEES                     PIC S9(11)V99 VALUE ZERO.
032500 77  AC-TOT-NET                      PIC S9(11)V99 VALUE ZERO.
032600
032700*-----------------------------------------------------------------
032800* REPORT PAGE / LINE CONTROL
032900*-----------------------------------------------------------------
033000 77  AC-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
033100 77  AC-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
033200 77  AC-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
033300
033400*-----------------------------------------------------------------
033500* SYSTEM DATE FOR THE HEADING AND THE DEFAULT BUSINESS DATE
033600*-----------------------------------------------------------------
033700 01  AC-SYSTEM-DATE.
033800     05  AC-SYS-YY                   PIC 9(02).
033900     05  AC-SYS-MM                   PIC 9(02).
034000     05  AC-SYS-DD                   PIC 9(02).
034100 01  AC-HDG-DATE                     PIC X(10).
034200 01  AC-TODAY                        PIC X(10).
034300
034400*-----------------------------------------------------------------
034500* PRINT LINE LAYOUTS FOR ACRRPT
034600*-----------------------------------------------------------------
034700 01  AC-HDG1.
034800     05  FILLER                      PIC X(01) VALUE SPACE.
034900     05  FILLER                      PIC X(44)
035000             VALUE 'ADACCRUE - INTEREST AND CHARGE ACCRUAL'.
035100     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
035200     05  AC-HDG1-DATE                PIC X(10).
035300     05  FILLER                      PIC X(03) VALUE SPACES.
035400     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
035500     05  AC-HDG1-PAGE                PIC ZZZZ9.
035600
035700 01  AC-PARM-LINE.
035800     05  FILLER                      PIC X(02) VALUE SPACES.
035900     05  FILLER                      PIC X(15)
036000             VALUE 'BUSINESS DATE: '.
036100     05  AC-PARM-DATE                PIC X(10).
036200     05  FILLER                      PIC X(17)
036300             VALUE '  ACCRUING AFTER '.
036400     05  AC-PARM-FROM                PIC X(10).
036500     05  FILLER                      PIC X(09)
036600             VALUE ' THROUGH '.
036700     05  AC-PARM-THRU                PIC X(10).
036800     05  FILLER                      PIC X(09)
036900             VALUE '   DAYS: '.
037000     05  AC-PARM-DAYS                PIC ZZZZ9-.
037100     05  FILLER                      PIC X(02) VALUE SPACES.
037200     05  AC-PARM-NOTE                PIC X(30).
037300
037400 01  AC-HDG2.
037500     05  FILLER                      PIC X(02) VALUE SPACES.
037600     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
037700     05  FILLER                      PIC X(10) VALUE 'DEPT'.
037800     05  FILLER                      PIC X(12) VALUE 'SCHEDULE'.
037900     05  FILLER                      PIC X(18)
038000             VALUE '         BALANCE'.
038100     05  FILLER                      PIC X(10) VALUE 'ACCRUAL'.
038200     05  FILLER                      PIC X(10) VALUE '  RATE %'.
038300     05  FILLER                      PIC X(05) VALUE 'BASE'.
038400     05  FILLER                      PIC X(05) VALUE 'DAYS'.
038500     05  FILLER                      PIC X(15)
038600             VALUE '       AMOUNT'.
038700     05  FILLER                      PIC X(04) VALUE 'NOTE'.
038800
038900 01  AC-DTL-LINE.
039000     05  FILLER                      PIC X(02) VALUE SPACES.
039100     05  AC-DTL-ACCOUNT              PIC X(08).
039200     05  FILLER                      PIC X(02) VALUE SPACES.
039300     05  AC-DTL-DEPT                 PIC X(08).
039400     05  FILLER                      PIC X(02) VALUE SPACES.
039500     05  AC-DTL-SCHED.
039600         10  AC-DTL-LEVEL            PIC X(01).
039700         10  FILLER                  PIC X(01) VALUE SPACE.
039800         10  AC-DTL-CODE             PIC X(08).
039900     05  FILLER                      PIC X(02) VALUE SPACES.
040000     05  AC-DTL-BALANCE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
040100     05  AC-DTL-BALANCE-X REDEFINES AC-DTL-BALANCE
040200                                     PIC X(17).
040300     05  FILLER                      PIC X(02) VALUE SPACES.
040400     05  AC-DTL-KIND                 PIC X(08).
040500     05  FILLER                      PIC X(02) VALUE SPACES.
040600     05  AC-DTL-RATE                 PIC ZZ9.9999.
040700     05  AC-DTL-RATE-X REDEFINES AC-DTL-RATE
040800                                     PIC X(08).
040900     05  FILLER                      PIC X(02) VALUE SPACES.
041000     05  AC-DTL-BASIS                PIC ZZ9.
041100     05  AC-DTL-BASIS-X REDEFINES AC-DTL-BASIS
041200                                     PIC X(03).
041300     05  FILLER                      PIC X(02) VALUE SPACES.
041400     05  AC-DTL-DAYS                 PIC ZZ9.
041500     05  AC-DTL-DAYS-X REDEFINES AC-DTL-DAYS
041600                                     PIC X(03).
041700     05  FILLER                      PIC X(02) VALUE SPACES.
041800     05  AC-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
041900     05  AC-DTL-AMOUNT-X REDEFINES AC-DTL-AMOUNT
042000                                     PIC X(13).
042100     05  FILLER                      PIC X(02) VALUE SPACES.
042200     05  AC-DTL-NOTE                 PIC X(30).
042300
042400 01  AC-SUMMARY-LINE.
042500     05  FILLER                      PIC X(02) VALUE SPACES.
042600     05  AC-SUM-LABEL                PIC X(34).
042700     05  AC-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
042800
042900 01  AC-SUM-AMT-LINE.
043000     05  FILLER                      PIC X(02) VALUE SPACES.
043100     05  AC-SUMA-LABEL               PIC X(34).
043200     05  AC-SUMA-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
043300
043400 PROCEDURE DIVISION.
043500
043600*-----------------------------------------------------------------
043700* 0000-MAINLINE
043800* DRIVES THE ENTIRE RUN - THE ACCOUNTS AND THEIR BALANCES ARE
043900* GATHERED, THE ACCRUALS GO OUT FIRST, THEN THE DAYS TRANIN
044000* BEHIND THEM, THE SAME SHAPE AS ADSTDGEN.
044100*-----------------------------------------------------------------
044200 0000-MAINLINE.
044300     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
044400     PERFORM 2000-LOAD-CHART THRU 2000-EXIT.
044500     PERFORM 3000-LOAD-BALANCES THRU 3000-EXIT.
044600     IF AC-ACCRUING
044700         PERFORM 4000-ACCRUE-ACCOUNT THRU 4000-EXIT
044800             VARYING AC-ACCT-SUB FROM 1 BY 1
044900             UNTIL AC-ACCT-SUB GREATER THAN AC-ACCT-COUNT
045000     END-IF.
045100     PERFORM 7000-COPY-TRANIN THRU 7000-EXIT
045200         UNTIL AC-TRAN-EOF.
045300     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
045400     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
045500     GOBACK.
045600
045700*-----------------------------------------------------------------
045800* 1000-INITIALIZE-RTN
045900* OPENS THE FILES, RESOLVES THE BUSINESS DATE AND THE ACCRUAL
046000* WINDOW, AND PRIMES THE TRANIN READ.  WITHOUT THE BALANCE
046100* MASTER OR THE SCHEDULE NOTHING IS ACCRUED AND TRANIN COPIES
046200* THROUGH UNCHANGED.
046300*-----------------------------------------------------------------
046400 1000-INITIALIZE-RTN.
046500     ACCEPT AC-SYSTEM-DATE FROM DATE.
046600     STRING
046700         AC-SYS-MM '/' AC-SYS-DD '/' '20' AC-SYS-YY
046800         DELIMITED BY SIZE INTO AC-HDG-DATE
046900     END-STRING.
047000     MOVE AC-HDG-DATE TO AC-HDG1-DATE.
047100     STRING
047200         '20' AC-SYS-YY '-' AC-SYS-MM '-' AC-SYS-DD
047300         DELIMITED BY SIZE INTO AC-TODAY
047400     END-STRING.
047500     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
047600     IF AC-BUS-DATE = SPACES
047700         MOVE AC-TODAY TO AC-BUS-DATE
047800     END-IF.
047900     MOVE AC-BUS-DATE TO AC-CONV-DATE.
048000     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
048100     IF NOT AC-CONV-OK
048200         DISPLAY 'ADACCRUE - BUSINESS DATE ' AC-BUS-DATE
048300             ' IS NOT A DATE - USING TODAY'
048400         MOVE AC-TODAY TO AC-BUS-DATE
048500         MOVE AC-BUS-DATE TO AC-CONV-DATE
048600         PERFORM 6000-DATE-TO-INT THRU 6000-EXIT
048700     END-IF.
048800     MOVE AC-CONV-INT TO AC-BUS-INT.
048900     OPEN INPUT BALMSTF.
049000     IF AC-BALMSTF-STATUS = '00' OR '05'
049100         SET AC-BALMST-OPEN TO TRUE
049200     ELSE
049300         DISPLAY 'ADACCRUE - BALMSTF OPEN FAILED, STATUS = '
049400             AC-BALMSTF-STATUS
049500         SET AC-SEVERE-RAISED TO TRUE
049600     END-IF.
049700     OPEN INPUT ACCTMSTF.
049800     IF AC-ACCTMSTF-STATUS = '00' OR '05'
049900         SET AC-ACCTMST-OPEN TO TRUE
050000     ELSE
050100         DISPLAY 'ADACCRUE - ACCTMSTF OPEN FAILED, STATUS = '
050200             AC-ACCTMSTF-STATUS
050300         DISPLAY 'ADACCRUE - NO ACCOUNT CAN BE PROVED OPEN'
050400         SET AC-WARNING-RAISED TO TRUE
050500     END-IF.
050600     OPEN INPUT SCHEDF.
050700     IF AC-SCHEDF-STATUS = '00' OR '05'
050800         SET AC-SCHEDF-OPEN TO TRUE
050900     ELSE
051000         DISPLAY 'ADACCRUE - SCHEDF OPEN FAILED, STATUS = '
051100             AC-SCHEDF-STATUS
051200         SET AC-SEVERE-RAISED TO TRUE
051300     END-IF.
051400     OPEN INPUT TRANIN.
051500     OPEN OUTPUT MERGEOUT.
051600     OPEN OUTPUT ACRRPT.
051700     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
051800     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
051900     PERFORM 7100-READ-TRANIN THRU 7100-EXIT.
052000 1000-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------------
052400* 1100-READ-CTLCARD
052500* THE BUSINESS DATE AND THE FORCE-RUN FLAG OFF THE ADPARM CARD
052600* - BLANK OR NO CARD MEANS TODAY, NOT FORCED.
052700*-----------------------------------------------------------------
052800 1100-READ-CTLCARD.
052900     OPEN INPUT CTLCARD.
053000     IF AC-CTLCARD-STATUS NOT = '00'
053100         CLOSE CTLCARD
053200         GO TO 1100-EXIT
053300     END-IF.
053400     READ CTLCARD
053500         AT END SET AC-CARD-EOF TO TRUE
053600     END-READ.
053700     IF NOT AC-CARD-EOF
053800         IF ADPARM-BUS-DATE NOT = SPACES
053900             MOVE ADPARM-BUS-DATE TO AC-BUS-DATE
054000         END-IF
054100         IF ADPARM-FORCE-RUN-YES
054200             SET AC-FORCE-ASKED TO TRUE
054300         END-IF
054400     END-IF.
054500     CLOSE CTLCARD.
054600 1100-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------------
055000* 1200-SET-WINDOW
055100* THE THRU DATE IS WHERE A RUN ON THE BUSINESS DATE ACCRUES TO
055200* (SEE 6200).  THE FROM DATE IS THE THRU DATE OF THE LAST RUN,
055300* OFF THE CONTROL RECORD - OR, THE FIRST TIME, THE THRU DATE A
055400* RUN ON THE PREVIOUS WEEKDAY WOULD HAVE HAD.  NOTHING LEFT TO
055500* ACCRUE IS REPORTED AND WARNED; A FORCED RUN FOR THE SAME
055600* BUSINESS DATE TAKES THE LAST RUNS WINDOW AGAIN.
055700*-----------------------------------------------------------------
055800 1200-SET-WINDOW.
055900     MOVE AC-BUS-INT TO AC-DAY-INT.
056000     PERFORM 6200-THRU-FOR-DAY THRU 6200-EXIT.
056100     MOVE AC-DAY-THRU-INT TO AC-THRU-INT.
056200     PERFORM 1250-READ-ACRCTL THRU 1250-EXIT.
056300     IF AC-CTL-FOUND
056400         MOVE ADACRCTL-THRU-DATE OF ACRCTLIN TO AC-CONV-DATE
056500         PERFORM 6000-DATE-TO-INT THRU 6000-EXIT
056600         IF NOT AC-CONV-OK
056700             DISPLAY 'ADACCRUE - ACRCTLF THRU DATE '
056800                 ADACRCTL-THRU-DATE OF ACRCTLIN
056900                 ' IS NOT A DATE - IGNORED'
057000             MOVE 'N' TO AC-CTL-FOUND-SW
057100         END-IF
057200     END-IF.
057300     IF AC-CTL-FOUND
057400         MOVE AC-CONV-INT TO AC-FROM-INT
057500     ELSE
057600         PERFORM 6300-PREV-WEEKDAY THRU 6300-EXIT
057700         PERFORM 6200-THRU-FOR-DAY THRU 6200-EXIT
057800         MOVE AC-DAY-THRU-INT TO AC-FROM-INT
057900     END-IF.
058000     IF AC-FORCE-ASKED
058100         AND AC-CTL-FOUND
058200         AND AC-FROM-INT = AC-THRU-INT
058300         MOVE ADACRCTL-FROM-DATE OF ACRCTLIN TO AC-CONV-DATE
058400         PERFORM 6000-DATE-TO-INT THRU 6000-EXIT
058500         IF AC-CONV-OK
058600             MOVE AC-CONV-INT TO AC-FROM-INT
058700             SET AC-FORCED TO TRUE
058800         END-IF
058900     END-IF.
059000     COMPUTE AC-DAYS = AC-THRU-INT - AC-FROM-INT.
059100     MOVE AC-FROM-INT TO AC-CONV-INT.
059200     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
059300     MOVE AC-CONV-DATE TO AC-FROM-DATE.
059400     MOVE AC-THRU-INT TO AC-CONV-INT.
059500     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
059600     MOVE AC-CONV-DATE TO AC-THRU-DATE.
059700     MOVE SPACES TO AC-PARM-NOTE.
059800     IF AC-DAYS NOT GREATER THAN ZERO
059900         MOVE 'ALREADY ACCRUED - NOTHING DONE' TO AC-PARM-NOTE
060000         DISPLAY 'ADACCRUE - INTEREST ALREADY ACCRUED THROUGH '
060100             AC-FROM-DATE
060200         SET AC-WARNING-RAISED TO TRUE
060300         GO TO 1200-EXIT
060400     END-IF.
060500     IF AC-FORCED
060600         MOVE 'FORCED - LAST WINDOW AGAIN' TO AC-PARM-NOTE
060700         DISPLAY 'ADACCRUE - FORCED RERUN, ACCRUING AFTER '
060800             AC-FROM-DATE ' AGAIN'
060900     END-IF.
061000     IF AC-BALMST-OPEN AND AC-SCHEDF-OPEN
061100         SET AC-ACCRUING TO TRUE
061200     ELSE
061300         MOVE 'FILES NOT OPEN - NOTHING DONE' TO AC-PARM-NOTE
061400     END-IF.
061500*    THE MONTHS THE WINDOW TOUCHES, FOR THE SERVICE CHARGE -
061600*    THE MONTH OF ITS FIRST DAY AND THE MONTH OF ITS LAST.
061700     COMPUTE AC-CONV-INT = AC-FROM-INT + 1.
061800     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
061900     MOVE AC-CY-YM TO AC-WIN-YM-1.
062000     PERFORM 6400-LAST-DAY-OF-MONTH THRU 6400-EXIT.
062100     MOVE AC-CHG-LAST TO AC-WIN-LAST-1.
062200     MOVE AC-THRU-INT TO AC-CONV-INT.
062300     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
062400     MOVE AC-CY-YM TO AC-WIN-YM-2.
062500     PERFORM 6400-LAST-DAY-OF-MONTH THRU 6400-EXIT.
062600     MOVE AC-CHG-LAST TO AC-WIN-LAST-2.
062700 1200-EXIT.
062800     EXIT.
062900
063000*-----------------------------------------------------------------
063100* 1250-READ-ACRCTL
063200* READS THE ACCRUAL CONTROL RECORD, IF THERE IS ONE.  THE LAST
063300* RECORD ON THE FILE WINS.
063400*-----------------------------------------------------------------
063500 1250-READ-ACRCTL.
063600     OPEN INPUT ACRCTLIN.
063700     IF AC-ACRCTLIN-STATUS NOT = '00'
063800         CLOSE ACRCTLIN
063900         GO TO 1250-EXIT
064000     END-IF.
064100     PERFORM 1260-READ-ONE-CTL THRU 1260-EXIT
064200         UNTIL AC-CTL-EOF.
064300     CLOSE ACRCTLIN.
064400 1250-EXIT.
064500     EXIT.
064600
064700 1260-READ-ONE-CTL.
064800     READ ACRCTLIN
064900         AT END SET AC-CTL-EOF TO TRUE
065000     END-READ.
065100     IF NOT AC-CTL-EOF
065200         SET AC-CTL-FOUND TO TRUE
065300     END-IF.
065400 1260-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------------
065800* 1500-WRITE-RPT-HEADING
065900*-----------------------------------------------------------------
066000 1500-WRITE-RPT-HEADING.
066100     ADD 1 TO AC-PAGE-COUNT.
066200     MOVE AC-PAGE-COUNT TO AC-HDG1-PAGE.
066300     WRITE ACRRPT-LINE FROM AC-HDG1 AFTER ADVANCING PAGE.
066400     MOVE AC-BUS-DATE TO AC-PARM-DATE.
066500     MOVE AC-FROM-DATE TO AC-PARM-FROM.
066600     MOVE AC-THRU-DATE TO AC-PARM-THRU.
066700     MOVE AC-DAYS TO AC-PARM-DAYS.
066800     WRITE ACRRPT-LINE FROM AC-PARM-LINE
066900         AFTER ADVANCING 1 LINE.
067000     WRITE ACRRPT-LINE FROM AC-HDG2 AFTER ADVANCING 2 LINES.
067100     MOVE 4 TO AC-LINE-COUNT.
067200 1500-EXIT.
067300     EXIT.
067400
067500*-----------------------------------------------------------------
067600* 2000-LOAD-CHART
067700* LOADS EVERY CHART-OF-ACCOUNTS ACCOUNT, IN KEY ORDER, WITH ITS
067800* DEPARTMENT AND STATUS.
067900*-----------------------------------------------------------------
068000 2000-LOAD-CHART.
068100     IF NOT AC-ACCTMST-OPEN OR NOT AC-ACCRUING
068200         GO TO 2000-EXIT
068300     END-IF.
068400     MOVE LOW-VALUES TO ADACCMST-KEY.
068500     START ACCTMSTF KEY NOT LESS THAN ADACCMST-KEY
068600         INVALID KEY SET AC-CHART-EOF TO TRUE
068700     END-START.
068800     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
068900         UNTIL AC-CHART-EOF.
069000     MOVE AC-ACCT-COUNT TO AC-CHART-COUNT.
069100 2000-EXIT.
069200     EXIT.
069300
069400 2100-LOAD-ONE-ACCOUNT.
069500     READ ACCTMSTF NEXT RECORD
069600         AT END SET AC-CHART-EOF TO TRUE
069700     END-READ.
069800     IF AC-CHART-EOF
069900         GO TO 2100-EXIT
070000     END-IF.
070100     IF AC-ACCT-COUNT NOT LESS THAN AC-ACCT-MAX
070200         PERFORM 3350-TABLE-FULL THRU 3350-EXIT
070300         SET AC-CHART-EOF TO TRUE
070400         GO TO 2100-EXIT
070500     END-IF.
070600     ADD 1 TO AC-ACCT-COUNT.
070700     MOVE ADACCMST-ACCOUNT TO AC-AC-ACCOUNT (AC-ACCT-COUNT).
070800     MOVE ADACCMST-DEPT TO AC-AC-DEPT (AC-ACCT-COUNT).
070900     MOVE ADACCMST-STATUS TO AC-AC-STATUS (AC-ACCT-COUNT).
071000     MOVE ZERO TO AC-AC-BALANCE (AC-ACCT-COUNT).
071100     MOVE ZERO TO AC-AC-ROWS (AC-ACCT-COUNT).
071200 2100-EXIT.
071300     EXIT.
071400
071500*-----------------------------------------------------------------
071600* 3000-LOAD-BALANCES
071700* BROWSES THE WHOLE BALANCE MASTER AND ADDS EACH RUN-IDS ROW
071800* INTO ITS ACCOUNTS TOTAL.  A ROW WITH A DAMAGED BALANCE IS LEFT
071900* OUT AND COUNTED.
072000*-----------------------------------------------------------------
072100 3000-LOAD-BALANCES.
072200     IF NOT AC-ACCRUING
072300         GO TO 3000-EXIT
072400     END-IF.
072500     MOVE LOW-VALUES TO ADBALMST-KEY.
072600     START BALMSTF KEY NOT LESS THAN ADBALMST-KEY
072700         INVALID KEY SET AC-MASTER-EOF TO TRUE
072800     END-START.
072900     PERFORM 3100-LOAD-ONE-BALANCE THRU 3100-EXIT
073000         UNTIL AC-MASTER-EOF.
073100 3000-EXIT.
073200     EXIT.
073300
073400 3100-LOAD-ONE-BALANCE.
073500     READ BALMSTF NEXT RECORD
073600         AT END SET AC-MASTER-EOF TO TRUE
073700     END-READ.
073800     IF AC-MASTER-EOF
073900         GO TO 3100-EXIT
074000     END-IF.
074100     ADD 1 TO AC-ROWS-READ.
074200     IF ADBALMST-BALANCE IS NOT NUMERIC
074300         ADD 1 TO AC-ROWS-DAMAGED
074400         SET AC-WARNING-RAISED TO TRUE
074500         GO TO 3100-EXIT
074600     END-IF.
074700     MOVE ADBALMST-ACCOUNT TO AC-SRCH-ACCOUNT.
074800     PERFORM 3200-FIND-ACCT THRU 3200-EXIT.
074900     IF NOT AC-ACCT-FOUND
075000         PERFORM 3300-ADD-ACCT THRU 3300-EXIT
075100     END-IF.
075200     IF NOT AC-ACCT-FOUND
075300         ADD 1 TO AC-ROWS-DROPPED
075400         GO TO 3100-EXIT
075500     END-IF.
075600     ADD ADBALMST-BALANCE TO AC-AC-BALANCE (AC-ACCT-HIT-SUB).
075700     ADD 1 TO AC-AC-ROWS (AC-ACCT-HIT-SUB).
075800 3100-EXIT.
075900     EXIT.
076000
076100*-----------------------------------------------------------------
076200* 3200-FIND-ACCT
076300* LOOKS UP AC-SRCH-ACCOUNT - THE CACHED LAST HIT, THEN THE
076400* CHART PART OF THE TABLE BY HALVING, THEN THE ACCOUNTS ADDED
076500* AFTER IT ONE BY ONE.  LEAVES AC-ACCT-HIT-SUB ON THE ENTRY.
076600*-----------------------------------------------------------------
076700 3200-FIND-ACCT.
076800     MOVE 'N' TO AC-ACCT-FOUND-SW.
076900     MOVE ZERO TO AC-ACCT-HIT-SUB.
077000     IF AC-ACCT-LAST-HIT GREATER THAN ZERO
077100         IF AC-AC-ACCOUNT (AC-ACCT-LAST-HIT) = AC-SRCH-ACCOUNT
077200             SET AC-ACCT-FOUND TO TRUE
077300             MOVE AC-ACCT-LAST-HIT TO AC-ACCT-HIT-SUB
077400             GO TO 3200-EXIT
077500         END-IF
077600     END-IF.
077700     MOVE 1 TO AC-LO.
077800     MOVE AC-CHART-COUNT TO AC-HI.
077900     PERFORM 3210-HALVE THRU 3210-EXIT
078000         UNTIL AC-ACCT-FOUND
078100         OR AC-LO GREATER THAN AC-HI.
078200     IF NOT AC-ACCT-FOUND
078300         COMPUTE AC-EXTRA-START = AC-CHART-COUNT + 1
078400         PERFORM 3220-SCAN-EXTRA THRU 3220-EXIT
078500             VARYING AC-MID FROM AC-EXTRA-START BY 1
078600             UNTIL AC-ACCT-FOUND
078700             OR AC-MID GREATER THAN AC-ACCT-COUNT
078800     END-IF.
078900     IF AC-ACCT-FOUND
079000         MOVE AC-ACCT-HIT-SUB TO AC-ACCT-LAST-HIT
079100     END-IF.
079200 3200-EXIT.
079300     EXIT.
079400
079500 3210-HALVE.
079600     COMPUTE AC-MID = (AC-LO + AC-HI) / 2.
079700     IF AC-AC-ACCOUNT (AC-MID) = AC-SRCH-ACCOUNT
079800         SET AC-ACCT-FOUND TO TRUE
079900         MOVE AC-MID TO AC-ACCT-HIT-SUB
080000         GO TO 3210-EXIT
080100     END-IF.
080200     IF AC-AC-ACCOUNT (AC-MID) LESS THAN AC-SRCH-ACCOUNT
080300         COMPUTE AC-LO = AC-MID + 1
080400     ELSE
080500         COMPUTE AC-HI = AC-MID - 1
080600     END-IF.
080700 3210-EXIT.
080800     EXIT.
080900
081000 3220-SCAN-EXTRA.
081100     IF AC-AC-ACCOUNT (AC-MID) = AC-SRCH-ACCOUNT
081200         SET AC-ACCT-FOUND TO TRUE
081300         MOVE AC-MID TO AC-ACCT-HIT-SUB
081400     END-IF.
081500 3220-EXIT.
081600     EXIT.
081700
081800*-----------------------------------------------------------------
081900* 3300-ADD-ACCT
082000* ADDS AN ACCOUNT NOT ON THE CHART AFTER THE CHART ENTRIES.  IT
082100* IS LISTED BUT NEVER ACCRUED - ADDITION WOULD REJECT ITS PAIRS.
082200* A FULL TABLE LEAVES AC-ACCT-FOUND OFF.
082300*-----------------------------------------------------------------
082400 3300-ADD-ACCT.
082500     IF AC-ACCT-COUNT NOT LESS THAN AC-ACCT-MAX
082600         PERFORM 3350-TABLE-FULL THRU 3350-EXIT
082700         GO TO 3300-EXIT
082800     END-IF.
082900     ADD 1 TO AC-ACCT-COUNT.
083000     MOVE AC-ACCT-COUNT TO AC-ACCT-HIT-SUB.
083100     MOVE AC-SRCH-ACCOUNT TO AC-AC-ACCOUNT (AC-ACCT-HIT-SUB).
083200     MOVE SPACES TO AC-AC-DEPT (AC-ACCT-HIT-SUB).
083300     MOVE '*' TO AC-AC-STATUS (AC-ACCT-HIT-SUB).
083400     MOVE ZERO TO AC-AC-BALANCE (AC-ACCT-HIT-SUB).
083500     MOVE ZERO TO AC-AC-ROWS (AC-ACCT-HIT-SUB).
083600     MOVE AC-ACCT-HIT-SUB TO AC-ACCT-LAST-HIT.
083700     SET AC-ACCT-FOUND TO TRUE.
083800 3300-EXIT.
083900     EXIT.
084000
084100 3350-TABLE-FULL.
084200     IF NOT AC-ACCT-FULL-TOLD
084300         DISPLAY 'ADACCRUE - ACCOUNT TABLE FULL AT ' AC-ACCT-MAX
084400             ' - LATER ACCOUNTS LEFT OUT'
084500         SET AC-ACCT-FULL-TOLD TO TRUE
084600     END-IF.
084700     SET AC-WARNING-RAISED TO TRUE.
084800 3350-EXIT.
084900     EXIT.
085000
085100*-----------------------------------------------------------------
085200* 4000-ACCRUE-ACCOUNT
085300* ONE ACCOUNT FROM THE TABLE.  ONLY ACCOUNTS WITH ROWS ON THE
085400* BALANCE MASTER ARE CONSIDERED.  ONE NOT ON THE CHART, OR
085500* CLOSED, IS LISTED AND SKIPPED; AN OPEN ONE IS ACCRUED ON ITS
085600* SCHEDULE - INTEREST, THEN THE SERVICE CHARGE IF IT IS DUE.
085700*-----------------------------------------------------------------
085800 4000-ACCRUE-ACCOUNT.
085900     IF AC-AC-ROWS (AC-ACCT-SUB) = ZERO
086000         GO TO 4000-EXIT
086100     END-IF.
086200     MOVE AC-AC-BALANCE (AC-ACCT-SUB) TO AC-BALANCE.
086300     MOVE SPACES TO AC-DTL-SCHED.
086400     IF AC-AC-NOT-ON-CHART (AC-ACCT-SUB)
086500         ADD 1 TO AC-ACCTS-OFF-CHART
086600         MOVE 'NOT ON CHART - SKIPPED' TO AC-DTL-NOTE
086700         PERFORM 5100-WRITE-SKIP-LINE THRU 5100-EXIT
086800         GO TO 4000-EXIT
086900     END-IF.
087000     IF AC-AC-CLOSED (AC-ACCT-SUB)
087100         ADD 1 TO AC-ACCTS-CLOSED
087200         MOVE 'ACCOUNT CLOSED - SKIPPED' TO AC-DTL-NOTE
087300         PERFORM 5100-WRITE-SKIP-LINE THRU 5100-EXIT
087400         GO TO 4000-EXIT
087500     END-IF.
087600     PERFORM 4100-FIND-SCHEDULE THRU 4100-EXIT.
087700     IF NOT AC-SCHED-FOUND
087800         ADD 1 TO AC-ACCTS-NO-SCHED
087900         MOVE 'NO SCHEDULE - NOT ACCRUED' TO AC-DTL-NOTE
088000         PERFORM 5100-WRITE-SKIP-LINE THRU 5100-EXIT
088100         SET AC-WARNING-RAISED TO TRUE
088200         GO TO 4000-EXIT
088300     END-IF.
088400     MOVE ADACRSCH-LEVEL TO AC-DTL-LEVEL.
088500     MOVE ADACRSCH-CODE TO AC-DTL-CODE.
088600     IF ADACRSCH-CREDIT-RATE-X IS NOT NUMERIC
088700         OR ADACRSCH-DEBIT-RATE-X IS NOT NUMERIC
088800         ADD 1 TO AC-ACCTS-BAD-SCHED
088900         MOVE 'SCHEDULE RATES INVALID' TO AC-DTL-NOTE
089000         PERFORM 5100-WRITE-SKIP-LINE THRU 5100-EXIT
089100         SET AC-WARNING-RAISED TO TRUE
089200         GO TO 4000-EXIT
089300     END-IF.
089400     ADD 1 TO AC-ACCTS-ACCRUED.
089500     PERFORM 4200-ACCRUE-INTEREST THRU 4200-EXIT.
089600     PERFORM 4300-TEST-CHARGE-DUE THRU 4300-EXIT.
089700     IF AC-FEE-DUE
089800         PERFORM 4400-ACCRUE-CHARGE THRU 4400-EXIT
089900     END-IF.
090000 4000-EXIT.
090100     EXIT.
090200
090300*-----------------------------------------------------------------
090400* 4100-FIND-SCHEDULE
090500* THE ACCOUNTS OWN SCHEDULE, ELSE ITS DEPARTMENTS, ELSE THE
090600* DEFAULT TIER.
090700*-----------------------------------------------------------------
090800 4100-FIND-SCHEDULE.
090900     MOVE 'N' TO AC-SCHED-FOUND-SW.
091000     MOVE 'A' TO ADACRSCH-LEVEL.
091100     MOVE AC-AC-ACCOUNT (AC-ACCT-SUB) TO ADACRSCH-CODE.
091200     PERFORM 4150-READ-SCHEDULE THRU 4150-EXIT.
091300     IF AC-SCHED-FOUND
091400         GO TO 4100-EXIT
091500     END-IF.
091600     IF AC-AC-DEPT (AC-ACCT-SUB) NOT = SPACES
091700         MOVE 'D' TO ADACRSCH-LEVEL
091800         MOVE AC-AC-DEPT (AC-ACCT-SUB) TO ADACRSCH-CODE
091900         PERFORM 4150-READ-SCHEDULE THRU 4150-EXIT
092000         IF AC-SCHED-FOUND
092100             GO TO 4100-EXIT
092200         END-IF
092300     END-IF.
092400     MOVE 'T' TO ADACRSCH-LEVEL.
092500     MOVE SPACES TO ADACRSCH-CODE.
092600     PERFORM 4150-READ-SCHEDULE THRU 4150-EXIT.
092700 4100-EXIT.
092800     EXIT.
092900
093000 4150-READ-SCHEDULE.
093100     READ SCHEDF
093200         INVALID KEY
093300             GO TO 4150-EXIT
093400     END-READ.
093500     SET AC-SCHED-FOUND TO TRUE.
093600 4150-EXIT.
093700     EXIT.
093800
093900*-----------------------------------------------------------------
094000* 4200-ACCRUE-INTEREST
094100* BALANCE * RATE / 100 * DAYS / DAY-BASIS, ROUNDED TO THE CENT.
094200* A POSITIVE BALANCE TAKES THE CREDIT RATE AND EARNS; A NEGATIVE
094300* ONE TAKES THE DEBIT RATE AND IS CHARGED, SO THE SIGN OF THE
094400* INTEREST FOLLOWS THE SIGN OF THE BALANCE.  A ZERO RESULT IS
094500* LISTED BUT EMITS NO PAIR.
094600*-----------------------------------------------------------------
094700 4200-ACCRUE-INTEREST.
094800     MOVE 365 TO AC-BASIS.
094900     IF ADACRSCH-DAY-BASIS-X = '360'
095000         MOVE 360 TO AC-BASIS
095100     END-IF.
095200     IF AC-BALANCE LESS THAN ZERO
095300         MOVE ADACRSCH-DEBIT-RATE TO AC-RATE
095400         MOVE 'DR INT' TO AC-DTL-KIND
095500     ELSE
095600         MOVE ADACRSCH-CREDIT-RATE TO AC-RATE
095700         MOVE 'CR INT' TO AC-DTL-KIND
095800     END-IF.
095900     MOVE ZERO TO AC-INTEREST.
096000     COMPUTE AC-INTEREST ROUNDED =
096100         AC-BALANCE * AC-RATE * AC-DAYS / (100 * AC-BASIS)
096200         ON SIZE ERROR
096300             MOVE AC-PAIR-LIMIT TO AC-INTEREST
096400             ADD 1 TO AC-INTEREST
096500     END-COMPUTE.
096600     MOVE AC-RATE TO AC-DTL-RATE.
096700     MOVE AC-BASIS TO AC-DTL-BASIS.
096800     MOVE AC-DAYS TO AC-DTL-DAYS.
096900     MOVE AC-INTEREST TO AC-PAIR-AMOUNT.
097000     MOVE SPACES TO AC-DTL-NOTE.
097100     PERFORM 4500-EMIT-PAIR THRU 4500-EXIT.
097200     IF AC-DTL-NOTE = 'EMITTED'
097300         ADD 1 TO AC-INT-PAIRS
097400         IF AC-INTEREST LESS THAN ZERO
097500             ADD AC-INTEREST TO AC-TOT-DEBIT-INT
097600         ELSE
097700             ADD AC-INTEREST TO AC-TOT-CREDIT-INT
097800         END-IF
097900     END-IF.
098000     MOVE AC-BALANCE TO AC-DTL-BALANCE.
098100     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
098200 4200-EXIT.
098300     EXIT.
098400
098500*-----------------------------------------------------------------
098600* 4300-TEST-CHARGE-DUE
098700* THE CHARGE DAY IS CLAMPED TO THE LAST DAY OF A SHORTER MONTH
098800* AND TESTED IN EACH MONTH THE WINDOW TOUCHES - DUE WHEN IT
098900* FALLS AFTER THE FROM DATE AND ON OR BEFORE THE THRU DATE, SO A
099000* CHARGE DAY ON A WEEKEND IS TAKEN BY THE RUN THAT ACCRUES IT.
099100*-----------------------------------------------------------------
099200 4300-TEST-CHARGE-DUE.
099300     MOVE 'N' TO AC-FEE-DUE-SW.
099400     IF ADACRSCH-CHARGE-DAY-X IS NOT NUMERIC
099500         GO TO 4300-EXIT
099600     END-IF.
099700     IF ADACRSCH-CHARGE-DAY = ZERO
099800         OR ADACRSCH-CHARGE-DAY GREATER THAN 31
099900         GO TO 4300-EXIT
100000     END-IF.
100100     MOVE AC-WIN-YM-1 TO AC-CHG-YM.
100200     MOVE AC-WIN-LAST-1 TO AC-CHG-LAST.
100300     PERFORM 4350-TEST-ONE-MONTH THRU 4350-EXIT.
100400     IF NOT AC-FEE-DUE
100500         AND AC-WIN-YM-2 NOT = AC-WIN-YM-1
100600         MOVE AC-WIN-YM-2 TO AC-CHG-YM
100700         MOVE AC-WIN-LAST-2 TO AC-CHG-LAST
100800         PERFORM 4350-TEST-ONE-MONTH THRU 4350-EXIT
100900     END-IF.
101000 4300-EXIT.
101100     EXIT.
101200
101300 4350-TEST-ONE-MONTH.
101400     MOVE ADACRSCH-CHARGE-DAY TO AC-CHG-DAY.
101500     IF AC-CHG-DAY GREATER THAN AC-CHG-LAST
101600         MOVE AC-CHG-LAST TO AC-CHG-DAY
101700     END-IF.
101800     MOVE AC-CHG-YM TO AC-CY-YM.
101900     MOVE AC-CHG-DAY TO AC-CY-DD.
102000     COMPUTE AC-CHG-INT =
102100         FUNCTION INTEGER-OF-DATE (AC-CONV-YMD).
102200     IF AC-CHG-INT GREATER THAN AC-FROM-INT
102300         AND AC-CHG-INT NOT GREATER THAN AC-THRU-INT
102400         SET AC-FEE-DUE TO TRUE
102500     END-IF.
102600 4350-EXIT.
102700     EXIT.
102800
102900*-----------------------------------------------------------------
103000* 4400-ACCRUE-CHARGE
103100* A FLAT CHARGE IS THE SCHEDULES FEE AMOUNT; A PERCENTAGE CHARGE
103200* IS FEE-PCT OF THE BALANCE, EITHER SIGN, ROUNDED TO THE CENT.
103300* EITHER IS TAKEN FROM THE ACCOUNT, SO THE PAIR IS NEGATIVE.
103400*-----------------------------------------------------------------
103500 4400-ACCRUE-CHARGE.
103600     MOVE ZERO TO AC-FEE.
103700     MOVE SPACES TO AC-DTL-BALANCE-X.
103800     MOVE SPACES TO AC-DTL-BASIS-X.
103900     MOVE SPACES TO AC-DTL-DAYS-X.
104000     EVALUATE TRUE
104100         WHEN ADACRSCH-FEE-FLAT
104200             AND ADACRSCH-FEE-AMOUNT-X IS NUMERIC
104300             MOVE 'CHG FLAT' TO AC-DTL-KIND
104400             MOVE SPACES TO AC-DTL-RATE-X
104500             COMPUTE AC-FEE = ZERO - ADACRSCH-FEE-AMOUNT
104600         WHEN ADACRSCH-FEE-PCT-OF-BAL
104700             AND ADACRSCH-FEE-PCT-X IS NUMERIC
104800             MOVE 'CHG PCT' TO AC-DTL-KIND
104900             MOVE ADACRSCH-FEE-PCT TO AC-DTL-RATE
105000             MOVE AC-BALANCE TO AC-DTL-BALANCE
105100             MOVE AC-BALANCE TO AC-ABS-BALANCE
105200             COMPUTE AC-FEE ROUNDED =
105300                 ZERO - (AC-ABS-BALANCE * ADACRSCH-FEE-PCT / 100)
105400                 ON SIZE ERROR
105500                     MOVE AC-PAIR-LIMIT TO AC-FEE
105600                     ADD 1 TO AC-FEE
105700             END-COMPUTE
105800         WHEN OTHER
105900             MOVE 'CHARGE' TO AC-DTL-KIND
106000             MOVE SPACES TO AC-DTL-RATE-X
106100             MOVE ZERO TO AC-DTL-AMOUNT
106200             MOVE 'CHARGE TERMS INVALID' TO AC-DTL-NOTE
106300             ADD 1 TO AC-ACCTS-BAD-SCHED
106400             SET AC-WARNING-RAISED TO TRUE
106500             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
106600             GO TO 4400-EXIT
106700     END-EVALUATE.
106800     MOVE AC-FEE TO AC-PAIR-AMOUNT.
106900     MOVE SPACES TO AC-DTL-NOTE.
107000     PERFORM 4500-EMIT-PAIR THRU 4500-EXIT.
107100     IF AC-DTL-NOTE = 'EMITTED'
107200         ADD 1 TO AC-FEE-PAIRS
107300         ADD AC-FEE TO AC-TOT-FEES
107400     END-IF.
107500     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
107600 4400-EXIT.
107700     EXIT.
107800
107900*-----------------------------------------------------------------
108000* 4500-EMIT-PAIR
108100* WRITES AC-PAIR-AMOUNT FOR THE ACCOUNT TO MERGEOUT AS AN
108200* ADDPAIR DETAIL FLAGGED A - FIELD A THE AMOUNT, FIELD B ZERO,
108300* OP ADD - AHEAD OF THE DAYS KEYED WORK.  A ZERO AMOUNT IS NOT
108400* EMITTED; ONE TOO LARGE FOR THE PAIR IS NOT EMITTED AND WARNED.
108500* LEAVES THE NOTE FOR THE REGISTER LINE.
108600*-----------------------------------------------------------------
108700 4500-EMIT-PAIR.
108800     MOVE AC-PAIR-AMOUNT TO AC-DTL-AMOUNT.
108900     IF AC-PAIR-AMOUNT = ZERO
109000         MOVE 'ZERO - NOT EMITTED' TO AC-DTL-NOTE
109100         GO TO 4500-EXIT
109200     END-IF.
109300     IF AC-PAIR-AMOUNT GREATER THAN AC-PAIR-LIMIT
109400         OR AC-PAIR-AMOUNT LESS THAN ZERO - AC-PAIR-LIMIT
109500         MOVE SPACES TO AC-DTL-AMOUNT-X
109600         MOVE 'TOO LARGE FOR A PAIR - NOT SENT' TO AC-DTL-NOTE
109700         ADD 1 TO AC-TOO-LARGE
109800         SET AC-WARNING-RAISED TO TRUE
109900         GO TO 4500-EXIT
110000     END-IF.
110100     MOVE SPACES TO ADDPAIR-REC.
110200     MOVE AC-PAIR-AMOUNT TO ADDPAIR-A.
110300     MOVE ZERO TO ADDPAIR-B.
110400     MOVE '+' TO ADDPAIR-OP-CODE.
110500     MOVE AC-AC-ACCOUNT (AC-ACCT-SUB) TO ADDPAIR-ACCOUNT.
110600     MOVE 'D' TO ADDPAIR-REC-TYPE.
110700     MOVE 'A' TO ADDPAIR-RESUBMIT-FLAG.
110800     WRITE ADDPAIR-REC.
110900     ADD AC-PAIR-AMOUNT TO AC-TOT-NET.
111000     MOVE 'EMITTED' TO AC-DTL-NOTE.
111100 4500-EXIT.
111200     EXIT.
111300
111400*-----------------------------------------------------------------
111500* 5000 - 5100  REGISTER LINES
111600* THE CALLER HAS SET THE CALCULATION COLUMNS AND THE NOTE.
111700*-----------------------------------------------------------------
111800 5000-WRITE-DETAIL.
111900     MOVE AC-AC-ACCOUNT (AC-ACCT-SUB) TO AC-DTL-ACCOUNT.
112000     MOVE AC-AC-DEPT (AC-ACCT-SUB) TO AC-DTL-DEPT.
112100     IF AC-LINE-COUNT NOT LESS THAN AC-MAX-LINES-PER-PAGE
112200         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
112300     END-IF.
112400     WRITE ACRRPT-LINE FROM AC-DTL-LINE AFTER ADVANCING 1 LINE.
112500     ADD 1 TO AC-LINE-COUNT.
112600 5000-EXIT.
112700     EXIT.
112800
112900 5100-WRITE-SKIP-LINE.
113000     MOVE AC-BALANCE TO AC-DTL-BALANCE.
113100     MOVE SPACES TO AC-DTL-KIND.
113200     MOVE SPACES TO AC-DTL-RATE-X.
113300     MOVE SPACES TO AC-DTL-BASIS-X.
113400     MOVE SPACES TO AC-DTL-DAYS-X.
113500     MOVE SPACES TO AC-DTL-AMOUNT-X.
113600     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
113700 5100-EXIT.
113800     EXIT.
113900
114000*-----------------------------------------------------------------
114100* 6000-DATE-TO-INT
114200* YYYY-MM-DD STRING IN AC-CONV-DATE TO THE INTRINSIC DAY
114300* NUMBER IN AC-CONV-INT, LEAVING THE BROKEN-OUT NUMERIC DATE
114400* IN AC-CONV-YMD.  A MALFORMED DATE ANSWERS NOT-OK.
114500*-----------------------------------------------------------------
114600 6000-DATE-TO-INT.
114700     MOVE 'N' TO AC-CONV-OK-SW.
114800     IF AC-CV-YYYY IS NOT NUMERIC
114900         OR AC-CV-MM IS NOT NUMERIC
115000         OR AC-CV-DD IS NOT NUMERIC
115100         GO TO 6000-EXIT
115200     END-IF.
115300     MOVE AC-CV-YYYY TO AC-CY-YYYY.
115400     MOVE AC-CV-MM TO AC-CY-MM.
115500     MOVE AC-CV-DD TO AC-CY-DD.
115600     IF AC-CY-MM = ZERO OR AC-CY-MM GREATER THAN 12
115700         OR AC-CY-DD = ZERO OR AC-CY-DD GREATER THAN 31
115800         OR AC-CY-YYYY LESS THAN 1601
115900         GO TO 6000-EXIT
116000     END-IF.
116100     COMPUTE AC-CONV-INT =
116200         FUNCTION INTEGER-OF-DATE (AC-CONV-YMD).
116300     MOVE 'Y' TO AC-CONV-OK-SW.
116400 6000-EXIT.
116500     EXIT.
116600
116700*-----------------------------------------------------------------
116800* 6100-INT-TO-DATE
116900* THE DAY NUMBER IN AC-CONV-INT BACK TO AC-CONV-YMD AND THE
117000* YYYY-MM-DD STRING IN AC-CONV-DATE.
117100*-----------------------------------------------------------------
117200 6100-INT-TO-DATE.
117300     MOVE FUNCTION DATE-OF-INTEGER (AC-CONV-INT)
117400         TO AC-CONV-YMD.
117500     MOVE SPACES TO AC-CONV-DATE.
117600     STRING
117700         AC-CY-YYYY '-' AC-CY-MM '-' AC-CY-DD
117800         DELIMITED BY SIZE INTO AC-CONV-DATE
117900     END-STRING.
118000 6100-EXIT.
118100     EXIT.
118200
118300*-----------------------------------------------------------------
118400* 6200-THRU-FOR-DAY
118500* THE DATE A RUN ON DAY AC-DAY-INT ACCRUES THROUGH - THE DAY
118600* ITSELF, OR THE LAST DAY OF ITS MONTH WHEN THE NEXT WEEKDAY
118700* FALLS IN A NEW MONTH (DAY NUMBER 1 WAS A MONDAY, SO 1 =
118800* MONDAY THROUGH 7 = SUNDAY).
118900*-----------------------------------------------------------------
119000 6200-THRU-FOR-DAY.
119100     COMPUTE AC-DAY-DOW =
119200         FUNCTION REM (AC-DAY-INT - 1, 7) + 1.
119300     EVALUATE AC-DAY-DOW
119400         WHEN 5
119500             COMPUTE AC-NEXT-INT = AC-DAY-INT + 3
119600         WHEN 6
119700             COMPUTE AC-NEXT-INT = AC-DAY-INT + 2
119800         WHEN OTHER
119900             COMPUTE AC-NEXT-INT = AC-DAY-INT + 1
120000     END-EVALUATE.
120100     MOVE AC-DAY-INT TO AC-DAY-THRU-INT.
120200     MOVE AC-DAY-INT TO AC-CONV-INT.
120300     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
120400     MOVE AC-CY-YM TO AC-DAY-YM.
120500     MOVE AC-NEXT-INT TO AC-CONV-INT.
120600     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
120700     IF AC-CY-YM NOT = AC-DAY-YM
120800         MOVE 01 TO AC-CY-DD
120900         COMPUTE AC-DAY-THRU-INT =
121000             FUNCTION INTEGER-OF-DATE (AC-CONV-YMD) - 1
121100     END-IF.
121200 6200-EXIT.
121300     EXIT.
121400
121500*-----------------------------------------------------------------
121600* 6300-PREV-WEEKDAY
121700* THE WEEKDAY BEFORE THE BUSINESS DATE, INTO AC-DAY-INT.
121800*-----------------------------------------------------------------
121900 6300-PREV-WEEKDAY.
122000     COMPUTE AC-DAY-DOW =
122100         FUNCTION REM (AC-BUS-INT - 1, 7) + 1.
122200     EVALUATE AC-DAY-DOW
122300         WHEN 1
122400             COMPUTE AC-DAY-INT = AC-BUS-INT - 3
122500         WHEN 7
122600             COMPUTE AC-DAY-INT = AC-BUS-INT - 2
122700         WHEN OTHER
122800             COMPUTE AC-DAY-INT = AC-BUS-INT - 1
122900     END-EVALUATE.
123000 6300-EXIT.
123100     EXIT.
123200
123300*-----------------------------------------------------------------
123400* 6400-LAST-DAY-OF-MONTH
123500* THE LAST DAY OF THE MONTH IN AC-CONV-YMD, INTO AC-CHG-LAST -
123600* FIRST OF NEXT MONTH, MINUS ONE DAY.
123700*-----------------------------------------------------------------
123800 6400-LAST-DAY-OF-MONTH.
123900     IF AC-CY-MM = 12
124000         COMPUTE AC-CONV-YMD =
124100             ((AC-CY-YYYY + 1) * 10000) + 0101
124200     ELSE
124300         COMPUTE AC-CONV-YMD =
124400             (AC-CY-YYYY * 10000) + ((AC-CY-MM + 1) * 100) + 01
124500     END-IF.
124600     COMPUTE AC-CONV-INT =
124700         FUNCTION INTEGER-OF-DATE (AC-CONV-YMD) - 1.
124800     MOVE FUNCTION DATE-OF-INTEGER (AC-CONV-INT)
124900         TO AC-CONV-YMD.
125000     MOVE AC-CY-DD TO AC-CHG-LAST.
125100 6400-EXIT.
125200     EXIT.
125300
125400*-----------------------------------------------------------------
125500* 7000-COPY-TRANIN
125600* COPIES THE DAYS KEYED TRANSACTIONS THROUGH BEHIND THE
125700* ACCRUALS, UNTOUCHED.
125800*-----------------------------------------------------------------
125900 7000-COPY-TRANIN.
126000     MOVE TRANIN-REC TO ADDPAIR-REC.
126100     WRITE ADDPAIR-REC.
126200     ADD 1 TO AC-TRANS-COPIED.
126300     PERFORM 7100-READ-TRANIN THRU 7100-EXIT.
126400 7000-EXIT.
126500     EXIT.
126600
126700 7100-READ-TRANIN.
126800     READ TRANIN
126900         AT END SET AC-TRAN-EOF TO TRUE
127000     END-READ.
127100 7100-EXIT.
127200     EXIT.
127300
127400*-----------------------------------------------------------------
127500* 8000-WRITE-SUMMARY
127600*-----------------------------------------------------------------
127700 8000-WRITE-SUMMARY.
127800     MOVE SPACES TO ACRRPT-LINE.
127900     WRITE ACRRPT-LINE AFTER ADVANCING 1 LINE.
128000     ADD 1 TO AC-LINE-COUNT.
128100     MOVE 'BALANCE MASTER ROWS READ:         ' TO AC-SUM-LABEL.
128200     MOVE AC-ROWS-READ TO AC-SUM-VALUE.
128300     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
128400     MOVE 'ROWS DAMAGED (LEFT OUT):          ' TO AC-SUM-LABEL.
128500     MOVE AC-ROWS-DAMAGED TO AC-SUM-VALUE.
128600     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
128700     MOVE 'ROWS DROPPED (TABLE FULL):        ' TO AC-SUM-LABEL.
128800     MOVE AC-ROWS-DROPPED TO AC-SUM-VALUE.
128900     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
129000     MOVE 'ACCOUNTS ACCRUED:                 ' TO AC-SUM-LABEL.
129100     MOVE AC-ACCTS-ACCRUED TO AC-SUM-VALUE.
129200     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
129300     MOVE 'ACCOUNTS SKIPPED AS CLOSED:       ' TO AC-SUM-LABEL.
129400     MOVE AC-ACCTS-CLOSED TO AC-SUM-VALUE.
129500     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
129600     MOVE 'ACCOUNTS NOT ON THE CHART:        ' TO AC-SUM-LABEL.
129700     MOVE AC-ACCTS-OFF-CHART TO AC-SUM-VALUE.
129800     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
129900     MOVE 'ACCOUNTS WITH NO SCHEDULE:        ' TO AC-SUM-LABEL.
130000     MOVE AC-ACCTS-NO-SCHED TO AC-SUM-VALUE.
130100     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
130200     MOVE 'INVALID SCHEDULE TERMS:           ' TO AC-SUM-LABEL.
130300     MOVE AC-ACCTS-BAD-SCHED TO AC-SUM-VALUE.
130400     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
130500     MOVE 'INTEREST PAIRS EMITTED:           ' TO AC-SUM-LABEL.
130600     MOVE AC-INT-PAIRS TO AC-SUM-VALUE.
130700     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
130800     MOVE 'SERVICE CHARGE PAIRS EMITTED:     ' TO AC-SUM-LABEL.
130900     MOVE AC-FEE-PAIRS TO AC-SUM-VALUE.
131000     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
131100     MOVE 'AMOUNTS TOO LARGE (NOT SENT):     ' TO AC-SUM-LABEL.
131200     MOVE AC-TOO-LARGE TO AC-SUM-VALUE.
131300     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
131400     MOVE 'TRANSACTIONS COPIED BEHIND:       ' TO AC-SUM-LABEL.
131500     MOVE AC-TRANS-COPIED TO AC-SUM-VALUE.
131600     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
131700     MOVE 'CREDIT INTEREST ACCRUED:          ' TO AC-SUMA-LABEL.
131800     MOVE AC-TOT-CREDIT-INT TO AC-SUMA-VALUE.
131900     PERFORM 8200-WRITE-ONE-AMOUNT THRU 8200-EXIT.
132000     MOVE 'DEBIT INTEREST ACCRUED:           ' TO AC-SUMA-LABEL.
132100     MOVE AC-TOT-DEBIT-INT TO AC-SUMA-VALUE.
132200     PERFORM 8200-WRITE-ONE-AMOUNT THRU 8200-EXIT.
132300     MOVE 'SERVICE CHARGES ACCRUED:          ' TO AC-SUMA-LABEL.
132400     MOVE AC-TOT-FEES TO AC-SUMA-VALUE.
132500     PERFORM 8200-WRITE-ONE-AMOUNT THRU 8200-EXIT.
132600     MOVE 'NET ACCRUALS EMITTED:             ' TO AC-SUMA-LABEL.
132700     MOVE AC-TOT-NET TO AC-SUMA-VALUE.
132800     PERFORM 8200-WRITE-ONE-AMOUNT THRU 8200-EXIT.
132900 8000-EXIT.
133000     EXIT.
133100
133200 8100-WRITE-ONE-SUMMARY.
133300     IF AC-LINE-COUNT NOT LESS THAN AC-MAX-LINES-PER-PAGE
133400         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
133500     END-IF.
133600     WRITE ACRRPT-LINE FROM AC-SUMMARY-LINE
133700         AFTER ADVANCING 1 LINE.
133800     ADD 1 TO AC-LINE-COUNT.
133900 8100-EXIT.
134000     EXIT.
134100
134200 8200-WRITE-ONE-AMOUNT.
134300     IF AC-LINE-COUNT NOT LESS THAN AC-MAX-LINES-PER-PAGE
134400         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
134500     END-IF.
134600     WRITE ACRRPT-LINE FROM AC-SUM-AMT-LINE
134700         AFTER ADVANCING 1 LINE.
134800     ADD 1 TO AC-LINE-COUNT.
134900 8200-EXIT.
135000     EXIT.
135100
135200*-----------------------------------------------------------------
135300* 9000-TERMINATE-RTN
135400* RECORDS THE DAYS NOW ACCRUED ON THE CONTROL RECORD (ONLY WHEN
135500* THIS RUN ACCRUED), CLOSES THE FILES AND SETS THE CONDITION
135600* CODE - 8 WHEN THE BALANCE MASTER OR SCHEDULE COULD NOT BE
135700* OPENED, 4 WHEN ANYTHING WAS LEFT UNACCRUED OR NOTHING WAS DUE,
135800* 0 CLEAN.
135900*-----------------------------------------------------------------
136000 9000-TERMINATE-RTN.
136100     IF AC-ACCRUING
136200         PERFORM 9100-WRITE-ACRCTL THRU 9100-EXIT
136300     END-IF.
136400     IF AC-BALMST-OPEN
136500         CLOSE BALMSTF
136600     END-IF.
136700     IF AC-ACCTMST-OPEN
136800         CLOSE ACCTMSTF
136900     END-IF.
137000     IF AC-SCHEDF-OPEN
137100         CLOSE SCHEDF
137200     END-IF.
137300     CLOSE TRANIN.
137400     CLOSE MERGEOUT.
137500     CLOSE ACRRPT.
137600     DISPLAY 'ADACCRUE - COMPLETE'.
137700     DISPLAY 'ACCRUED AFTER ' AC-FROM-DATE ' THROUGH '
137800         AC-THRU-DATE.
137900     DISPLAY 'ACCOUNTS ACCRUED    = ' AC-ACCTS-ACCRUED.
138000     DISPLAY 'PAIRS EMITTED       = ' AC-INT-PAIRS
138100         '/' AC-FEE-PAIRS.
138200     DISPLAY 'TRANSACTIONS COPIED = ' AC-TRANS-COPIED.
138300     EVALUATE TRUE
138400         WHEN AC-SEVERE-RAISED
138500             MOVE 8 TO RETURN-CODE
138600         WHEN AC-WARNING-RAISED
138700             MOVE 4 TO RETURN-CODE
138800         WHEN OTHER
138900             MOVE ZERO TO RETURN-CODE
139000     END-EVALUATE.
139100 9000-EXIT.
139200     EXIT.
139300
139400 9100-WRITE-ACRCTL.
139500     OPEN OUTPUT ACRCTLOUT.
139600     IF AC-ACRCTLOUT-STATUS NOT = '00'
139700         DISPLAY 'ADACCRUE - ACRCTLF OPEN FAILED, STATUS = '
139800             AC-ACRCTLOUT-STATUS
139900         DISPLAY 'ADACCRUE - THE NEXT RUN WILL ACCRUE THESE DAYS'
140000             ' AGAIN - RESTORE ACRCTLF BY HAND'
140100         SET AC-SEVERE-RAISED TO TRUE
140200         GO TO 9100-EXIT
140300     END-IF.
140400     MOVE SPACES TO ADACRCTL-REC OF ACRCTLOUT.
140500     MOVE AC-THRU-DATE TO ADACRCTL-THRU-DATE OF ACRCTLOUT.
140600     MOVE AC-FROM-DATE TO ADACRCTL-FROM-DATE OF ACRCTLOUT.
140700     MOVE AC-BUS-DATE TO ADACRCTL-BUS-DATE OF ACRCTLOUT.
140800     MOVE AC-TODAY TO ADACRCTL-RUN-DATE OF ACRCTLOUT.
140900     COMPUTE ADACRCTL-PAIRS OF ACRCTLOUT =
141000         AC-INT-PAIRS + AC-FEE-PAIRS.
141100     MOVE AC-TOT-NET TO ADACRCTL-TOTAL OF ACRCTLOUT.
141200     WRITE ADACRCTL-REC OF ACRCTLOUT.
141300     CLOSE ACRCTLOUT.
141400 9100-EXIT.
141500     EXIT.
