000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADTRLBAL.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  DEPARTMENTAL TRIAL BALANCE
001400*                 FOR THE CONTROLLERS.  TOTALS THE BALANCE MASTER
001500*                 (ADBALMST) ACROSS ALL RUN-IDS BY ACCOUNT, GROUPS
001600*                 THE ACCOUNTS BY THEIR CHART-OF-ACCOUNTS
001700*                 DEPARTMENT (ADACCMST) WITH DEPARTMENT SUBTOTALS
001800*                 AND A GRAND TOTAL, AND SHOWS EACH LINES CHANGE
001900*                 AND VARIANCE PERCENTAGE AGAINST THE PRIOR
002000*                 MONTH.  THE PERIOD-END FIGURES ARE KEPT ON ITS
002100*                 OWN FILE (TBFIGF, SEE ADTBFIG) SO EACH MONTH IS
002200*                 COMPARED WITH THE LAST.  ALSO WRITES A COMMA-
002300*                 DELIMITED COPY (TBEXP) FOR FINANCE TO LOAD.
002316* 10/15/2026 RD   A CLOSED PERIOD IS NOW TOTALLED FROM ITS
002332*                 PERIOD-CLOSE SNAPSHOT (PERSNPF, SEE ADPERSNP),
002348*                 NOT THE LIVE BALANCE MASTER.  AN ENDED PERIOD
002364*                 NEVER CLOSED (SEE ADPERCLS) STILL LISTS BUT ITS
002380*                 FIGURES ARE NOT SAVED, WITH A CONSOLE WARNING.
002400
002500* REMARKS.
002600*     THE PERIOD AND THE REVIEW TOLERANCE COME FROM THE TBCARD
002700*     SELECTION CARD (SEE ADTBSEL) - NO CARD TAKES THE CURRENT
002800*     MONTH AT 10 PERCENT.  A LINE WHOSE CHANGE IS PAST THE
002900*     TOLERANCE PERCENTAGE (AND BIGGER THAN THE CARDS AMOUNT
003000*     FLOOR) IS MARKED REVIEW; SO IS A BALANCE THAT WAS ZERO OR
003100*     ABSENT LAST MONTH.  A CLOSED ACCOUNT STILL CARRYING A
003200*     BALANCE IS MARKED CLOSED*.  AN ACCOUNT ON THE BALANCE
003300*     MASTER BUT NOT ON THE CHART LISTS UNDER *NOT ON CHART*.
003400*     AN ACCOUNT THAT HAD FIGURES LAST MONTH BUT HAS NO BALANCE
003500*     ROW NOW STILL LISTS, AT ZERO, SO ITS CHANGE IS SHOWN.
003600*     ENDS WITH CONDITION CODE 8 WHEN THE BALANCE MASTER NEVER
003700*     OPENED (NOTHING LISTED, NOTHING SAVED), 4 WHEN ANY LINE IS
003800*     MARKED OR ANYTHING WAS LEFT OUT, 0 CLEAN.
003810*     A PERIOD CLOSED BY ADPERCLS (ADPERCTL STATUS C) IS TOTALLED
003820*     FROM ITS PERIOD-CLOSE SNAPSHOT, SO THE SAVED FIGURES ARE THE
003830*     MONTH-END BALANCES AND NOT TODAYS.  A PERIOD BEFORE THE
003840*     CURRENT MONTH THAT WAS NEVER CLOSED CAN ONLY BE TOTALLED
003850*     FROM THE LIVE MASTER - IT LISTS, BUT NOTHING IS SAVED FOR IT
003860*     AND THE RUN ENDS WITH CONDITION CODE 4.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 SPECIAL-NAMES.
004500     C01 IS TOP-OF-PAGE.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL TBCARD
005000         ASSIGN TO TBCARD
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS TB-TBCARD-STATUS.
005300
005400     SELECT BALMSTF
005500         ASSIGN TO BALMSTF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ADBALMST-KEY
005900         FILE STATUS IS TB-BALMSTF-STATUS.
006000
006100     SELECT ACCTMSTF
006200         ASSIGN TO ACCTMSTF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS ADACCMST-KEY
006600         FILE STATUS IS TB-ACCTMSTF-STATUS.
006700
006800     SELECT TBFIGF
006900         ASSIGN TO TBFIGF
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS ADTBFIG-KEY
007300         FILE STATUS IS TB-TBFIGF-STATUS.
007305
007310     SELECT PERCTLF
007315         ASSIGN TO PERCTLF
007320         ORGANIZATION IS INDEXED
007325         ACCESS MODE IS RANDOM
007330         RECORD KEY IS ADPERCTL-KEY
007335         FILE STATUS IS TB-PERCTLF-STATUS.
007340
007345     SELECT PERSNPF
007350         ASSIGN TO PERSNPF
007355         ORGANIZATION IS INDEXED
007360         ACCESS MODE IS DYNAMIC
007365         RECORD KEY IS ADPERSNP-KEY
007370         FILE STATUS IS TB-PERSNPF-STATUS.
007400
007500     SELECT TBRPT
007600         ASSIGN TO TBRPT
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT TBEXP
008000         ASSIGN TO TBEXP
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500
008600 FD  TBCARD
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 80 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000     COPY ADTBSEL.
009100
009200 FD  BALMSTF
009300     RECORD CONTAINS 80 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ADBALMST.
009600
009700 FD  ACCTMSTF
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ADACCMST.
010100
010200 FD  TBFIGF
010300     RECORD CONTAINS 80 CHARACTERS
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ADTBFIG.
010505
010510 FD  PERCTLF
010515     RECORD CONTAINS 80 CHARACTERS
010520     LABEL RECORDS ARE STANDARD.
010525     COPY ADPERCTL.
010530
010535 FD  PERSNPF
010540     RECORD CONTAINS 80 CHARACTERS
010545     LABEL RECORDS ARE STANDARD.
010550     COPY ADPERSNP.
010600
010700 FD  TBRPT
010800     RECORD CONTAINS 132 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000 01  TBRPT-LINE                      PIC X(132).
011100
011200 FD  TBEXP
011300     RECORD CONTAINS 160 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500 01  TBEXP-LINE                      PIC X(160).
011600
011700 WORKING-STORAGE SECTION.
011800
011900*-----------------------------------------------------------------
012000* FILE STATUS AND SWITCHES
012100*-----------------------------------------------------------------
012200 77  TB-TBCARD-STATUS                PIC X(02) VALUE "00".
012300 77  TB-BALMSTF-STATUS               PIC X(02) VALUE "00".
012400 77  TB-ACCTMSTF-STATUS              PIC X(02) VALUE "00".
012500 77  TB-TBFIGF-STATUS                PIC X(02) VALUE "00".
012510 77  TB-PERCTLF-STATUS               PIC X(02) VALUE "00".
012520 77  TB-PERSNPF-STATUS               PIC X(02) VALUE "00".
012600 77  TB-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
012700     88  TB-CARD-EOF                 VALUE 'Y'.
012800 77  TB-BALMST-OPEN-SW                PIC X(01) VALUE 'N'.
012900     88  TB-BALMST-OPEN              VALUE 'Y'.
013000 77  TB-ACCTMST-OPEN-SW               PIC X(01) VALUE 'N'.
013100     88  TB-ACCTMST-OPEN             VALUE 'Y'.
013200 77  TB-TBFIG-OPEN-SW                 PIC X(01) VALUE 'N'.
013300     88  TB-TBFIG-OPEN               VALUE 'Y'.
013400 77  TB-MASTER-EOF-SW                 PIC X(01) VALUE 'N'.
013500     88  TB-MASTER-EOF               VALUE 'Y'.
013600 77  TB-CHART-EOF-SW                  PIC X(01) VALUE 'N'.
013700     88  TB-CHART-EOF                VALUE 'Y'.
013800 77  TB-FIG-EOF-SW                    PIC X(01) VALUE 'N'.
013900     88  TB-FIG-EOF                  VALUE 'Y'.
014000 77  TB-ACCT-FOUND-SW                 PIC X(01) VALUE 'N'.
014100     88  TB-ACCT-FOUND               VALUE 'Y'.
014200 77  TB-ACCT-ADDED-SW                 PIC X(01) VALUE 'N'.
014300     88  TB-ACCT-ADDED               VALUE 'Y'.
014400 77  TB-HAVE-PRIOR-SW                 PIC X(01) VALUE 'N'.
014500     88  TB-HAVE-PRIOR               VALUE 'Y'.
014600 77  TB-SAVE-SW                       PIC X(01) VALUE 'Y'.
014700     88  TB-SAVE-FIGURES             VALUE 'Y'.
014800 77  TB-REVIEW-SW                     PIC X(01) VALUE 'N'.
014900     88  TB-LINE-REVIEW              VALUE 'Y'.
015000 77  TB-ACCT-FULL-TOLD-SW             PIC X(01) VALUE 'N'.
015100     88  TB-ACCT-FULL-TOLD           VALUE 'Y'.
015200 77  TB-DEPT-FULL-TOLD-SW             PIC X(01) VALUE 'N'.
015300     88  TB-DEPT-FULL-TOLD           VALUE 'Y'.
015400 77  TB-WARNING-SW                    PIC X(01) VALUE 'N'.
015500     88  TB-WARNING-RAISED           VALUE 'Y'.
015510 77  TB-PERIOD-CLOSED-SW              PIC X(01) VALUE 'N'.
015520     88  TB-PERIOD-CLOSED            VALUE 'Y'.
015530 77  TB-FROM-SNAP-SW                  PIC X(01) VALUE 'N'.
015540     88  TB-FROM-SNAPSHOT            VALUE 'Y'.
015550 77  TB-SNAP-EOF-SW                   PIC X(01) VALUE 'N'.
015560     88  TB-SNAP-EOF                 VALUE 'Y'.
015570 77  TB-FIGS-UNSAFE-SW                PIC X(01) VALUE 'N'.
015580     88  TB-FIGS-UNSAFE              VALUE 'Y'.
015600
015700*-----------------------------------------------------------------
015800* THE PERIOD REPORTED, THE PERIOD IT IS COMPARED WITH AND THE
015900* REVIEW TOLERANCE - DEFAULTED, THEN OVERLAID FROM THE CARD
016000*-----------------------------------------------------------------
016100 01  TB-PERIOD.
016200     05  TB-PER-YYYY                 PIC 9(04) VALUE ZERO.
016300     05  FILLER                      PIC X(01) VALUE '-'.
016400     05  TB-PER-MM                   PIC 9(02) VALUE ZERO.
016500 01  TB-PRIOR-PERIOD.
016600     05  TB-PRI-YYYY                 PIC 9(04) VALUE ZERO.
016700     05  FILLER                      PIC X(01) VALUE '-'.
016800     05  TB-PRI-MM                   PIC 9(02) VALUE ZERO.
016900 77  TB-PERIOD-GIVEN-SW               PIC X(01) VALUE 'N'.
017000     88  TB-PERIOD-GIVEN             VALUE 'Y'.
017010 77  TB-CUR-PERIOD                   PIC X(07) VALUE SPACES.
017100 77  TB-TOL-PCT                      PIC 9(03)V99 VALUE 10.
017200 77  TB-TOL-AMT                      PIC 9(09)V99 VALUE ZERO.
017300
017400*-----------------------------------------------------------------
017500* ONE ENTRY PER ACCOUNT.  THE CHART-OF-ACCOUNTS ACCOUNTS ARE
017600* LOADED FIRST, IN KEY ORDER, SO THAT PART OF THE TABLE
017700* (1 THRU TB-CHART-COUNT) IS SEARCHED BY HALVING.  ACCOUNTS MET
017800* ON THE BALANCE MASTER OR THE PRIOR FIGURES BUT NOT ON THE
017900* CHART ARE ADDED AFTER IT, IN THE ORDER FIRST MET, AND
018000* SEARCHED ONE BY ONE.  THE LAST HIT IS CACHED - THE BALANCE
018100* MASTER ARRIVES RUN BY RUN IN ACCOUNT ORDER.
018200*-----------------------------------------------------------------
018300 01  TB-ACCT-TABLE.
018400     05  TB-ACCT-ENTRY OCCURS 10000 TIMES.
018500         10  TB-AC-ACCOUNT           PIC X(08).
018600         10  TB-AC-DESC              PIC X(30).
018700         10  TB-AC-DEPT              PIC X(08).
018800         10  TB-AC-STATUS            PIC X(01).
018900         10  TB-AC-BALANCE           PIC S9(13)V99.
019000         10  TB-AC-TRAN-COUNT        PIC 9(09) COMP.
019100         10  TB-AC-ROWS              PIC 9(07) COMP.
019200         10  TB-AC-PRIOR             PIC S9(13)V99.
019300         10  TB-AC-PRIOR-SW          PIC X(01).
019400 77  TB-ACCT-MAX                     PIC 9(05) COMP VALUE 10000.
019500 77  TB-ACCT-COUNT                   PIC 9(05) COMP VALUE ZERO.
019600 77  TB-CHART-COUNT                  PIC 9(05) COMP VALUE ZERO.
019700 77  TB-EXTRA-START                  PIC 9(05) COMP VALUE ZERO.
019800 77  TB-ACCT-SUB                     PIC 9(05) COMP VALUE ZERO.
019900 77  TB-ACCT-HIT-SUB                 PIC 9(05) COMP VALUE ZERO.
020000 77  TB-ACCT-LAST-HIT                PIC 9(05) COMP VALUE ZERO.
020100 77  TB-LO                           PIC 9(05) COMP VALUE ZERO.
020200 77  TB-HI                           PIC 9(05) COMP VALUE ZERO.
020300 77  TB-MID                          PIC 9(05) COMP VALUE ZERO.
020400 77  TB-SRCH-ACCOUNT                 PIC X(08) VALUE SPACES.
020500
020600*-----------------------------------------------------------------
020700* DEPARTMENTS WITH SOMETHING TO LIST, KEPT IN ORDER AS THEY ARE
020800* ADDED.  ACCOUNTS NOT ON THE CHART CARRY HIGH-VALUES, SO THEY
020900* LIST LAST.
021000*-----------------------------------------------------------------
021100 01  TB-DEPT-TABLE.
021200     05  TB-DEPT-ENTRY OCCURS 1000 TIMES.
021300         10  TB-DP-DEPT              PIC X(08).
021400 77  TB-DEPT-MAX                     PIC 9(04) COMP VALUE 1000.
021500 77  TB-DEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
021600 77  TB-DEPT-SUB                     PIC 9(04) COMP VALUE ZERO.
021700 77  TB-DEPT-AT                      PIC 9(04) COMP VALUE ZERO.
021800 77  TB-CUR-DEPT                     PIC X(08) VALUE SPACES.
021900 77  TB-DEPT-LABEL                   PIC X(14) VALUE SPACES.
022000
022100*-----------------------------------------------------------------
022200* VARIANCE ARITHMETIC FOR ONE LINE - AN ACCOUNT, A DEPARTMENT
022300* SUBTOTAL OR THE GRAND TOTAL.  THE PERCENTAGE STATE IS N WHEN
022400* THERE WAS NOTHING LAST MONTH (NEW) AND O WHEN THE PERCENTAGE
022500* WILL NOT FIT THE PICTURE.
022600*-----------------------------------------------------------------
022700 77  TB-LN-BALANCE                   PIC S9(13)V99 VALUE ZERO.
022800 77  TB-LN-PRIOR                     PIC S9(13)V99 VALUE ZERO.
022900 77  TB-CHANGE                       PIC S9(13)V99 VALUE ZERO.
023000 77  TB-ABS-CHANGE                   PIC S9(13)V99 VALUE ZERO.
023100 77  TB-ABS-PRIOR                    PIC S9(13)V99 VALUE ZERO.
023200 77  TB-PCT                          PIC S9(05)V9 VALUE ZERO.
023300 77  TB-ABS-PCT                      PIC S9(05)V9 VALUE ZERO.
023400 77  TB-PCT-STATE                    PIC X(01) VALUE SPACE.
023500     88  TB-PCT-NEW                  VALUE 'N'.
023600     88  TB-PCT-OVERFLOW             VALUE 'O'.
023700
023800*-----------------------------------------------------------------
023900* DEPARTMENT AND GRAND TOTALS
024000*-----------------------------------------------------------------
024100 77  TB-DP-TOT-BAL                   PIC S9(13)V99 VALUE ZERO.
024200 77  TB-DP-TOT-PRIOR                 PIC S9(13)V99 VALUE ZERO.
024300 77  TB-DP-ACCTS                     PIC 9(07) COMP VALUE ZERO.
024400 77  TB-GR-TOT-BAL                   PIC S9(13)V99 VALUE ZERO.
024500 77  TB-GR-TOT-PRIOR                 PIC S9(13)V99 VALUE ZERO.
024600
024700*-----------------------------------------------------------------
024800* COUNTS FOR THE EOJ SUMMARY
024900*-----------------------------------------------------------------
025000 77  TB-ROWS-READ                    PIC 9(09) COMP VALUE ZERO.
025100 77  TB-ROWS-DAMAGED                 PIC 9(09) COMP VALUE ZERO.
025200 77  TB-ROWS-DROPPED                 PIC 9(09) COMP VALUE ZERO.
025300 77  TB-ACCTS-LISTED                 PIC 9(09) COMP VALUE ZERO.
025400 77  TB-DEPTS-LISTED                 PIC 9(09) COMP VALUE ZERO.
025500 77  TB-NOT-ON-CHART                 PIC 9(09) COMP VALUE ZERO.
025600 77  TB-REVIEW-COUNT                 PIC 9(09) COMP VALUE ZERO.
025700 77  TB-CLOSED-BAL-COUNT             PIC 9(09) COMP VALUE ZERO.
025800 77  TB-PRIOR-READ                   PIC 9(09) COMP VALUE ZERO.
025900 77  TB-FIGS-SAVED                   PIC 9(09) COMP VALUE ZERO.
026000 77  TB-FIG-ERRORS                   PIC 9(09) COMP VALUE ZERO.
026010 77  TB-SNAP-LATE                    PIC 9(09) COMP VALUE ZERO.
026100
026200*-----------------------------------------------------------------
026300* REPORT PAGE / LINE CONTROL
026400*-----------------------------------------------------------------
026500 77  TB-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
026600 77  TB-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
026700 77  TB-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
026800 77  TB-SPACING                      PIC 9(01) COMP VALUE 1.
026900 77  TB-PRINT-AREA                   PIC X(132) VALUE SPACES.
027000
027100*-----------------------------------------------------------------
027200* SYSTEM DATE AND TIME FOR THE HEADING AND THE SAVED FIGURES
027300*-----------------------------------------------------------------
027400 01  TB-SYSTEM-DATE.
027500     05  TB-SYS-YY                   PIC 9(02).
027600     05  TB-SYS-MM                   PIC 9(02).
027700     05  TB-SYS-DD                   PIC 9(02).
027800 01  TB-TODAY-DATE                   PIC X(10).
027900 01  TB-HDG-DATE                     PIC X(10).
028000
028100*-----------------------------------------------------------------
028200* THE COMPARISON COLUMNS FOR ONE LINE, FORMATTED ONCE FOR BOTH
028300* THE REPORT AND THE DELIMITED FILE.  BLANK WHEN THERE ARE NO
028400* PRIOR FIGURES TO COMPARE WITH.
028500*-----------------------------------------------------------------
028600 01  TB-FMT-PRIOR-X                  PIC X(18).
028700 01  TB-FMT-PRIOR REDEFINES TB-FMT-PRIOR-X
028800                                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028900 01  TB-FMT-CHANGE-X                 PIC X(18).
029000 01  TB-FMT-CHANGE REDEFINES TB-FMT-CHANGE-X
029100                                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029200 01  TB-FMT-PCT-X                    PIC X(08).
029300 01  TB-FMT-PCT REDEFINES TB-FMT-PCT-X
029400                                     PIC ZZZZ9.9-.
029500 01  TB-FMT-REVIEW                   PIC X(06).
029600
029700*-----------------------------------------------------------------
029800* EDITED FIELDS FOR THE DELIMITED COLUMNS - EXPLICIT LEADING
029900* SIGN AND DECIMAL POINT, FIXED WIDTH, NO OVERPUNCH, AS IN
030000* ADEXPORT.
030100*-----------------------------------------------------------------
030200 01  TB-XP-BALANCE                   PIC +9(13).99.
030300 01  TB-XP-PRIOR-X                   PIC X(17).
030400 01  TB-XP-PRIOR REDEFINES TB-XP-PRIOR-X
030500                                     PIC +9(13).99.
030600 01  TB-XP-CHANGE-X                  PIC X(17).
030700 01  TB-XP-CHANGE REDEFINES TB-XP-CHANGE-X
030800                                     PIC +9(13).99.
030900 01  TB-XP-PCT-X                     PIC X(08).
031000 01  TB-XP-PCT REDEFINES TB-XP-PCT-X
031100                                     PIC +9(05).9.
031200 77  TB-XP-REC-TYPE                  PIC X(01) VALUE SPACE.
031300 77  TB-XP-DEPT                      PIC X(14) VALUE SPACES.
031400 77  TB-XP-ACCOUNT                   PIC X(08) VALUE SPACES.
031500 77  TB-XP-DESC                      PIC X(30) VALUE SPACES.
031600 77  TB-XP-STATUS                    PIC X(01) VALUE SPACE.
031700 77  TB-XP-REVIEW                    PIC X(01) VALUE SPACE.
031800 77  TB-XP-CLOSED                    PIC X(01) VALUE SPACE.
031900 77  TB-EXPORT-LINE                  PIC X(160) VALUE SPACES.
032000
032100*-----------------------------------------------------------------
032200* PRINT LINE LAYOUTS FOR TBRPT
032300*-----------------------------------------------------------------
032400 01  TB-HDG1.
032500     05  FILLER                      PIC X(01) VALUE SPACE.
032600     05  FILLER                      PIC X(44)
032700             VALUE 'ADTRLBAL - DEPARTMENTAL TRIAL BALANCE'.
032800     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
032900     05  TB-HDG1-DATE                PIC X(10).
033000     05  FILLER                      PIC X(03) VALUE SPACES.
033100     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
033200     05  TB-HDG1-PAGE                PIC ZZZZ9.
033300
033400 01  TB-HDG2.
033500     05  FILLER                      PIC X(02) VALUE SPACES.
033600     05  FILLER                      PIC X(08) VALUE 'PERIOD: '.
033700     05  TB-HDG2-PERIOD              PIC X(07).
033800     05  FILLER                      PIC X(18)
033900             VALUE '   COMPARED WITH: '.
034000     05  TB-HDG2-PRIOR               PIC X(07).
034100     05  FILLER                      PIC X(21)
034200             VALUE '   REVIEW PAST:      '.
034300     05  TB-HDG2-TOL-PCT             PIC ZZ9.99.
034400     05  FILLER                      PIC X(22)
034500             VALUE ' PCT, CHANGES OVER    '.
034600     05  TB-HDG2-TOL-AMT             PIC ZZZ,ZZZ,ZZ9.99.
034700
034800 01  TB-HDG3.
034900     05  FILLER                      PIC X(02) VALUE SPACES.
035000     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
035100     05  FILLER                      PIC X(32)
035200             VALUE 'DESCRIPTION'.
035300     05  FILLER                      PIC X(03) VALUE 'S'.
035400     05  FILLER                      PIC X(20)
035500             VALUE '   CURRENT BALANCE'.
035600     05  FILLER                      PIC X(20)
035700             VALUE '     PRIOR BALANCE'.
035800     05  FILLER                      PIC X(20)
035900             VALUE '            CHANGE'.
036000     05  FILLER                      PIC X(10) VALUE '   VAR %'.
036100     05  FILLER                      PIC X(15) VALUE 'FLAGS'.
036200
036300 01  TB-DEPT-HDG-LINE.
036400     05  FILLER                      PIC X(02) VALUE SPACES.
036500     05  FILLER                      PIC X(12)
036600             VALUE 'DEPARTMENT: '.
036700     05  TB-DH-DEPT                  PIC X(14).
036800
036900 01  TB-DETAIL-LINE.
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  TB-DTL-ACCOUNT              PIC X(08).
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  TB-DTL-DESC                 PIC X(30).
037400     05  FILLER                      PIC X(02) VALUE SPACES.
037500     05  TB-DTL-STATUS               PIC X(01).
037600     05  FILLER                      PIC X(02) VALUE SPACES.
037700     05  TB-DTL-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
037800     05  FILLER                      PIC X(02) VALUE SPACES.
037900     05  TB-DTL-PRIOR                PIC X(18).
038000     05  FILLER                      PIC X(02) VALUE SPACES.
038100     05  TB-DTL-CHANGE               PIC X(18).
038200     05  FILLER                      PIC X(02) VALUE SPACES.
038300     05  TB-DTL-PCT                  PIC X(08).
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  TB-DTL-REVIEW               PIC X(06).
038600     05  FILLER                      PIC X(01) VALUE SPACE.
038700     05  TB-DTL-CLOSED               PIC X(08).
038800
038900 01  TB-TOTAL-LINE.
039000     05  FILLER                      PIC X(02) VALUE SPACES.
039100     05  TB-TOT-LABEL                PIC X(43).
039200     05  FILLER                      PIC X(02) VALUE SPACES.
039300     05  TB-TOT-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
039400     05  FILLER                      PIC X(02) VALUE SPACES.
039500     05  TB-TOT-PRIOR                PIC X(18).
039600     05  FILLER                      PIC X(02) VALUE SPACES.
039700     05  TB-TOT-CHANGE               PIC X(18).
039800     05  FILLER                      PIC X(02) VALUE SPACES.
039900     05  TB-TOT-PCT                  PIC X(08).
040000     05  FILLER                      PIC X(02) VALUE SPACES.
040100     05  TB-TOT-REVIEW               PIC X(06).
040200     05  FILLER                      PIC X(09) VALUE SPACES.
040300
040400 01  TB-NOTE-LINE.
040500     05  FILLER                      PIC X(02) VALUE SPACES.
040600     05  TB-NOTE-TEXT                PIC X(70).
040700
040800 01  TB-SUMMARY-LINE.
040900     05  FILLER                      PIC X(02) VALUE SPACES.
041000     05  TB-SUM-LABEL                PIC X(34).
041100     05  TB-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
041200
041300 PROCEDURE DIVISION.
041400
041500*-----------------------------------------------------------------
041600* 0000-MAINLINE
041700* DRIVES THE ENTIRE RUN.  WITHOUT THE BALANCE MASTER THERE IS
041800* NOTHING TO LIST OR SAVE - ONLY THE SUMMARY PRINTS.
041900*-----------------------------------------------------------------
042000 0000-MAINLINE.
042100     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
042200     IF TB-BALMST-OPEN
042300         PERFORM 2000-LOAD-CHART THRU 2000-EXIT
042400         PERFORM 3000-LOAD-BALANCES THRU 3000-EXIT
042500         PERFORM 4000-LOAD-PRIOR THRU 4000-EXIT
042600         PERFORM 5000-BUILD-DEPTS THRU 5000-EXIT
042700         PERFORM 6000-PRINT-TRIAL-BALANCE THRU 6000-EXIT
042800         PERFORM 7000-SAVE-FIGURES THRU 7000-EXIT
042900     END-IF.
043000     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
043100     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
043200     GOBACK.
043300
043400*-----------------------------------------------------------------
043500* 1000-INITIALIZE-RTN
043600* SETS THE PERIOD AND ITS PRIOR MONTH, OPENS THE FILES AND
043700* WRITES THE FIRST HEADING AND THE DELIMITED COLUMN ROW.  A
043800* CHART THAT CANNOT BE OPENED LISTS EVERY ACCOUNT UNDER *NOT ON
043900* CHART*.  A FIGURES FILE THAT CANNOT BE OPENED LEAVES THE
044000* COMPARISON COLUMNS BLANK AND SAVES NOTHING.  THE FIGURES FILE
044100* IS PRIMED EMPTY ON FIRST USE.
044110* THE PERIOD CONTROL IS THEN CHECKED - SEE 1200-CHECK-PERIOD.
044200*-----------------------------------------------------------------
044300 1000-INITIALIZE-RTN.
044400     ACCEPT TB-SYSTEM-DATE FROM DATE.
044500     STRING
044600         '20' TB-SYS-YY '-' TB-SYS-MM '-' TB-SYS-DD
044700         DELIMITED BY SIZE INTO TB-TODAY-DATE
044800     END-STRING.
044900     STRING
045000         TB-SYS-MM '/' TB-SYS-DD '/' '20' TB-SYS-YY
045100         DELIMITED BY SIZE INTO TB-HDG-DATE
045200     END-STRING.
045300     MOVE TB-HDG-DATE TO TB-HDG1-DATE.
045400     PERFORM 1100-READ-SELECT-CARD THRU 1100-EXIT.
045500     IF NOT TB-PERIOD-GIVEN
045600         COMPUTE TB-PER-YYYY = 2000 + TB-SYS-YY
045700         MOVE TB-SYS-MM TO TB-PER-MM
045800     END-IF.
045900     IF TB-PER-MM = 1
046000         COMPUTE TB-PRI-YYYY = TB-PER-YYYY - 1
046100         MOVE 12 TO TB-PRI-MM
046200     ELSE
046300         MOVE TB-PER-YYYY TO TB-PRI-YYYY
046400         COMPUTE TB-PRI-MM = TB-PER-MM - 1
046500     END-IF.
046600     MOVE TB-PERIOD TO TB-HDG2-PERIOD.
046700     MOVE TB-PRIOR-PERIOD TO TB-HDG2-PRIOR.
046800     MOVE TB-TOL-PCT TO TB-HDG2-TOL-PCT.
046900     MOVE TB-TOL-AMT TO TB-HDG2-TOL-AMT.
047000     OPEN OUTPUT TBRPT.
047100     OPEN OUTPUT TBEXP.
047200     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
047300     MOVE SPACES TO TBEXP-LINE.
047400     STRING
047500         'PERIOD,REC-TYPE,DEPT,ACCOUNT,DESCRIPTION,STATUS,'
047600         'BALANCE,PRIOR-BALANCE,CHANGE,VARIANCE-PCT,REVIEW,'
047700         'CLOSED-WITH-BALANCE'
047800         DELIMITED BY SIZE INTO TBEXP-LINE
047900     END-STRING.
048000     WRITE TBEXP-LINE.
048100     OPEN INPUT BALMSTF.
048200     IF TB-BALMSTF-STATUS = '00' OR '05'
048300         SET TB-BALMST-OPEN TO TRUE
048400     ELSE
048500         DISPLAY 'ADTRLBAL - BALMSTF OPEN FAILED, STATUS = '
048600             TB-BALMSTF-STATUS
048700         DISPLAY 'ADTRLBAL - NO TRIAL BALANCE THIS RUN'
048800         GO TO 1000-EXIT
048900     END-IF.
049000     OPEN INPUT ACCTMSTF.
049100     IF TB-ACCTMSTF-STATUS = '00' OR '05'
049200         SET TB-ACCTMST-OPEN TO TRUE
049300     ELSE
049400         DISPLAY 'ADTRLBAL - ACCTMSTF OPEN FAILED, STATUS = '
049500             TB-ACCTMSTF-STATUS
049600         DISPLAY 'ADTRLBAL - EVERY ACCOUNT WILL LIST AS NOT ON '
049700             'THE CHART'
049800         SET TB-WARNING-RAISED TO TRUE
049900     END-IF.
050000     OPEN I-O TBFIGF.
050100     IF TB-TBFIGF-STATUS = '35'
050200         OPEN OUTPUT TBFIGF
050300         CLOSE TBFIGF
050400         OPEN I-O TBFIGF
050500     END-IF.
050600     IF TB-TBFIGF-STATUS = '00' OR '05'
050700         SET TB-TBFIG-OPEN TO TRUE
050800     ELSE
050900         DISPLAY 'ADTRLBAL - TBFIGF OPEN FAILED, STATUS = '
051000             TB-TBFIGF-STATUS
051100         DISPLAY 'ADTRLBAL - NO COMPARISON AND NO FIGURES SAVED '
051200             'THIS RUN'
051300         SET TB-WARNING-RAISED TO TRUE
051400     END-IF.
051410     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
051500 1000-EXIT.
051600     EXIT.
051700
051800*-----------------------------------------------------------------
051900* 1100-READ-SELECT-CARD
052000* NO CARD, OR A BLANK ONE, TAKES THE CURRENT MONTH, THE DEFAULT
052100* TOLERANCE AND SAVES THE FIGURES.  A MALFORMED PERIOD IS
052200* IGNORED LIKE A BLANK ONE.
052300*-----------------------------------------------------------------
052400 1100-READ-SELECT-CARD.
052500     OPEN INPUT TBCARD.
052600     IF TB-TBCARD-STATUS NOT = '00'
052700         CLOSE TBCARD
052800         GO TO 1100-EXIT
052900     END-IF.
053000     READ TBCARD
053100         AT END SET TB-CARD-EOF TO TRUE
053200     END-READ.
053300     IF NOT TB-CARD-EOF
053400         IF ADTBSEL-PER-YYYY IS NUMERIC
053500             AND ADTBSEL-PER-MM IS NUMERIC
053600             AND ADTBSEL-PER-MM NOT LESS THAN '01'
053700             AND ADTBSEL-PER-MM NOT GREATER THAN '12'
053800             MOVE ADTBSEL-PER-YYYY TO TB-PER-YYYY
053900             MOVE ADTBSEL-PER-MM TO TB-PER-MM
054000             SET TB-PERIOD-GIVEN TO TRUE
054100         END-IF
054200         IF ADTBSEL-TOL-PCT-X IS NUMERIC
054300             MOVE ADTBSEL-TOL-PCT TO TB-TOL-PCT
054400         END-IF
054500         IF ADTBSEL-TOL-AMT-X IS NUMERIC
054600             MOVE ADTBSEL-TOL-AMT TO TB-TOL-AMT
054700         END-IF
054800         IF ADTBSEL-NO-SAVE
054900             MOVE 'N' TO TB-SAVE-SW
055000         END-IF
055100     END-IF.
055200     CLOSE TBCARD.
055300 1100-EXIT.
055400     EXIT.
055500
055501*-----------------------------------------------------------------
055502* 1200-CHECK-PERIOD
055503* READS THE PERIOD CONTROL (ADPERCTL) FOR THE PERIOD REPORTED.  A
055504* CLOSED PERIOD IS TOTALLED FROM ITS SNAPSHOT (SEE 3150) - IF THE
055505* SNAPSHOT WILL NOT OPEN THE LIVE MASTER IS USED AND NOTHING IS
055506* SAVED.  A PERIOD BEFORE THE CURRENT MONTH THAT WAS NEVER CLOSED
055507* (NO CONTROL FILE, NO CONTROL ROW, OR STILL OPEN) IS TOTALLED
055508* FROM THE LIVE MASTER, WHICH BY NOW HOLDS LATER POSTINGS, SO ITS
055509* FIGURES ARE NOT SAVED AND THE RUN WARNS.
055510*-----------------------------------------------------------------
055511 1200-CHECK-PERIOD.
055512     STRING
055513         '20' TB-SYS-YY '-' TB-SYS-MM
055514         DELIMITED BY SIZE INTO TB-CUR-PERIOD
055515     END-STRING.
055516     OPEN INPUT PERCTLF.
055517     IF TB-PERCTLF-STATUS = '00' OR '05'
055518         MOVE TB-PERIOD TO ADPERCTL-PERIOD
055519         READ PERCTLF
055520             INVALID KEY
055521                 CONTINUE
055522             NOT INVALID KEY
055523                 IF ADPERCTL-CLOSED
055524                     SET TB-PERIOD-CLOSED TO TRUE
055525                 END-IF
055526         END-READ
055527         CLOSE PERCTLF
055528     ELSE
055529         IF TB-PERCTLF-STATUS NOT = '35'
055530             DISPLAY 'ADTRLBAL - PERCTLF OPEN FAILED, STATUS = '
055531                 TB-PERCTLF-STATUS
055532             SET TB-WARNING-RAISED TO TRUE
055533         END-IF
055534     END-IF.
055535     IF TB-PERIOD-CLOSED
055536         PERFORM 1250-OPEN-SNAPSHOT THRU 1250-EXIT
055537         GO TO 1200-EXIT
055538     END-IF.
055539     IF TB-PERIOD LESS THAN TB-CUR-PERIOD
055540         DISPLAY 'ADTRLBAL - PERIOD ' TB-PERIOD
055541             ' HAS ENDED BUT WAS NEVER CLOSED'
055542         DISPLAY 'ADTRLBAL - BALANCES ARE TODAYS, NOT PERIOD-'
055543             'END - NO FIGURES SAVED'
055544         SET TB-FIGS-UNSAFE TO TRUE
055545         SET TB-WARNING-RAISED TO TRUE
055546     END-IF.
055547 1200-EXIT.
055548     EXIT.
055549
055550 1250-OPEN-SNAPSHOT.
055551     OPEN INPUT PERSNPF.
055552     IF TB-PERSNPF-STATUS = '00' OR '05'
055553         SET TB-FROM-SNAPSHOT TO TRUE
055554     ELSE
055555         DISPLAY 'ADTRLBAL - PERSNPF OPEN FAILED, STATUS = '
055556             TB-PERSNPF-STATUS
055557         DISPLAY 'ADTRLBAL - CLOSED PERIOD ' TB-PERIOD
055558             ' TOTALLED FROM THE LIVE MASTER - NO FIGURES SAVED'
055559         SET TB-FIGS-UNSAFE TO TRUE
055560         SET TB-WARNING-RAISED TO TRUE
055561     END-IF.
055562 1250-EXIT.
055563     EXIT.
055564
055600*-----------------------------------------------------------------
055700* 1500-WRITE-RPT-HEADING
055800*-----------------------------------------------------------------
055900 1500-WRITE-RPT-HEADING.
056000     ADD 1 TO TB-PAGE-COUNT.
056100     MOVE TB-PAGE-COUNT TO TB-HDG1-PAGE.
056200     WRITE TBRPT-LINE FROM TB-HDG1 AFTER ADVANCING PAGE.
056300     WRITE TBRPT-LINE FROM TB-HDG2 AFTER ADVANCING 2 LINES.
056400     WRITE TBRPT-LINE FROM TB-HDG3 AFTER ADVANCING 2 LINES.
056500     MOVE 5 TO TB-LINE-COUNT.
056600 1500-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------------
057000* 2000-LOAD-CHART
057100* LOADS EVERY CHART-OF-ACCOUNTS ACCOUNT, IN KEY ORDER, WITH ITS
057200* DESCRIPTION, DEPARTMENT AND STATUS.
057300*-----------------------------------------------------------------
057400 2000-LOAD-CHART.
057500     IF NOT TB-ACCTMST-OPEN
057600         GO TO 2000-EXIT
057700     END-IF.
057800     MOVE LOW-VALUES TO ADACCMST-KEY.
057900     START ACCTMSTF KEY NOT LESS THAN ADACCMST-KEY
058000         INVALID KEY SET TB-CHART-EOF TO TRUE
058100     END-START.
058200     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
058300         UNTIL TB-CHART-EOF.
058400     MOVE TB-ACCT-COUNT TO TB-CHART-COUNT.
058500 2000-EXIT.
058600     EXIT.
058700
058800 2100-LOAD-ONE-ACCOUNT.
058900     READ ACCTMSTF NEXT RECORD
059000         AT END SET TB-CHART-EOF TO TRUE
059100     END-READ.
059200     IF TB-CHART-EOF
059300         GO TO 2100-EXIT
059400     END-IF.
059500     IF TB-ACCT-COUNT NOT LESS THAN TB-ACCT-MAX
059600         PERFORM 3350-TABLE-FULL THRU 3350-EXIT
059700         SET TB-CHART-EOF TO TRUE
059800         GO TO 2100-EXIT
059900     END-IF.
060000     ADD 1 TO TB-ACCT-COUNT.
060100     MOVE ADACCMST-ACCOUNT TO TB-AC-ACCOUNT (TB-ACCT-COUNT).
060200     MOVE ADACCMST-DESC TO TB-AC-DESC (TB-ACCT-COUNT).
060300     MOVE ADACCMST-DEPT TO TB-AC-DEPT (TB-ACCT-COUNT).
060400     MOVE ADACCMST-STATUS TO TB-AC-STATUS (TB-ACCT-COUNT).
060500     MOVE ZERO TO TB-AC-BALANCE (TB-ACCT-COUNT).
060600     MOVE ZERO TO TB-AC-TRAN-COUNT (TB-ACCT-COUNT).
060700     MOVE ZERO TO TB-AC-ROWS (TB-ACCT-COUNT).
060800     MOVE ZERO TO TB-AC-PRIOR (TB-ACCT-COUNT).
060900     MOVE 'N' TO TB-AC-PRIOR-SW (TB-ACCT-COUNT).
061000 2100-EXIT.
061100     EXIT.
061200
061300*-----------------------------------------------------------------
061400* 3000-LOAD-BALANCES
061500* BROWSES THE WHOLE BALANCE MASTER AND ADDS EACH RUN-IDS ROW
061600* INTO ITS ACCOUNTS TOTAL.  A ROW WITH A DAMAGED BALANCE IS LEFT
061700* OUT AND COUNTED.
061710* A CLOSED PERIOD IS TOTALLED FROM ITS SNAPSHOT INSTEAD (3150).
061800*-----------------------------------------------------------------
061900 3000-LOAD-BALANCES.
061910     IF TB-FROM-SNAPSHOT
061920         PERFORM 3150-LOAD-SNAPSHOT THRU 3150-EXIT
061930         GO TO 3000-EXIT
061940     END-IF.
062000     MOVE LOW-VALUES TO ADBALMST-KEY.
062100     START BALMSTF KEY NOT LESS THAN ADBALMST-KEY
062200         INVALID KEY SET TB-MASTER-EOF TO TRUE
062300     END-START.
062400     PERFORM 3100-LOAD-ONE-BALANCE THRU 3100-EXIT
062500         UNTIL TB-MASTER-EOF.
062600 3000-EXIT.
062700     EXIT.
062800
062900 3100-LOAD-ONE-BALANCE.
063000     READ BALMSTF NEXT RECORD
063100         AT END SET TB-MASTER-EOF TO TRUE
063200     END-READ.
063300     IF TB-MASTER-EOF
063400         GO TO 3100-EXIT
063500     END-IF.
063600     ADD 1 TO TB-ROWS-READ.
063700     IF ADBALMST-BALANCE IS NOT NUMERIC
063800         OR ADBALMST-TRAN-COUNT IS NOT NUMERIC
063900         ADD 1 TO TB-ROWS-DAMAGED
064000         GO TO 3100-EXIT
064100     END-IF.
064200     MOVE ADBALMST-ACCOUNT TO TB-SRCH-ACCOUNT.
064300     PERFORM 3200-FIND-ACCT THRU 3200-EXIT.
064400     IF NOT TB-ACCT-FOUND
064500         PERFORM 3300-ADD-ACCT THRU 3300-EXIT
064600     END-IF.
064700     IF NOT TB-ACCT-FOUND
064800         ADD 1 TO TB-ROWS-DROPPED
064900         GO TO 3100-EXIT
065000     END-IF.
065100     ADD ADBALMST-BALANCE TO TB-AC-BALANCE (TB-ACCT-HIT-SUB).
065200     ADD ADBALMST-TRAN-COUNT
065300         TO TB-AC-TRAN-COUNT (TB-ACCT-HIT-SUB).
065400     ADD 1 TO TB-AC-ROWS (TB-ACCT-HIT-SUB).
065500 3100-EXIT.
065600     EXIT.
065700
065701*-----------------------------------------------------------------
065702* 3150-LOAD-SNAPSHOT
065703* BROWSES THE PERIOD-CLOSE SNAPSHOT ROWS FOR THE PERIOD REPORTED
065704* AND ADDS EACH RUN-IDS FROZEN BALANCE INTO ITS ACCOUNTS TOTAL,
065705* THE SAME WAY 3100 DOES FOR THE LIVE MASTER.  A ROW POSTED AFTER
065706* ITS PERIOD ENDED (ADPERSNP-LATE-POST) IS COUNTED AND WARNED OF.
065707*-----------------------------------------------------------------
065708 3150-LOAD-SNAPSHOT.
065709     MOVE LOW-VALUES TO ADPERSNP-KEY.
065710     MOVE TB-PERIOD TO ADPERSNP-PERIOD.
065711     START PERSNPF KEY NOT LESS THAN ADPERSNP-KEY
065712         INVALID KEY SET TB-SNAP-EOF TO TRUE
065713     END-START.
065714     PERFORM 3160-LOAD-ONE-SNAP-ROW THRU 3160-EXIT
065715         UNTIL TB-SNAP-EOF.
065716     IF TB-SNAP-LATE GREATER THAN ZERO
065717         DISPLAY 'ADTRLBAL - ' TB-SNAP-LATE ' SNAPSHOT ROWS WERE '
065718             'POSTED AFTER THE PERIOD ENDED'
065719         SET TB-WARNING-RAISED TO TRUE
065720     END-IF.
065721 3150-EXIT.
065722     EXIT.
065723
065724 3160-LOAD-ONE-SNAP-ROW.
065725     READ PERSNPF NEXT RECORD
065726         AT END SET TB-SNAP-EOF TO TRUE
065727     END-READ.
065728     IF TB-SNAP-EOF
065729         GO TO 3160-EXIT
065730     END-IF.
065731     IF ADPERSNP-PERIOD NOT = TB-PERIOD
065732         SET TB-SNAP-EOF TO TRUE
065733         GO TO 3160-EXIT
065734     END-IF.
065735     ADD 1 TO TB-ROWS-READ.
065736     IF ADPERSNP-BALANCE IS NOT NUMERIC
065737         OR ADPERSNP-TRAN-COUNT IS NOT NUMERIC
065738         ADD 1 TO TB-ROWS-DAMAGED
065739         GO TO 3160-EXIT
065740     END-IF.
065741     IF ADPERSNP-POSTED-LATE
065742         ADD 1 TO TB-SNAP-LATE
065743     END-IF.
065744     MOVE ADPERSNP-ACCOUNT TO TB-SRCH-ACCOUNT.
065745     PERFORM 3200-FIND-ACCT THRU 3200-EXIT.
065746     IF NOT TB-ACCT-FOUND
065747         PERFORM 3300-ADD-ACCT THRU 3300-EXIT
065748     END-IF.
065749     IF NOT TB-ACCT-FOUND
065750         ADD 1 TO TB-ROWS-DROPPED
065751         GO TO 3160-EXIT
065752     END-IF.
065753     ADD ADPERSNP-BALANCE TO TB-AC-BALANCE (TB-ACCT-HIT-SUB).
065754     ADD ADPERSNP-TRAN-COUNT
065755         TO TB-AC-TRAN-COUNT (TB-ACCT-HIT-SUB).
065756     ADD 1 TO TB-AC-ROWS (TB-ACCT-HIT-SUB).
065757 3160-EXIT.
065758     EXIT.
065759
065800*-----------------------------------------------------------------
065900* 3200-FIND-ACCT
066000* LOOKS UP TB-SRCH-ACCOUNT - THE CACHED LAST HIT, THEN THE
066100* CHART PART OF THE TABLE BY HALVING, THEN THE ACCOUNTS ADDED
066200* AFTER IT ONE BY ONE.  LEAVES TB-ACCT-HIT-SUB ON THE ENTRY.
066300*-----------------------------------------------------------------
066400 3200-FIND-ACCT.
066500     MOVE 'N' TO TB-ACCT-FOUND-SW.
066600     MOVE 'N' TO TB-ACCT-ADDED-SW.
066700     MOVE ZERO TO TB-ACCT-HIT-SUB.
066800     IF TB-ACCT-LAST-HIT GREATER THAN ZERO
066900         IF TB-AC-ACCOUNT (TB-ACCT-LAST-HIT) = TB-SRCH-ACCOUNT
067000             SET TB-ACCT-FOUND TO TRUE
067100             MOVE TB-ACCT-LAST-HIT TO TB-ACCT-HIT-SUB
067200             GO TO 3200-EXIT
067300         END-IF
067400     END-IF.
067500     MOVE 1 TO TB-LO.
067600     MOVE TB-CHART-COUNT TO TB-HI.
067700     PERFORM 3210-HALVE THRU 3210-EXIT
067800         UNTIL TB-ACCT-FOUND
067900         OR TB-LO GREATER THAN TB-HI.
068000     IF NOT TB-ACCT-FOUND
068100         COMPUTE TB-EXTRA-START = TB-CHART-COUNT + 1
068200         PERFORM 3220-SCAN-EXTRA THRU 3220-EXIT
068300             VARYING TB-ACCT-SUB FROM TB-EXTRA-START BY 1
068400             UNTIL TB-ACCT-FOUND
068500             OR TB-ACCT-SUB GREATER THAN TB-ACCT-COUNT
068600     END-IF.
068700     IF TB-ACCT-FOUND
068800         MOVE TB-ACCT-HIT-SUB TO TB-ACCT-LAST-HIT
068900     END-IF.
069000 3200-EXIT.
069100     EXIT.
069200
069300 3210-HALVE.
069400     COMPUTE TB-MID = (TB-LO + TB-HI) / 2.
069500     IF TB-AC-ACCOUNT (TB-MID) = TB-SRCH-ACCOUNT
069600         SET TB-ACCT-FOUND TO TRUE
069700         MOVE TB-MID TO TB-ACCT-HIT-SUB
069800         GO TO 3210-EXIT
069900     END-IF.
070000     IF TB-AC-ACCOUNT (TB-MID) LESS THAN TB-SRCH-ACCOUNT
070100         COMPUTE TB-LO = TB-MID + 1
070200     ELSE
070300         COMPUTE TB-HI = TB-MID - 1
070400     END-IF.
070500 3210-EXIT.
070600     EXIT.
070700
070800 3220-SCAN-EXTRA.
070900     IF TB-AC-ACCOUNT (TB-ACCT-SUB) = TB-SRCH-ACCOUNT
071000         SET TB-ACCT-FOUND TO TRUE
071100         MOVE TB-ACCT-SUB TO TB-ACCT-HIT-SUB
071200     END-IF.
071300 3220-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------------
071700* 3300-ADD-ACCT
071800* ADDS AN ACCOUNT NOT ON THE CHART AFTER THE CHART ENTRIES,
071900* UNDER THE HIGH-VALUES DEPARTMENT.  A FULL TABLE LEAVES
072000* TB-ACCT-FOUND OFF.
072100*-----------------------------------------------------------------
072200 3300-ADD-ACCT.
072300     IF TB-ACCT-COUNT NOT LESS THAN TB-ACCT-MAX
072400         PERFORM 3350-TABLE-FULL THRU 3350-EXIT
072500         GO TO 3300-EXIT
072600     END-IF.
072700     ADD 1 TO TB-ACCT-COUNT.
072800     MOVE TB-ACCT-COUNT TO TB-ACCT-HIT-SUB.
072900     MOVE TB-SRCH-ACCOUNT TO TB-AC-ACCOUNT (TB-ACCT-HIT-SUB).
073000     MOVE '*NOT ON ACCOUNT MASTER*'
073100         TO TB-AC-DESC (TB-ACCT-HIT-SUB).
073200     MOVE HIGH-VALUES TO TB-AC-DEPT (TB-ACCT-HIT-SUB).
073300     MOVE SPACE TO TB-AC-STATUS (TB-ACCT-HIT-SUB).
073400     MOVE ZERO TO TB-AC-BALANCE (TB-ACCT-HIT-SUB).
073500     MOVE ZERO TO TB-AC-TRAN-COUNT (TB-ACCT-HIT-SUB).
073600     MOVE ZERO TO TB-AC-ROWS (TB-ACCT-HIT-SUB).
073700     MOVE ZERO TO TB-AC-PRIOR (TB-ACCT-HIT-SUB).
073800     MOVE 'N' TO TB-AC-PRIOR-SW (TB-ACCT-HIT-SUB).
073900     MOVE TB-ACCT-HIT-SUB TO TB-ACCT-LAST-HIT.
074000     SET TB-ACCT-FOUND TO TRUE.
074100     SET TB-ACCT-ADDED TO TRUE.
074200     ADD 1 TO TB-NOT-ON-CHART.
074300 3300-EXIT.
074400     EXIT.
074500
074600 3350-TABLE-FULL.
074700     IF NOT TB-ACCT-FULL-TOLD
074800         DISPLAY 'ADTRLBAL - ACCOUNT TABLE FULL AT ' TB-ACCT-MAX
074900             ' - LATER ACCOUNTS LEFT OUT'
075000         SET TB-ACCT-FULL-TOLD TO TRUE
075100     END-IF.
075200     SET TB-WARNING-RAISED TO TRUE.
075300 3350-EXIT.
075400     EXIT.
075500
075600*-----------------------------------------------------------------
075700* 4000-LOAD-PRIOR
075800* READS THE PRIOR PERIODS SAVED FIGURES.  AN ACCOUNT WITH
075900* FIGURES LAST MONTH BUT NO LONGER ON THE CHART OR THE BALANCE
076000* MASTER IS ADDED UNDER THE DEPARTMENT IT WAS SAVED WITH.  NO
076100* FIGURES AT ALL FOR THE PRIOR PERIOD MEANS NO COMPARISON.
076200*-----------------------------------------------------------------
076300 4000-LOAD-PRIOR.
076400     IF NOT TB-TBFIG-OPEN
076500         GO TO 4000-EXIT
076600     END-IF.
076700     MOVE TB-PRIOR-PERIOD TO ADTBFIG-PERIOD.
076800     MOVE LOW-VALUES TO ADTBFIG-ACCOUNT.
076900     START TBFIGF KEY NOT LESS THAN ADTBFIG-KEY
077000         INVALID KEY SET TB-FIG-EOF TO TRUE
077100     END-START.
077200     PERFORM 4100-LOAD-ONE-FIGURE THRU 4100-EXIT
077300         UNTIL TB-FIG-EOF.
077400 4000-EXIT.
077500     EXIT.
077600
077700 4100-LOAD-ONE-FIGURE.
077800     READ TBFIGF NEXT RECORD
077900         AT END SET TB-FIG-EOF TO TRUE
078000     END-READ.
078100     IF TB-FIG-EOF
078200         GO TO 4100-EXIT
078300     END-IF.
078400     IF ADTBFIG-PERIOD NOT = TB-PRIOR-PERIOD
078500         SET TB-FIG-EOF TO TRUE
078600         GO TO 4100-EXIT
078700     END-IF.
078800     SET TB-HAVE-PRIOR TO TRUE.
078900     IF ADTBFIG-BALANCE IS NOT NUMERIC
079000         ADD 1 TO TB-ROWS-DAMAGED
079100         GO TO 4100-EXIT
079200     END-IF.
079300     ADD 1 TO TB-PRIOR-READ.
079400     MOVE ADTBFIG-ACCOUNT TO TB-SRCH-ACCOUNT.
079500     PERFORM 3200-FIND-ACCT THRU 3200-EXIT.
079600     IF NOT TB-ACCT-FOUND
079700         PERFORM 3300-ADD-ACCT THRU 3300-EXIT
079800     END-IF.
079900     IF NOT TB-ACCT-FOUND
080000         ADD 1 TO TB-ROWS-DROPPED
080100         GO TO 4100-EXIT
080200     END-IF.
080300     IF TB-ACCT-ADDED
080400         AND ADTBFIG-DEPT NOT = SPACES
080500         MOVE ADTBFIG-DEPT TO TB-AC-DEPT (TB-ACCT-HIT-SUB)
080600     END-IF.
080700     ADD ADTBFIG-BALANCE TO TB-AC-PRIOR (TB-ACCT-HIT-SUB).
080800     MOVE 'Y' TO TB-AC-PRIOR-SW (TB-ACCT-HIT-SUB).
080900 4100-EXIT.
081000     EXIT.
081100
081200*-----------------------------------------------------------------
081300* 5000-BUILD-DEPTS
081400* COLLECTS, IN ORDER, EVERY DEPARTMENT WITH AN ACCOUNT TO LIST -
081500* ONE WITH A BALANCE ROW NOW OR FIGURES LAST MONTH.
081600*-----------------------------------------------------------------
081700 5000-BUILD-DEPTS.
081800     PERFORM 5100-DEPT-OF-ACCOUNT THRU 5100-EXIT
081900         VARYING TB-ACCT-SUB FROM 1 BY 1
082000         UNTIL TB-ACCT-SUB GREATER THAN TB-ACCT-COUNT.
082100 5000-EXIT.
082200     EXIT.
082300
082400 5100-DEPT-OF-ACCOUNT.
082500     IF TB-AC-ROWS (TB-ACCT-SUB) = ZERO
082600         AND TB-AC-PRIOR-SW (TB-ACCT-SUB) NOT = 'Y'
082700         GO TO 5100-EXIT
082800     END-IF.
082900     MOVE TB-AC-DEPT (TB-ACCT-SUB) TO TB-CUR-DEPT.
083000     MOVE ZERO TO TB-DEPT-AT.
083100     PERFORM 5200-LOCATE-DEPT THRU 5200-EXIT
083200         VARYING TB-DEPT-SUB FROM 1 BY 1
083300         UNTIL TB-DEPT-AT GREATER THAN ZERO
083400         OR TB-DEPT-SUB GREATER THAN TB-DEPT-COUNT.
083500     IF TB-DEPT-AT GREATER THAN ZERO
083600         IF TB-DP-DEPT (TB-DEPT-AT) = TB-CUR-DEPT
083700             GO TO 5100-EXIT
083800         END-IF
083900     END-IF.
084000     IF TB-DEPT-COUNT NOT LESS THAN TB-DEPT-MAX
084100         IF NOT TB-DEPT-FULL-TOLD
084200             DISPLAY 'ADTRLBAL - DEPARTMENT TABLE FULL AT '
084300                 TB-DEPT-MAX ' - LATER DEPARTMENTS LEFT OUT'
084400             SET TB-DEPT-FULL-TOLD TO TRUE
084500         END-IF
084600         SET TB-WARNING-RAISED TO TRUE
084700         GO TO 5100-EXIT
084800     END-IF.
084900     IF TB-DEPT-AT = ZERO
085000         COMPUTE TB-DEPT-AT = TB-DEPT-COUNT + 1
085100     ELSE
085200         PERFORM 5300-SHIFT-DEPT THRU 5300-EXIT
085300             VARYING TB-DEPT-SUB FROM TB-DEPT-COUNT BY -1
085400             UNTIL TB-DEPT-SUB LESS THAN TB-DEPT-AT
085500     END-IF.
085600     ADD 1 TO TB-DEPT-COUNT.
085700     MOVE TB-CUR-DEPT TO TB-DP-DEPT (TB-DEPT-AT).
085800 5100-EXIT.
085900     EXIT.
086000
086100 5200-LOCATE-DEPT.
086200     IF TB-DP-DEPT (TB-DEPT-SUB) NOT LESS THAN TB-CUR-DEPT
086300         MOVE TB-DEPT-SUB TO TB-DEPT-AT
086400     END-IF.
086500 5200-EXIT.
086600     EXIT.
086700
086800 5300-SHIFT-DEPT.
086900     MOVE TB-DP-DEPT (TB-DEPT-SUB)
087000         TO TB-DP-DEPT (TB-DEPT-SUB + 1).
087100 5300-EXIT.
087200     EXIT.
087300
087400*-----------------------------------------------------------------
087500* 6000-PRINT-TRIAL-BALANCE
087600* ONE SECTION PER DEPARTMENT, THEN THE GRAND TOTAL.  EVERY LINE
087700* ALSO GOES TO THE DELIMITED FILE - D ACCOUNT, S DEPARTMENT
087800* SUBTOTAL, T GRAND TOTAL.
087900*-----------------------------------------------------------------
088000 6000-PRINT-TRIAL-BALANCE.
088100     IF NOT TB-HAVE-PRIOR
088200         MOVE 'NO FIGURES ON FILE FOR THE PRIOR PERIOD - '
088300             TO TB-NOTE-TEXT
088400         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
088500         MOVE 2 TO TB-SPACING
088600         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
088700         MOVE 'NOTHING TO COMPARE WITH THIS RUN' TO TB-NOTE-TEXT
088800         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
088900         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
089000     END-IF.
089100     PERFORM 6100-PRINT-DEPARTMENT THRU 6100-EXIT
089200         VARYING TB-DEPT-SUB FROM 1 BY 1
089300         UNTIL TB-DEPT-SUB GREATER THAN TB-DEPT-COUNT.
089400     MOVE TB-GR-TOT-BAL TO TB-LN-BALANCE.
089500     MOVE TB-GR-TOT-PRIOR TO TB-LN-PRIOR.
089600     PERFORM 6500-COMPUTE-VARIANCE THRU 6500-EXIT.
089700     MOVE 'GRAND TOTAL - ALL DEPARTMENTS' TO TB-TOT-LABEL.
089800     PERFORM 6400-WRITE-TOTAL-LINE THRU 6400-EXIT.
089900     MOVE 'T' TO TB-XP-REC-TYPE.
090000     MOVE SPACES TO TB-XP-DEPT.
090100     MOVE SPACES TO TB-XP-ACCOUNT.
090200     MOVE 'GRAND TOTAL' TO TB-XP-DESC.
090300     MOVE SPACE TO TB-XP-STATUS.
090400     MOVE SPACE TO TB-XP-CLOSED.
090500     PERFORM 6700-WRITE-EXPORT THRU 6700-EXIT.
090600 6000-EXIT.
090700     EXIT.
090800
090900*-----------------------------------------------------------------
091000* 6100-PRINT-DEPARTMENT
091100* THE HEADER, THE DEPARTMENTS ACCOUNTS AND ITS SUBTOTAL.
091200*-----------------------------------------------------------------
091300 6100-PRINT-DEPARTMENT.
091400     MOVE TB-DP-DEPT (TB-DEPT-SUB) TO TB-CUR-DEPT.
091500     PERFORM 6950-SET-DEPT-LABEL THRU 6950-EXIT.
091600     MOVE ZERO TO TB-DP-TOT-BAL.
091700     MOVE ZERO TO TB-DP-TOT-PRIOR.
091800     MOVE ZERO TO TB-DP-ACCTS.
091900     IF TB-LINE-COUNT NOT LESS THAN TB-MAX-LINES-PER-PAGE - 4
092000         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
092100     END-IF.
092200     MOVE TB-DEPT-LABEL TO TB-DH-DEPT.
092300     MOVE TB-DEPT-HDG-LINE TO TB-PRINT-AREA.
092400     MOVE 2 TO TB-SPACING.
092500     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
092600     PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT
092700         VARYING TB-ACCT-SUB FROM 1 BY 1
092800         UNTIL TB-ACCT-SUB GREATER THAN TB-ACCT-COUNT.
092900     MOVE TB-DP-TOT-BAL TO TB-LN-BALANCE.
093000     MOVE TB-DP-TOT-PRIOR TO TB-LN-PRIOR.
093100     PERFORM 6500-COMPUTE-VARIANCE THRU 6500-EXIT.
093200     MOVE SPACES TO TB-TOT-LABEL.
093300     STRING
093400         'TOTAL ' TB-DEPT-LABEL
093500         DELIMITED BY SIZE INTO TB-TOT-LABEL
093600     END-STRING.
093700     PERFORM 6400-WRITE-TOTAL-LINE THRU 6400-EXIT.
093800     MOVE 'S' TO TB-XP-REC-TYPE.
093900     MOVE TB-DEPT-LABEL TO TB-XP-DEPT.
094000     MOVE SPACES TO TB-XP-ACCOUNT.
094100     MOVE 'DEPARTMENT TOTAL' TO TB-XP-DESC.
094200     MOVE SPACE TO TB-XP-STATUS.
094300     MOVE SPACE TO TB-XP-CLOSED.
094400     PERFORM 6700-WRITE-EXPORT THRU 6700-EXIT.
094500     ADD TB-DP-TOT-BAL TO TB-GR-TOT-BAL.
094600     ADD TB-DP-TOT-PRIOR TO TB-GR-TOT-PRIOR.
094700     ADD 1 TO TB-DEPTS-LISTED.
094800 6100-EXIT.
094900     EXIT.
095000
095100*-----------------------------------------------------------------
095200* 6200-PRINT-ACCOUNT
095300* ONE ACCOUNT LINE WHEN THE ENTRY BELONGS TO THE DEPARTMENT
095400* BEING PRINTED AND HAS SOMETHING TO SHOW.
095500*-----------------------------------------------------------------
095600 6200-PRINT-ACCOUNT.
095700     IF TB-AC-DEPT (TB-ACCT-SUB) NOT = TB-CUR-DEPT
095800         GO TO 6200-EXIT
095900     END-IF.
096000     IF TB-AC-ROWS (TB-ACCT-SUB) = ZERO
096100         AND TB-AC-PRIOR-SW (TB-ACCT-SUB) NOT = 'Y'
096200         GO TO 6200-EXIT
096300     END-IF.
096400     MOVE TB-AC-BALANCE (TB-ACCT-SUB) TO TB-LN-BALANCE.
096500     MOVE TB-AC-PRIOR (TB-ACCT-SUB) TO TB-LN-PRIOR.
096600     PERFORM 6500-COMPUTE-VARIANCE THRU 6500-EXIT.
096700     MOVE TB-AC-ACCOUNT (TB-ACCT-SUB) TO TB-DTL-ACCOUNT.
096800     MOVE TB-AC-DESC (TB-ACCT-SUB) TO TB-DTL-DESC.
096900     MOVE TB-AC-STATUS (TB-ACCT-SUB) TO TB-DTL-STATUS.
097000     MOVE TB-LN-BALANCE TO TB-DTL-BALANCE.
097100     MOVE TB-FMT-PRIOR-X TO TB-DTL-PRIOR.
097200     MOVE TB-FMT-CHANGE-X TO TB-DTL-CHANGE.
097300     MOVE TB-FMT-PCT-X TO TB-DTL-PCT.
097400     MOVE TB-FMT-REVIEW TO TB-DTL-REVIEW.
097500     MOVE SPACES TO TB-DTL-CLOSED.
097600     MOVE 'N' TO TB-XP-CLOSED.
097700     IF TB-AC-STATUS (TB-ACCT-SUB) = 'C'
097800         AND TB-LN-BALANCE NOT = ZERO
097900         MOVE 'CLOSED*' TO TB-DTL-CLOSED
098000         MOVE 'Y' TO TB-XP-CLOSED
098100         ADD 1 TO TB-CLOSED-BAL-COUNT
098200     END-IF.
098300     IF TB-LINE-REVIEW
098400         ADD 1 TO TB-REVIEW-COUNT
098500     END-IF.
098600     MOVE TB-DETAIL-LINE TO TB-PRINT-AREA.
098700     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
098800     MOVE 'D' TO TB-XP-REC-TYPE.
098900     MOVE TB-DEPT-LABEL TO TB-XP-DEPT.
099000     MOVE TB-AC-ACCOUNT (TB-ACCT-SUB) TO TB-XP-ACCOUNT.
099100     MOVE TB-AC-DESC (TB-ACCT-SUB) TO TB-XP-DESC.
099200     MOVE TB-AC-STATUS (TB-ACCT-SUB) TO TB-XP-STATUS.
099300     PERFORM 6700-WRITE-EXPORT THRU 6700-EXIT.
099400     ADD TB-LN-BALANCE TO TB-DP-TOT-BAL.
099500     ADD TB-LN-PRIOR TO TB-DP-TOT-PRIOR.
099600     ADD 1 TO TB-DP-ACCTS.
099700     ADD 1 TO TB-ACCTS-LISTED.
099800 6200-EXIT.
099900     EXIT.
100000
100100*-----------------------------------------------------------------
100200* 6400-WRITE-TOTAL-LINE
100300* A DEPARTMENT SUBTOTAL OR THE GRAND TOTAL - THE CALLER HAS SET
100400* THE LABEL AND RUN 6500 ON THE FIGURES.
100500*-----------------------------------------------------------------
100600 6400-WRITE-TOTAL-LINE.
100700     MOVE TB-LN-BALANCE TO TB-TOT-BALANCE.
100800     MOVE TB-FMT-PRIOR-X TO TB-TOT-PRIOR.
100900     MOVE TB-FMT-CHANGE-X TO TB-TOT-CHANGE.
101000     MOVE TB-FMT-PCT-X TO TB-TOT-PCT.
101100     MOVE TB-FMT-REVIEW TO TB-TOT-REVIEW.
101200     MOVE TB-TOTAL-LINE TO TB-PRINT-AREA.
101300     MOVE 2 TO TB-SPACING.
101400     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
101500 6400-EXIT.
101600     EXIT.
101700
101800*-----------------------------------------------------------------
101900* 6500-COMPUTE-VARIANCE
102000* CHANGE AND VARIANCE PERCENTAGE OF TB-LN-BALANCE AGAINST
102100* TB-LN-PRIOR, THE PERCENTAGE TAKEN ON THE SIZE OF THE PRIOR
102200* FIGURE.  THE LINE IS MARKED FOR REVIEW WHEN THE CHANGE IS
102300* BIGGER THAN THE AMOUNT FLOOR AND EITHER THE PERCENTAGE IS
102400* PAST THE TOLERANCE OR THERE WAS NOTHING LAST MONTH.  FORMATS
102500* THE COMPARISON COLUMNS FOR BOTH OUTPUTS.
102600*-----------------------------------------------------------------
102700 6500-COMPUTE-VARIANCE.
102800     MOVE 'N' TO TB-REVIEW-SW.
102900     MOVE SPACE TO TB-PCT-STATE.
103000     MOVE ZERO TO TB-PCT.
103100     IF NOT TB-HAVE-PRIOR
103200         GO TO 6500-FORMAT
103300     END-IF.
103400     COMPUTE TB-CHANGE = TB-LN-BALANCE - TB-LN-PRIOR.
103500     MOVE TB-CHANGE TO TB-ABS-CHANGE.
103600     IF TB-ABS-CHANGE LESS THAN ZERO
103700         COMPUTE TB-ABS-CHANGE = ZERO - TB-ABS-CHANGE
103800     END-IF.
103900     MOVE TB-LN-PRIOR TO TB-ABS-PRIOR.
104000     IF TB-ABS-PRIOR LESS THAN ZERO
104100         COMPUTE TB-ABS-PRIOR = ZERO - TB-ABS-PRIOR
104200     END-IF.
104300     IF TB-ABS-PRIOR = ZERO
104400         IF TB-CHANGE NOT = ZERO
104500             MOVE 'N' TO TB-PCT-STATE
104600         END-IF
104700     ELSE
104800         COMPUTE TB-PCT ROUNDED =
104900             TB-CHANGE * 100 / TB-ABS-PRIOR
105000             ON SIZE ERROR
105100                 MOVE 'O' TO TB-PCT-STATE
105200         END-COMPUTE
105300     END-IF.
105400     IF TB-ABS-CHANGE NOT GREATER THAN TB-TOL-AMT
105500         GO TO 6500-FORMAT
105600     END-IF.
105700     IF TB-PCT-NEW OR TB-PCT-OVERFLOW
105800         SET TB-LINE-REVIEW TO TRUE
105900         GO TO 6500-FORMAT
106000     END-IF.
106100     MOVE TB-PCT TO TB-ABS-PCT.
106200     IF TB-ABS-PCT LESS THAN ZERO
106300         COMPUTE TB-ABS-PCT = ZERO - TB-ABS-PCT
106400     END-IF.
106500     IF TB-ABS-PCT GREATER THAN TB-TOL-PCT
106600         SET TB-LINE-REVIEW TO TRUE
106700     END-IF.
106800 6500-FORMAT.
106900     MOVE SPACES TO TB-FMT-PRIOR-X.
107000     MOVE SPACES TO TB-FMT-CHANGE-X.
107100     MOVE SPACES TO TB-FMT-PCT-X.
107200     MOVE SPACES TO TB-FMT-REVIEW.
107300     MOVE SPACES TO TB-XP-PRIOR-X.
107400     MOVE SPACES TO TB-XP-CHANGE-X.
107500     MOVE SPACES TO TB-XP-PCT-X.
107600     MOVE 'N' TO TB-XP-REVIEW.
107700     MOVE TB-LN-BALANCE TO TB-XP-BALANCE.
107800     IF NOT TB-HAVE-PRIOR
107900         GO TO 6500-EXIT
108000     END-IF.
108100     MOVE TB-LN-PRIOR TO TB-FMT-PRIOR.
108200     MOVE TB-CHANGE TO TB-FMT-CHANGE.
108300     MOVE TB-LN-PRIOR TO TB-XP-PRIOR.
108400     MOVE TB-CHANGE TO TB-XP-CHANGE.
108500     EVALUATE TRUE
108600         WHEN TB-PCT-NEW
108700             MOVE '     NEW' TO TB-FMT-PCT-X
108800             MOVE 'NEW' TO TB-XP-PCT-X
108900         WHEN TB-PCT-OVERFLOW
109000             MOVE '   *****' TO TB-FMT-PCT-X
109100             MOVE '*****' TO TB-XP-PCT-X
109200         WHEN OTHER
109300             MOVE TB-PCT TO TB-FMT-PCT
109400             MOVE TB-PCT TO TB-XP-PCT
109500     END-EVALUATE.
109600     IF TB-LINE-REVIEW
109700         MOVE 'REVIEW' TO TB-FMT-REVIEW
109800         MOVE 'Y' TO TB-XP-REVIEW
109900     END-IF.
110000 6500-EXIT.
110100     EXIT.
110200
110300*-----------------------------------------------------------------
110400* 6700-WRITE-EXPORT
110500* ONE DELIMITED LINE FROM THE TB-XP FIELDS.  A COMMA IN THE
110600* DESCRIPTION WOULD SPLIT THE COLUMN, SO IT GOES OUT AS A SPACE.
110700*-----------------------------------------------------------------
110800 6700-WRITE-EXPORT.
110900     INSPECT TB-XP-DESC REPLACING ALL ',' BY SPACE.
111000     IF TB-XP-DEPT = HIGH-VALUES
111100         MOVE SPACES TO TB-XP-DEPT
111200     END-IF.
111300     MOVE SPACES TO TB-EXPORT-LINE.
111400     STRING
111500         TB-PERIOD ','
111600         TB-XP-REC-TYPE ','
111700         TB-XP-DEPT ','
111800         TB-XP-ACCOUNT ','
111900         TB-XP-DESC ','
112000         TB-XP-STATUS ','
112100         TB-XP-BALANCE ','
112200         TB-XP-PRIOR-X ','
112300         TB-XP-CHANGE-X ','
112400         TB-XP-PCT-X ','
112500         TB-XP-REVIEW ','
112600         TB-XP-CLOSED
112700         DELIMITED BY SIZE INTO TB-EXPORT-LINE
112800     END-STRING.
112900     WRITE TBEXP-LINE FROM TB-EXPORT-LINE.
113000 6700-EXIT.
113100     EXIT.
113200
113300*-----------------------------------------------------------------
113400* 6900-PRINT-LINE
113500* EVERY REPORT LINE GOES OUT THROUGH HERE FROM TB-PRINT-AREA SO
113600* IT COUNTS AGAINST THE PAGE AND REPAGINATES ON OVERFLOW.  THE
113700* CALLER MAY ASK FOR DOUBLE SPACING - IT RESETS TO SINGLE.
113800*-----------------------------------------------------------------
113900 6900-PRINT-LINE.
114000     IF TB-LINE-COUNT NOT LESS THAN TB-MAX-LINES-PER-PAGE
114100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
114200     END-IF.
114300     WRITE TBRPT-LINE FROM TB-PRINT-AREA
114400         AFTER ADVANCING TB-SPACING LINES.
114500     ADD TB-SPACING TO TB-LINE-COUNT.
114600     MOVE 1 TO TB-SPACING.
114700 6900-EXIT.
114800     EXIT.
114900
115000*-----------------------------------------------------------------
115100* 6950-SET-DEPT-LABEL
115200* THE PRINTABLE NAME OF TB-CUR-DEPT.
115300*-----------------------------------------------------------------
115400 6950-SET-DEPT-LABEL.
115500     EVALUATE TRUE
115600         WHEN TB-CUR-DEPT = HIGH-VALUES
115700             MOVE '*NOT ON CHART*' TO TB-DEPT-LABEL
115800         WHEN TB-CUR-DEPT = SPACES
115900             MOVE '*NO DEPT*' TO TB-DEPT-LABEL
116000         WHEN OTHER
116100             MOVE TB-CUR-DEPT TO TB-DEPT-LABEL
116200     END-EVALUATE.
116300 6950-EXIT.
116400     EXIT.
116500
116600*-----------------------------------------------------------------
116700* 7000-SAVE-FIGURES
116800* SAVES THIS PERIODS ACCOUNT TOTALS FOR NEXT MONTHS COMPARISON -
116900* ONE RECORD PER ACCOUNT WITH A BALANCE ROW, REPLACING ANY LEFT
117000* BY AN EARLIER RUN FOR THE SAME PERIOD.  A TRIAL RUN (SAVE N
117100* ON THE CARD) SAVES NOTHING.
117110* NOR DOES AN ENDED PERIOD THAT WAS NEVER CLOSED (SEE 1200).
117200*-----------------------------------------------------------------
117300 7000-SAVE-FIGURES.
117400     IF NOT TB-TBFIG-OPEN
117500         GO TO 7000-EXIT
117600     END-IF.
117700     IF NOT TB-SAVE-FIGURES
117800         MOVE 'TRIAL RUN - PERIOD-END FIGURES NOT SAVED'
117900             TO TB-NOTE-TEXT
118000         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
118100         MOVE 2 TO TB-SPACING
118200         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
118300         GO TO 7000-EXIT
118400     END-IF.
118410     IF TB-FIGS-UNSAFE
118420         MOVE 'PERIOD NOT CLOSED - PERIOD-END FIGURES NOT SAVED'
118430             TO TB-NOTE-TEXT
118440         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
118450         MOVE 2 TO TB-SPACING
118460         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
118470         GO TO 7000-EXIT
118480     END-IF.
118500     PERFORM 7100-SAVE-ONE-FIGURE THRU 7100-EXIT
118600         VARYING TB-ACCT-SUB FROM 1 BY 1
118700         UNTIL TB-ACCT-SUB GREATER THAN TB-ACCT-COUNT.
118800     IF TB-FIG-ERRORS GREATER THAN ZERO
118900         DISPLAY 'ADTRLBAL - ' TB-FIG-ERRORS ' PERIOD-END '
119000             'FIGURES COULD NOT BE SAVED'
119100         SET TB-WARNING-RAISED TO TRUE
119200     END-IF.
119300 7000-EXIT.
119400     EXIT.
119500
119600 7100-SAVE-ONE-FIGURE.
119700     IF TB-AC-ROWS (TB-ACCT-SUB) = ZERO
119800         GO TO 7100-EXIT
119900     END-IF.
120000     MOVE SPACES TO ADTBFIG-REC.
120100     MOVE TB-PERIOD TO ADTBFIG-PERIOD.
120200     MOVE TB-AC-ACCOUNT (TB-ACCT-SUB) TO ADTBFIG-ACCOUNT.
120300     IF TB-AC-DEPT (TB-ACCT-SUB) NOT = HIGH-VALUES
120400         MOVE TB-AC-DEPT (TB-ACCT-SUB) TO ADTBFIG-DEPT
120500     END-IF.
120600     MOVE TB-AC-STATUS (TB-ACCT-SUB) TO ADTBFIG-ACCT-STATUS.
120700     MOVE TB-AC-BALANCE (TB-ACCT-SUB) TO ADTBFIG-BALANCE.
120800     MOVE TB-AC-TRAN-COUNT (TB-ACCT-SUB) TO ADTBFIG-TRAN-COUNT.
120900     MOVE TB-TODAY-DATE TO ADTBFIG-SAVED-DATE.
121000     WRITE ADTBFIG-REC
121100         INVALID KEY
121200             REWRITE ADTBFIG-REC
121300                 INVALID KEY
121400                     ADD 1 TO TB-FIG-ERRORS
121500                     GO TO 7100-EXIT
121600             END-REWRITE
121700     END-WRITE.
121800     ADD 1 TO TB-FIGS-SAVED.
121900 7100-EXIT.
122000     EXIT.
122100
122200*-----------------------------------------------------------------
122300* 8000-WRITE-SUMMARY
122400*-----------------------------------------------------------------
122500 8000-WRITE-SUMMARY.
122600     IF NOT TB-BALMST-OPEN
122700         MOVE 'BALANCE MASTER NOT OPEN - NO TRIAL BALANCE'
122800             TO TB-NOTE-TEXT
122900         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
123000         MOVE 2 TO TB-SPACING
123100         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
123200     END-IF.
123210     IF TB-FROM-SNAPSHOT
123220         MOVE 'CLOSED PERIOD - BALANCES FROM THE CLOSE SNAPSHOT'
123230             TO TB-NOTE-TEXT
123240         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
123250         MOVE 2 TO TB-SPACING
123260         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
123270     END-IF.
123300     MOVE 'BALANCE ROWS READ:                ' TO TB-SUM-LABEL.
123400     MOVE TB-ROWS-READ TO TB-SUM-VALUE.
123500     MOVE 2 TO TB-SPACING.
123600     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
123700     MOVE 'DAMAGED ROWS LEFT OUT:            ' TO TB-SUM-LABEL.
123800     MOVE TB-ROWS-DAMAGED TO TB-SUM-VALUE.
123900     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
124000     MOVE 'ROWS LEFT OUT - TABLE FULL:       ' TO TB-SUM-LABEL.
124100     MOVE TB-ROWS-DROPPED TO TB-SUM-VALUE.
124200     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
124300     MOVE 'DEPARTMENTS LISTED:               ' TO TB-SUM-LABEL.
124400     MOVE TB-DEPTS-LISTED TO TB-SUM-VALUE.
124500     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
124600     MOVE 'ACCOUNTS LISTED:                  ' TO TB-SUM-LABEL.
124700     MOVE TB-ACCTS-LISTED TO TB-SUM-VALUE.
124800     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
124900     MOVE 'ACCOUNTS NOT ON ACCOUNT MASTER:   ' TO TB-SUM-LABEL.
125000     MOVE TB-NOT-ON-CHART TO TB-SUM-VALUE.
125100     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
125200     MOVE 'LINES MARKED FOR REVIEW:          ' TO TB-SUM-LABEL.
125300     MOVE TB-REVIEW-COUNT TO TB-SUM-VALUE.
125400     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
125500     MOVE 'CLOSED ACCOUNTS WITH A BALANCE:   ' TO TB-SUM-LABEL.
125600     MOVE TB-CLOSED-BAL-COUNT TO TB-SUM-VALUE.
125700     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
125800     MOVE 'PRIOR PERIOD FIGURES READ:        ' TO TB-SUM-LABEL.
125900     MOVE TB-PRIOR-READ TO TB-SUM-VALUE.
126000     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
126100     MOVE 'PERIOD-END FIGURES SAVED:         ' TO TB-SUM-LABEL.
126200     MOVE TB-FIGS-SAVED TO TB-SUM-VALUE.
126300     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
126310     IF TB-FROM-SNAPSHOT
126320         MOVE 'SNAPSHOT ROWS POSTED LATE:        ' TO TB-SUM-LABEL
126330         MOVE TB-SNAP-LATE TO TB-SUM-VALUE
126340         PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT
126350     END-IF.
126400     IF TB-CLOSED-BAL-COUNT GREATER THAN ZERO
126500         MOVE 'CLOSED* - CLOSED ACCOUNT STILL CARRYING A BALANCE'
126600             TO TB-NOTE-TEXT
126700         MOVE TB-NOTE-LINE TO TB-PRINT-AREA
126800         MOVE 2 TO TB-SPACING
126900         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
127000     END-IF.
127100 8000-EXIT.
127200     EXIT.
127300
127400 8100-WRITE-SUM-LINE.
127500     MOVE TB-SUMMARY-LINE TO TB-PRINT-AREA.
127600     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
127700 8100-EXIT.
127800     EXIT.
127900
128000*-----------------------------------------------------------------
128100* 9000-TERMINATE-RTN
128200* CLOSES THE FILES AND SETS THE CONDITION CODE - 8 WHEN THE
128300* BALANCE MASTER NEVER OPENED, 4 WHEN ANY LINE WAS MARKED FOR
128400* REVIEW, A CLOSED ACCOUNT CARRIES A BALANCE OR ANYTHING WAS
128500* LEFT OUT, 0 CLEAN.
128600*-----------------------------------------------------------------
128700 9000-TERMINATE-RTN.
128800     IF TB-BALMST-OPEN
128900         CLOSE BALMSTF
129000     END-IF.
129100     IF TB-ACCTMST-OPEN
129200         CLOSE ACCTMSTF
129300     END-IF.
129400     IF TB-TBFIG-OPEN
129500         CLOSE TBFIGF
129600     END-IF.
129610     IF TB-FROM-SNAPSHOT
129620         CLOSE PERSNPF
129630     END-IF.
129700     CLOSE TBRPT.
129800     CLOSE TBEXP.
129900     IF TB-ROWS-DAMAGED GREATER THAN ZERO
130000         OR TB-ROWS-DROPPED GREATER THAN ZERO
130100         SET TB-WARNING-RAISED TO TRUE
130200     END-IF.
130300     DISPLAY 'ADTRLBAL - COMPLETE'.
130400     DISPLAY 'PERIOD              = ' TB-PERIOD.
130500     DISPLAY 'ACCOUNTS LISTED     = ' TB-ACCTS-LISTED.
130600     DISPLAY 'MARKED FOR REVIEW   = ' TB-REVIEW-COUNT.
130700     DISPLAY 'CLOSED WITH BALANCE = ' TB-CLOSED-BAL-COUNT.
130800     DISPLAY 'FIGURES SAVED       = ' TB-FIGS-SAVED.
130900     EVALUATE TRUE
131000         WHEN NOT TB-BALMST-OPEN
131100             MOVE 8 TO RETURN-CODE
131200         WHEN TB-WARNING-RAISED
131300             MOVE 4 TO RETURN-CODE
131400         WHEN TB-REVIEW-COUNT GREATER THAN ZERO
131500             MOVE 4 TO RETURN-CODE
131600         WHEN TB-CLOSED-BAL-COUNT GREATER THAN ZERO
131700             MOVE 4 TO RETURN-CODE
131800         WHEN OTHER
131900             MOVE ZERO TO RETURN-CODE
132000     END-EVALUATE.
132100 9000-EXIT.
132200     EXIT.
