001800*                 RESULTS GO TO THE PRINTED ACCOUNT REPORT.  THE
001900*                 DESK CAN ADD, CLOSE AND REOPEN ACCOUNTS WITHOUT
002000*                 A PROGRAMMER.
002005* 10/15/2026 RD   MAKER/CHECKER CONTROL.  A CLOSE OR REOPEN CARD
002010*                 IS NO LONGER APPLIED WHEN KEYED - IT MUST CARRY
002015*                 AN OPERATOR ID AND GOES TO THE PENDING-APPROVAL
002020*                 FILE (PENDF, SEE ADPEND) UNDER A REFERENCE
002025*                 NUMBER.  NEW FUNCTIONS P (APPROVE) AND D
002030*                 (DECLINE) QUOTE THAT REFERENCE - A SECOND
002035*                 OPERATOR, NOT THE MAKER, MUST KEY EITHER, AND
002040*                 ONLY AN APPROVAL CLOSES OR REOPENS THE ACCOUNT.
002045*                 THE PENDING ITEM KEEPS BOTH OPERATOR IDS AS THE
002050*                 RECORD OF THE CHANGE.  AN ITEM PENDING LONGER
002055*                 THAN THE ADPARM EXPIRY WINDOW (OPTIONAL CONTROL
002060*                 CARD CTLCARD) IS MARKED EXPIRED INSTEAD.
002062* 10/15/2026 RD   ACCOUNT MERGE AND RENUMBER.  NEW FUNCTION M
002064*                 MERGES AN ACCOUNT INTO A TARGET CODE FROM AN
002066*                 EFFECTIVE DATE, OR RENUMBERS IT WHEN THE TARGET
002068*                 IS NOT YET ON THE CHART.  LIKE A CLOSE IT WAITS
002070*                 ON PENDF FOR A SECOND OPERATOR.  ON APPROVAL
002072*                 EVERY BALANCE MASTER ROW OF THE OLD ACCOUNT IS
002074*                 MOVED TO THE TARGET (BALANCE AND TRANSACTION
002076*                 COUNT), EACH MOVE IS LOGGED AS A TRANSFER PAIR
002078*                 ON THE CHAINED ADJUSTMENT LOG (BALLOGF, SEALED
002080*                 ON SEALF AS ADBALMNT DOES), THE OLD ACCOUNT IS
002082*                 CLOSED AND THE OLD-TO-NEW CODE IS KEPT ON THE
002084*                 ACCOUNT MAP (ACCTMAPF, SEE ADACCMAP) FOR
002086*                 ADDITION AND ADMSTMT.  A MERGE DATED INTO A
002088*                 CLOSED PERIOD IS REFUSED WITH CONDITION CODE 16.
002090* 10/15/2026 RD   A MERGE NOW ZEROES EACH OLD BALANCE ROW BEFORE
002092*                 CREDITING THE TARGET AND PUTS IT BACK IF THE
002094*                 TARGET UPDATE FAILS.  A MERGE STOPPED PART-WAY
002096*                 BY A FAILED UPDATE ENDS THE RUN WITH CONDITION
002098*                 CODE 16.
002100
002200* REMARKS.
002300*     MAINTENANCE AND INQUIRY FOR THE CHART-OF-ACCOUNTS MASTER
002600*     ADDS A NEW OPEN ACCOUNT, CLOSES AN ACCOUNT, OR REOPENS A
002700*     CLOSED ONE.  AN EMPTY MASTER DATASET IS PRIMED ON FIRST
002800*     OPEN SO THE FIRST-EVER RUN CAN LOAD THE CHART FROM CARDS.
002820*     A CLOSE OR REOPEN WAITS ON PENDF UNTIL A SECOND OPERATOR
002840*     APPROVES OR DECLINES IT BY REFERENCE.
002850*     A MERGE (M) WAITS THE SAME WAY.  WHEN IT IS APPROVED THE
002860*     OLD ACCOUNTS BALANCE ROWS ARE MOVED TO THE TARGET AND LOGGED
002870*     AS TRANSFERS, THE OLD ACCOUNT IS CLOSED AND THE MAP FROM THE
002880*     OLD CODE TO THE NEW ONE IS WRITTEN TO ACCTMAPF.
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ADACCMST-KEY
004800         FILE STATUS IS AM-ACCTMSTF-STATUS.
004805
004810     SELECT OPTIONAL CTLCARD
004815         ASSIGN TO CTLCARD
004820         ORGANIZATION IS SEQUENTIAL
004825         FILE STATUS IS AM-CTLCARD-STATUS.
004830
004835     SELECT PENDF
004840         ASSIGN TO PENDF
004845         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS RANDOM
004855         RECORD KEY IS ADPEND-KEY
004860         FILE STATUS IS AM-PENDF-STATUS.
004861
004862     SELECT BALMSTF
004863         ASSIGN TO BALMSTF
004864         ORGANIZATION IS INDEXED
004865         ACCESS MODE IS DYNAMIC
004866         RECORD KEY IS ADBALMST-KEY
004867         FILE STATUS IS AM-BALMSTF-STATUS.
004868
004869     SELECT OPTIONAL BALLOGF
004870         ASSIGN TO BALLOGF
004871         ORGANIZATION IS SEQUENTIAL.
004872
004873     SELECT OPTIONAL BALLOGIN
004874         ASSIGN TO BALLOGF
004875         ORGANIZATION IS SEQUENTIAL
004876         FILE STATUS IS AM-BALLOGIN-STATUS.
004877
004878     SELECT SEALF
004879         ASSIGN TO SEALF
004880         ORGANIZATION IS INDEXED
004881         ACCESS MODE IS RANDOM
004882         RECORD KEY IS ADSEAL-KEY
004883         FILE STATUS IS AM-SEALF-STATUS.
004884
004885     SELECT PERCTLF
004886         ASSIGN TO PERCTLF
004887         ORGANIZATION IS INDEXED
004888         ACCESS MODE IS RANDOM
004889         RECORD KEY IS ADPERCTL-KEY
004890         FILE STATUS IS AM-PERCTLF-STATUS.
004891
004892     SELECT ACCTMAPF
004893         ASSIGN TO ACCTMAPF
004894         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS RANDOM
004896         RECORD KEY IS ADACCMAP-KEY
004897         FILE STATUS IS AM-ACCTMAPF-STATUS.
004900
005000     SELECT ACCRPT
005100         ASSIGN TO ACCRPT
006900     RECORD CONTAINS 132 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 01  ACCRPT-LINE                     PIC X(132).
007105
007110 FD  CTLCARD
007115     RECORDING MODE IS F
007120     RECORD CONTAINS 80 CHARACTERS
007125     LABEL RECORDS ARE STANDARD.
007130     COPY ADPARM.
007135
007140 FD  PENDF
007145     RECORD CONTAINS 128 CHARACTERS
007150     LABEL RECORDS ARE STANDARD.
007155     COPY ADPEND.
007156
007157 FD  BALMSTF
007158     RECORD CONTAINS 80 CHARACTERS
007159     LABEL RECORDS ARE STANDARD.
007160     COPY ADBALMST.
007161
007162 FD  BALLOGF
007163     RECORDING MODE IS F
007164     RECORD CONTAINS 144 CHARACTERS
007165     LABEL RECORDS ARE STANDARD.
007166     COPY ADBALLOG.
007167
007168* BALLOGIN - THE ADJUSTMENT LOG READ TO ITS END BEFORE IT IS
007169* EXTENDED, FOR THE LAST ROW NUMBER AND CHAIN VALUE ON IT, AS IN
007170* ADBALMNT.  ONLY THE CHAIN FIELDS ARE NAMED.
007171 FD  BALLOGIN
007172     RECORDING MODE IS F
007173     RECORD CONTAINS 144 CHARACTERS
007174     LABEL RECORDS ARE STANDARD.
007175 01  BALLOGIN-REC.
007176     05  FILLER                      PIC X(124).
007177     05  BALLOGIN-CHAIN-ROW          PIC 9(09).
007178     05  BALLOGIN-CHAIN-ROW-X REDEFINES BALLOGIN-CHAIN-ROW
007179                                     PIC X(09).
007180     05  BALLOGIN-CHAIN-VALUE        PIC 9(09).
007181     05  FILLER                      PIC X(02).
007182
007183 FD  SEALF
007184     RECORD CONTAINS 120 CHARACTERS
007185     LABEL RECORDS ARE STANDARD.
007186     COPY ADSEAL.
007187
007188 FD  PERCTLF
007189     RECORD CONTAINS 80 CHARACTERS
007190     LABEL RECORDS ARE STANDARD.
007191     COPY ADPERCTL.
007192
007193 FD  ACCTMAPF
007194     RECORD CONTAINS 80 CHARACTERS
007195     LABEL RECORDS ARE STANDARD.
007196     COPY ADACCMAP.
007200
007300 WORKING-STORAGE SECTION.
007400
007600* FILE STATUS AND SWITCHES
007700*-----------------------------------------------------------------
007800 77  AM-ACCTMSTF-STATUS              PIC X(02) VALUE "00".
007820 77  AM-CTLCARD-STATUS               PIC X(02) VALUE "00".
007840 77  AM-PENDF-STATUS                 PIC X(02) VALUE "00".
007850 77  AM-BALMSTF-STATUS               PIC X(02) VALUE "00".
007860 77  AM-BALLOGIN-STATUS              PIC X(02) VALUE "00".
007870 77  AM-SEALF-STATUS                 PIC X(02) VALUE "00".
007880 77  AM-PERCTLF-STATUS               PIC X(02) VALUE "00".
007890 77  AM-ACCTMAPF-STATUS              PIC X(02) VALUE "00".
007900 77  AM-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
008000     88  AM-CARD-EOF                 VALUE 'Y'.
008100 77  AM-MASTER-EOF-SW                 PIC X(01) VALUE 'N'.
008200     88  AM-MASTER-EOF               VALUE 'Y'.
008300 77  AM-MASTER-OPEN-SW                PIC X(01) VALUE 'N'.
008400     88  AM-MASTER-OPEN              VALUE 'Y'.
008410 77  AM-PENDF-OPEN-SW                 PIC X(01) VALUE 'N'.
008420     88  AM-PENDF-OPEN               VALUE 'Y'.
008430 77  AM-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
008440     88  AM-CTL-EOF                  VALUE 'Y'.
008450 77  AM-CARD-REJECTED-SW              PIC X(01) VALUE 'N'.
008460     88  AM-CARD-REJECTED            VALUE 'Y'.
008470 77  AM-PEND-OK-SW                    PIC X(01) VALUE 'N'.
008480     88  AM-PEND-OK                  VALUE 'Y'.
008481 77  AM-BALMST-OPEN-SW                PIC X(01) VALUE 'N'.
008482     88  AM-BALMST-OPEN              VALUE 'Y'.
008483 77  AM-PERCTL-OPEN-SW                PIC X(01) VALUE 'N'.
008484     88  AM-PERCTL-OPEN              VALUE 'Y'.
008485 77  AM-ACCTMAP-OPEN-SW               PIC X(01) VALUE 'N'.
008486     88  AM-ACCTMAP-OPEN             VALUE 'Y'.
008487 77  AM-BALMST-EOF-SW                 PIC X(01) VALUE 'N'.
008488     88  AM-BALMST-EOF               VALUE 'Y'.
008489 77  AM-LOGIN-EOF-SW                  PIC X(01) VALUE 'N'.
008490     88  AM-LOGIN-EOF                VALUE 'Y'.
008491 77  AM-PERIOD-CLOSED-SW              PIC X(01) VALUE 'N'.
008492     88  AM-PERIOD-CLOSED            VALUE 'Y'.
008493 77  AM-MERGE-OK-SW                   PIC X(01) VALUE 'N'.
008494     88  AM-MERGE-OK                 VALUE 'Y'.
008495 77  AM-RENUMBER-SW                   PIC X(01) VALUE 'N'.
008496     88  AM-RENUMBER                 VALUE 'Y'.
008497 77  AM-MRG-FULL-SW                   PIC X(01) VALUE 'N'.
008498     88  AM-MRG-FULL                 VALUE 'Y'.
008500
008600*-----------------------------------------------------------------
008700* COMMAND COUNTS FOR THE EOJ SUMMARY
009200 77  AM-ACCOUNTS-ADDED               PIC 9(09) COMP VALUE ZERO.
009300 77  AM-ACCOUNTS-CLOSED              PIC 9(09) COMP VALUE ZERO.
009400 77  AM-ACCOUNTS-REOPENED            PIC 9(09) COMP VALUE ZERO.
009402 77  AM-CHANGES-PENDED               PIC 9(09) COMP VALUE ZERO.
009404 77  AM-PENDING-APPROVED             PIC 9(09) COMP VALUE ZERO.
009406 77  AM-PENDING-DECLINED             PIC 9(09) COMP VALUE ZERO.
009408 77  AM-PENDING-EXPIRED              PIC 9(09) COMP VALUE ZERO.
009410
009412*-----------------------------------------------------------------
009414* MAKER/CHECKER WORK FIELDS.  THE EXPIRY WINDOW COMES OFF THE
009416* ADPARM CARD - ZERO (OR NO CARD) NEVER EXPIRES AN ITEM.
009418*-----------------------------------------------------------------
009420 77  AM-PEND-EXPIRY                  PIC 9(03) VALUE ZERO.
009422 77  AM-NEW-REF                      PIC 9(09) VALUE ZERO.
009424 77  AM-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
009426 77  AM-AGE-DAYS                     PIC S9(05) COMP VALUE ZERO.
009428
009430*-----------------------------------------------------------------
009432* DATE CONVERSION WORK FIELDS - YYYY-MM-DD STRING TO THE
009434* INTRINSIC DAY NUMBER, AS IN ADRECAGE.
009436*-----------------------------------------------------------------
009438 01  AM-CONV-DATE.
009440     05  AM-CV-YYYY                  PIC X(04).
009442     05  FILLER                      PIC X(01).
009444     05  AM-CV-MM                    PIC X(02).
009446     05  FILLER                      PIC X(01).
009448     05  AM-CV-DD                    PIC X(02).
009450 01  AM-CONV-YMD                     PIC 9(08).
009452 01  AM-CONV-YMD-R REDEFINES AM-CONV-YMD.
009454     05  AM-CY-YYYY                  PIC 9(04).
009456     05  AM-CY-MM                    PIC 9(02).
009458     05  AM-CY-DD                    PIC 9(02).
009460 77  AM-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
009462 77  AM-CONV-OK-SW                    PIC X(01) VALUE 'N'.
009463     88  AM-CONV-OK                  VALUE 'Y'.
009464
009465*-----------------------------------------------------------------
009466* ACCOUNT MERGE WORK FIELDS.  THE OLD ACCOUNTS BALANCE ROWS ARE
009467* COLLECTED (8600) AND THE TARGET CHECKED FOR ROOM (8650) BEFORE
009468* ANYTHING MOVES, SO A MERGE THAT CANNOT GO THROUGH WHOLE IS
009469* REFUSED AND STAYS PENDING.  ONE ROW PER RUN-ID.
009470*-----------------------------------------------------------------
009471 77  AM-ACCOUNTS-MERGED              PIC 9(09) COMP VALUE ZERO.
009472 77  AM-PERIOD-REFUSED               PIC 9(09) COMP VALUE ZERO.
009473 77  AM-MERGE-STOPPED                PIC 9(09) COMP VALUE ZERO.
009474 77  AM-MERGE-TARGET                 PIC X(08) VALUE SPACES.
009475 77  AM-MERGE-EFF-DATE               PIC X(10) VALUE SPACES.
009476 77  AM-OLD-DESC                     PIC X(30) VALUE SPACES.
009477 77  AM-OLD-DEPT                     PIC X(08) VALUE SPACES.
009478 77  AM-MRG-NEW-BAL                  PIC S9(11)V99 VALUE ZERO.
009479 77  AM-MRG-NEW-CNT                  PIC 9(09) VALUE ZERO.
009480 77  AM-TGT-FOUND-SW                  PIC X(01) VALUE 'N'.
009481     88  AM-TGT-FOUND                VALUE 'Y'.
009482 77  AM-MRG-MAX                      PIC 9(04) COMP VALUE 500.
009483 77  AM-MRG-COUNT                    PIC 9(04) COMP VALUE ZERO.
009484 77  AM-MRG-SUB                      PIC 9(04) COMP VALUE ZERO.
009485 01  AM-MERGE-TABLE.
009486     05  AM-MRG-ENTRY OCCURS 500 TIMES.
009487         10  AM-MRG-RUN-ID           PIC X(08).
009488         10  AM-MRG-OLD-BAL          PIC S9(11)V99.
009489         10  AM-MRG-OLD-CNT          PIC 9(09).
009490         10  AM-MRG-LAST-POST        PIC X(10).
009500
009600*-----------------------------------------------------------------
009700* REPORT PAGE / LINE CONTROL
010900     05  AM-SYS-DD                   PIC 9(02).
011000 01  AM-TODAY-DATE                   PIC X(10).
011100 01  AM-HDG-DATE                     PIC X(10).
011102 01  AM-SYSTEM-TIME.
011104     05  AM-SYS-HH                   PIC 9(02).
011106     05  AM-SYS-MN                   PIC 9(02).
011108     05  AM-SYS-SS                   PIC 9(02).
011110     05  AM-SYS-HS                   PIC 9(02).
011112 01  AM-TIMESTAMP                    PIC X(26).
011114
011116*-----------------------------------------------------------------
011118* LOG CHAIN - ROW NUMBER AND CHAIN VALUE OF THE LAST ROW ON THE
011120* ADJUSTMENT LOG, RUN ON OVER EACH TRANSFER ROW EXACTLY AS
011122* ADBALMNT RUNS IT OVER AN ADJUSTMENT - VALUE * 31 + BYTE CODE + 1
011124* PER BYTE, MODULO A PRIME BELOW 10**9.  THE BYTE CODE IS THE BYTE
011126* READ AS THE LOW HALF OF A HALFWORD.
011128*-----------------------------------------------------------------
011130 01  AM-CHAIN-AREA.
011132     05  AM-CHAIN-DATA               PIC X(133).
011134     05  AM-CHAIN-CHARS REDEFINES AM-CHAIN-DATA.
011136         10  AM-CHAIN-CHAR           PIC X(01) OCCURS 133 TIMES.
011138 01  AM-CHAIN-BYTE-PAIR.
011140     05  FILLER                      PIC X(01) VALUE LOW-VALUES.
011142     05  AM-CHAIN-BYTE               PIC X(01).
011144 01  AM-CHAIN-BYTE-CODE REDEFINES AM-CHAIN-BYTE-PAIR
011146                                     PIC 9(04) COMP.
011148 77  AM-CHAIN-PRIME                  PIC 9(09) COMP
011150                                     VALUE 999999937.
011152 77  AM-CHAIN-SUB                    PIC 9(03) COMP VALUE ZERO.
011154 77  AM-CHAIN-WORK                   PIC 9(18) COMP VALUE ZERO.
011156 77  AM-CHAIN-QUOT                   PIC 9(18) COMP VALUE ZERO.
011158 77  AM-CHAIN-VALUE                  PIC 9(09) COMP VALUE ZERO.
011160 77  AM-CHAIN-ROW                    PIC 9(09) COMP VALUE ZERO.
011162 77  AM-LOG-ROWS-WRITTEN             PIC 9(09) COMP VALUE ZERO.
011200
011300*-----------------------------------------------------------------
011400* PRINT LINE LAYOUTS FOR ACCRPT
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  AM-SUM-LABEL                PIC X(34).
015900     05  AM-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
015905
015910 01  AM-PEND-LINE.
015915     05  FILLER                      PIC X(02) VALUE SPACES.
015920     05  AM-PND-TEXT                 PIC X(34).
015925     05  FILLER                      PIC X(04) VALUE 'REF '.
015930     05  AM-PND-REF                  PIC Z(08)9.
015935     05  FILLER                      PIC X(08) VALUE '  MAKER '.
015940     05  AM-PND-MAKER                PIC X(08).
015945     05  FILLER                      PIC X(10) VALUE '  CHECKER '.
015950     05  AM-PND-CHECKER              PIC X(08).
015952
015954 01  AM-XFER-LINE.
015956     05  FILLER                      PIC X(02) VALUE SPACES.
015958     05  AM-XFR-TEXT                 PIC X(34).
015960     05  FILLER                      PIC X(07) VALUE 'RUN-ID '.
015962     05  AM-XFR-RUN-ID               PIC X(08).
015964     05  FILLER                      PIC X(02) VALUE SPACES.
015966     05  AM-XFR-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
015968     05  FILLER                      PIC X(08) VALUE '  COUNT '.
015970     05  AM-XFR-COUNT                PIC ZZZ,ZZZ,ZZ9.
016000
016100 PROCEDURE DIVISION.
016200
017900* LOAD THE CHART FROM CARDS.  A MASTER THAT STILL CANNOT BE
018000* OPENED IS NOT FATAL - THE RUN CONTINUES SO EVERY CARD IS
018100* LISTED AS IGNORED ON THE REPORT, AND THE RUN ENDS WITH
018150* CONDITION CODE 8 (SEE 9000-TERMINATE-RTN).  A PENDING-
018200* APPROVAL FILE THAT CANNOT BE OPENED ONLY STOPS CLOSES, REOPENS
018250* AND APPROVALS.
018300*-----------------------------------------------------------------
018400 1000-INITIALIZE-RTN.
018500     ACCEPT AM-SYSTEM-DATE FROM DATE.
019200         DELIMITED BY SIZE INTO AM-HDG-DATE
019300     END-STRING.
019400     MOVE AM-HDG-DATE TO AM-HDG1-DATE.
019401     ACCEPT AM-SYSTEM-TIME FROM TIME.
019402     STRING
019403         '20' AM-SYS-YY '-' AM-SYS-MM '-' AM-SYS-DD
019404         ' ' AM-SYS-HH ':' AM-SYS-MN ':' AM-SYS-SS
019405         DELIMITED BY SIZE INTO AM-TIMESTAMP
019406     END-STRING.
019410     MOVE AM-TODAY-DATE TO AM-CONV-DATE.
019420     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
019430     IF AM-CONV-OK
019440         MOVE AM-CONV-INT TO AM-TODAY-INT
019450     END-IF.
019460     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
019500     OPEN INPUT ACCCARD.
019600     OPEN OUTPUT ACCRPT.
019700     OPEN I-O ACCTMSTF.
020600         DISPLAY 'ADACCMNT - ACCTMSTF OPEN FAILED, STATUS = '
020700             AM-ACCTMSTF-STATUS
020800     END-IF.
020850     PERFORM 1200-OPEN-PENDF THRU 1200-EXIT.
020860     PERFORM 1250-OPEN-MERGE-FILES THRU 1250-EXIT.
020900     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
021000     PERFORM 2800-READ-CARD THRU 2800-EXIT.
021100 1000-EXIT.
021200     EXIT.
021202
021204*-----------------------------------------------------------------
021206* 1100-READ-CTLCARD
021208* A MISSING CARD, OR A NON-NUMERIC EXPIRY, LEAVES THE EXPIRY AT
021210* ZERO - NOTHING EXPIRES.
021212*-----------------------------------------------------------------
021214 1100-READ-CTLCARD.
021216     OPEN INPUT CTLCARD.
021218     IF AM-CTLCARD-STATUS NOT = '00'
021220         CLOSE CTLCARD
021222         GO TO 1100-EXIT
021224     END-IF.
021226     READ CTLCARD
021228         AT END SET AM-CTL-EOF TO TRUE
021230     END-READ.
021232     IF NOT AM-CTL-EOF
021234         IF ADPARM-PEND-EXPIRY-X IS NUMERIC
021236             MOVE ADPARM-PEND-EXPIRY TO AM-PEND-EXPIRY
021238         END-IF
021240     END-IF.
021242     CLOSE CTLCARD.
021244 1100-EXIT.
021246     EXIT.
021248
021250*-----------------------------------------------------------------
021252* 1200-OPEN-PENDF
021254* OPENS THE PENDING-APPROVAL FILE, PRIMING AN EMPTY DATASET ON
021256* FIRST USE.  NOT FATAL - WITHOUT IT EVERY CLOSE, REOPEN AND
021258* APPROVE/DECLINE CARD IS REFUSED, THE REST RUNS.
021260*-----------------------------------------------------------------
021262 1200-OPEN-PENDF.
021264     OPEN I-O PENDF.
021266     IF AM-PENDF-STATUS = '35'
021268         OPEN OUTPUT PENDF
021270         CLOSE PENDF
021272         OPEN I-O PENDF
021274     END-IF.
021276     IF AM-PENDF-STATUS = '00' OR '05'
021278         SET AM-PENDF-OPEN TO TRUE
021280     ELSE
021282         DISPLAY 'ADACCMNT - PENDF OPEN FAILED, STATUS = '
021284             AM-PENDF-STATUS
021286         DISPLAY 'ADACCMNT - CLOSES AND REOPENS WILL BE '
021288             'REFUSED THIS RUN'
021290     END-IF.
021292 1200-EXIT.
021294     EXIT.
021300
021301*-----------------------------------------------------------------
021302* 1250-OPEN-MERGE-FILES
021303* OPENS THE FILES A MERGE WORKS ON - THE BALANCE MASTER, THE
021304* ADJUSTMENT LOG (EXTENDED, ITS CHAIN RESUMED FIRST), THE PERIOD
021305* CONTROL FILE AND THE ACCOUNT MAP (PRIMED ON FIRST USE).  NONE
021306* IS FATAL - WITHOUT THE MASTER OR THE MAP EVERY MERGE IS
021307* REFUSED, AND NO PERIOD-CONTROL FILE MEANS NO PERIOD HAS BEEN
021308* CLOSED.
021309*-----------------------------------------------------------------
021310 1250-OPEN-MERGE-FILES.
021311     OPEN I-O BALMSTF.
021312     IF AM-BALMSTF-STATUS = '00' OR '05'
021313         SET AM-BALMST-OPEN TO TRUE
021314     ELSE
021315         DISPLAY 'ADACCMNT - BALMSTF OPEN FAILED, STATUS = '
021316             AM-BALMSTF-STATUS
021317     END-IF.
021318     PERFORM 1300-RESUME-LOG-CHAIN THRU 1300-EXIT.
021319     OPEN EXTEND BALLOGF.
021320     OPEN INPUT PERCTLF.
021321     IF AM-PERCTLF-STATUS = '00' OR '05'
021322         SET AM-PERCTL-OPEN TO TRUE
021323     ELSE
021324         IF AM-PERCTLF-STATUS NOT = '35'
021325             DISPLAY 'ADACCMNT - PERCTLF OPEN FAILED, STATUS = '
021326                 AM-PERCTLF-STATUS
021327             DISPLAY 'ADACCMNT - CLOSED-PERIOD CHECK SKIPPED '
021328                 'FOR THIS RUN'
021329         END-IF
021330     END-IF.
021331     OPEN I-O ACCTMAPF.
021332     IF AM-ACCTMAPF-STATUS = '35'
021333         OPEN OUTPUT ACCTMAPF
021334         CLOSE ACCTMAPF
021335         OPEN I-O ACCTMAPF
021336     END-IF.
021337     IF AM-ACCTMAPF-STATUS = '00' OR '05'
021338         SET AM-ACCTMAP-OPEN TO TRUE
021339     ELSE
021340         DISPLAY 'ADACCMNT - ACCTMAPF OPEN FAILED, STATUS = '
021341             AM-ACCTMAPF-STATUS
021342     END-IF.
021343     IF NOT AM-BALMST-OPEN
021344         OR NOT AM-ACCTMAP-OPEN
021345         DISPLAY 'ADACCMNT - MERGES WILL BE REFUSED THIS RUN'
021346     END-IF.
021347 1250-EXIT.
021348     EXIT.
021349
021350*-----------------------------------------------------------------
021351* 1300-RESUME-LOG-CHAIN
021352* READS THE ADJUSTMENT LOG TO ITS END FOR THE ROW NUMBER AND
021353* CHAIN VALUE OF ITS LAST CHAINED ROW, SO THIS RUNS TRANSFER ROWS
021354* CHAIN ON FROM IT - THE SAME LOG, AND THE SAME CHAIN, ADBALMNT
021355* WRITES.  A NEW LOG STARTS AT ROW 1.
021356*-----------------------------------------------------------------
021357 1300-RESUME-LOG-CHAIN.
021358     OPEN INPUT BALLOGIN.
021359     IF AM-BALLOGIN-STATUS NOT = '00' AND NOT = '05'
021360         GO TO 1300-EXIT
021361     END-IF.
021362     MOVE 'N' TO AM-LOGIN-EOF-SW.
021363     PERFORM 1350-READ-BALLOGIN THRU 1350-EXIT
021364         UNTIL AM-LOGIN-EOF.
021365     CLOSE BALLOGIN.
021366 1300-EXIT.
021367     EXIT.
021368
021369 1350-READ-BALLOGIN.
021370     READ BALLOGIN
021371         AT END
021372             SET AM-LOGIN-EOF TO TRUE
021373             GO TO 1350-EXIT
021374     END-READ.
021375     IF BALLOGIN-CHAIN-ROW-X = SPACES
021376         GO TO 1350-EXIT
021377     END-IF.
021378     MOVE BALLOGIN-CHAIN-ROW TO AM-CHAIN-ROW.
021379     MOVE BALLOGIN-CHAIN-VALUE TO AM-CHAIN-VALUE.
021380 1350-EXIT.
021381     EXIT.
021382
021400*-----------------------------------------------------------------
021500* 1500-WRITE-RPT-HEADING
021600*-----------------------------------------------------------------
022800*-----------------------------------------------------------------
022900 2000-PROCESS-CARDS.
023000     ADD 1 TO AM-CARDS-READ.
023050     MOVE 'N' TO AM-CARD-REJECTED-SW.
023100     IF NOT AM-MASTER-OPEN
023200         MOVE 'MASTER NOT OPEN - CARD IGNORED:   ' TO AM-ACT-TEXT
023300         MOVE ADACCTRN-ACCOUNT TO AM-ACT-ACCOUNT
024300             WHEN ADACCTRN-ADD
024400                 PERFORM 5000-ADD-ONE THRU 5000-EXIT
024500             WHEN ADACCTRN-CLOSE
024600                 PERFORM 6500-PEND-CHANGE THRU 6500-EXIT
024700             WHEN ADACCTRN-REOPEN
024720                 PERFORM 6500-PEND-CHANGE THRU 6500-EXIT
024740             WHEN ADACCTRN-APPROVE
024760                 PERFORM 7500-APPROVE-ONE THRU 7500-EXIT
024780             WHEN ADACCTRN-DECLINE
024800                 PERFORM 7900-DECLINE-ONE THRU 7900-EXIT
024810             WHEN ADACCTRN-MERGE
024820                 PERFORM 6800-PEND-MERGE THRU 6800-EXIT
024900             WHEN OTHER
025000                 MOVE 'UNKNOWN FUNCTION - CARD IGNORED:  '
025100                     TO AM-ACT-TEXT
027600     ADD 1 TO AM-LINE-COUNT.
027700 2900-EXIT.
027800     EXIT.
027805
027810*-----------------------------------------------------------------
027815* 2920-WRITE-PEND-LINE
027820* THE REFERENCE/MAKER/CHECKER LINE FOR A PENDING-APPROVAL ITEM.
027825*-----------------------------------------------------------------
027830 2920-WRITE-PEND-LINE.
027835     IF AM-LINE-COUNT NOT LESS THAN AM-MAX-LINES-PER-PAGE
027840         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
027845     END-IF.
027850     WRITE ACCRPT-LINE FROM AM-PEND-LINE AFTER ADVANCING 1 LINE.
027855     ADD 1 TO AM-LINE-COUNT.
027860 2920-EXIT.
027865     EXIT.
027867
027869*-----------------------------------------------------------------
027871* 2940-WRITE-XFER-LINE
027873* ONE BALANCE ROW MOVED BY AN APPROVED MERGE.
027875*-----------------------------------------------------------------
027877 2940-WRITE-XFER-LINE.
027879     IF AM-LINE-COUNT NOT LESS THAN AM-MAX-LINES-PER-PAGE
027881         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
027883     END-IF.
027885     WRITE ACCRPT-LINE FROM AM-XFER-LINE AFTER ADVANCING 1 LINE.
027887     ADD 1 TO AM-LINE-COUNT.
027889 2940-EXIT.
027891     EXIT.
027900
028000*-----------------------------------------------------------------
028100* 2950-WRITE-COLUMN-HDG
040200     MOVE ADACCTRN-DESC TO AM-ACT-DESC.
040300     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
040400     ADD 1 TO AM-CARDS-REJECTED.
040450     SET AM-CARD-REJECTED TO TRUE.
040500 5400-EXIT.
040600     EXIT.
040700
041000* MARKS ONE OPEN ACCOUNT CLOSED AND STAMPS THE CLOSED DATE.
041100* ADDITION REJECTS ANY NEW PAIR AGAINST A CLOSED ACCOUNT, SO
041200* CLOSING IS HOW THE DESK RETIRES A CODE WITHOUT LOSING ITS
041250* DESCRIPTION OR HISTORY.  RUN ONLY FOR AN APPROVED PENDING
041300* ITEM (SEE 7500) - THE CLOSE CARD ITSELF GOES TO 6500.
041400*-----------------------------------------------------------------
041500 6000-CLOSE-ONE.
041600     MOVE ADACCTRN-ACCOUNT TO ADACCMST-ACCOUNT.
044300     ADD 1 TO AM-ACCOUNTS-CLOSED.
044400 6000-EXIT.
044500     EXIT.
044501
044502*-----------------------------------------------------------------
044503* 6500-PEND-CHANGE
044504* A CLOSE OR REOPEN CARD IS NOT APPLIED - IT IS CHECKED AGAINST
044505* THE MASTER, GIVEN THE NEXT PENDING REFERENCE AND WRITTEN TO
044506* PENDF WITH THE MAKERS OPERATOR ID TO WAIT FOR A SECOND
044507* OPERATOR.  NO OPERATOR ID, OR NO PENDING FILE, AND THE CARD IS
044508* REFUSED.
044509*-----------------------------------------------------------------
044510 6500-PEND-CHANGE.
044511     IF ADACCTRN-OPERATOR = SPACES
044512         MOVE 'REFUSED - NO OPERATOR ID:         '
044513             TO AM-ACT-TEXT
044514         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044515         GO TO 6500-EXIT
044516     END-IF.
044517     IF NOT AM-PENDF-OPEN
044518         MOVE 'REFUSED - PENDF NOT OPEN:         '
044519             TO AM-ACT-TEXT
044520         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044521         GO TO 6500-EXIT
044522     END-IF.
044523     MOVE ADACCTRN-ACCOUNT TO ADACCMST-ACCOUNT.
044524     READ ACCTMSTF
044525         INVALID KEY
044526             MOVE 'REFUSED - NOT ON MASTER:          '
044527                 TO AM-ACT-TEXT
044528             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044529             GO TO 6500-EXIT
044530     END-READ.
044531     IF ADACCTRN-CLOSE
044532         AND ADACCMST-CLOSED
044533         MOVE 'CLOSE REFUSED - ALREADY CLOSED:   '
044534             TO AM-ACT-TEXT
044535         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044536         GO TO 6500-EXIT
044537     END-IF.
044538     IF ADACCTRN-REOPEN
044539         AND NOT ADACCMST-CLOSED
044540         MOVE 'REOPEN REFUSED - NOT CLOSED:      '
044541             TO AM-ACT-TEXT
044542         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044543         GO TO 6500-EXIT
044544     END-IF.
044545     PERFORM 6600-NEXT-PEND-REF THRU 6600-EXIT.
044546     IF AM-NEW-REF = ZERO
044547         MOVE 'REFUSED - NO REFERENCE:           '
044548             TO AM-ACT-TEXT
044549         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044550         GO TO 6500-EXIT
044551     END-IF.
044552     MOVE SPACES TO ADPEND-REC.
044553     MOVE AM-NEW-REF TO ADPEND-REF.
044554     MOVE 'A' TO ADPEND-SOURCE.
044555     MOVE 'P' TO ADPEND-STATUS.
044556     MOVE ADACCTRN-OPERATOR TO ADPEND-MAKER-ID.
044557     MOVE AM-TODAY-DATE TO ADPEND-MADE-DATE.
044558     MOVE ADACCTRN-FUNC TO ADPEND-FUNC.
044559     MOVE ADACCTRN-ACCOUNT TO ADPEND-ACCOUNT.
044560     MOVE ZERO TO ADPEND-AMOUNT.
044561     WRITE ADPEND-REC
044562         INVALID KEY
044563             MOVE 'REFUSED - PEND WRITE FAILED:      '
044564                 TO AM-ACT-TEXT
044565             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044566             GO TO 6500-EXIT
044567     END-WRITE.
044568     IF ADACCTRN-CLOSE
044569         MOVE 'CLOSE PENDING APPROVAL:           ' TO AM-ACT-TEXT
044570     ELSE
044571         MOVE 'REOPEN PENDING APPROVAL:          ' TO AM-ACT-TEXT
044572     END-IF.
044573     MOVE ADACCTRN-ACCOUNT TO AM-ACT-ACCOUNT.
044574     MOVE ADACCMST-DESC TO AM-ACT-DESC.
044575     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
044576     MOVE 'PENDING APPROVAL UNDER:           ' TO AM-PND-TEXT.
044577     MOVE ADPEND-REF TO AM-PND-REF.
044578     MOVE ADPEND-MAKER-ID TO AM-PND-MAKER.
044579     MOVE SPACES TO AM-PND-CHECKER.
044580     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
044581     ADD 1 TO AM-CHANGES-PENDED.
044582 6500-EXIT.
044583     EXIT.
044584
044585*-----------------------------------------------------------------
044586* 6600-NEXT-PEND-REF
044587* ISSUES THE NEXT PENDING REFERENCE OFF THE CONTROL RECORD (KEY
044588* ZERO), CREATING IT ON THE FIRST-EVER USE.  THE SAME COUNTER
044589* SERVES ADBALMNT, SO A REFERENCE IS UNIQUE ACROSS BOTH.
044590* AM-NEW-REF IS LEFT ZERO WHEN IT CANNOT BE UPDATED.
044591*-----------------------------------------------------------------
044592 6600-NEXT-PEND-REF.
044593     MOVE ZERO TO AM-NEW-REF.
044594     MOVE ZERO TO ADPEND-CTL-KEY.
044595     READ PENDF
044596         INVALID KEY
044597             PERFORM 6650-CREATE-CTL-REC THRU 6650-EXIT
044598             GO TO 6600-EXIT
044599     END-READ.
044600     ADD 1 TO ADPEND-CTL-LAST-REF.
044601     REWRITE ADPEND-CTL-REC
044602         INVALID KEY
044603             GO TO 6600-EXIT
044604     END-REWRITE.
044605     MOVE ADPEND-CTL-LAST-REF TO AM-NEW-REF.
044606 6600-EXIT.
044607     EXIT.
044608
044609 6650-CREATE-CTL-REC.
044610     MOVE SPACES TO ADPEND-CTL-REC.
044611     MOVE ZERO TO ADPEND-CTL-KEY.
044612     MOVE 1 TO ADPEND-CTL-LAST-REF.
044613     WRITE ADPEND-CTL-REC
044614         INVALID KEY
044615             GO TO 6650-EXIT
044616     END-WRITE.
044617     MOVE 1 TO AM-NEW-REF.
044618 6650-EXIT.
044619     EXIT.
044620
044621*-----------------------------------------------------------------
044622* 6800-PEND-MERGE
044623* A MERGE (M) CARD IS CHECKED AS FAR AS IT CAN BE WHEN IT IS
044624* KEYED (6850) AND THEN PENDED ON PENDF LIKE A CLOSE, THE TARGET
044625* AND THE EFFECTIVE DATE (BLANK = TODAY) CARRIED ON THE ITEM.
044626* NOTHING MOVES UNTIL A SECOND OPERATOR APPROVES IT (8500).  NO
044627* OPERATOR ID, OR NO PENDING FILE, AND THE CARD IS REFUSED.
044628*-----------------------------------------------------------------
044629 6800-PEND-MERGE.
044630     IF ADACCTRN-OPERATOR = SPACES
044631         MOVE 'REFUSED - NO OPERATOR ID:         '
044632             TO AM-ACT-TEXT
044633         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044634         GO TO 6800-EXIT
044635     END-IF.
044636     IF NOT AM-PENDF-OPEN
044637         MOVE 'REFUSED - PENDF NOT OPEN:         '
044638             TO AM-ACT-TEXT
044639         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044640         GO TO 6800-EXIT
044641     END-IF.
044642     MOVE ADACCTRN-TARGET TO AM-MERGE-TARGET.
044643     IF ADACCTRN-EFF-DATE = SPACES
044644         MOVE AM-TODAY-DATE TO AM-MERGE-EFF-DATE
044645     ELSE
044646         MOVE ADACCTRN-EFF-DATE TO AM-MERGE-EFF-DATE
044647     END-IF.
044648     PERFORM 6850-CHECK-MERGE THRU 6850-EXIT.
044649     IF NOT AM-MERGE-OK
044650         GO TO 6800-EXIT
044651     END-IF.
044652     PERFORM 6600-NEXT-PEND-REF THRU 6600-EXIT.
044653     IF AM-NEW-REF = ZERO
044654         MOVE 'REFUSED - NO REFERENCE:           '
044655             TO AM-ACT-TEXT
044656         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044657         GO TO 6800-EXIT
044658     END-IF.
044659     MOVE SPACES TO ADPEND-REC.
044660     MOVE AM-NEW-REF TO ADPEND-REF.
044661     MOVE 'A' TO ADPEND-SOURCE.
044662     MOVE 'P' TO ADPEND-STATUS.
044663     MOVE ADACCTRN-OPERATOR TO ADPEND-MAKER-ID.
044664     MOVE AM-TODAY-DATE TO ADPEND-MADE-DATE.
044665     MOVE ADACCTRN-FUNC TO ADPEND-FUNC.
044666     MOVE ADACCTRN-ACCOUNT TO ADPEND-ACCOUNT.
044667     MOVE ZERO TO ADPEND-AMOUNT.
044668     MOVE AM-MERGE-TARGET TO ADPEND-TARGET.
044669     MOVE AM-MERGE-EFF-DATE TO ADPEND-EFF-DATE.
044670     STRING
044671         'MERGE INTO ' AM-MERGE-TARGET
044672         DELIMITED BY SIZE INTO ADPEND-REASON
044673     END-STRING.
044674     WRITE ADPEND-REC
044675         INVALID KEY
044676             MOVE 'REFUSED - PEND WRITE FAILED:      '
044677                 TO AM-ACT-TEXT
044678             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044679             GO TO 6800-EXIT
044680     END-WRITE.
044681     IF AM-RENUMBER
044682         MOVE 'RENUMBER PENDING APPROVAL:        ' TO AM-ACT-TEXT
044683     ELSE
044684         MOVE 'MERGE PENDING APPROVAL:           ' TO AM-ACT-TEXT
044685     END-IF.
044686     PERFORM 8900-WRITE-MERGE-ACTION THRU 8900-EXIT.
044687     MOVE 'PENDING APPROVAL UNDER:           ' TO AM-PND-TEXT.
044688     MOVE ADPEND-REF TO AM-PND-REF.
044689     MOVE ADPEND-MAKER-ID TO AM-PND-MAKER.
044690     MOVE SPACES TO AM-PND-CHECKER.
044691     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
044692     ADD 1 TO AM-CHANGES-PENDED.
044693 6800-EXIT.
044694     EXIT.
044695
044696*-----------------------------------------------------------------
044697* 6850-CHECK-MERGE
044698* CHECKS A MERGE OF ADACCTRN-ACCOUNT INTO AM-MERGE-TARGET FROM
044699* AM-MERGE-EFF-DATE - WHEN IT IS KEYED AND AGAIN WHEN IT IS
044700* APPROVED.  THE EFFECTIVE DATE MAY NOT BE IN THE FUTURE NOR IN A
044701* CLOSED ACCOUNTING PERIOD.  THE OLD ACCOUNT MUST BE OPEN; A
044702* TARGET NOT ON THE MASTER MAKES IT A RENUMBER (AM-RENUMBER), A
044703* CLOSED ONE IS REFUSED.  AM-MERGE-OK IS SET ONLY WHEN IT MAY GO
044704* AHEAD, WITH THE OLD DESCRIPTION AND DEPARTMENT SAVED.
044705*-----------------------------------------------------------------
044706 6850-CHECK-MERGE.
044707     MOVE 'N' TO AM-MERGE-OK-SW.
044708     MOVE 'N' TO AM-RENUMBER-SW.
044709     IF NOT AM-BALMST-OPEN
044710         MOVE 'MERGE REFUSED - BALMSTF NOT OPEN: '
044711             TO AM-ACT-TEXT
044712         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044713         GO TO 6850-EXIT
044714     END-IF.
044715     IF NOT AM-ACCTMAP-OPEN
044716         MOVE 'MERGE REFUSED - ACCTMAPF NOT OPEN:'
044717             TO AM-ACT-TEXT
044718         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044719         GO TO 6850-EXIT
044720     END-IF.
044721     IF ADACCTRN-ACCOUNT = SPACES
044722         OR AM-MERGE-TARGET = SPACES
044723         MOVE 'MERGE REFUSED - ACCOUNT BLANK:    '
044724             TO AM-ACT-TEXT
044725         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044726         GO TO 6850-EXIT
044727     END-IF.
044728     IF AM-MERGE-TARGET = ADACCTRN-ACCOUNT
044729         MOVE 'MERGE REFUSED - TARGET IS ACCOUNT:'
044730             TO AM-ACT-TEXT
044731         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044732         GO TO 6850-EXIT
044733     END-IF.
044734     MOVE AM-MERGE-EFF-DATE TO AM-CONV-DATE.
044735     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
044736     IF NOT AM-CONV-OK
044737         OR AM-CONV-INT GREATER THAN AM-TODAY-INT
044738         MOVE 'MERGE REFUSED - DATE NOT VALID:   '
044739             TO AM-ACT-TEXT
044740         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044741         GO TO 6850-EXIT
044742     END-IF.
044743     PERFORM 6870-CHECK-PERIOD THRU 6870-EXIT.
044744     IF AM-PERIOD-CLOSED
044745         MOVE 'MERGE REFUSED - PERIOD CLOSED:    '
044746             TO AM-ACT-TEXT
044747         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044748         ADD 1 TO AM-PERIOD-REFUSED
044749         GO TO 6850-EXIT
044750     END-IF.
044751     MOVE ADACCTRN-ACCOUNT TO ADACCMST-ACCOUNT.
044752     READ ACCTMSTF
044753         INVALID KEY
044754             MOVE 'MERGE REFUSED - NOT ON MASTER:    '
044755                 TO AM-ACT-TEXT
044756             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044757             GO TO 6850-EXIT
044758     END-READ.
044759     IF ADACCMST-CLOSED
044760         MOVE 'MERGE REFUSED - ALREADY CLOSED:   '
044761             TO AM-ACT-TEXT
044762         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044763         GO TO 6850-EXIT
044764     END-IF.
044765     MOVE ADACCMST-DESC TO AM-OLD-DESC.
044766     MOVE ADACCMST-DEPT TO AM-OLD-DEPT.
044767     MOVE AM-MERGE-TARGET TO ADACCMST-ACCOUNT.
044768     READ ACCTMSTF
044769         INVALID KEY
044770             SET AM-RENUMBER TO TRUE
044771     END-READ.
044772     IF NOT AM-RENUMBER
044773         AND ADACCMST-CLOSED
044774         MOVE 'MERGE REFUSED - TARGET CLOSED:    '
044775             TO AM-ACT-TEXT
044776         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
044777         GO TO 6850-EXIT
044778     END-IF.
044779     SET AM-MERGE-OK TO TRUE.
044780 6850-EXIT.
044781     EXIT.
044782
044783*-----------------------------------------------------------------
044784* 6870-CHECK-PERIOD
044785* SETS AM-PERIOD-CLOSED WHEN THE ACCOUNTING PERIOD (YYYY-MM) OF
044786* THE MERGE EFFECTIVE DATE HAS BEEN CLOSED BY ADPERCLS.  NO
044787* PERIOD-CONTROL FILE, OR NO RECORD FOR THE PERIOD, MEANS IT IS
044788* OPEN.
044789*-----------------------------------------------------------------
044790 6870-CHECK-PERIOD.
044791     MOVE 'N' TO AM-PERIOD-CLOSED-SW.
044792     IF NOT AM-PERCTL-OPEN
044793         GO TO 6870-EXIT
044794     END-IF.
044795     MOVE AM-MERGE-EFF-DATE (1:7) TO ADPERCTL-PERIOD.
044796     READ PERCTLF
044797         INVALID KEY
044798             GO TO 6870-EXIT
044799     END-READ.
044800     IF ADPERCTL-CLOSED
044801         SET AM-PERIOD-CLOSED TO TRUE
044802     END-IF.
044803 6870-EXIT.
044804     EXIT.
044805
044806*-----------------------------------------------------------------
044807* 7000-REOPEN-ONE
044900* FLIPS ONE CLOSED ACCOUNT BACK TO OPEN AND CLEARS THE CLOSED
045000* DATE, FOR THE CASE WHERE A CODE WAS RETIRED BY MISTAKE.
045020* RUN ONLY FOR AN APPROVED PENDING ITEM (SEE 7500) - THE REOPEN
045040* CARD ITSELF GOES TO 6500.
045100*-----------------------------------------------------------------
045200 7000-REOPEN-ONE.
045300     MOVE ADACCTRN-ACCOUNT TO ADACCMST-ACCOUNT.
047900     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
048000     ADD 1 TO AM-ACCOUNTS-REOPENED.
048100 7000-EXIT.
048104     EXIT.
048108
048112*-----------------------------------------------------------------
048116* 7500-APPROVE-ONE
048120* THE CHECKERS APPROVAL OF ONE PENDING CLOSE, REOPEN OR MERGE.
048124* ONCE THE ITEM PASSES 7600 THE CHANGE IS APPLIED BY 6000, 7000
048128* OR 8500, AND THE ITEM IS MARKED APPROVED WITH THE CHECKERS ID.
048132* A CHANGE THAT NO LONGER APPLIES (ACCOUNT CLOSED OR REOPENED
048136* SINCE) IS REFUSED AND THE ITEM STAYS PENDING.
048140*-----------------------------------------------------------------
048144 7500-APPROVE-ONE.
048148     PERFORM 7600-GET-PENDING THRU 7600-EXIT.
048152     IF NOT AM-PEND-OK
048156         GO TO 7500-EXIT
048160     END-IF.
048164     MOVE ADPEND-ACCOUNT TO ADACCTRN-ACCOUNT.
048168     MOVE SPACES TO ADACCTRN-DESC.
048172     EVALUATE TRUE
048176         WHEN ADPEND-FUNC-CLOSE
048180             PERFORM 6000-CLOSE-ONE THRU 6000-EXIT
048184         WHEN ADPEND-FUNC-MERGE
048188             PERFORM 8500-APPLY-MERGE THRU 8500-EXIT
048192         WHEN OTHER
048196             PERFORM 7000-REOPEN-ONE THRU 7000-EXIT
048221     END-EVALUATE.
048222     IF AM-CARD-REJECTED
048223         GO TO 7500-EXIT
048224     END-IF.
048225     MOVE 'A' TO ADPEND-STATUS.
048226     MOVE ADACCTRN-OPERATOR TO ADPEND-CHECKER-ID.
048227     MOVE AM-TODAY-DATE TO ADPEND-DECIDED-DATE.
048228     REWRITE ADPEND-REC
048229         INVALID KEY
048230             DISPLAY 'ADACCMNT - PENDF REWRITE FAILED, REF = '
048231                 ADPEND-REF ' STATUS = ' AM-PENDF-STATUS
048232     END-REWRITE.
048233     MOVE 'APPROVED AND APPLIED:             ' TO AM-PND-TEXT.
048234     MOVE ADPEND-REF TO AM-PND-REF.
048235     MOVE ADPEND-MAKER-ID TO AM-PND-MAKER.
048236     MOVE ADPEND-CHECKER-ID TO AM-PND-CHECKER.
048237     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
048238     ADD 1 TO AM-PENDING-APPROVED.
048239 7500-EXIT.
048240     EXIT.
048241
048242*-----------------------------------------------------------------
048243* 7600-GET-PENDING
048244* READS AND CHECKS THE ITEM QUOTED ON A P OR D CARD.  THE CARD
048245* MUST CARRY THE CHECKERS OPERATOR ID AND THE REFERENCE OF A
048246* STILL-PENDING ACCOUNT CHANGE, AND THE CHECKER MAY NOT BE THE
048247* MAKER.  AN ITEM OLDER THAN THE EXPIRY WINDOW IS MARKED EXPIRED
048248* HERE AND REFUSED.  AM-PEND-OK IS SET ONLY WHEN THE ITEM MAY BE
048249* DECIDED.
048250*-----------------------------------------------------------------
048251 7600-GET-PENDING.
048252     MOVE 'N' TO AM-PEND-OK-SW.
048253     IF NOT AM-PENDF-OPEN
048254         MOVE 'REFUSED - PENDF NOT OPEN:         ' TO AM-PND-TEXT
048255         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048256         GO TO 7600-EXIT
048257     END-IF.
048258     IF ADACCTRN-OPERATOR = SPACES
048259         MOVE 'REFUSED - NO CHECKER OPERATOR ID: '
048260             TO AM-PND-TEXT
048261         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048262         GO TO 7600-EXIT
048263     END-IF.
048264     IF ADACCTRN-PEND-REF-X IS NOT NUMERIC
048265         OR ADACCTRN-PEND-REF = ZERO
048266         MOVE 'REFUSED - REFERENCE NOT VALID:    '
048267             TO AM-PND-TEXT
048268         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048269         GO TO 7600-EXIT
048270     END-IF.
048271     MOVE ADACCTRN-PEND-REF TO ADPEND-REF.
048272     READ PENDF
048273         INVALID KEY
048274             MOVE 'REFUSED - REFERENCE NOT ON FILE:  '
048275                 TO AM-PND-TEXT
048276             PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048277             GO TO 7600-EXIT
048278     END-READ.
048279     IF NOT ADPEND-ACCT-CHANGE
048280         MOVE 'REFUSED - NOT AN ACCOUNT ITEM:    '
048281             TO AM-PND-TEXT
048282         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048283         GO TO 7600-EXIT
048284     END-IF.
048285     IF NOT ADPEND-PENDING
048286         MOVE 'REFUSED - ITEM ALREADY DECIDED:   '
048287             TO AM-PND-TEXT
048288         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048289         GO TO 7600-EXIT
048290     END-IF.
048291     IF ADACCTRN-OPERATOR = ADPEND-MAKER-ID
048292         MOVE 'REFUSED - CHECKER IS THE MAKER:   '
048293             TO AM-PND-TEXT
048294         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048295         GO TO 7600-EXIT
048296     END-IF.
048297     PERFORM 7700-CHECK-EXPIRY THRU 7700-EXIT.
048298     IF ADPEND-EXPIRED
048299         MOVE 'REFUSED - PENDING ITEM EXPIRED:   '
048300             TO AM-PND-TEXT
048301         PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048302         GO TO 7600-EXIT
048303     END-IF.
048304     SET AM-PEND-OK TO TRUE.
048305 7600-EXIT.
048306     EXIT.
048307
048308*-----------------------------------------------------------------
048309* 7700-CHECK-EXPIRY
048310* AGE IN DAYS FROM THE DATE THE ITEM WAS MADE TO TODAY.  PAST A
048311* NON-ZERO EXPIRY WINDOW THE ITEM IS MARKED EXPIRED ON THE FILE
048312* SO IT CAN NEVER BE APPLIED.  AN UNREADABLE MADE DATE IS LEFT
048313* ALONE.
048314*-----------------------------------------------------------------
048315 7700-CHECK-EXPIRY.
048316     IF AM-PEND-EXPIRY = ZERO
048317         OR AM-TODAY-INT = ZERO
048318         GO TO 7700-EXIT
048319     END-IF.
048320     MOVE ADPEND-MADE-DATE TO AM-CONV-DATE.
048321     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
048322     IF NOT AM-CONV-OK
048323         GO TO 7700-EXIT
048324     END-IF.
048325     COMPUTE AM-AGE-DAYS = AM-TODAY-INT - AM-CONV-INT.
048326     IF AM-AGE-DAYS NOT GREATER THAN AM-PEND-EXPIRY
048327         GO TO 7700-EXIT
048328     END-IF.
048329     MOVE 'E' TO ADPEND-STATUS.
048330     MOVE AM-TODAY-DATE TO ADPEND-DECIDED-DATE.
048331     REWRITE ADPEND-REC
048332         INVALID KEY
048333             DISPLAY 'ADACCMNT - PENDF REWRITE FAILED, REF = '
048334                 ADPEND-REF ' STATUS = ' AM-PENDF-STATUS
048335     END-REWRITE.
048336     ADD 1 TO AM-PENDING-EXPIRED.
048337 7700-EXIT.
048338     EXIT.
048339
048340*-----------------------------------------------------------------
048341* 7800-WRITE-PEND-REJECT
048342* A REFUSED APPROVE/DECLINE CARD - THE CALLER HAS SET THE TEXT.
048343*-----------------------------------------------------------------
048344 7800-WRITE-PEND-REJECT.
048345     IF ADACCTRN-PEND-REF-X IS NUMERIC
048346         MOVE ADACCTRN-PEND-REF TO AM-PND-REF
048347     ELSE
048348         MOVE ZERO TO AM-PND-REF
048349     END-IF.
048350     MOVE SPACES TO AM-PND-MAKER.
048351     MOVE ADACCTRN-OPERATOR TO AM-PND-CHECKER.
048352     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
048353     ADD 1 TO AM-CARDS-REJECTED.
048354     SET AM-CARD-REJECTED TO TRUE.
048355 7800-EXIT.
048356     EXIT.
048357
048358*-----------------------------------------------------------------
048359* 7900-DECLINE-ONE
048360* THE CHECKERS DECLINE OF ONE PENDING ACCOUNT CHANGE - THE ITEM
048361* IS MARKED DECLINED WITH THE CHECKERS ID AND THE ACCOUNT IS
048362* LEFT AS IT IS.
048363*-----------------------------------------------------------------
048364 7900-DECLINE-ONE.
048365     PERFORM 7600-GET-PENDING THRU 7600-EXIT.
048366     IF NOT AM-PEND-OK
048367         GO TO 7900-EXIT
048368     END-IF.
048369     MOVE 'D' TO ADPEND-STATUS.
048370     MOVE ADACCTRN-OPERATOR TO ADPEND-CHECKER-ID.
048371     MOVE AM-TODAY-DATE TO ADPEND-DECIDED-DATE.
048372     REWRITE ADPEND-REC
048373         INVALID KEY
048374             MOVE 'REFUSED - PENDF REWRITE FAILED:   '
048375                 TO AM-PND-TEXT
048376             PERFORM 7800-WRITE-PEND-REJECT THRU 7800-EXIT
048377             GO TO 7900-EXIT
048378     END-REWRITE.
048379     EVALUATE TRUE
048380         WHEN ADPEND-FUNC-CLOSE
048381             MOVE 'PENDING CLOSE DECLINED:           '
048391                 TO AM-ACT-TEXT
048401         WHEN ADPEND-FUNC-MERGE
048411             MOVE 'PENDING MERGE DECLINED:           '
048421                 TO AM-ACT-TEXT
048431         WHEN OTHER
048441             MOVE 'PENDING REOPEN DECLINED:          '
048451                 TO AM-ACT-TEXT
048461     END-EVALUATE.
048471     MOVE ADPEND-ACCOUNT TO AM-ACT-ACCOUNT.
048481     MOVE SPACES TO AM-ACT-DESC.
048491     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
048501     MOVE 'DECLINED:                         ' TO AM-PND-TEXT.
048511     MOVE ADPEND-REF TO AM-PND-REF.
048521     MOVE ADPEND-MAKER-ID TO AM-PND-MAKER.
048531     MOVE ADPEND-CHECKER-ID TO AM-PND-CHECKER.
048541     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
048551     ADD 1 TO AM-PENDING-DECLINED.
048561 7900-EXIT.
048571     EXIT.
048581
048591*-----------------------------------------------------------------
048601* 8000-DATE-TO-INT
048611* YYYY-MM-DD STRING IN AM-CONV-DATE TO THE INTRINSIC DAY NUMBER
048621* IN AM-CONV-INT.  A MALFORMED DATE ANSWERS NOT-OK.
048631*-----------------------------------------------------------------
048641 8000-DATE-TO-INT.
048651     MOVE 'N' TO AM-CONV-OK-SW.
048661     IF AM-CV-YYYY IS NOT NUMERIC
048671         OR AM-CV-MM IS NOT NUMERIC
048681         OR AM-CV-DD IS NOT NUMERIC
048691         GO TO 8000-EXIT
048701     END-IF.
048711     MOVE AM-CV-YYYY TO AM-CY-YYYY.
048721     MOVE AM-CV-MM TO AM-CY-MM.
048731     MOVE AM-CV-DD TO AM-CY-DD.
048741     IF AM-CY-MM = ZERO OR AM-CY-MM GREATER THAN 12
048751         OR AM-CY-DD = ZERO OR AM-CY-DD GREATER THAN 31
048761         OR AM-CY-YYYY LESS THAN 1601
048771         GO TO 8000-EXIT
048781     END-IF.
048791     COMPUTE AM-CONV-INT =
048801         FUNCTION INTEGER-OF-DATE (AM-CONV-YMD).
048811     MOVE 'Y' TO AM-CONV-OK-SW.
048821 8000-EXIT.
048831     EXIT.
048841
057190*-----------------------------------------------------------------
057200* 8500-APPLY-MERGE
057210* APPLIES AN APPROVED MERGE OFF THE PENDING ITEM NOW IN ADPEND-
057220* REC (ACCOUNT ALREADY IN ADACCTRN-ACCOUNT).  THE MERGE IS
057230* CHECKED AGAIN (6850), THE OLD ACCOUNTS BALANCE ROWS ARE
057240* COLLECTED (8600) AND EACH TARGET ROW PROVED ABLE TO TAKE THEM
057250* (8650) BEFORE ANYTHING CHANGES.  THEN A RENUMBER OPENS THE
057260* TARGET ON THE CHART WITH THE OLD DESCRIPTION AND DEPARTMENT,
057270* EACH ROW IS MOVED AND LOGGED (8700), THE OLD ACCOUNT IS CLOSED
057280* AS OF THE EFFECTIVE DATE AND THE MAP RECORD IS WRITTEN (8800).
057290* A REFUSAL LEAVES AM-CARD-REJECTED SET AND THE ITEM PENDING -
057300* ROWS ALREADY MOVED ARE ZERO ON THE OLD ACCOUNT, SO A LATER
057310* APPROVAL PICKS UP ONLY WHAT IS LEFT.
057320*-----------------------------------------------------------------
057330 8500-APPLY-MERGE.
057340     MOVE ADPEND-TARGET TO AM-MERGE-TARGET.
057350     IF ADPEND-EFF-DATE = SPACES
057360         MOVE ADPEND-MADE-DATE TO AM-MERGE-EFF-DATE
057370     ELSE
057380         MOVE ADPEND-EFF-DATE TO AM-MERGE-EFF-DATE
057390     END-IF.
057400     MOVE AM-MERGE-TARGET TO ADACCTRN-TARGET.
057410     MOVE AM-MERGE-EFF-DATE TO ADACCTRN-EFF-DATE.
057420     PERFORM 6850-CHECK-MERGE THRU 6850-EXIT.
057430     IF NOT AM-MERGE-OK
057440         GO TO 8500-EXIT
057450     END-IF.
057460     PERFORM 8600-COLLECT-OLD-ROWS THRU 8600-EXIT.
057470     IF AM-MRG-FULL
057480         MOVE 'MERGE REFUSED - TOO MANY RUN-IDS: '
057490             TO AM-ACT-TEXT
057500         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
057510         GO TO 8500-EXIT
057520     END-IF.
057530     PERFORM 8650-CHECK-TARGET-ROW THRU 8650-EXIT
057540         VARYING AM-MRG-SUB FROM 1 BY 1
057550         UNTIL AM-MRG-SUB GREATER THAN AM-MRG-COUNT.
057560     IF NOT AM-MERGE-OK
057570         MOVE 'MERGE REFUSED - OUT OF RANGE:     '
057580             TO AM-ACT-TEXT
057590         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
057600         GO TO 8500-EXIT
057610     END-IF.
057620     IF AM-RENUMBER
057630         PERFORM 8550-OPEN-TARGET THRU 8550-EXIT
057640         IF AM-CARD-REJECTED
057650             GO TO 8500-EXIT
057660         END-IF
057670     END-IF.
057680     IF AM-RENUMBER
057690         MOVE 'ACCOUNT RENUMBERED:               ' TO AM-ACT-TEXT
057700     ELSE
057710         MOVE 'ACCOUNT MERGED:                   ' TO AM-ACT-TEXT
057720     END-IF.
057730     PERFORM 8900-WRITE-MERGE-ACTION THRU 8900-EXIT.
057740     PERFORM 8700-MOVE-ONE-ROW THRU 8700-EXIT
057750         VARYING AM-MRG-SUB FROM 1 BY 1
057760         UNTIL AM-MRG-SUB GREATER THAN AM-MRG-COUNT
057770            OR AM-CARD-REJECTED.
057780     IF AM-CARD-REJECTED
057790         GO TO 8500-EXIT
057800     END-IF.
057810     MOVE ADACCTRN-ACCOUNT TO ADACCMST-ACCOUNT.
057820     READ ACCTMSTF
057830         INVALID KEY
057840             MOVE 'MERGE STOPPED - OLD ACCOUNT GONE: '
057850                 TO AM-ACT-TEXT
057860             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
057870             GO TO 8500-EXIT
057880     END-READ.
057890     MOVE 'C' TO ADACCMST-STATUS.
057900     MOVE AM-MERGE-EFF-DATE TO ADACCMST-CLOSED-DATE.
057910     REWRITE ADACCMST-REC
057920         INVALID KEY
057930             MOVE 'MERGE STOPPED - CLOSE FAILED:     '
057940                 TO AM-ACT-TEXT
057950             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
057960             GO TO 8500-EXIT
057970     END-REWRITE.
057980     PERFORM 8800-WRITE-MAP-REC THRU 8800-EXIT.
057990     ADD 1 TO AM-ACCOUNTS-MERGED.
058000 8500-EXIT.
058010     EXIT.
058020
058030*-----------------------------------------------------------------
058040* 8550-OPEN-TARGET
058050* A RENUMBER - THE TARGET CODE GOES ON THE CHART OPEN FROM THE
058060* EFFECTIVE DATE, UNDER THE OLD ACCOUNTS DESCRIPTION AND
058070* DEPARTMENT.
058080*-----------------------------------------------------------------
058090 8550-OPEN-TARGET.
058100     MOVE SPACES TO ADACCMST-REC.
058110     MOVE AM-MERGE-TARGET TO ADACCMST-ACCOUNT.
058120     MOVE AM-OLD-DESC TO ADACCMST-DESC.
058130     MOVE AM-OLD-DEPT TO ADACCMST-DEPT.
058140     MOVE 'O' TO ADACCMST-STATUS.
058150     MOVE AM-MERGE-EFF-DATE TO ADACCMST-OPENED-DATE.
058160     MOVE SPACES TO ADACCMST-CLOSED-DATE.
058170     WRITE ADACCMST-REC
058180         INVALID KEY
058190             MOVE 'MERGE REFUSED - TARGET NOT ADDED: '
058200                 TO AM-ACT-TEXT
058210             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
058220     END-WRITE.
058230 8550-EXIT.
058240     EXIT.
058250
058260*-----------------------------------------------------------------
058270* 8600-COLLECT-OLD-ROWS
058280* BROWSES THE WHOLE BALANCE MASTER (IT IS KEYED RUN-ID FIRST) FOR
058290* THE OLD ACCOUNTS ROWS, INTO AM-MERGE-TABLE.  ROWS ALREADY AT
058300* ZERO BALANCE AND ZERO COUNT HAVE NOTHING TO MOVE AND ARE LEFT.
058310* MORE ROWS THAN THE TABLE HOLDS SETS AM-MRG-FULL.
058320*-----------------------------------------------------------------
058330 8600-COLLECT-OLD-ROWS.
058340     MOVE ZERO TO AM-MRG-COUNT.
058350     MOVE 'N' TO AM-MRG-FULL-SW.
058360     MOVE 'N' TO AM-BALMST-EOF-SW.
058370     MOVE LOW-VALUES TO ADBALMST-KEY.
058380     START BALMSTF KEY NOT LESS THAN ADBALMST-KEY
058390         INVALID KEY SET AM-BALMST-EOF TO TRUE
058400     END-START.
058410     PERFORM 8610-COLLECT-ONE-ROW THRU 8610-EXIT
058420         UNTIL AM-BALMST-EOF.
058430 8600-EXIT.
058440     EXIT.
058450
058460 8610-COLLECT-ONE-ROW.
058470     READ BALMSTF NEXT RECORD
058480         AT END
058490             SET AM-BALMST-EOF TO TRUE
058500             GO TO 8610-EXIT
058510     END-READ.
058520     IF ADBALMST-ACCOUNT NOT = ADACCTRN-ACCOUNT
058530         GO TO 8610-EXIT
058540     END-IF.
058550     IF ADBALMST-BALANCE = ZERO
058560         AND ADBALMST-TRAN-COUNT = ZERO
058570         GO TO 8610-EXIT
058580     END-IF.
058590     IF AM-MRG-COUNT NOT LESS THAN AM-MRG-MAX
058600         SET AM-MRG-FULL TO TRUE
058610         SET AM-BALMST-EOF TO TRUE
058620         GO TO 8610-EXIT
058630     END-IF.
058640     ADD 1 TO AM-MRG-COUNT.
058650     MOVE ADBALMST-RUN-ID TO AM-MRG-RUN-ID (AM-MRG-COUNT).
058660     MOVE ADBALMST-BALANCE TO AM-MRG-OLD-BAL (AM-MRG-COUNT).
058670     MOVE ADBALMST-TRAN-COUNT TO AM-MRG-OLD-CNT (AM-MRG-COUNT).
058680     MOVE ADBALMST-LAST-POST-DATE
058690         TO AM-MRG-LAST-POST (AM-MRG-COUNT).
058700 8610-EXIT.
058710     EXIT.
058720
058730*-----------------------------------------------------------------
058740* 8650-CHECK-TARGET-ROW
058750* CLEARS AM-MERGE-OK WHEN THE TARGETS ROW FOR ONE RUN-ID COULD
058760* NOT TAKE THE OLD ROWS BALANCE OR COUNT WITHOUT OVERFLOWING.  NO
058770* TARGET ROW YET IS FINE - 8700 CREATES ONE.
058780*-----------------------------------------------------------------
058790 8650-CHECK-TARGET-ROW.
058800     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALMST-RUN-ID.
058810     MOVE AM-MERGE-TARGET TO ADBALMST-ACCOUNT.
058820     READ BALMSTF
058830         INVALID KEY
058840             GO TO 8650-EXIT
058850     END-READ.
058860     ADD AM-MRG-OLD-BAL (AM-MRG-SUB) TO ADBALMST-BALANCE
058870         GIVING AM-MRG-NEW-BAL
058880         ON SIZE ERROR
058890             MOVE 'N' TO AM-MERGE-OK-SW
058900     END-ADD.
058910     ADD AM-MRG-OLD-CNT (AM-MRG-SUB) TO ADBALMST-TRAN-COUNT
058920         GIVING AM-MRG-NEW-CNT
058930         ON SIZE ERROR
058940             MOVE 'N' TO AM-MERGE-OK-SW
058950     END-ADD.
058960 8650-EXIT.
058970     EXIT.
058980
058990*-----------------------------------------------------------------
058997* 8700-MOVE-ONE-ROW
059004* MOVES ONE RUN-IDS BALANCE AND COUNT FROM THE OLD ACCOUNT TO THE
059011* TARGET.  THE OLD ROW IS ZEROED FIRST, THEN THE TARGET ROW IS
059018* UPDATED (OR CREATED, CARRYING THE OLD ROWS LAST POST DATE), THEN
059025* THE PAIR OF TRANSFER ROWS IS LOGGED (8750) AND PRINTED.  IF THE
059032* TARGET CANNOT TAKE THE AMOUNT THE OLD ROW IS PUT BACK (8710), SO
059039* THE MONEY IS NEVER ON BOTH ACCOUNTS OR ON NEITHER.  A FAILED
059046* UPDATE STOPS THE MERGE WITH AM-CARD-REJECTED SET AND IS COUNTED
059053* IN AM-MERGE-STOPPED FOR CONDITION CODE 16.
059060*-----------------------------------------------------------------
059067 8700-MOVE-ONE-ROW.
059074     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALMST-RUN-ID.
059081     MOVE ADACCTRN-ACCOUNT TO ADBALMST-ACCOUNT.
059088     READ BALMSTF
059095         INVALID KEY
059102             DISPLAY 'ADACCMNT - OLD BALANCE ROW GONE, RUN-ID '
059109                 AM-MRG-RUN-ID (AM-MRG-SUB) ' ACCOUNT '
059116                 ADACCTRN-ACCOUNT
059123             MOVE 'MERGE STOPPED - OLD ROW GONE:     '
059130                 TO AM-ACT-TEXT
059137             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
059144             ADD 1 TO AM-MERGE-STOPPED
059151             GO TO 8700-EXIT
059158     END-READ.
059165     MOVE ZERO TO ADBALMST-BALANCE.
059172     MOVE ZERO TO ADBALMST-TRAN-COUNT.
059179     REWRITE ADBALMST-REC.
059186     IF AM-BALMSTF-STATUS NOT = '00'
059193         DISPLAY 'ADACCMNT - OLD BALANCE ROW NOT ZEROED, STATUS '
059200             AM-BALMSTF-STATUS ' RUN-ID '
059203       AM-MRG-RUN-ID (AM-MRG-SUB)
059207             ' ACCOUNT ' ADACCTRN-ACCOUNT
059214         MOVE 'MERGE STOPPED - OLD ROW REWRITE:  '
059221             TO AM-ACT-TEXT
059228         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
059235         ADD 1 TO AM-MERGE-STOPPED
059242         GO TO 8700-EXIT
059249     END-IF.
059256     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALMST-RUN-ID.
059263     MOVE AM-MERGE-TARGET TO ADBALMST-ACCOUNT.
059270     READ BALMSTF
059277         INVALID KEY
059284             MOVE 'N' TO AM-TGT-FOUND-SW
059291         NOT INVALID KEY
059298             SET AM-TGT-FOUND TO TRUE
059305     END-READ.
059312     IF AM-TGT-FOUND
059319         ADD AM-MRG-OLD-BAL (AM-MRG-SUB) TO ADBALMST-BALANCE
059326         ADD AM-MRG-OLD-CNT (AM-MRG-SUB) TO ADBALMST-TRAN-COUNT
059333         REWRITE ADBALMST-REC
059340         MOVE 'MERGE STOPPED - TARGET REWRITE:   ' TO AM-ACT-TEXT
059347     ELSE
059354         MOVE SPACES TO ADBALMST-REC
059361         MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALMST-RUN-ID
059368         MOVE AM-MERGE-TARGET TO ADBALMST-ACCOUNT
059375         MOVE AM-MRG-OLD-BAL (AM-MRG-SUB) TO ADBALMST-BALANCE
059382         MOVE AM-MRG-OLD-CNT (AM-MRG-SUB) TO ADBALMST-TRAN-COUNT
059389         MOVE AM-MRG-LAST-POST (AM-MRG-SUB)
059396             TO ADBALMST-LAST-POST-DATE
059403         WRITE ADBALMST-REC
059410         MOVE 'MERGE STOPPED - TARGET NOT ADDED: ' TO AM-ACT-TEXT
059417     END-IF.
059424     IF AM-BALMSTF-STATUS NOT = '00'
059431         DISPLAY 'ADACCMNT - TARGET ROW NOT UPDATED, STATUS '
059438             AM-BALMSTF-STATUS ' RUN-ID '
059441       AM-MRG-RUN-ID (AM-MRG-SUB)
059445             ' ACCOUNT ' AM-MERGE-TARGET
059452         PERFORM 8710-RESTORE-OLD-ROW THRU 8710-EXIT
059459         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
059466         ADD 1 TO AM-MERGE-STOPPED
059473         GO TO 8700-EXIT
059480     END-IF.
059487     PERFORM 8750-LOG-TRANSFER THRU 8750-EXIT.
059494     MOVE 'BALANCE MOVED:                    ' TO AM-XFR-TEXT.
059501     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO AM-XFR-RUN-ID.
059508     MOVE AM-MRG-OLD-BAL (AM-MRG-SUB) TO AM-XFR-AMOUNT.
059515     MOVE AM-MRG-OLD-CNT (AM-MRG-SUB) TO AM-XFR-COUNT.
059522     PERFORM 2940-WRITE-XFER-LINE THRU 2940-EXIT.
059529 8700-EXIT.
059536     EXIT.
059543
059550*-----------------------------------------------------------------
059557* 8710-RESTORE-OLD-ROW
059564* PUTS THE BALANCE AND COUNT BACK ON THE OLD ACCOUNTS ROW WHEN THE
059571* TARGET COULD NOT TAKE THEM.  IF EVEN THAT FAILS THE AMOUNT IS
059578* NAMED ON THE CONSOLE FOR THE DESK TO RE-KEY BY ADJUSTMENT.
059585*-----------------------------------------------------------------
059592 8710-RESTORE-OLD-ROW.
059599     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALMST-RUN-ID.
059606     MOVE ADACCTRN-ACCOUNT TO ADBALMST-ACCOUNT.
059613     READ BALMSTF
059620         INVALID KEY
059627             GO TO 8710-NOT-RESTORED
059634     END-READ.
059641     MOVE AM-MRG-OLD-BAL (AM-MRG-SUB) TO ADBALMST-BALANCE.
059648     MOVE AM-MRG-OLD-CNT (AM-MRG-SUB) TO ADBALMST-TRAN-COUNT.
059655     REWRITE ADBALMST-REC.
059662     IF AM-BALMSTF-STATUS = '00'
059669         GO TO 8710-EXIT
059676     END-IF.
059683 8710-NOT-RESTORED.
059690     DISPLAY 'ADACCMNT - OLD BALANCE ROW NOT RESTORED, RUN-ID '
059697         AM-MRG-RUN-ID (AM-MRG-SUB) ' ACCOUNT ' ADACCTRN-ACCOUNT.
059704     MOVE AM-MRG-OLD-BAL (AM-MRG-SUB) TO AM-XFR-AMOUNT.
059711     DISPLAY 'ADACCMNT - BALANCE ' AM-XFR-AMOUNT
059718         ' IS ON NEITHER ACCOUNT - RE-KEY IT BY ADJUSTMENT'.
059725 8710-EXIT.
059732     EXIT.
059740
059750*-----------------------------------------------------------------
059760* 8750-LOG-TRANSFER
059770* LOGS ONE MOVED ROW AS A PAIR OF TRANSFER ROWS ON THE ADJUSTMENT
059780* LOG - OUT OF THE OLD ACCOUNT AND INTO THE TARGET, EACH SIGNED
059790* AS THE ADJUSTMENT THAT WOULD HAVE DONE THE SAME TO THAT
059800* ACCOUNT, AND EACH CARRYING THE TRANSACTION COUNT MOVED.  BOTH
059810* ROWS CARRY THE MAKER AND CHECKER OF THE MERGE, ITS REFERENCE
059820* AND ITS EFFECTIVE DATE, AND ARE CHAINED AS ADBALMNT CHAINS AN
059830* ADJUSTMENT.
059840*-----------------------------------------------------------------
059850 8750-LOG-TRANSFER.
059860     MOVE SPACES TO ADBALLOG-REC.
059870     MOVE AM-TIMESTAMP TO ADBALLOG-TIMESTAMP.
059880     MOVE AM-MRG-RUN-ID (AM-MRG-SUB) TO ADBALLOG-RUN-ID.
059890     MOVE ADACCTRN-ACCOUNT TO ADBALLOG-ACCOUNT.
059900     SET ADBALLOG-TRANSFER-OUT TO TRUE.
059910     IF AM-MRG-OLD-BAL (AM-MRG-SUB) GREATER THAN ZERO
059920         MOVE '-' TO ADBALLOG-SIGN
059930     ELSE
059940         MOVE '+' TO ADBALLOG-SIGN
059950     END-IF.
059960     MOVE AM-MRG-OLD-BAL (AM-MRG-SUB) TO ADBALLOG-AMOUNT.
059970     MOVE AM-MRG-OLD-CNT (AM-MRG-SUB) TO ADBALLOG-XFER-COUNT.
059980     STRING
059990         'MERGED INTO ' AM-MERGE-TARGET
060000         DELIMITED BY SIZE INTO ADBALLOG-REASON
060010     END-STRING.
060020     MOVE ADPEND-MAKER-ID TO ADBALLOG-MAKER-ID.
060030     MOVE ADACCTRN-OPERATOR TO ADBALLOG-CHECKER-ID.
060040     MOVE ADPEND-REF TO ADBALLOG-PEND-REF.
060050     MOVE AM-MERGE-EFF-DATE TO ADBALLOG-EFF-DATE.
060060     PERFORM 8760-CHAIN-LOG-ROW THRU 8760-EXIT.
060070     WRITE ADBALLOG-REC.
060080     MOVE AM-MERGE-TARGET TO ADBALLOG-ACCOUNT.
060090     SET ADBALLOG-TRANSFER-IN TO TRUE.
060100     IF AM-MRG-OLD-BAL (AM-MRG-SUB) LESS THAN ZERO
060110         MOVE '-' TO ADBALLOG-SIGN
060120     ELSE
060130         MOVE '+' TO ADBALLOG-SIGN
060140     END-IF.
060150     MOVE SPACES TO ADBALLOG-REASON.
060160     STRING
060170         'MERGED FROM ' ADACCTRN-ACCOUNT
060180         DELIMITED BY SIZE INTO ADBALLOG-REASON
060190     END-STRING.
060200     PERFORM 8760-CHAIN-LOG-ROW THRU 8760-EXIT.
060210     WRITE ADBALLOG-REC.
060220 8750-EXIT.
060230     EXIT.
060240
060250*-----------------------------------------------------------------
060260* 8760-CHAIN-LOG-ROW
060270* NUMBERS THE LOG ROW ABOUT TO BE WRITTEN AND CHAINS IT - THE
060280* CHAIN VALUE RUNS ON FROM THE PREVIOUS ROWS OVER THIS ROWS FIRST
060290* 133 BYTES, ROW NUMBER INCLUDED (SEE ADBALLOG).
060300*-----------------------------------------------------------------
060310 8760-CHAIN-LOG-ROW.
060320     ADD 1 TO AM-CHAIN-ROW.
060330     ADD 1 TO AM-LOG-ROWS-WRITTEN.
060340     MOVE AM-CHAIN-ROW TO ADBALLOG-CHAIN-ROW.
060350     MOVE ADBALLOG-REC TO AM-CHAIN-DATA.
060360     PERFORM 8765-CHAIN-ONE-BYTE THRU 8765-EXIT
060370         VARYING AM-CHAIN-SUB FROM 1 BY 1
060380         UNTIL AM-CHAIN-SUB GREATER THAN 133.
060390     MOVE AM-CHAIN-VALUE TO ADBALLOG-CHAIN-VALUE.
060400 8760-EXIT.
060410     EXIT.
060420
060430 8765-CHAIN-ONE-BYTE.
060440     MOVE AM-CHAIN-CHAR (AM-CHAIN-SUB) TO AM-CHAIN-BYTE.
060450     COMPUTE AM-CHAIN-WORK =
060460         AM-CHAIN-VALUE * 31 + AM-CHAIN-BYTE-CODE + 1.
060470     DIVIDE AM-CHAIN-WORK BY AM-CHAIN-PRIME
060480         GIVING AM-CHAIN-QUOT REMAINDER AM-CHAIN-VALUE.
060490 8765-EXIT.
060500     EXIT.
060510
060520*-----------------------------------------------------------------
060530* 8800-WRITE-MAP-REC
060540* RECORDS THE OLD-TO-NEW CODE ON THE ACCOUNT MAP FOR ADDITION AND
060550* ADMSTMT.  AN OLD CODE ALREADY MAPPED (MERGED, REOPENED AND
060560* MERGED AGAIN) HAS ITS RECORD REPLACED BY THE LATEST MERGE.
060570*-----------------------------------------------------------------
060580 8800-WRITE-MAP-REC.
060590     MOVE SPACES TO ADACCMAP-REC.
060600     MOVE ADACCTRN-ACCOUNT TO ADACCMAP-OLD-ACCOUNT.
060610     MOVE AM-MERGE-TARGET TO ADACCMAP-NEW-ACCOUNT.
060620     MOVE AM-MERGE-EFF-DATE TO ADACCMAP-EFF-DATE.
060630     IF AM-RENUMBER
060640         SET ADACCMAP-RENUMBER TO TRUE
060650     ELSE
060660         SET ADACCMAP-MERGE TO TRUE
060670     END-IF.
060680     MOVE AM-TODAY-DATE TO ADACCMAP-APPLIED-DATE.
060690     MOVE ADPEND-MAKER-ID TO ADACCMAP-MAKER-ID.
060700     MOVE ADACCTRN-OPERATOR TO ADACCMAP-CHECKER-ID.
060710     MOVE ADPEND-REF TO ADACCMAP-PEND-REF.
060720     MOVE AM-MRG-COUNT TO ADACCMAP-RUNS-MOVED.
060730     WRITE ADACCMAP-REC
060740         INVALID KEY
060750             REWRITE ADACCMAP-REC
060760                 INVALID KEY
060770                     DISPLAY 'ADACCMNT - ACCTMAPF WRITE FAILED, '
060780                         'ACCOUNT ' ADACCMAP-OLD-ACCOUNT
060790                         ' STATUS = ' AM-ACCTMAPF-STATUS
060800             END-REWRITE
060810     END-WRITE.
060820 8800-EXIT.
060830     EXIT.
060840
060850*-----------------------------------------------------------------
060860* 8900-WRITE-MERGE-ACTION
060870* THE ACTION LINE FOR A MERGE - THE CALLER HAS SET THE TEXT.  THE
060880* DESCRIPTION COLUMN SHOWS THE TARGET AND THE EFFECTIVE DATE.
060890*-----------------------------------------------------------------
060900 8900-WRITE-MERGE-ACTION.
060910     MOVE ADACCTRN-ACCOUNT TO AM-ACT-ACCOUNT.
060920     MOVE SPACES TO AM-ACT-DESC.
060930     STRING
060940         'INTO ' AM-MERGE-TARGET ' FROM ' AM-MERGE-EFF-DATE
060950         DELIMITED BY SIZE INTO AM-ACT-DESC
060960     END-STRING.
060970     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
060980 8900-EXIT.
060990     EXIT.
061000
061010*-----------------------------------------------------------------
061020* 9000-TERMINATE-RTN
061030* WRITES THE EOJ SUMMARY AND CLOSES ALL FILES.
061040*-----------------------------------------------------------------
061050 9000-TERMINATE-RTN.
061060     MOVE 'CARDS READ:                       ' TO AM-SUM-LABEL.
061070     MOVE AM-CARDS-READ TO AM-SUM-VALUE.
061080     IF AM-LINE-COUNT NOT LESS THAN AM-MAX-LINES-PER-PAGE
061090         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
061100     END-IF.
061110     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061120         AFTER ADVANCING 2 LINES.
061130     ADD 2 TO AM-LINE-COUNT.
061140     MOVE 'CARDS REJECTED:                   ' TO AM-SUM-LABEL.
061150     MOVE AM-CARDS-REJECTED TO AM-SUM-VALUE.
061160     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061170         AFTER ADVANCING 1 LINE.
061180     ADD 1 TO AM-LINE-COUNT.
061190     MOVE 'RECORDS LISTED:                   ' TO AM-SUM-LABEL.
061200     MOVE AM-RECORDS-LISTED TO AM-SUM-VALUE.
061210     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061220         AFTER ADVANCING 1 LINE.
061230     ADD 1 TO AM-LINE-COUNT.
061240     MOVE 'ACCOUNTS ADDED:                   ' TO AM-SUM-LABEL.
061250     MOVE AM-ACCOUNTS-ADDED TO AM-SUM-VALUE.
061260     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061270         AFTER ADVANCING 1 LINE.
061280     ADD 1 TO AM-LINE-COUNT.
061290     MOVE 'ACCOUNTS CLOSED:                  ' TO AM-SUM-LABEL.
061300     MOVE AM-ACCOUNTS-CLOSED TO AM-SUM-VALUE.
061310     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061320         AFTER ADVANCING 1 LINE.
061330     ADD 1 TO AM-LINE-COUNT.
061340     MOVE 'ACCOUNTS REOPENED:                ' TO AM-SUM-LABEL.
061350     MOVE AM-ACCOUNTS-REOPENED TO AM-SUM-VALUE.
061360     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061370         AFTER ADVANCING 1 LINE.
061380     ADD 1 TO AM-LINE-COUNT.
061390     MOVE 'CHANGES PENDING APPROVAL:         ' TO AM-SUM-LABEL.
061400     MOVE AM-CHANGES-PENDED TO AM-SUM-VALUE.
061410     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061420         AFTER ADVANCING 1 LINE.
061430     ADD 1 TO AM-LINE-COUNT.
061440     MOVE 'PENDING ITEMS APPROVED:           ' TO AM-SUM-LABEL.
061450     MOVE AM-PENDING-APPROVED TO AM-SUM-VALUE.
061460     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061470         AFTER ADVANCING 1 LINE.
061480     ADD 1 TO AM-LINE-COUNT.
061490     MOVE 'PENDING ITEMS DECLINED:           ' TO AM-SUM-LABEL.
061500     MOVE AM-PENDING-DECLINED TO AM-SUM-VALUE.
061510     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061520         AFTER ADVANCING 1 LINE.
061530     ADD 1 TO AM-LINE-COUNT.
061540     MOVE 'PENDING ITEMS EXPIRED:            ' TO AM-SUM-LABEL.
061550     MOVE AM-PENDING-EXPIRED TO AM-SUM-VALUE.
061560     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061570         AFTER ADVANCING 1 LINE.
061580     ADD 1 TO AM-LINE-COUNT.
061590     MOVE 'ACCOUNTS MERGED/RENUMBERED:       ' TO AM-SUM-LABEL.
061600     MOVE AM-ACCOUNTS-MERGED TO AM-SUM-VALUE.
061610     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061620         AFTER ADVANCING 1 LINE.
061630     ADD 1 TO AM-LINE-COUNT.
061640     MOVE 'REFUSED - PERIOD CLOSED:          ' TO AM-SUM-LABEL.
061650     MOVE AM-PERIOD-REFUSED TO AM-SUM-VALUE.
061651     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061652         AFTER ADVANCING 1 LINE.
061653     ADD 1 TO AM-LINE-COUNT.
061654     MOVE 'MERGES STOPPED PART-WAY:          ' TO AM-SUM-LABEL.
061655     MOVE AM-MERGE-STOPPED TO AM-SUM-VALUE.
061660     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061670         AFTER ADVANCING 1 LINE.
061680     ADD 1 TO AM-LINE-COUNT.
061690     MOVE 'TRANSFER ROWS LOGGED:             ' TO AM-SUM-LABEL.
061700     MOVE AM-LOG-ROWS-WRITTEN TO AM-SUM-VALUE.
061710     WRITE ACCRPT-LINE FROM AM-SUMMARY-LINE
061720         AFTER ADVANCING 1 LINE.
061730     ADD 1 TO AM-LINE-COUNT.
061740     DISPLAY 'ADACCMNT - COMPLETE'.
061750     DISPLAY 'CARDS READ        = ' AM-CARDS-READ.
061760     DISPLAY 'CARDS REJECTED    = ' AM-CARDS-REJECTED.
061770     DISPLAY 'ACCOUNTS ADDED    = ' AM-ACCOUNTS-ADDED.
061780     DISPLAY 'ACCOUNTS CLOSED   = ' AM-ACCOUNTS-CLOSED.
061790     DISPLAY 'ACCOUNTS REOPENED = ' AM-ACCOUNTS-REOPENED.
061800     DISPLAY 'CHANGES PENDED    = ' AM-CHANGES-PENDED.
061810     DISPLAY 'PENDING APPROVED  = ' AM-PENDING-APPROVED.
061820     DISPLAY 'PENDING DECLINED  = ' AM-PENDING-DECLINED.
061830     DISPLAY 'PENDING EXPIRED   = ' AM-PENDING-EXPIRED.
061840     DISPLAY 'ACCOUNTS MERGED   = ' AM-ACCOUNTS-MERGED.
061850     DISPLAY 'PERIOD CLOSED     = ' AM-PERIOD-REFUSED.
061855     DISPLAY 'MERGES STOPPED    = ' AM-MERGE-STOPPED.
061860     CLOSE ACCCARD.
061870     CLOSE ACCRPT.
061880     IF AM-MASTER-OPEN
061890         CLOSE ACCTMSTF
061900     END-IF.
061910     IF AM-PENDF-OPEN
061920         CLOSE PENDF
061930     END-IF.
061940     PERFORM 9100-WRITE-LOG-SEAL THRU 9100-EXIT.
061950     CLOSE BALLOGF.
061960     IF AM-BALMST-OPEN
061970         CLOSE BALMSTF
061980     END-IF.
061990     IF AM-PERCTL-OPEN
062000         CLOSE PERCTLF
062010     END-IF.
062020     IF AM-ACCTMAP-OPEN
062030         CLOSE ACCTMAPF
062040     END-IF.
062050*    CONDITION CODE FOR THE SCHEDULER, MIRRORING THE REST OF
062060*    THE SUITE - 8 WHEN THE MASTER NEVER OPENED (NO MAINTENANCE
062070*    WAS APPLIED AT ALL), 16 WHEN A MERGE WAS REFUSED FOR A
062080*    CLOSED ACCOUNTING PERIOD OR STOPPED PART-WAY BY A FAILED
062083*    BALANCE MASTER UPDATE, 4 WHEN ANY OTHER CARD WAS
062086*    REJECTED, 0 CLEAN.
062100     EVALUATE TRUE
062110         WHEN NOT AM-MASTER-OPEN
062120             MOVE 8 TO RETURN-CODE
062130         WHEN AM-PERIOD-REFUSED GREATER THAN ZERO
062140             MOVE 16 TO RETURN-CODE
062143         WHEN AM-MERGE-STOPPED GREATER THAN ZERO
062146             MOVE 16 TO RETURN-CODE
062150         WHEN AM-CARDS-REJECTED GREATER THAN ZERO
062160             MOVE 4 TO RETURN-CODE
062170         WHEN OTHER
062180             MOVE ZERO TO RETURN-CODE
062190     END-EVALUATE.
062200 9000-EXIT.
062210     EXIT.
062220
062230*-----------------------------------------------------------------
062240* 9100-WRITE-LOG-SEAL
062250* SEALS THE TRANSFER ROWS THIS RUN ADDED TO THE LOG ON SEALF,
062260* KEYED BY THE NUMBER OF THE LAST ROW, WITH ITS CHAIN VALUE AND
062270* THE COUNT ADDED, AS ADBALMNT SEALS ITS ADJUSTMENTS.  A RUN THAT
062280* LOGGED NOTHING WRITES NO SEAL.  A SEAL FILE THAT CANNOT BE
062290* OPENED IS REPORTED AND THE SEAL SKIPPED.
062300*-----------------------------------------------------------------
062310 9100-WRITE-LOG-SEAL.
062320     IF AM-LOG-ROWS-WRITTEN = ZERO
062330         GO TO 9100-EXIT
062340     END-IF.
062350     OPEN I-O SEALF.
062360     IF AM-SEALF-STATUS = '35'
062370         OPEN OUTPUT SEALF
062380         CLOSE SEALF
062390         OPEN I-O SEALF
062400     END-IF.
062410     IF AM-SEALF-STATUS NOT = '00' AND NOT = '05'
062420         DISPLAY 'ADACCMNT - SEALF OPEN FAILED, STATUS = '
062430             AM-SEALF-STATUS
062440         DISPLAY 'ADACCMNT - ADJUSTMENT LOG NOT SEALED THIS RUN'
062450         GO TO 9100-EXIT
062460     END-IF.
062470     MOVE SPACES TO ADSEAL-REC.
062480     SET ADSEAL-ADJ-LOG TO TRUE.
062490     MOVE AM-CHAIN-ROW TO ADSEAL-LOG-ROW.
062500     MOVE AM-LOG-ROWS-WRITTEN TO ADSEAL-ROWS.
062510     MOVE AM-CHAIN-VALUE TO ADSEAL-CHAIN.
062520     ACCEPT AM-SYSTEM-DATE FROM DATE.
062530     ACCEPT AM-SYSTEM-TIME FROM TIME.
062540     STRING
062550         '20' AM-SYS-YY '-' AM-SYS-MM '-' AM-SYS-DD ' '
062560         AM-SYS-HH ':' AM-SYS-MN ':' AM-SYS-SS
062570         DELIMITED BY SIZE INTO ADSEAL-SEALED-TS
062580     END-STRING.
062590     WRITE ADSEAL-REC
062600         INVALID KEY
062610             DISPLAY 'ADACCMNT - SEALF WRITE FAILED, ROW '
062620                 AM-CHAIN-ROW
062630     END-WRITE.
062640     CLOSE SEALF.
062650 9100-EXIT.
062660     EXIT.
