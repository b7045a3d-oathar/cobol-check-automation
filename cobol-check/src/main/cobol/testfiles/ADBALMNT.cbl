001897*                 ACCOUNTS MASTER (ACCTMSTF, SEE ADACCMST).  A
001898*                 MASTER THAT CANNOT BE OPENED LEAVES THE COLUMN
001899*                 BLANK RATHER THAN STOPPING THE LISTING.
001900* 10/15/2026 RD   MAKER/CHECKER CONTROL.  AN ADJUSTMENT OVER THE
001901*                 NEW ADPARM APPROVAL LIMIT (CONTROL CARD CTLCARD)
001902*                 IS NO LONGER APPLIED WHEN KEYED - IT MUST CARRY
001903*                 AN OPERATOR ID AND GOES TO THE NEW PENDING-
001904*                 APPROVAL FILE (PENDF, SEE ADPEND) UNDER A
001905*                 REFERENCE NUMBER.  NEW FUNCTIONS P (APPROVE) AND
001906*                 D (DECLINE) QUOTE THAT REFERENCE - A SECOND
001907*                 OPERATOR, NOT THE MAKER, MUST KEY EITHER, AND
001908*                 ONLY AN APPROVAL APPLIES THE ADJUSTMENT.  AN
001909*                 ITEM PENDING LONGER THAN THE ADPARM EXPIRY
001910*                 WINDOW IS MARKED EXPIRED INSTEAD OF APPLIED.
001911*                 THE LOG ROW (ADBALLOG, NOW 128 BYTES) CARRIES
001912*                 THE MAKER, THE CHECKER AND THE REFERENCE.
001913* 10/15/2026 RD   CLOSED ACCOUNTING PERIODS.  AN ADJUSTMENT
001914*                 CARD CARRIES AN EFFECTIVE DATE (BLANK = TODAY)
001915*                 AND ONE DATED INTO A PERIOD CLOSED ON THE
001916*                 PERIOD-CONTROL FILE (PERCTLF, SEE ADPERCTL) IS
001917*                 REFUSED - AT KEY TIME AND AGAIN AT APPROVAL,
001918*                 WHERE THE ITEM STAYS PENDING.  THE DATE IS KEPT
001919*                 ON THE PENDING ITEM AND THE LOG ROW.  ANY SUCH
001920*                 REFUSAL ENDS THE RUN WITH CONDITION CODE 16.
001921* 10/15/2026 RD   TAMPER-EVIDENT ADJUSTMENT LOG.  EACH LOG ROW
001922*                 (ADBALLOG, NOW 144 BYTES) CARRIES ITS ROW NUMBER
001923*                 IN THE LOG AND A CHAIN VALUE BUILT FROM THE
001924*                 PREVIOUS ROWS VALUE AND ITS OWN CONTENTS - THE
001925*                 LOG IS READ TO ITS END FOR BOTH BEFORE IT IS
001926*                 EXTENDED.  A RUN THAT LOGS ANYTHING SEALS ITS
001927*                 LAST ROW ON SEALF (SEE ADSEAL).
001928* 10/15/2026 RD   THE LOG ROW NOW CARRIES AN ENTRY TYPE AND A
001929*                 TRANSFER COUNT FOR THE MERGE TRANSFERS ADACCMNT
001930*                 LOGS ON THE SAME CHAIN - AN ADJUSTMENT WRITES
001931*                 THEM BLANK AND ZERO.  THE CHAIN COVERS THE FIRST
001932*                 133 BYTES OF THE ROW.  ADACCMNT MUST NOT RUN
001933*                 ALONGSIDE THIS PROGRAM.
001940
002000* REMARKS.
002100*     MAINTENANCE AND INQUIRY FOR THE BALANCE MASTER (ADBALMST).
002200*     READS COMMAND CARDS FROM BALCARD AND FOR EACH ONE EITHER
002400*     ADJUSTS ONE BALANCE BY A SIGNED AMOUNT.  THE BALANCE IS
002500*     SIGNED, SO AN ADJUSTMENT MAY TAKE IT BELOW ZERO.  THE
002600*     OLD AND NEW BALANCES PRINT ON THE REPORT AND EVERY APPLIED
002650*     ADJUSTMENT IS LOGGED TO BALLOGF.  AN ADJUSTMENT OVER THE
002700*     ADPARM APPROVAL LIMIT IS HELD ON PENDF UNTIL A SECOND
002750*     OPERATOR APPROVES OR DECLINES IT BY REFERENCE.
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005300     SELECT OPTIONAL BALLOGF
005400         ASSIGN TO BALLOGF
005500         ORGANIZATION IS SEQUENTIAL.
005502
005504     SELECT OPTIONAL BALLOGIN
005506         ASSIGN TO BALLOGF
005508         ORGANIZATION IS SEQUENTIAL
005509         FILE STATUS IS BM-BALLOGIN-STATUS.
005510
005520     SELECT ACCTMSTF
005530         ASSIGN TO ACCTMSTF
005550         ACCESS MODE IS RANDOM
005560         RECORD KEY IS ADACCMST-KEY
005570         FILE STATUS IS BM-ACCTMSTF-STATUS.
005571
005572     SELECT OPTIONAL CTLCARD
005573         ASSIGN TO CTLCARD
005574         ORGANIZATION IS SEQUENTIAL
005575         FILE STATUS IS BM-CTLCARD-STATUS.
005576
005577     SELECT PENDF
005578         ASSIGN TO PENDF
005579         ORGANIZATION IS INDEXED
005580         ACCESS MODE IS RANDOM
005581         RECORD KEY IS ADPEND-KEY
005582         FILE STATUS IS BM-PENDF-STATUS.
005583
005584     SELECT PERCTLF
005585         ASSIGN TO PERCTLF
005586         ORGANIZATION IS INDEXED
005587         ACCESS MODE IS RANDOM
005588         RECORD KEY IS ADPERCTL-KEY
005589         FILE STATUS IS BM-PERCTLF-STATUS.
005590
005591     SELECT SEALF
005592         ASSIGN TO SEALF
005593         ORGANIZATION IS INDEXED
005594         ACCESS MODE IS RANDOM
005595         RECORD KEY IS ADSEAL-KEY
005596         FILE STATUS IS BM-SEALF-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
007500
007600 FD  BALLOGF
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 144 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY ADBALLOG.
008010
008030     RECORD CONTAINS 80 CHARACTERS
008040     LABEL RECORDS ARE STANDARD.
008050     COPY ADACCMST.
008052
008054 FD  CTLCARD
008056     RECORDING MODE IS F
008058     RECORD CONTAINS 80 CHARACTERS
008060     LABEL RECORDS ARE STANDARD.
008062     COPY ADPARM.
008064
008066 FD  PENDF
008068     RECORD CONTAINS 128 CHARACTERS
008070     LABEL RECORDS ARE STANDARD.
008072     COPY ADPEND.
008077
008082 FD  PERCTLF
008087     RECORD CONTAINS 80 CHARACTERS
008092     LABEL RECORDS ARE STANDARD.
008097     COPY ADPERCTL.
008100
008105*------------------------------------------------------------------
008110* BALLOGIN - THE ADJUSTMENT LOG READ TO ITS END BEFORE IT IS
008115* EXTENDED, FOR THE LAST ROW NUMBER AND CHAIN VALUE ON IT (SEE
008120* 1300-RESUME-LOG-CHAIN).  ONLY THE CHAIN FIELDS ARE NAMED - THE
008125* LAYOUT IS ADBALLOG.
008130*------------------------------------------------------------------
008135 FD  BALLOGIN
008140     RECORDING MODE IS F
008145     RECORD CONTAINS 144 CHARACTERS
008150     LABEL RECORDS ARE STANDARD.
008155 01  BALLOGIN-REC.
008160     05  FILLER                      PIC X(124).
008165     05  BALLOGIN-CHAIN-ROW          PIC 9(09).
008170     05  BALLOGIN-CHAIN-ROW-X REDEFINES BALLOGIN-CHAIN-ROW
008175                                     PIC X(09).
008180     05  BALLOGIN-CHAIN-VALUE        PIC 9(09).
008185     05  FILLER                      PIC X(02).
008190
008195 FD  SEALF
008200     RECORD CONTAINS 120 CHARACTERS
008205     LABEL RECORDS ARE STANDARD.
008210     COPY ADSEAL.
008215
008220 WORKING-STORAGE SECTION.
008300
008400*------------------------------------------------------------------
008500* FILE STATUS AND SWITCHES
008600*------------------------------------------------------------------
008700 77  BM-BALMSTF-STATUS               PIC X(02) VALUE "00".
008710 77  BM-ACCTMSTF-STATUS              PIC X(02) VALUE "00".
008730 77  BM-CTLCARD-STATUS               PIC X(02) VALUE "00".
008750 77  BM-PENDF-STATUS                 PIC X(02) VALUE "00".
008770 77  BM-PERCTLF-STATUS               PIC X(02) VALUE "00".
008780 77  BM-BALLOGIN-STATUS              PIC X(02) VALUE "00".
008790 77  BM-SEALF-STATUS                 PIC X(02) VALUE "00".
008800 77  BM-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
008900     88  BM-CARD-EOF                 VALUE 'Y'.
009000 77  BM-MASTER-EOF-SW                 PIC X(01) VALUE 'N'.
009300     88  BM-MASTER-OPEN              VALUE 'Y'.
009310 77  BM-ACCTMST-OPEN-SW               PIC X(01) VALUE 'N'.
009320     88  BM-ACCTMST-OPEN             VALUE 'Y'.
009325 77  BM-PENDF-OPEN-SW                 PIC X(01) VALUE 'N'.
009330     88  BM-PENDF-OPEN               VALUE 'Y'.
009335 77  BM-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
009340     88  BM-CTL-EOF                  VALUE 'Y'.
009345 77  BM-CARD-REJECTED-SW              PIC X(01) VALUE 'N'.
009350     88  BM-CARD-REJECTED            VALUE 'Y'.
009355 77  BM-PEND-OK-SW                    PIC X(01) VALUE 'N'.
009360     88  BM-PEND-OK                  VALUE 'Y'.
009365 77  BM-PERCTL-OPEN-SW                PIC X(01) VALUE 'N'.
009370     88  BM-PERCTL-OPEN              VALUE 'Y'.
009375 77  BM-PERIOD-CLOSED-SW              PIC X(01) VALUE 'N'.
009380     88  BM-PERIOD-CLOSED            VALUE 'Y'.
009400
009500*------------------------------------------------------------------
009600* COMMAND AND ADJUSTMENT COUNTS FOR THE EOJ SUMMARY
009900 77  BM-CARDS-REJECTED               PIC 9(09) COMP VALUE ZERO.
010000 77  BM-RECORDS-LISTED               PIC 9(09) COMP VALUE ZERO.
010100 77  BM-ADJUSTMENTS-APPLIED          PIC 9(09) COMP VALUE ZERO.
010102 77  BM-ADJUSTMENTS-PENDED           PIC 9(09) COMP VALUE ZERO.
010104 77  BM-PENDING-APPROVED             PIC 9(09) COMP VALUE ZERO.
010106 77  BM-PENDING-DECLINED             PIC 9(09) COMP VALUE ZERO.
010108 77  BM-PENDING-EXPIRED              PIC 9(09) COMP VALUE ZERO.
010109 77  BM-PERIOD-REFUSED               PIC 9(09) COMP VALUE ZERO.
010110
010120*------------------------------------------------------------------
010130* REPORT PAGE / LINE CONTROL
010700 77  BM-NEW-BALANCE                  PIC S9(11)V99 VALUE ZERO.
010800 77  BM-ADJ-ERROR-SW                  PIC X(01) VALUE 'N'.
010900     88  BM-ADJ-ERROR                VALUE 'Y'.
010902
010904*------------------------------------------------------------------
010906* MAKER/CHECKER PARAMETERS OFF THE ADPARM CARD AND THE WORK
010908* FIELDS FOR THE PENDING-APPROVAL FILE.  A ZERO LIMIT SENDS EVERY
010910* ADJUSTMENT FOR APPROVAL, A ZERO EXPIRY NEVER EXPIRES AN ITEM.
010912* THE LOG FIELDS ARE SET BY WHICHEVER PATH APPLIES THE
010914* ADJUSTMENT - DIRECT (MAKER ONLY) OR APPROVED (BOTH IDS).
010916*------------------------------------------------------------------
010918 77  BM-APPROVAL-LIMIT               PIC 9(09)V99 VALUE ZERO.
010920 77  BM-PEND-EXPIRY                  PIC 9(03) VALUE ZERO.
010922 77  BM-NEW-REF                      PIC 9(09) VALUE ZERO.
010924 77  BM-LOG-MAKER-ID                 PIC X(08) VALUE SPACES.
010926 77  BM-LOG-CHECKER-ID               PIC X(08) VALUE SPACES.
010928 77  BM-LOG-PEND-REF                 PIC 9(09) VALUE ZERO.
010930 77  BM-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
010932 77  BM-AGE-DAYS                     PIC S9(05) COMP VALUE ZERO.
010933 77  BM-EFF-DATE                     PIC X(10) VALUE SPACES.
010934
010936*------------------------------------------------------------------
010938* DATE CONVERSION WORK FIELDS - YYYY-MM-DD STRING TO THE
010940* INTRINSIC DAY NUMBER, AS IN ADRECAGE.
010942*------------------------------------------------------------------
010944 01  BM-CONV-DATE.
010946     05  BM-CV-YYYY                  PIC X(04).
010948     05  FILLER                      PIC X(01).
010950     05  BM-CV-MM                    PIC X(02).
010952     05  FILLER                      PIC X(01).
010954     05  BM-CV-DD                    PIC X(02).
010956 01  BM-CONV-YMD                     PIC 9(08).
010958 01  BM-CONV-YMD-R REDEFINES BM-CONV-YMD.
010960     05  BM-CY-YYYY                  PIC 9(04).
010962     05  BM-CY-MM                    PIC 9(02).
010964     05  BM-CY-DD                    PIC 9(02).
010966 77  BM-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
010968 77  BM-CONV-OK-SW                    PIC X(01) VALUE 'N'.
010970     88  BM-CONV-OK                  VALUE 'Y'.
010971
010972*------------------------------------------------------------------
010973* LOG CHAIN - ROW NUMBER AND CHAIN VALUE OF THE LAST LOG ROW, AS
010974* IN THE AUDIT CHAIN ADDITION KEEPS - VALUE * 31 + BYTE CODE + 1
010975* PER BYTE, MODULO A PRIME BELOW 10**9.  THE BYTE CODE IS THE
010976* BYTE READ AS THE LOW HALF OF A HALFWORD.
010977*------------------------------------------------------------------
010978 01  BM-CHAIN-AREA.
010979     05  BM-CHAIN-DATA               PIC X(133).
010980     05  BM-CHAIN-CHARS REDEFINES BM-CHAIN-DATA.
010981         10  BM-CHAIN-CHAR           PIC X(01) OCCURS 133 TIMES.
010982 01  BM-CHAIN-BYTE-PAIR.
010983     05  FILLER                      PIC X(01) VALUE LOW-VALUES.
010984     05  BM-CHAIN-BYTE               PIC X(01).
010985 01  BM-CHAIN-BYTE-CODE REDEFINES BM-CHAIN-BYTE-PAIR
010986                                     PIC 9(04) COMP.
010987 77  BM-CHAIN-PRIME                  PIC 9(09) COMP
010988                                     VALUE 999999937.
010989 77  BM-CHAIN-SUB                    PIC 9(03) COMP VALUE ZERO.
010990 77  BM-CHAIN-WORK                   PIC 9(18) COMP VALUE ZERO.
010991 77  BM-CHAIN-QUOT                   PIC 9(18) COMP VALUE ZERO.
010992 77  BM-CHAIN-VALUE                  PIC 9(09) COMP VALUE ZERO.
010993 77  BM-CHAIN-ROW                    PIC 9(09) COMP VALUE ZERO.
010994 77  BM-LOG-ROWS-WRITTEN             PIC 9(09) COMP VALUE ZERO.
010995 77  BM-LOGIN-EOF-SW                  PIC X(01) VALUE 'N'.
010996     88  BM-LOGIN-EOF                VALUE 'Y'.
011000
011100*------------------------------------------------------------------
011200* SYSTEM DATE AND TIME FOR THE REPORT HEADING AND THE LOG
012200     05  BM-SYS-HS                   PIC 9(02).
012300 01  BM-TIMESTAMP                    PIC X(26).
012400 01  BM-HDG-DATE                     PIC X(10).
012450 01  BM-TODAY-DATE                   PIC X(10).
012500
012600*------------------------------------------------------------------
012700* PRINT LINE LAYOUTS FOR BALRPT
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  BM-SUM-LABEL                PIC X(34).
016900     05  BM-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
016905
016910 01  BM-PEND-LINE.
016915     05  FILLER                      PIC X(02) VALUE SPACES.
016920     05  BM-PND-TEXT                 PIC X(34).
016925     05  FILLER                      PIC X(04) VALUE 'REF '.
016930     05  BM-PND-REF                  PIC Z(08)9.
016935     05  FILLER                      PIC X(08) VALUE '  MAKER '.
016940     05  BM-PND-MAKER                PIC X(08).
016945     05  FILLER                      PIC X(10) VALUE '  CHECKER '.
016950     05  BM-PND-CHECKER              PIC X(08).
017000
017100 PROCEDURE DIVISION.
017200
018800* NOT FATAL - THE RUN CONTINUES SO EVERY CARD IS LISTED AS
018900* IGNORED ON THE REPORT, AND THE RUN ENDS WITH CONDITION CODE
018910* 8 SO THE SCHEDULER KNOWS NO MAINTENANCE WAS APPLIED (SEE
018930* 9000-TERMINATE-RTN).  A PENDING-APPROVAL FILE THAT CANNOT BE
018950* OPENED ONLY STOPS THE ADJUSTMENTS THAT NEED APPROVAL.
018970* NO PERIOD-CONTROL FILE MEANS NO PERIOD HAS BEEN CLOSED.
019000*------------------------------------------------------------------
019100 1000-INITIALIZE-RTN.
019200     ACCEPT BM-SYSTEM-DATE FROM DATE.
020100         DELIMITED BY SIZE INTO BM-HDG-DATE
020200     END-STRING.
020300     MOVE BM-HDG-DATE TO BM-HDG1-DATE.
020310     MOVE BM-TIMESTAMP (1:10) TO BM-TODAY-DATE.
020320     MOVE BM-TODAY-DATE TO BM-CONV-DATE.
020330     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
020340     IF BM-CONV-OK
020350         MOVE BM-CONV-INT TO BM-TODAY-INT
020360     END-IF.
020370     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
020400     OPEN INPUT BALCARD.
020500     OPEN OUTPUT BALRPT.
020590     PERFORM 1300-RESUME-LOG-CHAIN THRU 1300-EXIT.
020600     OPEN EXTEND BALLOGF.
020610     OPEN INPUT ACCTMSTF.
020620     IF BM-ACCTMSTF-STATUS = '00' OR '05'
021100         DISPLAY 'ADBALMNT - BALMSTF OPEN FAILED, STATUS = '
021200             BM-BALMSTF-STATUS
021300     END-IF.
021350     PERFORM 1200-OPEN-PENDF THRU 1200-EXIT.
021352     OPEN INPUT PERCTLF.
021354     IF BM-PERCTLF-STATUS = '00' OR '05'
021356         SET BM-PERCTL-OPEN TO TRUE
021358     ELSE
021360         IF BM-PERCTLF-STATUS NOT = '35'
021362             DISPLAY 'ADBALMNT - PERCTLF OPEN FAILED, STATUS = '
021364                 BM-PERCTLF-STATUS
021366             DISPLAY 'ADBALMNT - CLOSED-PERIOD CHECK SKIPPED '
021368                 'FOR THIS RUN'
021370         END-IF
021372     END-IF.
021400     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
021500     PERFORM 2800-READ-CARD THRU 2800-EXIT.
021600 1000-EXIT.
021700     EXIT.
021701
021702*------------------------------------------------------------------
021703* 1100-READ-CTLCARD
021704* A MISSING CARD, OR A NON-NUMERIC FIELD, LEAVES THE APPROVAL
021705* LIMIT AT ZERO (EVERY ADJUSTMENT NEEDS APPROVAL) AND THE EXPIRY
021706* AT ZERO (NOTHING EXPIRES).
021707*------------------------------------------------------------------
021708 1100-READ-CTLCARD.
021709     OPEN INPUT CTLCARD.
021710     IF BM-CTLCARD-STATUS NOT = '00'
021711         CLOSE CTLCARD
021712         GO TO 1100-EXIT
021713     END-IF.
021714     READ CTLCARD
021715         AT END SET BM-CTL-EOF TO TRUE
021716     END-READ.
021717     IF NOT BM-CTL-EOF
021718         IF ADPARM-APPROVAL-LIMIT-X IS NUMERIC
021719             MOVE ADPARM-APPROVAL-LIMIT TO BM-APPROVAL-LIMIT
021720         END-IF
021721         IF ADPARM-PEND-EXPIRY-X IS NUMERIC
021722             MOVE ADPARM-PEND-EXPIRY TO BM-PEND-EXPIRY
021723         END-IF
021724     END-IF.
021725     CLOSE CTLCARD.
021726 1100-EXIT.
021727     EXIT.
021728
021729*------------------------------------------------------------------
021730* 1200-OPEN-PENDF
021731* OPENS THE PENDING-APPROVAL FILE, PRIMING AN EMPTY DATASET ON
021732* FIRST USE.  NOT FATAL - WITHOUT IT AN ADJUSTMENT OVER THE LIMIT
021733* AND EVERY APPROVE/DECLINE CARD IS REFUSED, THE REST RUNS.
021734*------------------------------------------------------------------
021735 1200-OPEN-PENDF.
021736     OPEN I-O PENDF.
021737     IF BM-PENDF-STATUS = '35'
021738         OPEN OUTPUT PENDF
021739         CLOSE PENDF
021740         OPEN I-O PENDF
021741     END-IF.
021742     IF BM-PENDF-STATUS = '00' OR '05'
021743         SET BM-PENDF-OPEN TO TRUE
021744     ELSE
021745         DISPLAY 'ADBALMNT - PENDF OPEN FAILED, STATUS = '
021746             BM-PENDF-STATUS
021747         DISPLAY 'ADBALMNT - ADJUSTMENTS NEEDING APPROVAL '
021748             'WILL BE REFUSED THIS RUN'
021749     END-IF.
021750 1200-EXIT.
021751     EXIT.
021752
021753*------------------------------------------------------------------
021754* 1500-WRITE-RPT-HEADING
021755*------------------------------------------------------------------
021756 1500-WRITE-RPT-HEADING.
021760     ADD 1 TO BM-PAGE-COUNT.
021770     MOVE BM-PAGE-COUNT TO BM-HDG1-PAGE.
021780     WRITE BALRPT-LINE FROM BM-HDG1 AFTER ADVANCING PAGE.
022200*------------------------------------------------------------------
022300 2000-PROCESS-CARDS.
022400     ADD 1 TO BM-CARDS-READ.
022450     MOVE 'N' TO BM-CARD-REJECTED-SW.
022500     IF NOT BM-MASTER-OPEN
022600         MOVE 'MASTER NOT OPEN - CARD IGNORED:   ' TO BM-ACT-TEXT
022700         MOVE ADBALTRN-RUN-ID TO BM-ACT-RUN-ID
023800                 PERFORM 4000-INQUIRE-ONE THRU 4000-EXIT
023900             WHEN ADBALTRN-ADJUST
024000                 PERFORM 5000-ADJUST-ONE THRU 5000-EXIT
024020             WHEN ADBALTRN-APPROVE
024040                 PERFORM 6000-APPROVE-ONE THRU 6000-EXIT
024060             WHEN ADBALTRN-DECLINE
024080                 PERFORM 7000-DECLINE-ONE THRU 7000-EXIT
024100             WHEN OTHER
024200                 MOVE 'UNKNOWN FUNCTION - CARD IGNORED:  '
024300                     TO BM-ACT-TEXT
026176 2900-EXIT.
026177     EXIT.
026178
026179*------------------------------------------------------------------
026180* 2920-WRITE-PEND-LINE
026181* THE REFERENCE/MAKER/CHECKER LINE FOR A PENDING-APPROVAL ITEM.
026182*------------------------------------------------------------------
026183 2920-WRITE-PEND-LINE.
026184     IF BM-LINE-COUNT NOT LESS THAN BM-MAX-LINES-PER-PAGE
026185         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
026186     END-IF.
026187     WRITE BALRPT-LINE FROM BM-PEND-LINE AFTER ADVANCING 1 LINE.
026188     ADD 1 TO BM-LINE-COUNT.
026189 2920-EXIT.
026190     EXIT.
026194
026201*------------------------------------------------------------------
026208* 2950-WRITE-COLUMN-HDG
026215*------------------------------------------------------------------
026222 2950-WRITE-COLUMN-HDG.
026229     IF BM-LINE-COUNT NOT LESS THAN BM-MAX-LINES-PER-PAGE
026236         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
026243     END-IF.
026250     WRITE BALRPT-LINE FROM BM-HDG2 AFTER ADVANCING 2 LINES.
026257     ADD 2 TO BM-LINE-COUNT.
026264 2950-EXIT.
026271     EXIT.
026278
026300*------------------------------------------------------------------
026400* 3000-LIST-MASTER
026500* SEQUENTIAL BROWSE OF THE WHOLE MASTER FROM THE LOWEST KEY,
032500
032600*------------------------------------------------------------------
032700* 5000-ADJUST-ONE
032800* EDITS ONE SIGNED MANUAL ADJUSTMENT CARD.  ONE OVER THE
032900* APPROVAL LIMIT (OR ANY, WHEN THE LIMIT IS ZERO) GOES TO THE
033000* PENDING-APPROVAL FILE (5500); ONE WITHIN IT IS APPLIED AT
033100* ONCE (5100) AND LOGGED UNDER THE MAKERS OPERATOR ID ALONE.
033150* THE EFFECTIVE DATE (BLANK = TODAY) MUST BE A REAL DATE IN AN
033200* ACCOUNTING PERIOD THAT IS STILL OPEN (5700).
033300*------------------------------------------------------------------
033400 5000-ADJUST-ONE.
033500     IF ADBALTRN-AMOUNT-X IS NOT NUMERIC
034400         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
034500         GO TO 5000-EXIT
034600     END-IF.
034602     IF ADBALTRN-EFF-DATE = SPACES
034604         MOVE BM-TODAY-DATE TO BM-EFF-DATE
034606     ELSE
034608         MOVE ADBALTRN-EFF-DATE TO BM-EFF-DATE
034610     END-IF.
034612     MOVE BM-EFF-DATE TO BM-CONV-DATE.
034614     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
034616     IF NOT BM-CONV-OK
034618         MOVE 'EFFECTIVE DATE NOT VALID:         '
034620             TO BM-ACT-TEXT
034622         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
034624         GO TO 5000-EXIT
034626     END-IF.
034628     PERFORM 5700-CHECK-PERIOD THRU 5700-EXIT.
034630     IF BM-PERIOD-CLOSED
034632         MOVE 'ADJUST REFUSED - PERIOD CLOSED:   '
034634             TO BM-ACT-TEXT
034636         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
034638         ADD 1 TO BM-PERIOD-REFUSED
034640         GO TO 5000-EXIT
034642     END-IF.
034644     IF BM-APPROVAL-LIMIT = ZERO
034646         OR ADBALTRN-AMOUNT GREATER THAN BM-APPROVAL-LIMIT
034648         PERFORM 5500-PEND-ADJUSTMENT THRU 5500-EXIT
034650         GO TO 5000-EXIT
034652     END-IF.
034654     MOVE ADBALTRN-OPERATOR TO BM-LOG-MAKER-ID.
034656     MOVE SPACES TO BM-LOG-CHECKER-ID.
034658     MOVE ZERO TO BM-LOG-PEND-REF.
034660     PERFORM 5100-APPLY-ADJUSTMENT THRU 5100-EXIT.
034662 5000-EXIT.
034664     EXIT.
034666
034668*------------------------------------------------------------------
034670* 5100-APPLY-ADJUSTMENT
034672* APPLIES THE ADJUSTMENT NOW IN THE CARD FIELDS TO ONE BALANCE
034674* RECORD - A DIRECT ONE FROM 5000 OR AN APPROVED ONE MOVED IN
034676* OFF THE PENDING FILE BY 6000.  THE BALANCE IS SIGNED, SO AN
034678* ADJUSTMENT MAY TAKE IT BELOW ZERO - ONLY ONE THAT WOULD
034680* OVERFLOW IT IS REFUSED.  THE OLD AND NEW BALANCES PRINT ON THE
034682* REPORT AND THE ADJUSTMENT IS WRITTEN TO THE LOG FILE.  A
034684* REFUSAL LEAVES BM-CARD-REJECTED SET (SEE 5400).
034686*------------------------------------------------------------------
034688 5100-APPLY-ADJUSTMENT.
034700     MOVE ADBALTRN-RUN-ID TO ADBALMST-RUN-ID.
034800     MOVE ADBALTRN-ACCOUNT TO ADBALMST-ACCOUNT.
034900     READ BALMSTF
035100             MOVE 'RECORD NOT FOUND:                 '
035200                 TO BM-ACT-TEXT
035300             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
035400             GO TO 5100-EXIT
035500     END-READ.
035600     MOVE ADBALMST-BALANCE TO BM-OLD-BALANCE.
035700     MOVE 'N' TO BM-ADJ-ERROR-SW.
037300         MOVE 'ADJUST REFUSED - OUT OF RANGE:    '
037400             TO BM-ACT-TEXT
037500         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
037600         GO TO 5100-EXIT
037700     END-IF.
037800     MOVE BM-NEW-BALANCE TO ADBALMST-BALANCE.
038000     REWRITE ADBALMST-REC
038200             MOVE 'REWRITE FAILED:                   '
038300                 TO BM-ACT-TEXT
038400             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
038500             GO TO 5100-EXIT
038600     END-REWRITE.
038700     PERFORM 5200-WRITE-ADJUST-LINES THRU 5200-EXIT.
038800     PERFORM 5300-WRITE-LOG-REC THRU 5300-EXIT.
038900     ADD 1 TO BM-ADJUSTMENTS-APPLIED.
039000 5100-EXIT.
039100     EXIT.
039200
039300 5200-WRITE-ADJUST-LINES.
040900
041000 5300-WRITE-LOG-REC.
041100     MOVE SPACES TO ADBALLOG-REC.
041110     MOVE ZERO TO ADBALLOG-XFER-COUNT.
041200     MOVE BM-TIMESTAMP TO ADBALLOG-TIMESTAMP.
041300     MOVE ADBALTRN-RUN-ID TO ADBALLOG-RUN-ID.
041400     MOVE ADBALTRN-ACCOUNT TO ADBALLOG-ACCOUNT.
041900     END-IF.
042000     MOVE ADBALTRN-AMOUNT TO ADBALLOG-AMOUNT.
042100     MOVE ADBALTRN-REASON TO ADBALLOG-REASON.
042120     MOVE BM-LOG-MAKER-ID TO ADBALLOG-MAKER-ID.
042140     MOVE BM-LOG-CHECKER-ID TO ADBALLOG-CHECKER-ID.
042160     MOVE BM-LOG-PEND-REF TO ADBALLOG-PEND-REF.
042180     MOVE BM-EFF-DATE TO ADBALLOG-EFF-DATE.
042190     PERFORM 5320-CHAIN-LOG-ROW THRU 5320-EXIT.
042200     WRITE ADBALLOG-REC.
042300 5300-EXIT.
042400     EXIT.
042405
042410*------------------------------------------------------------------
042415* 5320-CHAIN-LOG-ROW
042420* NUMBERS THE LOG ROW ABOUT TO BE WRITTEN AND CHAINS IT - THE
042425* CHAIN VALUE RUNS ON FROM THE PREVIOUS ROWS OVER THIS ROWS FIRST
042430* 133 BYTES, ROW NUMBER INCLUDED.
042435*------------------------------------------------------------------
042440 5320-CHAIN-LOG-ROW.
042445     ADD 1 TO BM-CHAIN-ROW.
042450     ADD 1 TO BM-LOG-ROWS-WRITTEN.
042455     MOVE BM-CHAIN-ROW TO ADBALLOG-CHAIN-ROW.
042460     MOVE ADBALLOG-REC TO BM-CHAIN-DATA.
042465     PERFORM 5325-CHAIN-ONE-BYTE THRU 5325-EXIT
042470         VARYING BM-CHAIN-SUB FROM 1 BY 1
042475         UNTIL BM-CHAIN-SUB GREATER THAN 133.
042480     MOVE BM-CHAIN-VALUE TO ADBALLOG-CHAIN-VALUE.
042485 5320-EXIT.
042490     EXIT.
042495
042500 5325-CHAIN-ONE-BYTE.
042505     MOVE BM-CHAIN-CHAR (BM-CHAIN-SUB) TO BM-CHAIN-BYTE.
042510     COMPUTE BM-CHAIN-WORK =
042515         BM-CHAIN-VALUE * 31 + BM-CHAIN-BYTE-CODE + 1.
042520     DIVIDE BM-CHAIN-WORK BY BM-CHAIN-PRIME
042525         GIVING BM-CHAIN-QUOT REMAINDER BM-CHAIN-VALUE.
042530 5325-EXIT.
042535     EXIT.
042540
042600 5400-WRITE-REJECT-LINE.
042700     MOVE ADBALTRN-RUN-ID TO BM-ACT-RUN-ID.
042800     MOVE ADBALTRN-ACCOUNT TO BM-ACT-ACCOUNT.
042900     MOVE ZERO TO BM-ACT-AMOUNT.
043000     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
043100     ADD 1 TO BM-CARDS-REJECTED.
043150     SET BM-CARD-REJECTED TO TRUE.
043200 5400-EXIT.
043201     EXIT.
043202
043203*------------------------------------------------------------------
043204* 5500-PEND-ADJUSTMENT
043205* AN ADJUSTMENT THAT NEEDS APPROVAL IS NOT APPLIED - IT IS
043206* CHECKED AGAINST THE MASTER, GIVEN THE NEXT PENDING REFERENCE
043207* AND WRITTEN TO PENDF WITH THE MAKERS OPERATOR ID TO WAIT FOR A
043208* SECOND OPERATOR.  NO OPERATOR ID, OR NO PENDING FILE, AND THE
043209* CARD IS REFUSED.
043210*------------------------------------------------------------------
043211 5500-PEND-ADJUSTMENT.
043212     IF ADBALTRN-OPERATOR = SPACES
043213         MOVE 'ADJUST REFUSED - NO OPERATOR ID:  '
043214             TO BM-ACT-TEXT
043215         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
043216         GO TO 5500-EXIT
043217     END-IF.
043218     IF NOT BM-PENDF-OPEN
043219         MOVE 'ADJUST REFUSED - PENDF NOT OPEN:  '
043220             TO BM-ACT-TEXT
043221         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
043222         GO TO 5500-EXIT
043223     END-IF.
043224     MOVE ADBALTRN-RUN-ID TO ADBALMST-RUN-ID.
043225     MOVE ADBALTRN-ACCOUNT TO ADBALMST-ACCOUNT.
043226     READ BALMSTF
043227         INVALID KEY
043228             MOVE 'RECORD NOT FOUND:                 '
043229                 TO BM-ACT-TEXT
043230             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
043231             GO TO 5500-EXIT
043232     END-READ.
043233     PERFORM 5600-NEXT-PEND-REF THRU 5600-EXIT.
043234     IF BM-NEW-REF = ZERO
043235         MOVE 'ADJUST REFUSED - NO REFERENCE:    '
043236             TO BM-ACT-TEXT
043237         PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
043238         GO TO 5500-EXIT
043239     END-IF.
043240     MOVE SPACES TO ADPEND-REC.
043241     MOVE BM-NEW-REF TO ADPEND-REF.
043242     MOVE 'B' TO ADPEND-SOURCE.
043243     MOVE 'P' TO ADPEND-STATUS.
043244     MOVE ADBALTRN-OPERATOR TO ADPEND-MAKER-ID.
043245     MOVE BM-TODAY-DATE TO ADPEND-MADE-DATE.
043246     MOVE ADBALTRN-FUNC TO ADPEND-FUNC.
043247     MOVE ADBALTRN-RUN-ID TO ADPEND-RUN-ID.
043248     MOVE ADBALTRN-ACCOUNT TO ADPEND-ACCOUNT.
043249     MOVE ADBALTRN-AMOUNT TO ADPEND-AMOUNT.
043250     IF ADBALTRN-SIGN-MINUS
043251         MOVE '-' TO ADPEND-SIGN
043252     ELSE
043253         MOVE '+' TO ADPEND-SIGN
043254     END-IF.
043255     MOVE ADBALTRN-REASON TO ADPEND-REASON.
043256     MOVE BM-EFF-DATE TO ADPEND-EFF-DATE.
043257     WRITE ADPEND-REC
043258         INVALID KEY
043259             MOVE 'ADJUST REFUSED - PEND WRITE FAIL: '
043260                 TO BM-ACT-TEXT
043261             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
043262             GO TO 5500-EXIT
043263     END-WRITE.
043264     MOVE 'ADJUSTMENT PENDING APPROVAL:      ' TO BM-ACT-TEXT.
043265     MOVE ADBALTRN-RUN-ID TO BM-ACT-RUN-ID.
043266     MOVE ADBALTRN-ACCOUNT TO BM-ACT-ACCOUNT.
043267     MOVE ADBALTRN-AMOUNT TO BM-ACT-AMOUNT.
043268     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
043269     MOVE 'PENDING APPROVAL UNDER:           ' TO BM-PND-TEXT.
043270     MOVE ADPEND-REF TO BM-PND-REF.
043271     MOVE ADPEND-MAKER-ID TO BM-PND-MAKER.
043272     MOVE SPACES TO BM-PND-CHECKER.
043273     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
043274     ADD 1 TO BM-ADJUSTMENTS-PENDED.
043275 5500-EXIT.
043276     EXIT.
043277
043278*------------------------------------------------------------------
043279* 5600-NEXT-PEND-REF
043280* ISSUES THE NEXT PENDING REFERENCE OFF THE CONTROL RECORD (KEY
043281* ZERO), CREATING IT ON THE FIRST-EVER USE.  BM-NEW-REF IS LEFT
043282* ZERO WHEN THE CONTROL RECORD CANNOT BE UPDATED.
043283*------------------------------------------------------------------
043284 5600-NEXT-PEND-REF.
043285     MOVE ZERO TO BM-NEW-REF.
043286     MOVE ZERO TO ADPEND-CTL-KEY.
043287     READ PENDF
043288         INVALID KEY
043289             PERFORM 5650-CREATE-CTL-REC THRU 5650-EXIT
043290             GO TO 5600-EXIT
043291     END-READ.
043292     ADD 1 TO ADPEND-CTL-LAST-REF.
043293     REWRITE ADPEND-CTL-REC
043294         INVALID KEY
043295             GO TO 5600-EXIT
043296     END-REWRITE.
043297     MOVE ADPEND-CTL-LAST-REF TO BM-NEW-REF.
043298 5600-EXIT.
043299     EXIT.
043300
043301 5650-CREATE-CTL-REC.
043302     MOVE SPACES TO ADPEND-CTL-REC.
043303     MOVE ZERO TO ADPEND-CTL-KEY.
043304     MOVE 1 TO ADPEND-CTL-LAST-REF.
043305     WRITE ADPEND-CTL-REC
043306         INVALID KEY
043307             GO TO 5650-EXIT
043308     END-WRITE.
043309     MOVE 1 TO BM-NEW-REF.
043310 5650-EXIT.
043311     EXIT.
043312
043313*------------------------------------------------------------------
043314* 5700-CHECK-PERIOD
043315* SETS BM-PERIOD-CLOSED WHEN THE ACCOUNTING PERIOD (YYYY-MM) OF
043316* THE EFFECTIVE DATE IN BM-EFF-DATE HAS BEEN CLOSED BY ADPERCLS.
043317* NO PERIOD-CONTROL FILE, OR NO RECORD FOR THE PERIOD, MEANS IT
043318* IS OPEN.
043319*------------------------------------------------------------------
043320 5700-CHECK-PERIOD.
043321     MOVE 'N' TO BM-PERIOD-CLOSED-SW.
043322     IF NOT BM-PERCTL-OPEN
043323         GO TO 5700-EXIT
043324     END-IF.
043325     MOVE BM-EFF-DATE (1:7) TO ADPERCTL-PERIOD.
043326     READ PERCTLF
043327         INVALID KEY
043328             GO TO 5700-EXIT
043329     END-READ.
043330     IF ADPERCTL-CLOSED
043331         SET BM-PERIOD-CLOSED TO TRUE
043332     END-IF.
043333 5700-EXIT.
043334     EXIT.
043335
043336*------------------------------------------------------------------
043337* 6000-APPROVE-ONE
043338* THE CHECKERS APPROVAL OF ONE PENDING ADJUSTMENT.  ONCE THE ITEM
043339* PASSES 6100 IT IS MOVED INTO THE CARD FIELDS AND APPLIED BY
043340* 5100 EXACTLY AS A DIRECT ADJUSTMENT WOULD BE, THE LOG ROW
043341* CARRYING BOTH OPERATOR IDS AND THE REFERENCE.  AN ITEM THAT
043342* WILL NOT APPLY (RECORD GONE, OUT OF RANGE, ITS PERIOD CLOSED
043343* SINCE IT WAS KEYED) STAYS PENDING.  AN ITEM KEYED BEFORE THE
043344* EFFECTIVE DATE WAS CARRIED TAKES THE DATE IT WAS MADE.
043345*------------------------------------------------------------------
043346 6000-APPROVE-ONE.
043347     PERFORM 6100-GET-PENDING THRU 6100-EXIT.
043348     IF NOT BM-PEND-OK
043349         GO TO 6000-EXIT
043350     END-IF.
043351     IF ADPEND-EFF-DATE = SPACES
043352         MOVE ADPEND-MADE-DATE TO BM-EFF-DATE
043353     ELSE
043354         MOVE ADPEND-EFF-DATE TO BM-EFF-DATE
043355     END-IF.
043356     PERFORM 5700-CHECK-PERIOD THRU 5700-EXIT.
043357     IF BM-PERIOD-CLOSED
043358         MOVE 'REFUSED - PERIOD CLOSED:          ' TO BM-PND-TEXT
043359         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043360         ADD 1 TO BM-PERIOD-REFUSED
043361         GO TO 6000-EXIT
043362     END-IF.
043424     MOVE ADPEND-RUN-ID TO ADBALTRN-RUN-ID.
043425     MOVE ADPEND-ACCOUNT TO ADBALTRN-ACCOUNT.
043426     MOVE ADPEND-AMOUNT TO ADBALTRN-AMOUNT.
043427     MOVE ADPEND-SIGN TO ADBALTRN-SIGN.
043428     MOVE ADPEND-REASON TO ADBALTRN-REASON.
043429     MOVE ADPEND-MAKER-ID TO BM-LOG-MAKER-ID.
043430     MOVE ADBALTRN-OPERATOR TO BM-LOG-CHECKER-ID.
043431     MOVE ADPEND-REF TO BM-LOG-PEND-REF.
043432     PERFORM 5100-APPLY-ADJUSTMENT THRU 5100-EXIT.
043433     IF BM-CARD-REJECTED
043434         GO TO 6000-EXIT
043435     END-IF.
043436     MOVE 'A' TO ADPEND-STATUS.
043437     MOVE ADBALTRN-OPERATOR TO ADPEND-CHECKER-ID.
043438     MOVE BM-TODAY-DATE TO ADPEND-DECIDED-DATE.
043439     REWRITE ADPEND-REC
043440         INVALID KEY
043441             DISPLAY 'ADBALMNT - PENDF REWRITE FAILED, REF = '
043442                 ADPEND-REF ' STATUS = ' BM-PENDF-STATUS
043443     END-REWRITE.
043444     MOVE 'APPROVED AND APPLIED:             ' TO BM-PND-TEXT.
043445     MOVE ADPEND-REF TO BM-PND-REF.
043446     MOVE ADPEND-MAKER-ID TO BM-PND-MAKER.
043447     MOVE ADPEND-CHECKER-ID TO BM-PND-CHECKER.
043448     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
043449     ADD 1 TO BM-PENDING-APPROVED.
043450 6000-EXIT.
043451     EXIT.
043452
043453*------------------------------------------------------------------
043454* 6100-GET-PENDING
043455* READS AND CHECKS THE ITEM QUOTED ON A P OR D CARD.  THE CARD
043456* MUST CARRY THE CHECKERS OPERATOR ID AND THE REFERENCE OF A
043457* STILL-PENDING BALANCE ADJUSTMENT, AND THE CHECKER MAY NOT BE
043458* THE MAKER.  AN ITEM OLDER THAN THE EXPIRY WINDOW IS MARKED
043459* EXPIRED HERE AND REFUSED.  BM-PEND-OK IS SET ONLY WHEN THE
043460* ITEM MAY BE DECIDED.
043461*------------------------------------------------------------------
043462 6100-GET-PENDING.
043463     MOVE 'N' TO BM-PEND-OK-SW.
043464     IF NOT BM-PENDF-OPEN
043465         MOVE 'REFUSED - PENDF NOT OPEN:         ' TO BM-PND-TEXT
043466         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043467         GO TO 6100-EXIT
043468     END-IF.
043469     IF ADBALTRN-OPERATOR = SPACES
043470         MOVE 'REFUSED - NO CHECKER OPERATOR ID: '
043471             TO BM-PND-TEXT
043472         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043473         GO TO 6100-EXIT
043474     END-IF.
043475     IF ADBALTRN-PEND-REF-X IS NOT NUMERIC
043476         OR ADBALTRN-PEND-REF = ZERO
043477         MOVE 'REFUSED - REFERENCE NOT VALID:    '
043478             TO BM-PND-TEXT
043479         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043480         GO TO 6100-EXIT
043481     END-IF.
043482     MOVE ADBALTRN-PEND-REF TO ADPEND-REF.
043483     READ PENDF
043484         INVALID KEY
043485             MOVE 'REFUSED - REFERENCE NOT ON FILE:  '
043486                 TO BM-PND-TEXT
043487             PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043488             GO TO 6100-EXIT
043489     END-READ.
043490     IF NOT ADPEND-BAL-ADJUST
043491         MOVE 'REFUSED - NOT A BALANCE ITEM:     '
043492             TO BM-PND-TEXT
043493         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043494         GO TO 6100-EXIT
043495     END-IF.
043496     IF NOT ADPEND-PENDING
043497         MOVE 'REFUSED - ITEM ALREADY DECIDED:   '
043498             TO BM-PND-TEXT
043499         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043500         GO TO 6100-EXIT
043501     END-IF.
043502     IF ADBALTRN-OPERATOR = ADPEND-MAKER-ID
043503         MOVE 'REFUSED - CHECKER IS THE MAKER:   '
043504             TO BM-PND-TEXT
043505         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043506         GO TO 6100-EXIT
043507     END-IF.
043508     PERFORM 6200-CHECK-EXPIRY THRU 6200-EXIT.
043509     IF ADPEND-EXPIRED
043510         MOVE 'REFUSED - PENDING ITEM EXPIRED:   '
043511             TO BM-PND-TEXT
043512         PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043513         GO TO 6100-EXIT
043514     END-IF.
043515     SET BM-PEND-OK TO TRUE.
043516 6100-EXIT.
043517     EXIT.
043518
043519*------------------------------------------------------------------
043520* 6200-CHECK-EXPIRY
043521* AGE IN DAYS FROM THE DATE THE ITEM WAS MADE TO TODAY.  PAST A
043522* NON-ZERO EXPIRY WINDOW THE ITEM IS MARKED EXPIRED ON THE FILE
043523* SO IT CAN NEVER BE APPLIED.  AN UNREADABLE MADE DATE IS LEFT
043524* ALONE.
043525*------------------------------------------------------------------
043526 6200-CHECK-EXPIRY.
043527     IF BM-PEND-EXPIRY = ZERO
043528         OR BM-TODAY-INT = ZERO
043529         GO TO 6200-EXIT
043530     END-IF.
043531     MOVE ADPEND-MADE-DATE TO BM-CONV-DATE.
043532     PERFORM 8000-DATE-TO-INT THRU 8000-EXIT.
043533     IF NOT BM-CONV-OK
043534         GO TO 6200-EXIT
043535     END-IF.
043536     COMPUTE BM-AGE-DAYS = BM-TODAY-INT - BM-CONV-INT.
043537     IF BM-AGE-DAYS NOT GREATER THAN BM-PEND-EXPIRY
043538         GO TO 6200-EXIT
043539     END-IF.
043540     MOVE 'E' TO ADPEND-STATUS.
043541     MOVE BM-TODAY-DATE TO ADPEND-DECIDED-DATE.
043542     REWRITE ADPEND-REC
043543         INVALID KEY
043544             DISPLAY 'ADBALMNT - PENDF REWRITE FAILED, REF = '
043545                 ADPEND-REF ' STATUS = ' BM-PENDF-STATUS
043546     END-REWRITE.
043547     ADD 1 TO BM-PENDING-EXPIRED.
043548 6200-EXIT.
043549     EXIT.
043550
043551*------------------------------------------------------------------
043552* 6400-WRITE-PEND-REJECT
043553* A REFUSED APPROVE/DECLINE CARD - THE CALLER HAS SET THE TEXT.
043554*------------------------------------------------------------------
043555 6400-WRITE-PEND-REJECT.
043556     IF ADBALTRN-PEND-REF-X IS NUMERIC
043557         MOVE ADBALTRN-PEND-REF TO BM-PND-REF
043558     ELSE
043559         MOVE ZERO TO BM-PND-REF
043560     END-IF.
043561     MOVE SPACES TO BM-PND-MAKER.
043562     MOVE ADBALTRN-OPERATOR TO BM-PND-CHECKER.
043563     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
043564     ADD 1 TO BM-CARDS-REJECTED.
043565     SET BM-CARD-REJECTED TO TRUE.
043566 6400-EXIT.
043567     EXIT.
043568
043569*------------------------------------------------------------------
043570* 7000-DECLINE-ONE
043571* THE CHECKERS DECLINE OF ONE PENDING ADJUSTMENT - THE ITEM IS
043572* MARKED DECLINED WITH THE CHECKERS ID AND NOTHING IS APPLIED.
043573*------------------------------------------------------------------
043574 7000-DECLINE-ONE.
043575     PERFORM 6100-GET-PENDING THRU 6100-EXIT.
043576     IF NOT BM-PEND-OK
043577         GO TO 7000-EXIT
043578     END-IF.
043579     MOVE 'D' TO ADPEND-STATUS.
043580     MOVE ADBALTRN-OPERATOR TO ADPEND-CHECKER-ID.
043581     MOVE BM-TODAY-DATE TO ADPEND-DECIDED-DATE.
043582     REWRITE ADPEND-REC
043583         INVALID KEY
043584             MOVE 'REFUSED - PENDF REWRITE FAILED:   '
043585                 TO BM-PND-TEXT
043586             PERFORM 6400-WRITE-PEND-REJECT THRU 6400-EXIT
043587             GO TO 7000-EXIT
043588     END-REWRITE.
043589     MOVE 'PENDING ADJUSTMENT DECLINED:      ' TO BM-ACT-TEXT.
043590     MOVE ADPEND-RUN-ID TO BM-ACT-RUN-ID.
043591     MOVE ADPEND-ACCOUNT TO BM-ACT-ACCOUNT.
043592     MOVE ADPEND-AMOUNT TO BM-ACT-AMOUNT.
043593     PERFORM 2900-WRITE-ACTION-LINE THRU 2900-EXIT.
043594     MOVE 'DECLINED:                         ' TO BM-PND-TEXT.
043595     MOVE ADPEND-REF TO BM-PND-REF.
043596     MOVE ADPEND-MAKER-ID TO BM-PND-MAKER.
043597     MOVE ADPEND-CHECKER-ID TO BM-PND-CHECKER.
043598     PERFORM 2920-WRITE-PEND-LINE THRU 2920-EXIT.
043599     ADD 1 TO BM-PENDING-DECLINED.
043600 7000-EXIT.
043601     EXIT.
043602
043603*------------------------------------------------------------------
043604* 8000-DATE-TO-INT
043605* YYYY-MM-DD STRING IN BM-CONV-DATE TO THE INTRINSIC DAY NUMBER
043606* IN BM-CONV-INT.  A MALFORMED DATE ANSWERS NOT-OK.
043607*------------------------------------------------------------------
043608 8000-DATE-TO-INT.
043609     MOVE 'N' TO BM-CONV-OK-SW.
043610     IF BM-CV-YYYY IS NOT NUMERIC
043611         OR BM-CV-MM IS NOT NUMERIC
043612         OR BM-CV-DD IS NOT NUMERIC
043613         GO TO 8000-EXIT
043614     END-IF.
043615     MOVE BM-CV-YYYY TO BM-CY-YYYY.
043616     MOVE BM-CV-MM TO BM-CY-MM.
043617     MOVE BM-CV-DD TO BM-CY-DD.
043618     IF BM-CY-MM = ZERO OR BM-CY-MM GREATER THAN 12
043619         OR BM-CY-DD = ZERO OR BM-CY-DD GREATER THAN 31
043620         OR BM-CY-YYYY LESS THAN 1601
043621         GO TO 8000-EXIT
043622     END-IF.
043623     COMPUTE BM-CONV-INT =
043624         FUNCTION INTEGER-OF-DATE (BM-CONV-YMD).
043625     MOVE 'Y' TO BM-CONV-OK-SW.
043626 8000-EXIT.
043627     EXIT.
043630
043640*------------------------------------------------------------------
043650* 9000-TERMINATE-RTN
043700* WRITES THE EOJ SUMMARY AND CLOSES ALL FILES.
043800*------------------------------------------------------------------
043900 9000-TERMINATE-RTN.
045400     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045500         AFTER ADVANCING 1 LINE.
045510     ADD 1 TO BM-LINE-COUNT.
045512     MOVE 'ADJUSTMENTS PENDING APPROVAL:     ' TO BM-SUM-LABEL.
045514     MOVE BM-ADJUSTMENTS-PENDED TO BM-SUM-VALUE.
045516     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045518         AFTER ADVANCING 1 LINE.
045520     ADD 1 TO BM-LINE-COUNT.
045522     MOVE 'PENDING ITEMS APPROVED:           ' TO BM-SUM-LABEL.
045524     MOVE BM-PENDING-APPROVED TO BM-SUM-VALUE.
045526     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045528         AFTER ADVANCING 1 LINE.
045530     ADD 1 TO BM-LINE-COUNT.
045532     MOVE 'PENDING ITEMS DECLINED:           ' TO BM-SUM-LABEL.
045534     MOVE BM-PENDING-DECLINED TO BM-SUM-VALUE.
045536     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045538         AFTER ADVANCING 1 LINE.
045540     ADD 1 TO BM-LINE-COUNT.
045542     MOVE 'PENDING ITEMS EXPIRED:            ' TO BM-SUM-LABEL.
045544     MOVE BM-PENDING-EXPIRED TO BM-SUM-VALUE.
045546     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045548         AFTER ADVANCING 1 LINE.
045550     ADD 1 TO BM-LINE-COUNT.
045555     MOVE 'REFUSED - PERIOD CLOSED:          ' TO BM-SUM-LABEL.
045560     MOVE BM-PERIOD-REFUSED TO BM-SUM-VALUE.
045565     WRITE BALRPT-LINE FROM BM-SUMMARY-LINE
045570         AFTER ADVANCING 1 LINE.
045575     ADD 1 TO BM-LINE-COUNT.
045600     DISPLAY 'ADBALMNT - COMPLETE'.
045700     DISPLAY 'CARDS READ          = ' BM-CARDS-READ.
045800     DISPLAY 'CARDS REJECTED      = ' BM-CARDS-REJECTED.
045900     DISPLAY 'ADJUSTMENTS APPLIED = ' BM-ADJUSTMENTS-APPLIED.
045920     DISPLAY 'ADJUSTMENTS PENDED  = ' BM-ADJUSTMENTS-PENDED.
045940     DISPLAY 'PENDING APPROVED    = ' BM-PENDING-APPROVED.
045960     DISPLAY 'PENDING DECLINED    = ' BM-PENDING-DECLINED.
045980     DISPLAY 'PENDING EXPIRED     = ' BM-PENDING-EXPIRED.
045990     DISPLAY 'PERIOD CLOSED       = ' BM-PERIOD-REFUSED.
046000     CLOSE BALCARD.
046100     CLOSE BALRPT.
046150     PERFORM 9100-WRITE-LOG-SEAL THRU 9100-EXIT.
046200     CLOSE BALLOGF.
046210     IF BM-ACCTMST-OPEN
046220         CLOSE ACCTMSTF
046230     END-IF.
046250     IF BM-PENDF-OPEN
046270         CLOSE PENDF
046290     END-IF.
046292     IF BM-PERCTL-OPEN
046294         CLOSE PERCTLF
046296     END-IF.
046300     IF BM-MASTER-OPEN
046400         CLOSE BALMSTF
046500     END-IF.
046510*    CONDITION CODE FOR THE SCHEDULER, MIRRORING THE REST OF
046520*    THE SUITE - 8 WHEN THE MASTER NEVER OPENED (NO MAINTENANCE
046525*    WAS APPLIED AT ALL), 16 WHEN ANY ADJUSTMENT WAS REFUSED FOR
046530*    A CLOSED ACCOUNTING PERIOD, 4 WHEN ANY OTHER CARD WAS
046535*    REJECTED, 0 CLEAN.
046540     EVALUATE TRUE
046550         WHEN NOT BM-MASTER-OPEN
046560             MOVE 8 TO RETURN-CODE
046562         WHEN BM-PERIOD-REFUSED GREATER THAN ZERO
046564             MOVE 16 TO RETURN-CODE
046570         WHEN BM-CARDS-REJECTED GREATER THAN ZERO
046580             MOVE 4 TO RETURN-CODE
046590         WHEN OTHER
046594     END-EVALUATE.
046600 9000-EXIT.
046700     EXIT.
046800
046810*------------------------------------------------------------------
046820* 1300-RESUME-LOG-CHAIN
046830* READS THE ADJUSTMENT LOG TO ITS END FOR THE ROW NUMBER AND
046840* CHAIN VALUE OF ITS LAST CHAINED ROW, SO THIS RUNS ROWS CHAIN
046850* ON FROM IT.  A NEW LOG, OR ONE HOLDING ONLY ROWS WRITTEN BEFORE
046860* THE CHAIN WAS CARRIED, STARTS AT ROW 1.
046870*------------------------------------------------------------------
046880 1300-RESUME-LOG-CHAIN.
046890     OPEN INPUT BALLOGIN.
046900     IF BM-BALLOGIN-STATUS NOT = '00' AND NOT = '05'
046910         GO TO 1300-EXIT
046920     END-IF.
046930     MOVE 'N' TO BM-LOGIN-EOF-SW.
046940     PERFORM 1350-READ-BALLOGIN THRU 1350-EXIT
046950         UNTIL BM-LOGIN-EOF.
046960     CLOSE BALLOGIN.
046970 1300-EXIT.
046980     EXIT.
046990
047000 1350-READ-BALLOGIN.
047010     READ BALLOGIN
047020         AT END
047030             SET BM-LOGIN-EOF TO TRUE
047040             GO TO 1350-EXIT
047050     END-READ.
047060     IF BALLOGIN-CHAIN-ROW-X = SPACES
047070         GO TO 1350-EXIT
047080     END-IF.
047090     MOVE BALLOGIN-CHAIN-ROW TO BM-CHAIN-ROW.
047100     MOVE BALLOGIN-CHAIN-VALUE TO BM-CHAIN-VALUE.
047110 1350-EXIT.
047120     EXIT.
047130
047140*------------------------------------------------------------------
047150* 9100-WRITE-LOG-SEAL
047160* SEALS THE ROWS THIS RUN ADDED TO THE LOG ON SEALF, KEYED BY
047170* THE NUMBER OF THE LAST ROW, WITH ITS CHAIN VALUE AND THE COUNT
047180* ADDED.  A RUN THAT LOGGED NOTHING WRITES NO SEAL.  A SEAL FILE
047190* THAT CANNOT BE OPENED IS REPORTED AND THE SEAL SKIPPED - THE
047200* VERIFICATION THEN FINDS THOSE ROWS UNSEALED.
047210*------------------------------------------------------------------
047220 9100-WRITE-LOG-SEAL.
047230     IF BM-LOG-ROWS-WRITTEN = ZERO
047240         GO TO 9100-EXIT
047250     END-IF.
047260     OPEN I-O SEALF.
047270     IF BM-SEALF-STATUS = '35'
047280         OPEN OUTPUT SEALF
047290         CLOSE SEALF
047300         OPEN I-O SEALF
047310     END-IF.
047320     IF BM-SEALF-STATUS NOT = '00' AND NOT = '05'
047330         DISPLAY 'ADBALMNT - SEALF OPEN FAILED, STATUS = '
047340             BM-SEALF-STATUS
047350         DISPLAY 'ADBALMNT - ADJUSTMENT LOG NOT SEALED THIS RUN'
047360         GO TO 9100-EXIT
047370     END-IF.
047380     MOVE SPACES TO ADSEAL-REC.
047390     SET ADSEAL-ADJ-LOG TO TRUE.
047400     MOVE BM-CHAIN-ROW TO ADSEAL-LOG-ROW.
047410     MOVE BM-LOG-ROWS-WRITTEN TO ADSEAL-ROWS.
047420     MOVE BM-CHAIN-VALUE TO ADSEAL-CHAIN.
047430     ACCEPT BM-SYSTEM-DATE FROM DATE.
047440     ACCEPT BM-SYSTEM-TIME FROM TIME.
047450     STRING
047460         '20' BM-SYS-YY '-' BM-SYS-MM '-' BM-SYS-DD ' '
047470         BM-SYS-HH ':' BM-SYS-MN ':' BM-SYS-SS
047480         DELIMITED BY SIZE INTO ADSEAL-SEALED-TS
047490     END-STRING.
047500     WRITE ADSEAL-REC
047510         INVALID KEY
047520             DISPLAY 'ADBALMNT - SEALF WRITE FAILED, ROW '
047530                 BM-CHAIN-ROW
047540     END-WRITE.
047550     CLOSE SEALF.
047560 9100-EXIT.
047570     EXIT.
