006860*                 BATCH TRAILER AMOUNT IS NOW CLASS-TESTED AS
006861*                 THE SIGNED FIELD SO A NET-NEGATIVE SUBMITTED
006862*                 TOTAL NO LONGER FAILS THE BALANCE EDIT.
006863* 09/01/2026 RD   EVERY DETAIL PAIRS ACCOUNT IS NOW VALIDATED
006864*                 AGAINST THE NEW CHART-OF-ACCOUNTS MASTER
006865*                 (ACCTMSTF, SEE ADACCMST) - A PAIR NAMING AN
006866*                 UNKNOWN ACCOUNT REJECTS WITH REASON AU AND A
006867*                 CLOSED ACCOUNT WITH REASON AC, INSTEAD OF A
006868*                 TYPO SILENTLY OPENING A NEW BALMSTF ROW.  THE
006869*                 ACCOUNT DESCRIPTION PRINTS ON THE CONTROL
006870*                 REPORT SUBTOTALS.  A BLANK ACCOUNT IS EXEMPT
006871*                 (DECKS CUT BEFORE THE CODE EXISTED), AND AN
006872*                 UNOPENABLE MASTER SKIPS THE CHECK SO A BROKEN
006873*                 MASTER DOES NOT STOP THE DAYS SETTLEMENT.
006874*                 SEE THE NEW ADACCMNT MAINTENANCE PROGRAM.
006875* 09/01/2026 RD   A REVERSAL IS NOW PROVED AGAINST THE AUDIT
006876*                 HISTORY (NEW OPTIONAL AUDHIST INPUT) BEFORE IT
006877*                 IS ACCEPTED - THE REFERENCED ORIGINAL MUST
006878*                 EXIST (ELSE REASON RX), ITS A/B AMOUNTS MUST
006879*                 MATCH THE REVERSAL (ELSE RA), AND NO EARLIER
006880*                 REVERSAL MAY ALREADY REFERENCE IT (ELSE RD).
006881*                 TO MAKE THE ALREADY-REVERSED CHECK POSSIBLE
006882*                 THE AUDIT RECORD NOW CARRIES THE ORIGINAL
006883*                 RUN-ID/SEQUENCE ON REVERSAL ROWS AND IS 128
006884*                 BYTES WIDE (SEE ADAUDIT) - EXISTING HISTORY
006885*                 MUST BE RECUT TO THE NEW LENGTH.  REVERSALS
006886*                 ACCEPTED EARLIER IN THE SAME RUN ARE NOT ON
006887*                 THE HISTORY YET - AN IN-CORE TABLE OF TODAYS
006888*                 REFERENCES CATCHES THOSE, SO A SAME-DAY
006889*                 DOUBLE REVERSAL ALSO REJECTS RD.
006890* 09/01/2026 RD   EVERY RECYCLE RECORD NOW CARRIES A CYCLE COUNT
006891*                 AND THE FIRST-REJECT BUSINESS DATE (SEE
006930*                 HISTORY) SO THE BACKOUT NETS TO ZERO EVEN
006931*                 WHEN THE RATE HAS SINCE MOVED, AND MUST CARRY
006932*                 THE ORIGINALS CURRENCY.
006933* 10/15/2026 RD   A REVERSAL IS NOW PROVED BY ONE KEYED READ OF
006934*                 THE NEW AUDIT HISTORY INDEX (AUDIDXF, SEE
006935*                 ADAUDIDX) INSTEAD OF A FRONT-TO-BACK SCAN OF
006936*                 AUDHIST PER REVERSAL - THE HISTORY SCAN AND THE
006937*                 AUDHIST INPUT ARE RETIRED.  EVERY AUDIT ROW
006938*                 NOW ALSO WRITES ITS INDEX ENTRY, AND AN
006939*                 ACCEPTED REVERSAL STAMPS ITS OWN REFERENCE ON
006940*                 THE ORIGINALS ENTRY, SO THE ALREADY-REVERSED
006941*                 CHECK COVERS EARLIER RUNS, TODAYS RUN AND
006942*                 ARCHIVED HISTORY ALIKE AND THE IN-RUN
006943*                 REVERSAL TABLE IS RETIRED WITH THE SCAN.  THE
006944*                 RX/RD/RA REJECTS ARE UNCHANGED.
006945* 10/15/2026 RD   DUPLICATE-SUBMISSION SCREENING.  A NORMAL DETAIL
006946*                 WHOSE ACCOUNT, A, B, OPERATION AND CURRENCY
006947*                 MATCH A PAIR ALREADY SETTLED TODAY OR WITHIN THE
006948*                 NEW ADPARM LOOKBACK WINDOW (SEE THE NEW SETTLED-
006949*                 PAIR SIGNATURE INDEX SIGIDXF, ADSETSIG) IS HELD
006950*                 ON THE NEW SUSPENSE FILE (SUSPOUT, SEE ADSUSP)
006951*                 WITH REASON DP INSTEAD OF SETTLING OR RECYCLING.
006952*                 A BALANCED BATCH WHOSE BATCH ID IS ALREADY ON
006953*                 THE NEW ACCEPTED-BATCH REGISTER (BATREGF, SEE
006954*                 ADBATREG) IS HELD WHOLE WITH REASON DB.  HELD
006955*                 ITEMS LIST IN A SUSPENSE SECTION ON THE CONTROL
006956*                 REPORT, COUNT IN THE EOJ SUMMARY AND RAISE
006957*                 CONDITION CODE 4.  REVERSALS, GENERATED ITEMS
006958*                 AND ITEMS RELEASED BY THE NEW ADSUSREL PROGRAM
006959*                 (FLAG S, PRINTS REL) ARE NOT SCREENED.  A
006960*                 SETTLED PAIR SINCE BACKED OUT BY A REVERSAL NO
006961*                 LONGER COUNTS AS A MATCH.
006962* 10/15/2026 RD   POSTING LOCK ON CLOSED ACCOUNTING PERIODS.  THE
006963*                 BUSINESS DATE IS CHECKED AGAINST THE NEW PERIOD-
006964*                 CONTROL FILE (PERCTLF, SEE ADPERCTL) WRITTEN BY
006965*                 THE ADPERCLS PERIOD-CLOSE PROGRAM - A DATE IN A
006966*                 CLOSED MONTH IS REFUSED BEFORE ANY FILE IS
006967*                 TOUCHED, FORCE = Y OR NOT, WITH NEW CONDITION
006968*                 CODE 16.
006969* 10/15/2026 RD   SETTLEMENT CYCLES.  ADPARM CARRIES A CYCLE
006970*                 NUMBER (BLANK/ZERO = 1) SO ONE BUSINESS DATE CAN
006971*                 SETTLE IN AN EARLY AND A LATE CYCLE.  THE CYCLE
006972*                 IS PART OF THE RUN-CONTROL KEY - THE DUPLICATE-
006973*                 RUN GUARD NOW REFUSES A CYCLE ALREADY COMPLETE -
006974*                 AND IS SHOWN ON THE GL EXTRACT HEADER AND THE
006975*                 REPORT HEADING.  EACH CYCLE NUMBERS ITS AUDIT
006976*                 ROWS IN ITS OWN RANGE OF 100,000,000 (CYCLE 1
006977*                 IS UNCHANGED).
006978* 10/15/2026 RD   THE RUN-CONTROL RECORD NOW CARRIES A GL
006979*                 ACKNOWLEDGEMENT STATUS (SET BY ADGLMTCH) -
006980*                 IT IS CLEARED WHENEVER A CYCLE IS SETTLED, SO
006981*                 A RE-SETTLED CYCLE IS MATCHED AFRESH.
006982* 10/15/2026 RD   TAMPER-EVIDENT AUDIT TRAIL.  EACH AUDIT ROW
006983*                 (ADAUDIT, NOW 144 BYTES) CARRIES ITS ROW NUMBER
006984*                 IN THE RUN AND A CHAIN VALUE BUILT FROM THE
006985*                 PREVIOUS ROWS VALUE AND ITS OWN CONTENTS, AND A
006986*                 NORMAL EOJ SEALS THE RUN ON SEALF (SEE ADSEAL).
006987*                 A RESTART PICKS THE CHAIN UP FROM THE ROWS
006988*                 ALREADY ON AUDITF.  ADCHVRFY PROVES THE TRAIL.
006989* 10/15/2026 RD   INTEREST AND SERVICE-CHARGE ACCRUALS FROM THE
006990*                 NEW ADACCRUE PROGRAM ARRIVE FLAGGED A ON THE
006991*                 SOURCE FLAG (SEE ADDPAIR), PRINT ACR ON THE
006992*                 CONTROL REPORT AND ARE NOT DUPLICATE-SCREENED.
006993*                 EVERY AUDIT ROW NOW CARRIES THE SOURCE FLAG OF
006994*                 ITS PAIR (SEE ADAUDIT).
006995* 10/15/2026 RD   A PAIR BOOKED TO AN ACCOUNT SINCE MERGED OR
006996*                 RENUMBERED (ACCTMAPF, SEE ADACCMAP) SETTLES TO
006997*                 THE TARGET FROM THE EFFECTIVE DATE ON.  THE OLD
006998*                 CODE PRINTS UNDER FROM ACCT ON THE DETAIL LINE
006999*                 AND REDIRECTIONS ARE COUNTED AT EOJ.
007000* 10/15/2026 RD   A RUN REFUSED AT START-UP (CLOSED PERIOD OR
007002*                 CYCLE ALREADY COMPLETE) NOW CLOSES EVERY FILE
007004*                 OPENED SO FAR, NOT ONLY TRANIN (SEE 9250).
007006
007010* REMARKS.
007020*     SETTLES ONE DAYS WORTH OF ADD-PAIRS FROM THE TRANIN FILE.
007100*     FOR EACH VALID PAIR, COMPUTES FIELD C FROM FIELD A AND
007110*     FIELD B PER THE RECORDS OPERATION CODE (ADD, SUBTRACT,
007120*     MULTIPLY OR DIVIDE - BLANK MEANS ADD)
011000         ASSIGN TO AUDITF
011100         ORGANIZATION IS SEQUENTIAL.
011110
011120     SELECT AUDIDXF
011130         ASSIGN TO AUDIDXF
011140         ORGANIZATION IS INDEXED
011150         ACCESS MODE IS RANDOM
011160         RECORD KEY IS ADAUDIDX-KEY
011170         FILE STATUS IS AD-AUDIDXF-STATUS.
011172
011174     SELECT OPTIONAL AUDITIN
011176         ASSIGN TO AUDITF
011178         ORGANIZATION IS SEQUENTIAL
011180         FILE STATUS IS AD-AUDITIN-STATUS.
011182
011184     SELECT SEALF
011186         ASSIGN TO SEALF
011188         ORGANIZATION IS INDEXED
011190         ACCESS MODE IS RANDOM
011192         RECORD KEY IS ADSEAL-KEY
011194         FILE STATUS IS AD-SEALF-STATUS.
011200
011300     SELECT OPTIONAL CTLTOTF
011400         ASSIGN TO CTLTOTF
012560         RECORD KEY IS ADBALMST-KEY
012570         FILE STATUS IS AD-BALMSTF-STATUS.
012580
012581     SELECT RUNCTLF
012582         ASSIGN TO RUNCTLF
012583         ORGANIZATION IS INDEXED
012584         ACCESS MODE IS RANDOM
012585         RECORD KEY IS ADRUNCTL-KEY
012586         FILE STATUS IS AD-RUNCTLF-STATUS.
012587
012588     SELECT PERCTLF
012589         ASSIGN TO PERCTLF
012590         ORGANIZATION IS INDEXED
012591         ACCESS MODE IS RANDOM
012592         RECORD KEY IS ADPERCTL-KEY
012593         FILE STATUS IS AD-PERCTLF-STATUS.
012594
012595     SELECT ACCTMSTF
012596         ASSIGN TO ACCTMSTF
012610         ACCESS MODE IS RANDOM
012611         RECORD KEY IS ADRATE-KEY
012612         FILE STATUS IS AD-RATEF-STATUS.
012613
012614     SELECT SIGIDXF
012615         ASSIGN TO SIGIDXF
012616         ORGANIZATION IS INDEXED
012617         ACCESS MODE IS DYNAMIC
012618         RECORD KEY IS ADSETSIG-KEY
012619         FILE STATUS IS AD-SIGIDXF-STATUS.
012620
012621     SELECT BATREGF
012622         ASSIGN TO BATREGF
012623         ORGANIZATION IS INDEXED
012624         ACCESS MODE IS RANDOM
012625         RECORD KEY IS ADBATREG-KEY
012626         FILE STATUS IS AD-BATREGF-STATUS.
012627
012628     SELECT SUSPOUT
012629         ASSIGN TO SUSPOUT
012630         ORGANIZATION IS SEQUENTIAL.
012631
012632     SELECT OPTIONAL ACCTMAPF
012633         ASSIGN TO ACCTMAPF
012634         ORGANIZATION IS INDEXED
012635         ACCESS MODE IS RANDOM
012636         RECORD KEY IS ADACCMAP-KEY
012637         FILE STATUS IS AD-ACCTMAPF-STATUS.
012640
012700 DATA DIVISION.
012800 FILE SECTION.
012900 
015700 
015800 FD  AUDITF
015900     RECORDING MODE IS F
016000     RECORD CONTAINS 144 CHARACTERS
016100     LABEL RECORDS ARE STANDARD.
016200     COPY ADAUDIT.
016210
016220 FD  AUDIDXF
016230     RECORD CONTAINS 100 CHARACTERS
016250     LABEL RECORDS ARE STANDARD.
016270     COPY ADAUDIDX.
016272
016273*------------------------------------------------------------------
016274* AUDITIN - THE AUDIT FILE READ BACK ON A RESTART, BEFORE IT IS
016275* REOPENED EXTEND, FOR THE LAST ROW NUMBER AND CHAIN VALUE THE
016276* ABENDED RUN WROTE (SEE 1380-RESUME-AUDIT-CHAIN).  ONLY THE
016277* FIELDS NEEDED ARE NAMED - THE LAYOUT IS ADAUDIT.
016278*------------------------------------------------------------------
016279 FD  AUDITIN
016280     RECORDING MODE IS F
016281     RECORD CONTAINS 144 CHARACTERS
016282     LABEL RECORDS ARE STANDARD.
016283 01  AUDITIN-REC.
016284     05  AUDITIN-RUN-ID              PIC X(08).
016285     05  AUDITIN-BUS-DATE            PIC X(10).
016286     05  AUDITIN-TIMESTAMP           PIC X(16).
016287     05  FILLER                      PIC X(86).
016288     05  AUDITIN-CHAIN-ROW           PIC 9(09).
016289     05  AUDITIN-CHAIN-ROW-X REDEFINES AUDITIN-CHAIN-ROW
016290                                     PIC X(09).
016291     05  AUDITIN-CHAIN-VALUE         PIC 9(09).
016292     05  FILLER                      PIC X(06).
016293
016294 FD  SEALF
016295     RECORD CONTAINS 120 CHARACTERS
016296     LABEL RECORDS ARE STANDARD.
016297     COPY ADSEAL.
016300
016400 FD  CTLTOTF
016500     RECORDING MODE IS F
018066     LABEL RECORDS ARE STANDARD.
018068     COPY ADRUNCTL.
018070
018072 FD  PERCTLF
018073     RECORD CONTAINS 80 CHARACTERS
018074     LABEL RECORDS ARE STANDARD.
018075     COPY ADPERCTL.
018076
018077 FD  ACCTMSTF
018078     RECORD CONTAINS 80 CHARACTERS
018079     LABEL RECORDS ARE STANDARD.
018080     COPY ADACCMST.
018081
018082*------------------------------------------------------------------
018083* BATCHWK - SCRATCH SPOOL FOR THE OPEN BATCHES DETAILS.  ONE
018084* RECORD PER BUFFERED DETAIL - THE RAW TRANSACTION IMAGE PLUS
018098     LABEL RECORDS ARE STANDARD.
018099     COPY ADRATE.
018100
018105
018110 FD  SIGIDXF
018115     RECORD CONTAINS 80 CHARACTERS
018120     LABEL RECORDS ARE STANDARD.
018125     COPY ADSETSIG.
018130
018135 FD  BATREGF
018140     RECORD CONTAINS 80 CHARACTERS
018145     LABEL RECORDS ARE STANDARD.
018150     COPY ADBATREG.
018155
018160 FD  SUSPOUT
018165     RECORDING MODE IS F
018170     RECORD CONTAINS 200 CHARACTERS
018175     LABEL RECORDS ARE STANDARD.
018180     COPY ADSUSP.
018181
018182 FD  ACCTMAPF
018183     RECORD CONTAINS 80 CHARACTERS
018184     LABEL RECORDS ARE STANDARD.
018185     COPY ADACCMAP.
018200 WORKING-STORAGE SECTION.
018300 
018400*------------------------------------------------------------------
019311 01  AD-SEARCH-KEY.
019312     05  AD-SEARCH-CODE              PIC X(08) VALUE SPACES.
019313     05  AD-SEARCH-OP                PIC X(01) VALUE SPACE.
019314
019320*------------------------------------------------------------------
019321* BATCH CONTROL.  A BATCHES DETAIL RECORDS ARE SPOOLED TO THE
019322* BATCHWK SCRATCH FILE, WITH THEIR READ SEQUENCE NUMBERS,
019336     05  AD-BATCH-AMT-TOT            PIC S9(11)V99 VALUE ZERO.
019337     05  AD-BATCH-REJ-REASON         PIC X(30) VALUE SPACES.
019338     05  AD-BATCH-REJ-CD             PIC X(02) VALUE SPACES.
019339     05  AD-NEW-BATCH-SEQ            PIC 9(09) VALUE ZERO.
019340     05  AD-BATCH-HDR-SEQ            PIC 9(09) VALUE ZERO.
019344 77  AD-BATCH-BUF-CNT                PIC 9(09) COMP VALUE ZERO.
019350 77  AD-BWK-EOF-SW                    PIC X(01) VALUE 'N'.
019356     88  AD-BWK-EOF                  VALUE 'Y'.
019362 77  AD-CURRENT-SEQ                  PIC 9(09) COMP VALUE ZERO.
019368*    AUDIT SEQUENCE BASE FOR THIS SETTLEMENT CYCLE - SET AT
019374*    1200-READ-CTLCARD, ZERO FOR CYCLE 1.
019380 77  AD-SEQ-BASE                     PIC 9(09) COMP VALUE ZERO.
019386
019400*------------------------------------------------------------------
019500* RUN PARAMETERS - LOADED FROM THE ADPARM CONTROL CARD AT
019600* 1200-READ-CTLCARD.  DEFAULTED HERE IN CASE CTLCARD IS NOT
020310     05  AD-BUS-DATE                 PIC X(10) VALUE SPACES.
020320     05  AD-FORCE-RUN-SW             PIC X(01) VALUE 'N'.
020330         88  AD-FORCE-RUN            VALUE 'Y'.
020331     05  AD-DUP-LOOKBACK             PIC 9(03) VALUE ZERO.
020332     05  AD-CYCLE                    PIC 9(01) VALUE 1.
020333
020334*------------------------------------------------------------------
020336* CHART-OF-ACCOUNTS LOOKUP - THE CURRENT RECORDS DESCRIPTION
020338* AND A ONE-DEEP CACHE OF THE LAST MASTER ANSWER (A BATCHES
020340* DETAILS CLUSTER BY ACCOUNT, SO THE LAST ANSWER USUALLY
020342* REPEATS).  THE ANSWER IS O OPEN, C CLOSED, M NOT ON MASTER,
020343* R REDIRECTED TO THE MERGE TARGET HELD ALONGSIDE (SEE 2290).
020344*------------------------------------------------------------------
020346 01  AD-ACCT-DESC-WK                 PIC X(30) VALUE SPACES.
020348 01  AD-ACCT-LOOKUP.
020354         88  AD-LAST-ACCT-OPEN       VALUE 'O'.
020356         88  AD-LAST-ACCT-CLOSED     VALUE 'C'.
020358         88  AD-LAST-ACCT-MISSING    VALUE 'M'.
020359         88  AD-LAST-ACCT-REDIRECTED VALUE 'R'.
020360     05  AD-LAST-ACCT-DESC           PIC X(30) VALUE SPACES.
020361     05  AD-LAST-ACCT-TARGET         PIC X(08) VALUE SPACES.
020362
020364*------------------------------------------------------------------
020366* REVERSAL VERIFICATION - WHAT THE AUDIT INDEX HOLDS FOR THE
020368* ORIGINAL ROW A REVERSAL CLAIMS TO BACK OUT.
020370*------------------------------------------------------------------
020372 01  AD-ORIG-FIELDS.
020374     05  AD-ORIG-A                   PIC S9(07)V99 VALUE ZERO.
020397         88  AD-LAST-RATE-FOUND      VALUE 'Y'.
020398         88  AD-LAST-RATE-MISSING    VALUE 'N'.
020399
020401
020403*------------------------------------------------------------------
020405* DUPLICATE-SUBMISSION SCREENING - THE CURRENT PAIRS SIGNATURE,
020407* THE FIRST BUSINESS DATE OF THE LOOKBACK WINDOW, WHY AN ITEM IS
020409* HELD AND WHAT IT MATCHED, AND THE DATE CONVERSION WORK FIELDS
020411* (YYYY-MM-DD TO THE INTRINSIC DAY NUMBER AND BACK).
020413*------------------------------------------------------------------
020415 01  AD-DUP-SIG.
020417     05  AD-SIG-ACCOUNT              PIC X(08) VALUE SPACES.
020419     05  AD-SIG-A                    PIC S9(07)V99 VALUE ZERO.
020421     05  AD-SIG-B                    PIC S9(07)V99 VALUE ZERO.
020423     05  AD-SIG-OP-CODE              PIC X(01) VALUE SPACE.
020425     05  AD-SIG-CURRENCY             PIC X(03) VALUE SPACES.
020427 01  AD-DUP-FIELDS.
020429     05  AD-DUP-WINDOW-DATE          PIC X(10) VALUE SPACES.
020431     05  AD-SUSP-REASON-CD           PIC X(02) VALUE SPACES.
020433     05  AD-SUSP-REASON-TEXT         PIC X(30) VALUE SPACES.
020435     05  AD-MATCH-RUN-ID             PIC X(08) VALUE SPACES.
020437     05  AD-MATCH-BUS-DATE           PIC X(10) VALUE SPACES.
020439     05  AD-MATCH-SEQ-NO             PIC 9(09) VALUE ZERO.
020441     05  AD-BATCH-MATCH-RUN-ID       PIC X(08) VALUE SPACES.
020443     05  AD-BATCH-MATCH-BUS-DATE     PIC X(10) VALUE SPACES.
020445     05  AD-BATCH-MATCH-SEQ-NO       PIC 9(09) VALUE ZERO.
020447 01  AD-CONV-DATE.
020449     05  AD-CV-YYYY                  PIC X(04).
020451     05  FILLER                      PIC X(01).
020453     05  AD-CV-MM                    PIC X(02).
020455     05  FILLER                      PIC X(01).
020457     05  AD-CV-DD                    PIC X(02).
020459 01  AD-CONV-YMD                     PIC 9(08) VALUE ZERO.
020461 01  AD-CONV-YMD-R REDEFINES AD-CONV-YMD.
020463     05  AD-CY-YYYY                  PIC 9(04).
020465     05  AD-CY-MM                    PIC 9(02).
020467     05  AD-CY-DD                    PIC 9(02).
020469 77  AD-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
020470*------------------------------------------------------------------
020471* AUDIT CHAIN - ROW NUMBER AND CHAIN VALUE OF THE LAST AUDIT ROW
020472* WRITTEN, AND THE TIMESTAMP ON THE RUNS FIRST ROW, WHICH KEYS
020473* THE EOJ SEAL.  THE CHAIN STEPS ONCE PER BYTE OF THE ROW -
020474* VALUE * 31 + BYTE CODE + 1, KEPT MODULO A PRIME BELOW 10**9.
020475* THE BYTE CODE IS THE BYTE READ AS THE LOW HALF OF A HALFWORD.
020476*------------------------------------------------------------------
020477 01  AD-CHAIN-AREA.
020478     05  AD-CHAIN-DATA               PIC X(129).
020479     05  AD-CHAIN-CHARS REDEFINES AD-CHAIN-DATA.
020480         10  AD-CHAIN-CHAR           PIC X(01) OCCURS 129 TIMES.
020481 01  AD-CHAIN-BYTE-PAIR.
020482     05  FILLER                      PIC X(01) VALUE LOW-VALUES.
020483     05  AD-CHAIN-BYTE               PIC X(01).
020484 01  AD-CHAIN-BYTE-CODE REDEFINES AD-CHAIN-BYTE-PAIR
020485                                     PIC 9(04) COMP.
020486 77  AD-CHAIN-PRIME                  PIC 9(09) COMP
020487                                     VALUE 999999937.
020488 77  AD-CHAIN-SUB                    PIC 9(03) COMP VALUE ZERO.
020489 77  AD-CHAIN-WORK                   PIC 9(18) COMP VALUE ZERO.
020490 77  AD-CHAIN-QUOT                   PIC 9(18) COMP VALUE ZERO.
020491 77  AD-CHAIN-VALUE                  PIC 9(09) COMP VALUE ZERO.
020492 77  AD-CHAIN-ROW                    PIC 9(09) COMP VALUE ZERO.
020493 77  AD-CHAIN-OPENED-TS              PIC X(16) VALUE SPACES.
020494 77  AD-AUDITIN-EOF-SW                PIC X(01) VALUE 'N'.
020495     88  AD-AUDITIN-EOF              VALUE 'Y'.
020500*------------------------------------------------------------------
020600* FILE STATUS CODES FOR THE OPTIONAL FILES - TESTED AFTER EACH
020700* OPEN SO A MISSING OPTIONAL FILE DOES NOT ABEND THE RUN.
021310     05  AD-BALMSTF-STATUS           PIC X(02) VALUE "00".
021320     05  AD-RUNCTLF-STATUS           PIC X(02) VALUE "00".
021330     05  AD-ACCTMSTF-STATUS          PIC X(02) VALUE "00".
021340     05  AD-AUDIDXF-STATUS           PIC X(02) VALUE "00".
021350     05  AD-RATEF-STATUS             PIC X(02) VALUE "00".
021370     05  AD-SIGIDXF-STATUS           PIC X(02) VALUE "00".
021390     05  AD-BATREGF-STATUS           PIC X(02) VALUE "00".
021395     05  AD-PERCTLF-STATUS           PIC X(02) VALUE "00".
021396     05  AD-AUDITIN-STATUS           PIC X(02) VALUE "00".
021397     05  AD-SEALF-STATUS             PIC X(02) VALUE "00".
021398     05  AD-ACCTMAPF-STATUS          PIC X(02) VALUE "00".
021400 
021500*------------------------------------------------------------------
021600* SWITCHES
022600 77  AD-VALID-SW                      PIC X(01) VALUE 'Y'.
022700     88  AD-RECORD-VALID             VALUE 'Y'.
022800     88  AD-RECORD-INVALID           VALUE 'N'.
022850     88  AD-RECORD-SUSPENDED         VALUE 'S'.
022900 77  AD-OVERFLOW-SW                   PIC X(01) VALUE 'N'.
023000     88  AD-OVERFLOW                 VALUE 'Y'.
023010 77  AD-ZERO-DIVIDE-SW                PIC X(01) VALUE 'N'.
023076     88  AD-REBUILD-MODE             VALUE 'Y'.
023078 77  AD-RUN-REFUSED-SW                PIC X(01) VALUE 'N'.
023080     88  AD-RUN-REFUSED              VALUE 'Y'.
023081 77  AD-PERIOD-LOCKED-SW              PIC X(01) VALUE 'N'.
023082     88  AD-PERIOD-LOCKED            VALUE 'Y'.
023083 77  AD-RUNCTL-OPEN-SW                PIC X(01) VALUE 'N'.
023084     88  AD-RUNCTL-OPEN              VALUE 'Y'.
023086 77  AD-RUNCTL-FOUND-SW               PIC X(01) VALUE 'N'.
023088     88  AD-RUNCTL-FOUND             VALUE 'Y'.
023090 77  AD-ACCTMST-OPEN-SW               PIC X(01) VALUE 'N'.
023092     88  AD-ACCTMST-OPEN             VALUE 'Y'.
023093 77  AD-AUDIDX-OPEN-SW                PIC X(01) VALUE 'N'.
023094     88  AD-AUDIDX-OPEN              VALUE 'Y'.
023095 77  AD-ORIG-FOUND-SW                 PIC X(01) VALUE 'N'.
023096     88  AD-ORIG-FOUND               VALUE 'Y'.
023097 77  AD-ALREADY-REV-SW                PIC X(01) VALUE 'N'.
024000     88  AD-RECONCILE-MATCH          VALUE 'OK'.
024100     88  AD-RECONCILE-MISMATCH       VALUE 'NO'.
024200     88  AD-RECONCILE-NOT-DONE       VALUE 'NA'.
024205 77  AD-SIGIDX-OPEN-SW                PIC X(01) VALUE 'N'.
024210     88  AD-SIGIDX-OPEN              VALUE 'Y'.
024215 77  AD-BATREG-OPEN-SW                PIC X(01) VALUE 'N'.
024220     88  AD-BATREG-OPEN              VALUE 'Y'.
024225 77  AD-SIG-EOF-SW                    PIC X(01) VALUE 'N'.
024230     88  AD-SIG-EOF                  VALUE 'Y'.
024235 77  AD-DUP-FOUND-SW                  PIC X(01) VALUE 'N'.
024240     88  AD-DUP-FOUND                VALUE 'Y'.
024245 77  AD-MATCH-REV-SW                  PIC X(01) VALUE 'N'.
024250     88  AD-MATCH-REVERSED           VALUE 'Y'.
024255 77  AD-BATCH-SUSPECT-SW              PIC X(01) VALUE 'N'.
024260     88  AD-BATCH-SUSPECT            VALUE 'Y'.
024265 77  AD-SUSP-EOF-SW                   PIC X(01) VALUE 'N'.
024270     88  AD-SUSP-EOF                 VALUE 'Y'.
024271 77  AD-ACCTMAP-OPEN-SW               PIC X(01) VALUE 'N'.
024272     88  AD-ACCTMAP-OPEN             VALUE 'Y'.
024273 77  AD-MAP-DONE-SW                   PIC X(01) VALUE 'N'.
024274     88  AD-MAP-DONE                 VALUE 'Y'.
024275
024276*------------------------------------------------------------------
024277* MERGED-ACCOUNT REDIRECT - THE CODE A PAIR WAS BOOKED TO WHEN
024278* 2230 MOVED IT TO A MERGE TARGET (SPACES WHEN NOT REDIRECTED),
024279* AND THE CODE AND HOP COUNT WHILE 2290 WALKS THE MERGE MAP.
024280*------------------------------------------------------------------
024281 01  AD-REDIRECT-FIELDS.
024282     05  AD-REDIR-FROM               PIC X(08) VALUE SPACES.
024283     05  AD-MAP-CODE                 PIC X(08) VALUE SPACES.
024284     05  AD-MAP-HOPS                 PIC 9(02) COMP VALUE ZERO.
024300 
024400*------------------------------------------------------------------
024500* RECORD COUNTS AND GRAND-TOTAL ACCUMULATOR FOR THE RUN
024900 77  AD-RECORDS-REJECTED             PIC 9(09) COMP VALUE ZERO.
024910 77  AD-RESUBMITS-READ               PIC 9(09) COMP VALUE ZERO.
024920 77  AD-EXTR-HASH-TOTAL              PIC S9(13)V99 VALUE ZERO.
024940 77  AD-RECORDS-SUSPENDED            PIC 9(09) COMP VALUE ZERO.
024960 77  AD-SUSP-PAIR-CNT                PIC 9(09) COMP VALUE ZERO.
024980 77  AD-SUSP-BATCH-CNT               PIC 9(09) COMP VALUE ZERO.
024990 77  AD-REDIRECTED-CNT               PIC 9(09) COMP VALUE ZERO.
025000 77  AD-RESTART-SKIP-COUNT           PIC 9(09) COMP VALUE ZERO.
025100 77  AD-GRAND-TOTAL-C                PIC S9(09)V99 VALUE ZERO.
025200 77  AD-EXPECTED-TOTAL               PIC S9(09)V99 VALUE ZERO.
028300     05  FILLER                      PIC X(01) VALUE SPACE.
028400     05  FILLER                      PIC X(38)
028500             VALUE 'ADDITION - DAILY ADD-PAIR CONTROL RPT'.
028520     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
028540     05  HDG1-CYCLE                  PIC 9(01).
028560     05  FILLER                      PIC X(03) VALUE SPACES.
028600     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
028700     05  HDG1-DATE                   PIC X(10).
028800     05  FILLER                      PIC X(03) VALUE SPACES.
029940             VALUE '   ORIG AMOUNT'.
029950     05  FILLER                      PIC X(12)
029960             VALUE '        RATE'.
029970     05  FILLER                      PIC X(02) VALUE SPACES.
029980     05  FILLER                      PIC X(09) VALUE 'FROM ACCT'.
030000
030100 01  AD-DETAIL-LINE.
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030708     05  DTL-ORIG-C                  PIC Z,ZZZ,ZZ9.99-.
030709     05  FILLER                      PIC X(01) VALUE SPACES.
030711     05  DTL-RATE                    PIC ZZZ9.999999.
030713     05  FILLER                      PIC X(03) VALUE SPACES.
030715     05  DTL-REDIR-FROM              PIC X(08).
030717
030720 01  AD-SUBTOT-HDG.
030730     05  FILLER                      PIC X(02) VALUE SPACES.
030740     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
030831     05  FILLER                      PIC X(01) VALUE SPACE.
030832     05  BST-AMT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
030833
030834
030835 01  AD-SUSP-HDG.
030836     05  FILLER                      PIC X(02) VALUE SPACES.
030837     05  FILLER                      PIC X(50)
030838             VALUE 'SUSPENSE - SUSPECTED DUPLICATES HELD'.
030839 01  AD-SUSP-LEGEND.
030840     05  FILLER                      PIC X(02) VALUE SPACES.
030841     05  FILLER                      PIC X(39)
030842             VALUE 'RSN DP = DUPLICATE OF A SETTLED PAIR'.
030843     05  FILLER                      PIC X(30)
030844             VALUE 'DB = BATCH ID ALREADY ACCEPTED'.
030845 01  AD-SUSP-COL-HDG.
030846     05  FILLER                      PIC X(02) VALUE SPACES.
030847     05  FILLER                      PIC X(13)
030848             VALUE '   READ SEQ'.
030849     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
030850     05  FILLER                      PIC X(15)
030851             VALUE '      FIELD A'.
030852     05  FILLER                      PIC X(03) VALUE 'OP'.
030853     05  FILLER                      PIC X(15)
030854             VALUE '      FIELD B'.
030855     05  FILLER                      PIC X(05) VALUE 'CCY'.
030856     05  FILLER                      PIC X(04) VALUE 'RSN'.
030857     05  FILLER                      PIC X(10) VALUE 'BATCH'.
030858     05  FILLER                      PIC X(10) VALUE 'MATCH RUN'.
030859     05  FILLER                      PIC X(12) VALUE 'MATCH DATE'.
030860     05  FILLER                      PIC X(11)
030861             VALUE '  MATCH SEQ'.
030862 01  AD-SUSP-LINE.
030863     05  FILLER                      PIC X(02) VALUE SPACES.
030864     05  SUSP-SEQ                    PIC ZZZ,ZZZ,ZZ9.
030865     05  FILLER                      PIC X(02) VALUE SPACES.
030866     05  SUSP-ACCOUNT                PIC X(08).
030867     05  FILLER                      PIC X(02) VALUE SPACES.
030868     05  SUSP-A                      PIC Z,ZZZ,ZZ9.99-.
030869     05  FILLER                      PIC X(02) VALUE SPACES.
030870     05  SUSP-OP                     PIC X(01).
030871     05  FILLER                      PIC X(02) VALUE SPACES.
030872     05  SUSP-B                      PIC Z,ZZZ,ZZ9.99-.
030873     05  FILLER                      PIC X(02) VALUE SPACES.
030874     05  SUSP-CCY                    PIC X(03).
030875     05  FILLER                      PIC X(02) VALUE SPACES.
030876     05  SUSP-REASON                 PIC X(02).
030877     05  FILLER                      PIC X(02) VALUE SPACES.
030878     05  SUSP-BATCH                  PIC X(08).
030879     05  FILLER                      PIC X(02) VALUE SPACES.
030880     05  SUSP-MATCH-RUN              PIC X(08).
030881     05  FILLER                      PIC X(02) VALUE SPACES.
030882     05  SUSP-MATCH-DATE             PIC X(10).
030883     05  FILLER                      PIC X(02) VALUE SPACES.
030884     05  SUSP-MATCH-SEQ              PIC ZZZ,ZZZ,ZZ9.
030900 01  AD-TOTAL-LINE.
031000     05  FILLER                      PIC X(06) VALUE SPACES.
031100     05  FILLER                      PIC X(20)
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
034710     IF AD-RUN-REFUSED
034720         PERFORM 9250-CLOSE-INPUT-FILES THRU 9250-EXIT
034730         MOVE 12 TO RETURN-CODE
034740         GOBACK
034750     END-IF.
034755     IF AD-PERIOD-LOCKED
034760         PERFORM 9250-CLOSE-INPUT-FILES THRU 9250-EXIT
034765         MOVE 16 TO RETURN-CODE
034770         GOBACK
034775     END-IF.
034800     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
034900         UNTIL AD-EOF.
034910     PERFORM 3400-CHECK-OPEN-BATCH THRU 3400-EXIT.
037300     END-STRING.
037400     MOVE AD-HDG-DATE TO HDG1-DATE.
037500     MOVE AD-HDG-TIME TO HDG1-TIME.
037550     MOVE AD-CYCLE TO HDG1-CYCLE.
037600     MOVE AD-HDG-DATE TO EXCP-HDG-DATE.
037610     MOVE AD-TIMESTAMP-DATE TO AD-BUS-DATE.
037700     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
037750     PERFORM 1150-OPEN-AUDIT-INDEX THRU 1150-EXIT.
037800     PERFORM 1200-READ-CTLCARD THRU 1200-EXIT.
037802     PERFORM 1240-CHECK-PERIOD-LOCK THRU 1240-EXIT.
037804     IF AD-PERIOD-LOCKED
037806         GO TO 1000-EXIT
037808     END-IF.
037810     PERFORM 1250-CHECK-RUN-CONTROL THRU 1250-EXIT.
037820     IF AD-RUN-REFUSED
037830         GO TO 1000-EXIT
037840     END-IF.
037890     PERFORM 1270-OPEN-DUP-CONTROL THRU 1270-EXIT.
037900     PERFORM 1300-CHECK-CHECKPOINT THRU 1300-EXIT.
038000     PERFORM 1360-OPEN-OUTPUT-FILES THRU 1360-EXIT.
038100     IF NOT AD-RESTART-RUN
040110*
040120* THE CHART-OF-ACCOUNTS MASTER IS OPENED HERE TOO - ONE THAT
040130* CANNOT BE OPENED IS REPORTED AND THE ACCOUNT CHECK SKIPPED,
040140* SO A BROKEN MASTER DOES NOT STOP THE DAYS SETTLEMENT.  THE
040150* MERGE MAP IS OPENED THE SAME WAY - WITHOUT IT NOTHING IS
040160* REDIRECTED AND A PAIR FOR A MERGED ACCOUNT REJECTS AC.
040200*------------------------------------------------------------------
040300 1100-OPEN-FILES.
040400     OPEN INPUT TRANIN.
040497         DISPLAY 'ADDITION - EVERY CODED-CURRENCY PAIR WILL '
040498             'REJECT CR THIS RUN'
040499     END-IF.
040508     OPEN INPUT ACCTMAPF.
040517     IF AD-ACCTMAPF-STATUS = '00' OR '05'
040526         SET AD-ACCTMAP-OPEN TO TRUE
040535     ELSE
040544         DISPLAY 'ADDITION - ACCTMAPF OPEN FAILED, STATUS = '
040553             AD-ACCTMAPF-STATUS
040562         DISPLAY 'ADDITION - MERGED ACCOUNTS WILL NOT BE '
040571             'REDIRECTED THIS RUN'
040580     END-IF.
040589 1100-EXIT.
040600     EXIT.
040602
040604*------------------------------------------------------------------
040606* 1150-OPEN-AUDIT-INDEX
040608* OPENS THE KEYED AUDIT HISTORY INDEX I-O, CREATING IT EMPTY THE
040610* FIRST TIME.  ONE THAT CANNOT BE OPENED IS REPORTED AND THE RUN
040612* GOES ON - NO INDEX ENTRIES ARE WRITTEN AND EVERY REVERSAL
040614* REJECTS RX, SINCE NO ORIGINAL CAN BE PROVED WITHOUT IT.
040616*------------------------------------------------------------------
040618 1150-OPEN-AUDIT-INDEX.
040620     OPEN I-O AUDIDXF.
040622     IF AD-AUDIDXF-STATUS = '35'
040624         OPEN OUTPUT AUDIDXF
040626         CLOSE AUDIDXF
040628         OPEN I-O AUDIDXF
040630     END-IF.
040632     IF AD-AUDIDXF-STATUS = '00' OR '05'
040634         SET AD-AUDIDX-OPEN TO TRUE
040636     ELSE
040638         DISPLAY 'ADDITION - AUDIDXF OPEN FAILED, STATUS = '
040640             AD-AUDIDXF-STATUS
040642         DISPLAY 'ADDITION - NO AUDIT INDEX ENTRIES WRITTEN AND '
040644             'EVERY REVERSAL WILL REJECT RX THIS RUN'
040646     END-IF.
040648 1150-EXIT.
040650     EXIT.
040700 
040800*------------------------------------------------------------------
040900* 1200-READ-CTLCARD
041300* SUPPLIED CHECKPOINT INTERVAL OF ZERO (OR BLANK) IS TREATED THE
041400* SAME WAY - 2800-CHECKPOINT-CHECK DIVIDES BY THIS INTERVAL, SO
041500* THE COMPILED-IN DEFAULT IS KEPT RATHER THAN LETTING A BAD CARD
041550* ABEND THE RUN.  A CYCLE OF ZERO OR BLANK IS CYCLE 1; THE
041600* CYCLE SETS THE BASE OF THIS RUNS AUDIT SEQUENCE RANGE.
041700*------------------------------------------------------------------
041800 1200-READ-CTLCARD.
041900     OPEN INPUT CTLCARD.
043420             MOVE ADPARM-BUS-DATE TO AD-BUS-DATE
043430         END-IF
043440         MOVE ADPARM-FORCE-RUN TO AD-FORCE-RUN-SW
043450         IF ADPARM-DUP-LOOKBACK-X IS NUMERIC
043460             MOVE ADPARM-DUP-LOOKBACK TO AD-DUP-LOOKBACK
043470         END-IF
043475         IF ADPARM-CYCLE-X IS NUMERIC
043480             AND ADPARM-CYCLE > ZERO
043485             MOVE ADPARM-CYCLE TO AD-CYCLE
043490         END-IF
043500     END-IF.
043600     CLOSE CTLCARD.
043650     COMPUTE AD-SEQ-BASE = (AD-CYCLE - 1) * 100000000.
043700 1200-EXIT.
043702     EXIT.
043704
043706*------------------------------------------------------------------
043708* 1240-CHECK-PERIOD-LOCK
043710* REFUSES A BUSINESS DATE THAT FALLS IN AN ACCOUNTING PERIOD
043712* FINANCE HAS CLOSED (SEE ADPERCLS).  THE PERIOD IS THE YYYY-MM OF
043714* THE BUSINESS DATE; A CLOSED PERIOD RECORD STOPS THE RUN BEFORE
043716* THE RUN-CONTROL FILE OR ANY OUTPUT IS TOUCHED (CONDITION CODE
043718* 16).  THE ADPARM FORCE OPTION DOES NOT OVERRIDE IT - THE PERIOD
043720* MUST BE REOPENED.  A PERIOD-CONTROL FILE THAT HAS NEVER BEEN
043722* CREATED MEANS NO PERIOD IS CLOSED.  ONE THAT CANNOT BE OPENED IS
043724* REPORTED AND THE LOCK SKIPPED, AS FOR THE RUN-CONTROL GUARD.
043726*------------------------------------------------------------------
043728 1240-CHECK-PERIOD-LOCK.
043730     OPEN INPUT PERCTLF.
043732     IF AD-PERCTLF-STATUS = '35'
043734         GO TO 1240-EXIT
043736     END-IF.
043738     IF AD-PERCTLF-STATUS NOT = '00' AND NOT = '05'
043740         DISPLAY 'ADDITION - PERCTLF OPEN FAILED, STATUS = '
043742             AD-PERCTLF-STATUS
043744         DISPLAY 'ADDITION - CLOSED-PERIOD LOCK SKIPPED '
043746             'FOR THIS RUN'
043748         GO TO 1240-EXIT
043750     END-IF.
043752     MOVE AD-BUS-DATE (1:7) TO ADPERCTL-PERIOD.
043754     READ PERCTLF
043756         INVALID KEY
043758             CONTINUE
043760         NOT INVALID KEY
043762             IF ADPERCTL-CLOSED
043764                 SET AD-PERIOD-LOCKED TO TRUE
043766             END-IF
043768     END-READ.
043770     CLOSE PERCTLF.
043772     IF AD-PERIOD-LOCKED
043774         DISPLAY 'ADDITION - BUSINESS DATE ' AD-BUS-DATE
043776             ' FALLS IN CLOSED PERIOD ' ADPERCTL-PERIOD
043778         DISPLAY 'ADDITION - RUN REFUSED - THE PERIOD MUST BE '
043780             'REOPENED BEFORE IT CAN BE POSTED'
043782     END-IF.
043784 1240-EXIT.
043786     EXIT.
043788
043820*------------------------------------------------------------------
043821* 1250-CHECK-RUN-CONTROL
043822* GUARDS AGAINST SETTLING THE SAME BUSINESS DATE TWICE IN ONE
043823* SETTLEMENT CYCLE.  READS THE RUN-CONTROL RECORD FOR THIS
043824* RUN-ID/BUSINESS DATE/CYCLE - A RECORD ALREADY MARKED COMPLETE
043825* REFUSES THE RUN (CONDITION CODE 12) BEFORE ANY OUTPUT FILE HAS
043826* BEEN TOUCHED, UNLESS THE ADPARM FORCE OPTION IS Y.  OTHERWISE
043827* THE RECORD IS WRITTEN (OR REWRITTEN) AS IN-PROGRESS AND MARKED
043828* COMPLETE AT EOJ BY 9190-MARK-RUN-COMPLETE.  A RUN-CONTROL FILE
043829* THAT CANNOT BE OPENED IS REPORTED AND THE GUARD SKIPPED, SO A
043830* BROKEN CONTROL FILE DOES NOT STOP THE DAYS SETTLEMENT.
043831*------------------------------------------------------------------
043832 1250-CHECK-RUN-CONTROL.
043833     OPEN I-O RUNCTLF.
043847     MOVE 'N' TO AD-RUNCTL-FOUND-SW.
043848     MOVE AD-RUN-ID TO ADRUNCTL-RUN-ID.
043849     MOVE AD-BUS-DATE TO ADRUNCTL-BUS-DATE.
043850     MOVE AD-CYCLE TO ADRUNCTL-CYCLE.
043851     READ RUNCTLF
043852         INVALID KEY
043853             CONTINUE
043854         NOT INVALID KEY
043855             SET AD-RUNCTL-FOUND TO TRUE
043856     END-READ.
043857     IF AD-RUNCTL-FOUND
043858         AND ADRUNCTL-COMPLETE
043859         AND NOT AD-FORCE-RUN
043860         DISPLAY 'ADDITION - RUN ' AD-RUN-ID ' FOR BUSINESS '
043861             'DATE ' AD-BUS-DATE ' CYCLE ' AD-CYCLE
043862             ' IS ALREADY COMPLETE'
043863         DISPLAY 'ADDITION - RUN REFUSED - SUPPLY FORCE = Y '
043864             'ON ADPARM TO SETTLE THIS CYCLE AGAIN'
043865         SET AD-RUN-REFUSED TO TRUE
043866         CLOSE RUNCTLF
043867         MOVE 'N' TO AD-RUNCTL-OPEN-SW
043868         GO TO 1250-EXIT
043869     END-IF.
043870     MOVE AD-RUN-ID TO ADRUNCTL-RUN-ID.
043871     MOVE AD-BUS-DATE TO ADRUNCTL-BUS-DATE.
043872     MOVE AD-CYCLE TO ADRUNCTL-CYCLE.
043873     MOVE 'P' TO ADRUNCTL-STATUS.
043874     MOVE AD-TIMESTAMP TO ADRUNCTL-START-TS.
043875     MOVE SPACES TO ADRUNCTL-END-TS.
043876     MOVE SPACE TO ADRUNCTL-GL-STATUS.
043877     IF AD-RUNCTL-FOUND
043878         REWRITE ADRUNCTL-REC
043879             INVALID KEY
043880                 DISPLAY 'ADDITION - RUNCTLF REWRITE FAILED'
043881         END-REWRITE
043882     ELSE
043883         WRITE ADRUNCTL-REC
043884             INVALID KEY
043885                 DISPLAY 'ADDITION - RUNCTLF WRITE FAILED'
043886         END-WRITE
043887     END-IF.
043888 1250-EXIT.
043889     EXIT.
043900 
044000*------------------------------------------------------------------
044100* 1300-CHECK-CHECKPOINT
050500     IF AD-RESTART-RUN
050600         OPEN EXTEND RPTOUT
050700         OPEN EXTEND EXCPRPT
050750         PERFORM 1380-RESUME-AUDIT-CHAIN THRU 1380-EXIT
050800         OPEN EXTEND AUDITF
050900         OPEN EXTEND GLEXTR
050910         OPEN EXTEND RECYCOUT
050960         OPEN EXTEND SUSPOUT
051000     ELSE
051100         OPEN OUTPUT RPTOUT
051200         OPEN OUTPUT EXCPRPT
051300         OPEN OUTPUT AUDITF
051350         MOVE AD-TIMESTAMP TO AD-CHAIN-OPENED-TS
051400         OPEN OUTPUT GLEXTR
051410         OPEN OUTPUT RECYCOUT
051415         OPEN OUTPUT SUSPOUT
051420         PERFORM 1370-WRITE-EXTRACT-HEADER THRU 1370-EXIT
051500     END-IF.
051600 1360-EXIT.
051793     MOVE 'H' TO ADEXTR-REC-TYPE.
051794     MOVE AD-RUN-ID TO ADEXTR-HDR-RUN-ID.
051795     MOVE AD-BUS-DATE TO ADEXTR-HDR-BUS-DATE.
051796     MOVE AD-CYCLE TO ADEXTR-HDR-CYCLE.
051797     WRITE ADEXTR-REC.
051798 1370-EXIT.
051799     EXIT.
051800 
051801*------------------------------------------------------------------
051802* 1270-OPEN-DUP-CONTROL
051803* OPENS THE SETTLED-PAIR SIGNATURE INDEX AND THE ACCEPTED-BATCH
051804* REGISTER I-O, CREATING EITHER EMPTY THE FIRST TIME, AND WORKS
051805* OUT THE FIRST BUSINESS DATE OF THE DUPLICATE LOOKBACK WINDOW.
051806* A FILE THAT WILL NOT OPEN IS REPORTED AND ITS HALF OF THE
051807* SCREENING SKIPPED, SO A BROKEN FILE DOES NOT STOP THE DAYS
051808* SETTLEMENT.  A BUSINESS DATE THAT IS NOT A DATE LEAVES THE
051809* WINDOW AT THE BUSINESS DATE ITSELF.
051810*------------------------------------------------------------------
051811 1270-OPEN-DUP-CONTROL.
051812     OPEN I-O SIGIDXF.
051813     IF AD-SIGIDXF-STATUS = '35'
051814         OPEN OUTPUT SIGIDXF
051815         CLOSE SIGIDXF
051816         OPEN I-O SIGIDXF
051817     END-IF.
051818     IF AD-SIGIDXF-STATUS = '00' OR '05'
051819         SET AD-SIGIDX-OPEN TO TRUE
051820     ELSE
051821         DISPLAY 'ADDITION - SIGIDXF OPEN FAILED, STATUS = '
051822             AD-SIGIDXF-STATUS
051823         DISPLAY 'ADDITION - DUPLICATE PAIR SCREENING SKIPPED'
051824     END-IF.
051825     OPEN I-O BATREGF.
051826     IF AD-BATREGF-STATUS = '35'
051827         OPEN OUTPUT BATREGF
051828         CLOSE BATREGF
051829         OPEN I-O BATREGF
051830     END-IF.
051831     IF AD-BATREGF-STATUS = '00' OR '05'
051832         SET AD-BATREG-OPEN TO TRUE
051833     ELSE
051834         DISPLAY 'ADDITION - BATREGF OPEN FAILED, STATUS = '
051835             AD-BATREGF-STATUS
051836         DISPLAY 'ADDITION - DUPLICATE BATCH SCREENING SKIPPED'
051837     END-IF.
051838     MOVE AD-BUS-DATE TO AD-DUP-WINDOW-DATE.
051839     MOVE AD-BUS-DATE TO AD-CONV-DATE.
051840     IF AD-CV-YYYY IS NOT NUMERIC
051841         OR AD-CV-MM IS NOT NUMERIC
051842         OR AD-CV-DD IS NOT NUMERIC
051843         GO TO 1270-EXIT
051844     END-IF.
051845     MOVE AD-CV-YYYY TO AD-CY-YYYY.
051846     MOVE AD-CV-MM TO AD-CY-MM.
051847     MOVE AD-CV-DD TO AD-CY-DD.
051848     IF AD-CY-MM = ZERO OR AD-CY-MM GREATER THAN 12
051849         OR AD-CY-DD = ZERO OR AD-CY-DD GREATER THAN 31
051850         OR AD-CY-YYYY LESS THAN 1601
051851         GO TO 1270-EXIT
051852     END-IF.
051853     COMPUTE AD-CONV-INT =
051854         FUNCTION INTEGER-OF-DATE (AD-CONV-YMD) - AD-DUP-LOOKBACK.
051855     COMPUTE AD-CONV-YMD = FUNCTION DATE-OF-INTEGER (AD-CONV-INT).
051856     STRING AD-CY-YYYY '-' AD-CY-MM '-' AD-CY-DD
051857         DELIMITED BY SIZE INTO AD-DUP-WINDOW-DATE
051858     END-STRING.
051859 1270-EXIT.
051860     EXIT.
051861
051900 1350-READ-CHKPT-REC.
052000     READ CHKPTIN
052100         AT END SET AD-CHKPT-EOF TO TRUE
052600 1350-EXIT.
052700     EXIT.
052800 
052802*------------------------------------------------------------------
052804* 1380-RESUME-AUDIT-CHAIN
052806* ON A RESTART, READS BACK THE ROWS THE ABENDED RUN LEFT ON
052808* AUDITF SO THE CHAIN CARRIES ON FROM ITS LAST ROW - THE ROWS
052810* REPROCESSED SINCE THE LAST CHECKPOINT ARE CHAINED AS NEW ROWS
052812* AFTER IT.  THE SEAL KEEPS THE TIMESTAMP OF THE RUNS FIRST ROW.
052814* NOTHING ON THE FILE (OR NOTHING CHAINED) STARTS AT ROW 1.
052816*------------------------------------------------------------------
052818 1380-RESUME-AUDIT-CHAIN.
052820     MOVE AD-TIMESTAMP TO AD-CHAIN-OPENED-TS.
052822     OPEN INPUT AUDITIN.
052824     IF AD-AUDITIN-STATUS NOT = '00' AND NOT = '05'
052826         GO TO 1380-EXIT
052828     END-IF.
052830     MOVE 'N' TO AD-AUDITIN-EOF-SW.
052832     PERFORM 1385-READ-AUDITIN THRU 1385-EXIT
052834         UNTIL AD-AUDITIN-EOF.
052836     CLOSE AUDITIN.
052838 1380-EXIT.
052840     EXIT.
052842
052844 1385-READ-AUDITIN.
052846     READ AUDITIN
052848         AT END
052850             SET AD-AUDITIN-EOF TO TRUE
052852             GO TO 1385-EXIT
052854     END-READ.
052856     IF AUDITIN-RUN-ID NOT = AD-RUN-ID
052858         OR AUDITIN-BUS-DATE NOT = AD-BUS-DATE
052860         OR AUDITIN-CHAIN-ROW-X = SPACES
052862         GO TO 1385-EXIT
052864     END-IF.
052866     IF AUDITIN-CHAIN-ROW = 1
052868         MOVE AUDITIN-TIMESTAMP TO AD-CHAIN-OPENED-TS
052870     END-IF.
052872     MOVE AUDITIN-CHAIN-ROW TO AD-CHAIN-ROW.
052874     MOVE AUDITIN-CHAIN-VALUE TO AD-CHAIN-VALUE.
052876 1385-EXIT.
052878     EXIT.
052880
052900*------------------------------------------------------------------
053000* 1400-SKIP-PROCESSED-RECS
053100* ON RESTART, RE-READS AND DISCARDS THE
054500     END-READ.
054600     IF NOT AD-EOF
054700         ADD 1 TO AD-RECORDS-READ
054702         COMPUTE AD-CURRENT-SEQ = AD-SEQ-BASE + AD-RECORDS-READ
054705         IF ADDPAIR-RESUBMITTED
054706             ADD 1 TO AD-RESUBMITS-READ
054707         END-IF
054740                     IF NOT AD-OVERFLOW AND NOT AD-ZERO-DIVIDE
054760                         PERFORM 2600-ACCUM-ACCT-TOTALS
054762                             THRU 2600-EXIT
054770                     END-IF
054780                 END-IF
054782             WHEN OTHER
058100         MOVE AD-DEFAULT-A TO ADDPAIR-A
058200         MOVE AD-DEFAULT-B TO ADDPAIR-B
058300         ADD 1 TO AD-RECORDS-READ
058350         COMPUTE AD-CURRENT-SEQ = AD-SEQ-BASE + AD-RECORDS-READ
058400         PERFORM 2050-PROCESS-ONE-REC THRU 2050-EXIT
058500     END-IF.
058600 1700-EXIT.
059300*------------------------------------------------------------------
059400 2000-PROCESS-RECORDS.
059500     ADD 1 TO AD-RECORDS-READ.
059510     COMPUTE AD-CURRENT-SEQ = AD-SEQ-BASE + AD-RECORDS-READ.
059520     IF ADDPAIR-RESUBMITTED
059530         ADD 1 TO AD-RESUBMITS-READ
059540     END-IF.
060500* CHECKPOINT.  SHARED BY 2000-PROCESS-RECORDS AND
060600* 1700-CHECK-FALLBACK-PAIR SO THE FALLBACK SYNTHETIC RECORD DOES
060700* NOT FALL THROUGH A READ OF A TRANIN THAT HAS ALREADY HIT AT END.
060720* A DETAIL 2200 SUSPENDS AS A SUSPECTED DUPLICATE IS HELD ON THE
060740* SUSPENSE FILE INSTEAD OF THE EXCEPTION AND RECYCLE FILES.
060800*------------------------------------------------------------------
060900 2050-PROCESS-ONE-REC.
061000     PERFORM 2200-VALIDATE-TRAN-REC THRU 2200-EXIT.
061400             PERFORM 2400-WRITE-RPT-DETAIL THRU 2400-EXIT
061500             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
061600             PERFORM 2600-ACCUM-ACCT-TOTALS THRU 2600-EXIT
061700             ADD AD-C TO AD-GRAND-TOTAL-C
061800             ADD 1 TO AD-RECORDS-PROCESSED
061900         ELSE
062100             PERFORM 2700-WRITE-EXCEPTION-REC THRU 2700-EXIT
062200         END-IF
062300     ELSE
062320         IF AD-RECORD-SUSPENDED
062340             PERFORM 2780-WRITE-SUSPENSE-REC THRU 2780-EXIT
062360         ELSE
062380             PERFORM 2700-WRITE-EXCEPTION-REC THRU 2700-EXIT
062400         END-IF
062500     END-IF.
062600     PERFORM 2800-CHECKPOINT-CHECK THRU 2800-EXIT.
062700 2050-EXIT.
064600* MUST BE ONES DEFINED IN THE ADDPAIR COPYBOOK - ANY OTHER
064610* VALUE ROUTES THE RECORD TO THE EXCEPTION LISTING - AND A
064620* REVERSAL MUST REFERENCE THE ORIGINAL RUN-ID AND SEQUENCE.
064640* A DETAIL THAT PASSES EVERY EDIT IS LAST SCREENED FOR DUPLICATE
064660* SUBMISSION (2270) - A SUSPECTED DUPLICATE COMES BACK SUSPENDED
064680* RATHER THAN VALID, SO IT NEITHER SETTLES NOR REJECTS.
064700*------------------------------------------------------------------
064800 2200-VALIDATE-TRAN-REC.
064900     SET AD-RECORD-VALID TO TRUE.
065000     MOVE SPACES TO EXCP-REASON.
065010     MOVE SPACES TO AD-REJECT-REASON-CD.
065020     MOVE SPACES TO AD-REDIR-FROM.
065100     IF ADDPAIR-A IS NOT NUMERIC
065200         SET AD-RECORD-INVALID TO TRUE
065300         MOVE 'FIELD A NOT NUMERIC' TO EXCP-REASON
066465             MOVE 'TF' TO AD-REJECT-REASON-CD
066470         END-IF
066480     END-IF.
066482     IF AD-RECORD-VALID
066484         AND AD-SIGIDX-OPEN
066486         AND NOT AD-REVERSAL
066488         AND NOT ADDPAIR-GENERATED
066490         AND NOT ADDPAIR-RELEASED
066491         AND NOT ADDPAIR-ACCRUAL
066492         PERFORM 2270-CHECK-DUP-PAIR THRU 2270-EXIT
066494     END-IF.
066500 2200-EXIT.
066600     EXIT.
066602
066608* VALIDATES THE CURRENT DETAILS ACCOUNT AGAINST THE CHART-OF-
066610* ACCOUNTS MASTER.  AN ACCOUNT NOT ON THE MASTER REJECTS WITH
066612* REASON AU AND A CLOSED ONE WITH REASON AC, SO A TYPO CANNOT
066614* SILENTLY OPEN A NEW BALANCE ROW - UNLESS THE MERGE MAP SAYS
066615* THE ACCOUNT HAS BEEN MERGED OR RENUMBERED (2290), WHEN THE
066616* PAIR IS MOVED TO ITS OPEN TARGET AND THE OLD CODE KEPT FOR
066617* THE DETAIL LINE.  THE OPEN ACCOUNTS DESCRIPTION IS KEPT FOR
066618* THE SUBTOTAL LINE.  THE MASTER READ GOES THROUGH A ONE-DEEP
066619* CACHE - A BATCHES DETAILS CLUSTER BY ACCOUNT, SO THE LAST
066620* ANSWER USUALLY REPEATS.
066622*------------------------------------------------------------------
066624 2230-CHECK-ACCT-MASTER.
066626     IF ADDPAIR-ACCOUNT NOT = AD-LAST-ACCT-CODE
066650                 END-IF
066652                 MOVE ADACCMST-DESC TO AD-LAST-ACCT-DESC
066654         END-READ
066655         PERFORM 2290-FOLLOW-ACCT-MAP THRU 2290-EXIT
066656     END-IF.
066658     EVALUATE TRUE
066660         WHEN AD-LAST-ACCT-MISSING
066670             SET AD-RECORD-INVALID TO TRUE
066672             MOVE 'ACCOUNT CLOSED' TO EXCP-REASON
066674             MOVE 'AC' TO AD-REJECT-REASON-CD
066675         WHEN AD-LAST-ACCT-REDIRECTED
066676             MOVE ADDPAIR-ACCOUNT TO AD-REDIR-FROM
066677             MOVE AD-LAST-ACCT-TARGET TO ADDPAIR-ACCOUNT
066678             MOVE AD-LAST-ACCT-DESC TO AD-ACCT-DESC-WK
066679         WHEN OTHER
066680             MOVE AD-LAST-ACCT-DESC TO AD-ACCT-DESC-WK
066681     END-EVALUATE.
066682 2230-EXIT.
066684     EXIT.
066686
066692* RESOLVES THE CURRENT DETAILS CURRENCY AND CONVERSION RATE.
066694* BLANK CURRENCY IS BASE AT RATE 1.  A REVERSAL MUST CARRY ITS
066696* ORIGINALS CURRENCY (ELSE REASON RC) AND SETTLES AT THE
066698* ORIGINALS RATE (FROM THE INDEX ENTRY 2250 READ) SO THE
066700* BACKOUT NETS TO ZERO EVEN WHEN THE RATE HAS SINCE MOVED.
066702* OTHERWISE THE RATE COMES OFF THE KEYED RATE FILE FOR THE
066704* BUSINESS DATE, THROUGH A ONE-DEEP CACHE - NO RATE (OR NO
066804
066806*------------------------------------------------------------------
066808* 2250-VERIFY-REVERSAL
066810* PROVES THE CURRENT REVERSALS REFERENCE AGAINST THE KEYED AUDIT
066812* HISTORY INDEX BEFORE IT IS ACCEPTED.  ONE KEYED READ OF THE
066814* REFERENCED RUN-ID/SEQUENCE FINDS THE ORIGINAL (CAPTURING ITS
066816* AMOUNTS, CURRENCY AND RATE) AND SAYS WHETHER A REVERSAL HAS
066818* ALREADY BEEN STAMPED ON IT.  REJECTS -
066820*   RX  THE ORIGINAL IS NOT ON THE INDEX (OR IS ITSELF A
066822*       REVERSAL ROW)
066824*   RD  THE ORIGINAL WAS ALREADY REVERSED
066826*   RA  THE REVERSALS A/B DO NOT MATCH THE ORIGINALS
066828* THE INDEX COVERS LIVE AND ARCHIVED HISTORY, AND 2550 STAMPS
066830* EACH ACCEPTED REVERSAL ON ITS ORIGINAL AS IT IS AUDITED, SO A
066832* SECOND REVERSAL LATER IN THIS SAME RUN ALSO REJECTS RD.  A
066834* STAMP CARRYING THIS RUNS OWN RUN-ID AND THE CURRENT SEQUENCE
066836* IS THIS VERY RECORD BEING SEEN AGAIN AFTER A RESTART - NOT A
066838* DUPLICATE.  WITH NO INDEX OPEN EVERY REVERSAL REJECTS RX
066840* RATHER THAN SLIPPING THROUGH UNPROVED.
066842*------------------------------------------------------------------
066844 2250-VERIFY-REVERSAL.
066846     MOVE 'N' TO AD-ORIG-FOUND-SW.
066848     MOVE 'N' TO AD-ALREADY-REV-SW.
066850     MOVE ZERO TO AD-ORIG-A.
066852     MOVE ZERO TO AD-ORIG-B.
066854     MOVE SPACES TO AD-ORIG-CCY.
066856     MOVE ZERO TO AD-ORIG-RATE.
066858     IF AD-AUDIDX-OPEN
066860         MOVE ADDPAIR-ORIG-RUN-ID TO ADAUDIDX-RUN-ID
066862         MOVE ADDPAIR-ORIG-SEQ-NO TO ADAUDIDX-SEQ-NO
066864         READ AUDIDXF
066866             INVALID KEY
066868                 CONTINUE
066870             NOT INVALID KEY
066872                 IF NOT ADAUDIDX-REVERSAL
066874                     PERFORM 2260-TAKE-ORIGINAL THRU 2260-EXIT
066876                 END-IF
066878         END-READ
066880     END-IF.
066882     EVALUATE TRUE
066884         WHEN NOT AD-ORIG-FOUND
066886             SET AD-RECORD-INVALID TO TRUE
066888             MOVE 'REVERSAL ORIGINAL NOT FOUND' TO EXCP-REASON
066890             MOVE 'RX' TO AD-REJECT-REASON-CD
066892         WHEN AD-ALREADY-REVERSED
066894             SET AD-RECORD-INVALID TO TRUE
066896             MOVE 'ORIGINAL ALREADY REVERSED' TO EXCP-REASON
066898             MOVE 'RD' TO AD-REJECT-REASON-CD
066900         WHEN ADDPAIR-A NOT = AD-ORIG-A
066902             OR ADDPAIR-B NOT = AD-ORIG-B
066904             SET AD-RECORD-INVALID TO TRUE
066906             MOVE 'REVERSAL AMOUNTS DISAGREE' TO EXCP-REASON
066908             MOVE 'RA' TO AD-REJECT-REASON-CD
066910     END-EVALUATE.
066912 2250-EXIT.
066914     EXIT.
066916
066918*------------------------------------------------------------------
066920* 2260-TAKE-ORIGINAL
066922* CAPTURES THE ORIGINALS FIGURES OFF ITS INDEX ENTRY AND JUDGES
066924* ITS REVERSAL STAMP.
066926*------------------------------------------------------------------
066928 2260-TAKE-ORIGINAL.
066930     SET AD-ORIG-FOUND TO TRUE.
066932     MOVE ADAUDIDX-A TO AD-ORIG-A.
066934     MOVE ADAUDIDX-B TO AD-ORIG-B.
066936     MOVE ADAUDIDX-CURRENCY TO AD-ORIG-CCY.
066938     IF ADAUDIDX-RATE-X IS NUMERIC
066940         MOVE ADAUDIDX-RATE TO AD-ORIG-RATE
066942     ELSE
066944         MOVE ZERO TO AD-ORIG-RATE
066946     END-IF.
066948     IF ADAUDIDX-REV-RUN-ID NOT = SPACES
066950         IF ADAUDIDX-REV-RUN-ID = AD-RUN-ID
066952             AND ADAUDIDX-REV-SEQ-NO = AD-CURRENT-SEQ
066954             CONTINUE
066956         ELSE
066958             SET AD-ALREADY-REVERSED TO TRUE
066960         END-IF
066962     END-IF.
066964 2260-EXIT.
066966     EXIT.
066967
066968*------------------------------------------------------------------
066969* 2270-CHECK-DUP-PAIR
066970* SCREENS THE CURRENT NORMAL DETAIL FOR DUPLICATE SUBMISSION.  ONE
066971* START ON THE SETTLED-PAIR SIGNATURE INDEX AT THE PAIRS SIGNATURE
066972* AND THE FIRST DATE OF THE LOOKBACK WINDOW, THEN A READ FORWARD
066973* WHILE THE SIGNATURE HOLDS, FINDS EVERY SETTLEMENT OF THE SAME
066974* ACCOUNT, A, B, OPERATION AND CURRENCY SINCE THE WINDOW OPENED -
066975* EARLIER RUNS AND THIS ONE ALIKE, SINCE 2570 ENTERS EACH PAIR AS
066976* IT IS AUDITED.  ANY ONE NOT SINCE REVERSED MAKES THE DETAIL A
066977* SUSPECTED DUPLICATE (REASON DP).  AN ENTRY CARRYING THIS RUNS
066978* OWN RUN-ID, BUSINESS DATE AND THE CURRENT SEQUENCE IS THIS VERY
066979* RECORD SEEN AGAIN AFTER A RESTART - NOT A DUPLICATE.
066980*------------------------------------------------------------------
066981 2270-CHECK-DUP-PAIR.
066982     MOVE 'N' TO AD-DUP-FOUND-SW.
066983     PERFORM 2272-BUILD-SIGNATURE THRU 2272-EXIT.
066984     MOVE AD-DUP-SIG TO ADSETSIG-SIG.
066985     MOVE AD-DUP-WINDOW-DATE TO ADSETSIG-BUS-DATE.
066986     MOVE LOW-VALUES TO ADSETSIG-RUN-ID.
066987     MOVE ZERO TO ADSETSIG-SEQ-NO.
066988     START SIGIDXF KEY IS NOT LESS THAN ADSETSIG-KEY
066989         INVALID KEY
066990             GO TO 2270-EXIT
066991     END-START.
066992     MOVE 'N' TO AD-SIG-EOF-SW.
066993     PERFORM 2275-READ-NEXT-SIG THRU 2275-EXIT
066994         UNTIL AD-SIG-EOF OR AD-DUP-FOUND.
066995     IF AD-DUP-FOUND
066996         SET AD-RECORD-SUSPENDED TO TRUE
066997         MOVE 'DP' TO AD-SUSP-REASON-CD
066998         MOVE 'DUPLICATE OF A SETTLED PAIR' TO AD-SUSP-REASON-TEXT
066999     END-IF.
067000 2270-EXIT.
067001     EXIT.
067002
067003*------------------------------------------------------------------
067004* 2272-BUILD-SIGNATURE
067005* THE CURRENT PAIRS DUPLICATE SIGNATURE, FROM THE FIELDS 2200 HAS
067006* ALREADY EDITED.  AN ADD KEYED + IS CARRIED AS BLANK SO THE TWO
067007* SPELLINGS OF THE SAME ADD MATCH.
067008*------------------------------------------------------------------
067009 2272-BUILD-SIGNATURE.
067010     MOVE AD-ACCOUNT TO AD-SIG-ACCOUNT.
067011     MOVE AD-A TO AD-SIG-A.
067012     MOVE AD-B TO AD-SIG-B.
067013     IF AD-OP-ADD
067014         MOVE SPACE TO AD-SIG-OP-CODE
067015     ELSE
067016         MOVE AD-OP-CODE TO AD-SIG-OP-CODE
067017     END-IF.
067018     MOVE AD-CURRENCY TO AD-SIG-CURRENCY.
067019 2272-EXIT.
067020     EXIT.
067021
067022 2275-READ-NEXT-SIG.
067023     READ SIGIDXF NEXT RECORD
067024         AT END
067025             SET AD-SIG-EOF TO TRUE
067026     END-READ.
067027     IF AD-SIG-EOF
067028         GO TO 2275-EXIT
067029     END-IF.
067030     IF ADSETSIG-SIG NOT = AD-DUP-SIG
067031         SET AD-SIG-EOF TO TRUE
067032         GO TO 2275-EXIT
067033     END-IF.
067034     IF ADSETSIG-RUN-ID = AD-RUN-ID
067035         AND ADSETSIG-BUS-DATE = AD-BUS-DATE
067036         AND ADSETSIG-SEQ-NO = AD-CURRENT-SEQ
067037         GO TO 2275-EXIT
067038     END-IF.
067039     PERFORM 2280-CHECK-MATCH-REVERSED THRU 2280-EXIT.
067040     IF NOT AD-MATCH-REVERSED
067041         SET AD-DUP-FOUND TO TRUE
067042         MOVE ADSETSIG-RUN-ID TO AD-MATCH-RUN-ID
067043         MOVE ADSETSIG-BUS-DATE TO AD-MATCH-BUS-DATE
067044         MOVE ADSETSIG-SEQ-NO TO AD-MATCH-SEQ-NO
067045     END-IF.
067046 2275-EXIT.
067047     EXIT.
067048
067049*------------------------------------------------------------------
067050* 2280-CHECK-MATCH-REVERSED
067051* A SETTLED PAIR SINCE BACKED OUT BY A REVERSAL NO LONGER STANDS,
067052* SO SUBMITTING IT AGAIN IS NOT A DUPLICATE.  THE AUDIT INDEX
067053* ENTRY FOR THE MATCHED ROW SAYS WHETHER A REVERSAL HAS BEEN
067054* STAMPED ON IT.  WITH NO INDEX OPEN THE MATCH STANDS.
067055*------------------------------------------------------------------
067056 2280-CHECK-MATCH-REVERSED.
067057     MOVE 'N' TO AD-MATCH-REV-SW.
067058     IF NOT AD-AUDIDX-OPEN
067059         GO TO 2280-EXIT
067060     END-IF.
067061     MOVE ADSETSIG-RUN-ID TO ADAUDIDX-RUN-ID.
067062     MOVE ADSETSIG-SEQ-NO TO ADAUDIDX-SEQ-NO.
067063     READ AUDIDXF
067064         INVALID KEY
067065             GO TO 2280-EXIT
067066     END-READ.
067067     IF ADAUDIDX-BUS-DATE = ADSETSIG-BUS-DATE
067068         AND ADAUDIDX-REV-RUN-ID NOT = SPACES
067069         SET AD-MATCH-REVERSED TO TRUE
067070     END-IF.
067071 2280-EXIT.
067072     EXIT.
067073
067076*------------------------------------------------------------------
067079* 2290-FOLLOW-ACCT-MAP
067082* A DETAILS ACCOUNT THAT IS CLOSED OR NOT ON THE MASTER MAY HAVE
067085* BEEN MERGED INTO ANOTHER OR RENUMBERED (ADACCMNT).  THE MERGE
067088* MAP IS FOLLOWED FROM THE OLD CODE - THROUGH A TARGET THAT HAS
067091* ITSELF SINCE BEEN MERGED, UP TO FIVE HOPS - TO AN OPEN ACCOUNT,
067094* AND THE CACHED ANSWER BECOMES R WITH THAT TARGET.  A MERGE NOT
067097* YET EFFECTIVE ON THE BUSINESS DATE IS NOT FOLLOWED, AND A WALK
067100* ENDING ANYWHERE BUT AN OPEN ACCOUNT LEAVES THE ANSWER AS IT WAS,
067103* SO THE PAIR STILL REJECTS AU OR AC.
067106*------------------------------------------------------------------
067109 2290-FOLLOW-ACCT-MAP.
067112     IF AD-LAST-ACCT-OPEN
067115         OR NOT AD-ACCTMAP-OPEN
067118         GO TO 2290-EXIT
067121     END-IF.
067124     MOVE AD-LAST-ACCT-CODE TO AD-MAP-CODE.
067127     MOVE ZERO TO AD-MAP-HOPS.
067130     MOVE 'N' TO AD-MAP-DONE-SW.
067133     PERFORM 2295-FOLLOW-ONE-HOP THRU 2295-EXIT
067136         UNTIL AD-MAP-DONE
067139         OR AD-MAP-HOPS NOT LESS THAN 5.
067142 2290-EXIT.
067145     EXIT.
067148
067151*------------------------------------------------------------------
067154* 2295-FOLLOW-ONE-HOP
067157* ONE STEP ALONG THE MERGE MAP.  STOPS THE WALK ON NO MAP ENTRY,
067160* A MERGE EFFECTIVE AFTER THE BUSINESS DATE OR AN OPEN TARGET;
067163* A TARGET CLOSED OR OFF THE MASTER GOES ROUND AGAIN.
067166*------------------------------------------------------------------
067169 2295-FOLLOW-ONE-HOP.
067172     ADD 1 TO AD-MAP-HOPS.
067175     SET AD-MAP-DONE TO TRUE.
067178     MOVE AD-MAP-CODE TO ADACCMAP-OLD-ACCOUNT.
067181     READ ACCTMAPF
067184         INVALID KEY
067187             GO TO 2295-EXIT
067190     END-READ.
067193     IF ADACCMAP-EFF-DATE GREATER THAN AD-BUS-DATE
067196         GO TO 2295-EXIT
067199     END-IF.
067202     MOVE ADACCMAP-NEW-ACCOUNT TO AD-MAP-CODE.
067205     MOVE AD-MAP-CODE TO ADACCMST-ACCOUNT.
067208     READ ACCTMSTF
067211         INVALID KEY
067214             MOVE 'N' TO AD-MAP-DONE-SW
067217             GO TO 2295-EXIT
067220     END-READ.
067223     IF ADACCMST-CLOSED
067226         MOVE 'N' TO AD-MAP-DONE-SW
067229         GO TO 2295-EXIT
067232     END-IF.
067235     MOVE 'R' TO AD-LAST-ACCT-ANSWER.
067238     MOVE AD-MAP-CODE TO AD-LAST-ACCT-TARGET.
067241     MOVE ADACCMST-DESC TO AD-LAST-ACCT-DESC.
067244 2295-EXIT.
067247     EXIT.
067280
067282*------------------------------------------------------------------
067284* 2300-COMPUTE-RESULT
067286* COMPUTES FIELD C FROM THE PAIR PER THE OPERATION CODE, WITH AN
067288* EXPLICIT SIZE-ERROR CHECK SO A RESULT THAT WOULD OVERFLOW
067290* FIELD C IS CAUGHT RATHER THAN TRUNCATED.  A DIVISOR OF ZERO IS
067292* CAUGHT AHEAD OF THE DIVIDE AND ROUTED THE SAME WAY.  THE
067294* MULTIPLY AND DIVIDE RESULTS ARE ROUNDED TO THE PENNY.
067296* A REVERSAL NEGATES ITS RESULT SO IT NETS OUT OF THE TOTALS.
067298*------------------------------------------------------------------
067300 2300-COMPUTE-RESULT.
067400     MOVE 'N' TO AD-OVERFLOW-SW.
067410     MOVE 'N' TO AD-ZERO-DIVIDE-SW.
068830             MOVE 'RSB' TO DTL-FLAG
068832         WHEN ADDPAIR-GENERATED
068834             MOVE 'GEN' TO DTL-FLAG
068835         WHEN ADDPAIR-RELEASED
068836             MOVE 'REL' TO DTL-FLAG
068837         WHEN ADDPAIR-ACCRUAL
068838             MOVE 'ACR' TO DTL-FLAG
068840         WHEN OTHER
068845             MOVE SPACES TO DTL-FLAG
068850     END-EVALUATE.
068852     MOVE AD-CURRENCY TO DTL-CCY.
068854     MOVE AD-FACE-C TO DTL-ORIG-C.
068856     MOVE AD-RATE TO DTL-RATE.
068858     MOVE AD-REDIR-FROM TO DTL-REDIR-FROM.
068860     IF AD-REDIR-FROM NOT = SPACES
068862         ADD 1 TO AD-REDIRECTED-CNT
068864     END-IF.
068900     IF AD-LINE-COUNT NOT LESS THAN AD-MAX-LINES-PER-PAGE
069000         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
069100     END-IF.
070610     MOVE AD-OP-CODE TO ADAUDIT-OP-CODE OF AUDITF.
070620     MOVE AD-ACCOUNT TO ADAUDIT-ACCOUNT OF AUDITF.
070630     MOVE AD-TRAN-TYPE TO ADAUDIT-TRAN-TYPE OF AUDITF.
070635     MOVE ADDPAIR-RESUBMIT-FLAG TO ADAUDIT-SOURCE-FLAG OF AUDITF.
070640*    ONLY A REVERSAL ROW CARRIES THE ORIGINAL REFERENCE - THE
070650*    ALREADY-REVERSED CHECK IN 2250 KEYS ON IT.
070660     IF AD-REVERSAL
070696     MOVE AD-CURRENCY TO ADAUDIT-CURRENCY OF AUDITF.
070697     MOVE AD-FACE-C TO ADAUDIT-ORIG-C OF AUDITF.
070698     MOVE AD-RATE TO ADAUDIT-RATE OF AUDITF.
070699     PERFORM 2520-CHAIN-AUDIT-ROW THRU 2520-EXIT.
070700     WRITE ADAUDIT-REC OF AUDITF.
070720     IF AD-AUDIDX-OPEN
070740         PERFORM 2550-WRITE-AUDIT-INDEX THRU 2550-EXIT
070760     END-IF.
070770     IF AD-SIGIDX-OPEN AND NOT AD-REVERSAL
070780         PERFORM 2570-WRITE-SIGNATURE THRU 2570-EXIT
070790     END-IF.
070800 2500-EXIT.
070900     EXIT.
070901
070902*------------------------------------------------------------------
070903* 2550-WRITE-AUDIT-INDEX
070904* WRITES THE KEYED INDEX ENTRY FOR THE AUDIT ROW JUST WRITTEN.
070905* A ROW REPROCESSED AFTER A RESTART FINDS ITS ENTRY ALREADY
070906* THERE - IT IS REWRITTEN WITH ITS REVERSAL STAMP LEFT AS IT
070907* WAS.  AN ACCEPTED REVERSAL THEN STAMPS ITS OWN RUN-ID AND
070908* SEQUENCE ON ITS ORIGINALS ENTRY (2560), WHICH IS WHAT 2250
070909* READS TO REFUSE A SECOND REVERSAL OF THE SAME ORIGINAL.
070910*------------------------------------------------------------------
070911 2550-WRITE-AUDIT-INDEX.
070912     MOVE AD-RUN-ID TO ADAUDIDX-RUN-ID.
070913     MOVE AD-CURRENT-SEQ TO ADAUDIDX-SEQ-NO.
070914     READ AUDIDXF
070915         INVALID KEY
070916             MOVE SPACES TO ADAUDIDX-REC
070917             MOVE ZERO TO ADAUDIDX-REV-SEQ-NO
070918     END-READ.
070919     MOVE AD-RUN-ID TO ADAUDIDX-RUN-ID.
070920     MOVE AD-CURRENT-SEQ TO ADAUDIDX-SEQ-NO.
070921     MOVE AD-BUS-DATE TO ADAUDIDX-BUS-DATE.
070922     MOVE AD-A TO ADAUDIDX-A.
070923     MOVE AD-B TO ADAUDIDX-B.
070924     MOVE AD-OP-CODE TO ADAUDIDX-OP-CODE.
070925     MOVE AD-ACCOUNT TO ADAUDIDX-ACCOUNT.
070926     MOVE AD-TRAN-TYPE TO ADAUDIDX-TRAN-TYPE.
070927     MOVE AD-CURRENCY TO ADAUDIDX-CURRENCY.
070928     MOVE AD-RATE TO ADAUDIDX-RATE.
070929     MOVE 'L' TO ADAUDIDX-LOCATION.
070930     IF AD-AUDIDXF-STATUS = '00'
070931         REWRITE ADAUDIDX-REC
070932             INVALID KEY
070933                 DISPLAY 'ADDITION - AUDIDXF REWRITE FAILED FOR '
070934                     'SEQUENCE ' AD-CURRENT-SEQ
070935         END-REWRITE
070936     ELSE
070937         WRITE ADAUDIDX-REC
070938             INVALID KEY
070939                 DISPLAY 'ADDITION - AUDIDXF WRITE FAILED FOR '
070940                     'SEQUENCE ' AD-CURRENT-SEQ
070941         END-WRITE
070942     END-IF.
070943     IF AD-REVERSAL
070944         PERFORM 2560-STAMP-ORIGINAL THRU 2560-EXIT
070945     END-IF.
070946 2550-EXIT.
070947     EXIT.
070948
070949*------------------------------------------------------------------
070950* 2560-STAMP-ORIGINAL
070951* MARKS THE ORIGINAL A JUST-ACCEPTED REVERSAL BACKS OUT.  2250
070952* ALREADY PROVED THE ENTRY IS THERE.
070953*------------------------------------------------------------------
070954 2560-STAMP-ORIGINAL.
070955     MOVE ADDPAIR-ORIG-RUN-ID TO ADAUDIDX-RUN-ID.
070956     MOVE ADDPAIR-ORIG-SEQ-NO TO ADAUDIDX-SEQ-NO.
070957     READ AUDIDXF
070958         INVALID KEY
070959             DISPLAY 'ADDITION - AUDIDXF ORIGINAL '
070960                 ADDPAIR-ORIG-RUN-ID '/' ADDPAIR-ORIG-SEQ-NO
070961                 ' LOST BEFORE STAMPING'
070962             GO TO 2560-EXIT
070963     END-READ.
070964     MOVE AD-RUN-ID TO ADAUDIDX-REV-RUN-ID.
070965     MOVE AD-CURRENT-SEQ TO ADAUDIDX-REV-SEQ-NO.
070966     REWRITE ADAUDIDX-REC
070967         INVALID KEY
070968             DISPLAY 'ADDITION - AUDIDXF REWRITE FAILED FOR '
070969                 'ORIGINAL ' ADDPAIR-ORIG-RUN-ID
070970     END-REWRITE.
070971 2560-EXIT.
070972     EXIT.
070973
070974*------------------------------------------------------------------
070975* 2570-WRITE-SIGNATURE
070976* ENTERS THE PAIR JUST AUDITED ON THE SETTLED-PAIR SIGNATURE
070977* INDEX SO 2270 CATCHES A LATER COPY OF IT, IN THIS RUN OR A
070978* LATER ONE INSIDE THE LOOKBACK WINDOW.  A ROW REPROCESSED AFTER
070979* A RESTART FINDS ITS ENTRY ALREADY THERE AND LEAVES IT.
070980*------------------------------------------------------------------
070981 2570-WRITE-SIGNATURE.
070982     PERFORM 2272-BUILD-SIGNATURE THRU 2272-EXIT.
070983     MOVE SPACES TO ADSETSIG-REC.
070984     MOVE AD-DUP-SIG TO ADSETSIG-SIG.
070985     MOVE AD-BUS-DATE TO ADSETSIG-BUS-DATE.
070986     MOVE AD-RUN-ID TO ADSETSIG-RUN-ID.
070987     MOVE AD-CURRENT-SEQ TO ADSETSIG-SEQ-NO.
070988     MOVE ADDPAIR-RESUBMIT-FLAG TO ADSETSIG-SOURCE-FLAG.
070989     WRITE ADSETSIG-REC
070990         INVALID KEY
070991             CONTINUE
070992     END-WRITE.
070993 2570-EXIT.
070994     EXIT.
071000 
071002*------------------------------------------------------------------
071004* 2520-CHAIN-AUDIT-ROW
071006* NUMBERS THE ROW ABOUT TO BE WRITTEN AND CHAINS IT - THE CHAIN
071008* VALUE RUNS ON FROM THE PREVIOUS ROWS OVER THIS ROWS FIRST 129
071010* BYTES, ROW NUMBER INCLUDED, SO NO ROW CAN BE CHANGED, DROPPED
071012* OR SLIPPED IN WITHOUT BREAKING EVERY VALUE AFTER IT.
071014*------------------------------------------------------------------
071016 2520-CHAIN-AUDIT-ROW.
071018     ADD 1 TO AD-CHAIN-ROW.
071020     MOVE AD-CHAIN-ROW TO ADAUDIT-CHAIN-ROW OF AUDITF.
071022     MOVE ADAUDIT-REC OF AUDITF TO AD-CHAIN-DATA.
071024     PERFORM 2525-CHAIN-ONE-BYTE THRU 2525-EXIT
071026         VARYING AD-CHAIN-SUB FROM 1 BY 1
071028         UNTIL AD-CHAIN-SUB GREATER THAN 129.
071030     MOVE AD-CHAIN-VALUE TO ADAUDIT-CHAIN-VALUE OF AUDITF.
071032 2520-EXIT.
071034     EXIT.
071036
071038 2525-CHAIN-ONE-BYTE.
071040     MOVE AD-CHAIN-CHAR (AD-CHAIN-SUB) TO AD-CHAIN-BYTE.
071042     COMPUTE AD-CHAIN-WORK =
071044         AD-CHAIN-VALUE * 31 + AD-CHAIN-BYTE-CODE + 1.
071046     DIVIDE AD-CHAIN-WORK BY AD-CHAIN-PRIME
071048         GIVING AD-CHAIN-QUOT REMAINDER AD-CHAIN-VALUE.
071050 2525-EXIT.
071052     EXIT.
071054
071100*------------------------------------------------------------------
071200* 2600-ACCUM-ACCT-TOTALS
071210* ROLLS ONE GOOD PAIR INTO ITS ACCOUNT/OPERATION ACCUMULATOR.
072237         TO AD-ACCT-ENTRY (AD-ACCT-SHIFT-SUB + 1).
072238 2650-EXIT.
072239     EXIT.
072240 
072300*------------------------------------------------------------------
072400* 2700-WRITE-EXCEPTION-REC
072500*------------------------------------------------------------------
073507     WRITE ADRECYC-REC.
073508 2750-EXIT.
073509     EXIT.
073510 
073511*------------------------------------------------------------------
073512* 2780-WRITE-SUSPENSE-REC
073513* HOLDS THE CURRENT DETAIL ON THE SUSPENSE FILE AS A SUSPECTED
073514* DUPLICATE - THE RAW TRANSACTION IMAGE, THE REASON SET BY THE
073515* CALLER, WHERE IT WAS HELD AND WHAT IT MATCHED.  IT ENTERS NO
073516* TOTAL AND IS NOT RECYCLED.  THE DESK RELEASES OR CANCELS IT
073517* THROUGH ADSUSREL, AND THE HELD ITEMS LIST ON THE CONTROL REPORT
073518* AT EOJ (SEE 9070).
073519*------------------------------------------------------------------
073520 2780-WRITE-SUSPENSE-REC.
073522     MOVE SPACES TO ADSUSP-REC.
073524     MOVE ADDPAIR-REC TO ADSUSP-TRAN-REC.
073526     MOVE AD-SUSP-REASON-CD TO ADSUSP-REASON-CODE.
073528     MOVE AD-SUSP-REASON-TEXT TO ADSUSP-REASON-TEXT.
073530     MOVE AD-RUN-ID TO ADSUSP-RUN-ID.
073532     MOVE AD-BUS-DATE TO ADSUSP-BUS-DATE.
073534     MOVE AD-CURRENT-SEQ TO ADSUSP-SEQ-NO.
073536     IF AD-IN-BATCH
073538         MOVE AD-BATCH-ID TO ADSUSP-BATCH-ID
073540     END-IF.
073542     MOVE AD-MATCH-RUN-ID TO ADSUSP-MATCH-RUN-ID.
073544     MOVE AD-MATCH-BUS-DATE TO ADSUSP-MATCH-BUS-DATE.
073546     MOVE AD-MATCH-SEQ-NO TO ADSUSP-MATCH-SEQ-NO.
073548     WRITE ADSUSP-REC.
073550 2780-EXIT.
073552     EXIT.
073554
073600*------------------------------------------------------------------
073700* 2800-CHECKPOINT-CHECK
073800* EVERY AD-CHECKPOINT-INTERVAL RECORDS, WRITES
077740*    OVERWRITE THE INCOMING HEADER STILL SITTING THERE.
077750     MOVE ADDPAIR-HDR-BATCH-ID TO AD-NEW-BATCH-ID.
077760     MOVE ADDPAIR-HDR-DEPT TO AD-NEW-BATCH-DEPT.
077780     MOVE AD-CURRENT-SEQ TO AD-NEW-BATCH-SEQ.
077800     IF AD-IN-BATCH
077900         PERFORM 3400-CHECK-OPEN-BATCH THRU 3400-EXIT
078000     END-IF.
078100     SET AD-IN-BATCH TO TRUE.
078200     MOVE AD-NEW-BATCH-ID TO AD-BATCH-ID.
078300     MOVE AD-NEW-BATCH-DEPT TO AD-BATCH-DEPT.
078350     MOVE AD-NEW-BATCH-SEQ TO AD-BATCH-HDR-SEQ.
078400     MOVE ZERO TO AD-BATCH-BUF-CNT.
078500     MOVE ZERO TO AD-BATCH-AMT-TOT.
078550     PERFORM 3050-CHECK-DUP-BATCH THRU 3050-EXIT.
078600     OPEN OUTPUT BATCHWK.
078700     IF NOT AD-REBUILD-MODE
078800         MOVE AD-BATCH-ID TO BHD-ID
079600     END-IF.
079700 3000-EXIT.
079800     EXIT.
079801
079802*------------------------------------------------------------------
079803* 3050-CHECK-DUP-BATCH
079804* LOOKS THE NEW BATCHES ID UP ON THE ACCEPTED-BATCH REGISTER.  AN
079805* ID ALREADY THERE MARKS THE BATCH SUSPECT - IF ITS TRAILER
079806* BALANCES, 3200 HOLDS ITS DETAILS ON THE SUSPENSE FILE (REASON
079807* DB) INSTEAD OF SETTLING THEM.  A REGISTER ENTRY CARRYING THIS
079808* RUNS OWN RUN-ID, BUSINESS DATE AND HEADER SEQUENCE IS THIS VERY
079809* BATCH SEEN AGAIN AFTER A RESTART - NOT A DUPLICATE.  A BLANK
079810* BATCH ID CANNOT BE TRACED AND IS NOT SCREENED.
079811*------------------------------------------------------------------
079812 3050-CHECK-DUP-BATCH.
079813     MOVE 'N' TO AD-BATCH-SUSPECT-SW.
079814     IF NOT AD-BATREG-OPEN
079815         OR AD-BATCH-ID = SPACES
079816         GO TO 3050-EXIT
079817     END-IF.
079818     MOVE AD-BATCH-ID TO ADBATREG-BATCH-ID.
079819     READ BATREGF
079820         INVALID KEY
079821             GO TO 3050-EXIT
079822     END-READ.
079823     IF ADBATREG-RUN-ID = AD-RUN-ID
079824         AND ADBATREG-BUS-DATE = AD-BUS-DATE
079825         AND ADBATREG-HDR-SEQ-NO = AD-BATCH-HDR-SEQ
079826         GO TO 3050-EXIT
079827     END-IF.
079828     SET AD-BATCH-SUSPECT TO TRUE.
079829     MOVE ADBATREG-RUN-ID TO AD-BATCH-MATCH-RUN-ID.
079830     MOVE ADBATREG-BUS-DATE TO AD-BATCH-MATCH-BUS-DATE.
079831     MOVE ADBATREG-HDR-SEQ-NO TO AD-BATCH-MATCH-SEQ-NO.
079832 3050-EXIT.
079833     EXIT.
079834
079835*------------------------------------------------------------------
079836* 3060-REGISTER-BATCH
079837* ENTERS A JUST-ACCEPTED BATCH ON THE ACCEPTED-BATCH REGISTER SO
079838* A RE-SENT COPY IS CAUGHT BY 3050.  A BATCH REPROCESSED AFTER A
079839* RESTART FINDS ITS ENTRY ALREADY THERE AND LEAVES IT.
079840*------------------------------------------------------------------
079841 3060-REGISTER-BATCH.
079842     IF NOT AD-BATREG-OPEN
079843         OR AD-BATCH-ID = SPACES
079844         GO TO 3060-EXIT
079845     END-IF.
079846     MOVE SPACES TO ADBATREG-REC.
079847     MOVE AD-BATCH-ID TO ADBATREG-BATCH-ID.
079848     MOVE AD-BATCH-DEPT TO ADBATREG-DEPT.
079849     MOVE AD-RUN-ID TO ADBATREG-RUN-ID.
079850     MOVE AD-BUS-DATE TO ADBATREG-BUS-DATE.
079851     MOVE AD-BATCH-HDR-SEQ TO ADBATREG-HDR-SEQ-NO.
079852     MOVE AD-BATCH-BUF-CNT TO ADBATREG-REC-COUNT.
079853     MOVE AD-BATCH-AMT-TOT TO ADBATREG-AMOUNT-TOT.
079854     WRITE ADBATREG-REC
079855         INVALID KEY
079856             CONTINUE
079857     END-WRITE.
079858 3060-EXIT.
079859     EXIT.
079900
080000*------------------------------------------------------------------
080100* 3100-BUFFER-BATCH-REC
083500* WHOLE.  A TRAILER WITH NO OPEN BATCH IS ITSELF REJECTED.
083600* THE BATCH STAYS MARKED OPEN WHILE ITS DETAILS REPLAY SO NO
083700* CHECKPOINT CAN FALL INSIDE THE REPLAY (SEE 2800).
083720* A BALANCED BATCH WHOSE ID WAS ALREADY ACCEPTED (SEE 3050) IS
083740* HELD WHOLE ON THE SUSPENSE FILE INSTEAD OF REPLAYED; A BATCH
083760* ACCEPTED HERE IS ENTERED ON THE ACCEPTED-BATCH REGISTER.
083800*------------------------------------------------------------------
083900 3200-END-BATCH.
084000     IF NOT AD-IN-BATCH
085500         END-IF
085600     END-IF.
085700     IF AD-BATCH-BALANCED
085720         IF AD-BATCH-SUSPECT
085740             IF NOT AD-REBUILD-MODE
085760                 MOVE 'DUPLICATE - HELD  ' TO BST-STATUS
085780                 PERFORM 3210-WRITE-BATCH-STAT THRU 3210-EXIT
085800                 PERFORM 3270-SUSPEND-BATCH THRU 3270-EXIT
085820             END-IF
085840         ELSE
085860             IF NOT AD-REBUILD-MODE
085880                 MOVE 'ACCEPTED        '   TO BST-STATUS
085900                 PERFORM 3210-WRITE-BATCH-STAT THRU 3210-EXIT
085920             END-IF
085940             PERFORM 3280-REPLAY-BATCH THRU 3280-EXIT
085960             IF NOT AD-REBUILD-MODE
085980                 PERFORM 3060-REGISTER-BATCH THRU 3060-EXIT
086000             END-IF
086020         END-IF
086500     ELSE
086600         IF NOT AD-REBUILD-MODE
086700             MOVE 'OUT OF BALANCE  '   TO BST-STATUS
087300         END-IF
087400     END-IF.
087500     MOVE 'N' TO AD-IN-BATCH-SW.
087550     MOVE 'N' TO AD-BATCH-SUSPECT-SW.
087600     MOVE ZERO TO AD-BATCH-BUF-CNT.
087700     IF NOT AD-REBUILD-MODE
087800         PERFORM 2800-CHECKPOINT-CHECK THRU 2800-EXIT
094350     PERFORM 3255-READ-BATCHWK THRU 3255-EXIT.
094400 3260-EXIT.
094500     EXIT.
094502
094504*------------------------------------------------------------------
094506* 3270-SUSPEND-BATCH
094508* HOLDS EVERY SPOOLED DETAIL OF A BALANCED BUT ALREADY-ACCEPTED
094510* BATCH ON THE SUSPENSE FILE (REASON DB), EACH UNDER ITS ORIGINAL
094512* READ SEQUENCE AND NAMING THE RUN THAT FIRST ACCEPTED THE BATCH.
094514* THE CALLER HAS ALREADY CLOSED THE SPOOL.
094516*------------------------------------------------------------------
094518 3270-SUSPEND-BATCH.
094520     OPEN INPUT BATCHWK.
094522     MOVE 'N' TO AD-BWK-EOF-SW.
094524     PERFORM 3255-READ-BATCHWK THRU 3255-EXIT.
094526     PERFORM 3275-SUSPEND-ONE-BATCH-REC THRU 3275-EXIT
094528         UNTIL AD-BWK-EOF.
094530     CLOSE BATCHWK.
094532 3270-EXIT.
094534     EXIT.
094536
094538 3275-SUSPEND-ONE-BATCH-REC.
094540     MOVE AD-BWK-IMAGE TO ADDPAIR-REC.
094542     MOVE AD-BWK-SEQ TO AD-CURRENT-SEQ.
094544     MOVE 'DB' TO AD-SUSP-REASON-CD.
094546     MOVE 'BATCH ID ALREADY ACCEPTED' TO AD-SUSP-REASON-TEXT.
094548     MOVE AD-BATCH-MATCH-RUN-ID TO AD-MATCH-RUN-ID.
094550     MOVE AD-BATCH-MATCH-BUS-DATE TO AD-MATCH-BUS-DATE.
094552     MOVE AD-BATCH-MATCH-SEQ-NO TO AD-MATCH-SEQ-NO.
094554     PERFORM 2780-WRITE-SUSPENSE-REC THRU 2780-EXIT.
094556     PERFORM 3255-READ-BATCHWK THRU 3255-EXIT.
094558 3275-EXIT.
094560     EXIT.
094600
094610*------------------------------------------------------------------
094620* 3280-REPLAY-BATCH
096100             PERFORM 2300-COMPUTE-RESULT THRU 2300-EXIT
096200             IF NOT AD-OVERFLOW AND NOT AD-ZERO-DIVIDE
096400                 PERFORM 2600-ACCUM-ACCT-TOTALS THRU 2600-EXIT
096500             END-IF
096600         END-IF
096700     ELSE
099000         PERFORM 3250-REJECT-BATCH THRU 3250-EXIT
099100     END-IF.
099200     MOVE 'N' TO AD-IN-BATCH-SW.
099250     MOVE 'N' TO AD-BATCH-SUSPECT-SW.
099300     MOVE ZERO TO AD-BATCH-BUF-CNT.
099400 3400-EXIT.
099500     EXIT.
102900*------------------------------------------------------------------
103000 9000-TERMINATE-RTN.
103100     PERFORM 9050-WRITE-ACCT-SUBTOTALS THRU 9050-EXIT.
103150     PERFORM 9070-WRITE-SUSPENSE-SECTION THRU 9070-EXIT.
103200     PERFORM 9100-WRITE-RPT-TOTALS THRU 9100-EXIT.
103300     PERFORM 9150-WRITE-EXTRACT-SUMMARY THRU 9150-EXIT.
103400     PERFORM 9170-POST-BALANCE-MASTER THRU 9170-EXIT.
103410     PERFORM 9190-MARK-RUN-COMPLETE THRU 9190-EXIT.
103420     PERFORM 9195-WRITE-RUN-SEAL THRU 9195-EXIT.
103500     PERFORM 9200-CLOSE-FILES THRU 9200-EXIT.
103600     DISPLAY 'ADDITION - RUN ' AD-RUN-ID ' COMPLETE'.
103700     DISPLAY 'RECORDS READ      = ' AD-RECORDS-READ.
103800     DISPLAY 'RECORDS PROCESSED = ' AD-RECORDS-PROCESSED.
103900     DISPLAY 'RECORDS REJECTED  = ' AD-RECORDS-REJECTED.
103950     DISPLAY 'RECORDS SUSPENDED = ' AD-RECORDS-SUSPENDED.
104000     DISPLAY 'GRAND TOTAL (C)   = ' AD-GRAND-TOTAL-C.
104100     IF AD-RECONCILE-MATCH
104200         DISPLAY 'RECONCILIATION    = MATCH'
105130     EVALUATE TRUE
105140         WHEN AD-RECONCILE-MISMATCH
105150             MOVE 8 TO RETURN-CODE
105155         WHEN AD-RECORDS-REJECTED GREATER THAN ZERO
105160             OR AD-RECORDS-SUSPENDED GREATER THAN ZERO
105170             MOVE 4 TO RETURN-CODE
105180         WHEN OTHER
105190             MOVE ZERO TO RETURN-CODE
105230
105240*------------------------------------------------------------------
105250* 9190-MARK-RUN-COMPLETE
105260* FLIPS THE RUN-CONTROL RECORD FOR THIS RUN-ID/BUSINESS DATE/
105270* CYCLE FROM IN-PROGRESS TO COMPLETE AND STAMPS THE END TIME.
105280* ONLY REACHED AT A NORMAL EOJ - AN ABENDED RUN LEAVES THE RECORD
105290* IN-PROGRESS, WHICH STILL PERMITS THE RESTART.
105300*------------------------------------------------------------------
105310 9190-MARK-RUN-COMPLETE.
105340     END-IF.
105350     MOVE AD-RUN-ID TO ADRUNCTL-RUN-ID.
105360     MOVE AD-BUS-DATE TO ADRUNCTL-BUS-DATE.
105365     MOVE AD-CYCLE TO ADRUNCTL-CYCLE.
105370     READ RUNCTLF
105380         INVALID KEY
105390             DISPLAY 'ADDITION - RUNCTLF RECORD LOST AT EOJ'
106030     MOVE 'RECORDS REJECTED              :' TO SUM-LABEL.
106040     MOVE AD-RECORDS-REJECTED TO SUM-VALUE.
106050     WRITE RPT-LINE FROM AD-SUMMARY-LINE AFTER ADVANCING 1 LINE.
106051     MOVE 'SUSPENDED - DUPLICATE PAIR    :' TO SUM-LABEL.
106052     MOVE AD-SUSP-PAIR-CNT TO SUM-VALUE.
106053     WRITE RPT-LINE FROM AD-SUMMARY-LINE AFTER ADVANCING 1 LINE.
106054     MOVE 'SUSPENDED - DUPLICATE BATCH   :' TO SUM-LABEL.
106055     MOVE AD-SUSP-BATCH-CNT TO SUM-VALUE.
106056     WRITE RPT-LINE FROM AD-SUMMARY-LINE AFTER ADVANCING 1 LINE.
106060     MOVE 'RESUBMITTED RECORDS READ      :' TO SUM-LABEL.
106070     MOVE AD-RESUBMITS-READ TO SUM-VALUE.
106080     WRITE RPT-LINE FROM AD-SUMMARY-LINE AFTER ADVANCING 1 LINE.
106082     MOVE 'REDIRECTED - MERGED ACCOUNT   :' TO SUM-LABEL.
106084     MOVE AD-REDIRECTED-CNT TO SUM-VALUE.
106086     WRITE RPT-LINE FROM AD-SUMMARY-LINE AFTER ADVANCING 1 LINE.
106090     IF AD-RECONCILE-MATCH
106100         MOVE 'RECONCILIATION STATUS         : MATCH'
106110             TO SUM-LABEL
107510* ABENDS STILL LEAVES ITS CHECKPOINT IN PLACE FOR THE RESTART.
107520*------------------------------------------------------------------
107530 9200-CLOSE-FILES.
107540     PERFORM 9250-CLOSE-INPUT-FILES THRU 9250-EXIT.
107550     CLOSE RPTOUT.
107560     CLOSE EXCPRPT.
107570     CLOSE AUDITF.
107580     CLOSE GLEXTR.
107590     CLOSE RECYCOUT.
107600     IF AD-RUNCTL-OPEN
107610         CLOSE RUNCTLF
107620     END-IF.
107650         OPEN OUTPUT CHKPTOUT
107660         CLOSE CHKPTOUT
107670     END-IF.
107674     IF AD-SIGIDX-OPEN
107675         CLOSE SIGIDXF
107676     END-IF.
107677     IF AD-BATREG-OPEN
107678         CLOSE BATREGF
107679     END-IF.
107683 9200-EXIT.
107690     EXIT.
107692 
107696*------------------------------------------------------------------
107700* 9250-CLOSE-INPUT-FILES
107704* CLOSES THE FILES 1100 AND 1150 OPEN BEFORE THE RUN IS LET GO
107708* AHEAD - SHARED BY 9200 AND BY A RUN REFUSED AT START-UP (SEE
107712* 0000-MAINLINE), WHICH STOPS BEFORE ANY OUTPUT FILE IS OPENED.
107716*------------------------------------------------------------------
107720 9250-CLOSE-INPUT-FILES.
107724     CLOSE TRANIN.
107728     IF AD-ACCTMST-OPEN
107732         CLOSE ACCTMSTF
107736     END-IF.
107740     IF AD-RATEF-OPEN
107744         CLOSE RATEF
107748     END-IF.
107752     IF AD-AUDIDX-OPEN
107756         CLOSE AUDIDXF
107760     END-IF.
107764     IF AD-ACCTMAP-OPEN
107768         CLOSE ACCTMAPF
107772     END-IF.
107776 9250-EXIT.
107780     EXIT.
107784 
107790*------------------------------------------------------------------
107890* 9070-WRITE-SUSPENSE-SECTION
107990* LISTS EVERY ITEM HELD ON THE SUSPENSE FILE THIS RUN ON THE
108090* CONTROL REPORT, AHEAD OF THE GRAND TOTAL, AND COUNTS THEM BY
108190* REASON FOR THE EOJ SUMMARY.  THE FILE IS CLOSED AND READ BACK,
108290* SO A RESTARTED RUN ALSO LISTS WHAT THE ABENDED RUN HELD.  THE
108390* SECTION IS LEFT OFF WHEN NOTHING WAS HELD.
108490*------------------------------------------------------------------
108590 9070-WRITE-SUSPENSE-SECTION.
108690     CLOSE SUSPOUT.
108790     OPEN INPUT SUSPOUT.
108890     MOVE 'N' TO AD-SUSP-EOF-SW.
108990     PERFORM 9075-READ-SUSPENSE THRU 9075-EXIT.
109090     IF NOT AD-SUSP-EOF
109190         IF AD-LINE-COUNT NOT LESS THAN AD-MAX-LINES-PER-PAGE
109290             PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
109390         END-IF
109490         WRITE RPT-LINE FROM AD-SUSP-HDG AFTER ADVANCING 2 LINES
109590         WRITE RPT-LINE FROM AD-SUSP-LEGEND AFTER ADVANCING 1 LINE
109690         WRITE RPT-LINE FROM AD-SUSP-COL-HDG
109790             AFTER ADVANCING 1 LINE
109890         ADD 4 TO AD-LINE-COUNT
109990     END-IF.
110090     PERFORM 9080-WRITE-ONE-SUSPENSE THRU 9080-EXIT
110190         UNTIL AD-SUSP-EOF.
110290     CLOSE SUSPOUT.
110390 9070-EXIT.
110490     EXIT.
110590
110690 9075-READ-SUSPENSE.
110790     READ SUSPOUT
110890         AT END SET AD-SUSP-EOF TO TRUE
110990     END-READ.
111090 9075-EXIT.
111190     EXIT.
111290
111390 9080-WRITE-ONE-SUSPENSE.
111490     ADD 1 TO AD-RECORDS-SUSPENDED.
111590     IF ADSUSP-DUP-BATCH
111690         ADD 1 TO AD-SUSP-BATCH-CNT
111790     ELSE
111890         ADD 1 TO AD-SUSP-PAIR-CNT
111990     END-IF.
112090     MOVE ADSUSP-TRAN-REC TO ADDPAIR-REC.
112190     MOVE ADSUSP-SEQ-NO TO SUSP-SEQ.
112290     MOVE ADDPAIR-ACCOUNT TO SUSP-ACCOUNT.
112390     IF ADDPAIR-A IS NUMERIC
112490         MOVE ADDPAIR-A TO SUSP-A
112590     ELSE
112690         MOVE ZERO TO SUSP-A
112790     END-IF.
112890     MOVE ADDPAIR-OP-CODE TO SUSP-OP.
112990     IF ADDPAIR-B IS NUMERIC
113090         MOVE ADDPAIR-B TO SUSP-B
113190     ELSE
113290         MOVE ZERO TO SUSP-B
113390     END-IF.
113490     MOVE ADDPAIR-CURRENCY TO SUSP-CCY.
113590     MOVE ADSUSP-REASON-CODE TO SUSP-REASON.
113690     MOVE ADSUSP-BATCH-ID TO SUSP-BATCH.
113790     MOVE ADSUSP-MATCH-RUN-ID TO SUSP-MATCH-RUN.
113890     MOVE ADSUSP-MATCH-BUS-DATE TO SUSP-MATCH-DATE.
113990     MOVE ADSUSP-MATCH-SEQ-NO TO SUSP-MATCH-SEQ.
114090     IF AD-LINE-COUNT NOT LESS THAN AD-MAX-LINES-PER-PAGE
114190         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
114290     END-IF.
114390     WRITE RPT-LINE FROM AD-SUSP-LINE AFTER ADVANCING 1 LINE.
114490     ADD 1 TO AD-LINE-COUNT.
114590     PERFORM 9075-READ-SUSPENSE THRU 9075-EXIT.
114690 9080-EXIT.
114790     EXIT.
114800
114810*------------------------------------------------------------------
114820* 9195-WRITE-RUN-SEAL
114830* SEALS THIS RUNS AUDIT ROWS ON SEALF - ROW COUNT AND LAST CHAIN
114840* VALUE, KEYED RUN-ID/BUSINESS DATE/CYCLE AND THE TIMESTAMP OF
114850* THE FIRST ROW.  ONLY REACHED AT A NORMAL EOJ, SO A RUN THAT
114860* NEVER FINISHED HAS NO SEAL.  A SEAL FILE THAT CANNOT BE OPENED
114870* IS REPORTED AND THE SEAL SKIPPED, AS FOR RUNCTLF - THE
114880* VERIFICATION THEN REPORTS THE RUN UNSEALED.
114890*------------------------------------------------------------------
114900 9195-WRITE-RUN-SEAL.
114910     OPEN I-O SEALF.
114920     IF AD-SEALF-STATUS = '35'
114930         OPEN OUTPUT SEALF
114940         CLOSE SEALF
114950         OPEN I-O SEALF
114960     END-IF.
114970     IF AD-SEALF-STATUS NOT = '00' AND NOT = '05'
114980         DISPLAY 'ADDITION - SEALF OPEN FAILED, STATUS = '
114990             AD-SEALF-STATUS
115000         DISPLAY 'ADDITION - AUDIT TRAIL NOT SEALED THIS RUN'
115010         GO TO 9195-EXIT
115020     END-IF.
115030     MOVE SPACES TO ADSEAL-REC.
115040     SET ADSEAL-AUDIT-TRAIL TO TRUE.
115050     MOVE AD-RUN-ID TO ADSEAL-RUN-ID.
115060     MOVE AD-BUS-DATE TO ADSEAL-BUS-DATE.
115070     MOVE AD-CYCLE TO ADSEAL-CYCLE.
115080     MOVE AD-CHAIN-OPENED-TS TO ADSEAL-OPENED-TS.
115090     MOVE AD-CHAIN-ROW TO ADSEAL-ROWS.
115100     MOVE AD-CHAIN-VALUE TO ADSEAL-CHAIN.
115110     ACCEPT AD-SYSTEM-DATE FROM DATE.
115120     ACCEPT AD-SYSTEM-TIME FROM TIME.
115130     STRING
115140         '20' AD-SYS-YY '-' AD-SYS-MM '-' AD-SYS-DD ' '
115150         AD-SYS-HH ':' AD-SYS-MN ':' AD-SYS-SS
115160         DELIMITED BY SIZE INTO ADSEAL-SEALED-TS
115170     END-STRING.
115180*    A RERUN INSIDE THE SAME MINUTE SHARES THE KEY - ITS SEAL
115190*    REPLACES THE EARLIER ONE, MATCHING THE ROWS NOW ON FILE.
115200     WRITE ADSEAL-REC
115210         INVALID KEY
115220             REWRITE ADSEAL-REC
115230                 INVALID KEY
115240                     DISPLAY 'ADDITION - SEALF WRITE FAILED'
115250             END-REWRITE
115260     END-WRITE.
115270     CLOSE SEALF.
115280 9195-EXIT.
115290     EXIT.
