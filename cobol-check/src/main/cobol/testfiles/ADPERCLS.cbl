000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADPERCLS.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  ACCOUNTING PERIOD CLOSE AND
001400*                 REOPEN.  A CLOSE CARD (SEE ADPERCRD) PROVES
001500*                 EVERY BUSINESS DATE OF THE MONTH SETTLED ON THE
001600*                 RUN-CONTROL FILE (ADRUNCTL) WITH NOTHING LEFT
001700*                 IN PROGRESS, FREEZES EVERY BALANCE MASTER ROW
001800*                 TO THE PERIOD SNAPSHOT (PERSNPF, SEE ADPERSNP)
001900*                 AND MARKS THE PERIOD CLOSED ON THE NEW PERIOD-
002000*                 CONTROL FILE (PERCTLF, SEE ADPERCTL) - THE LOCK
002100*                 ADDITION AND ADBALMNT HONOUR.  A REOPEN CARD
002200*                 LIFTS THE LOCK.  BOTH ARE LOGGED TO PERLOGF
002300*                 (ADPERLOG) WITH THE OPERATOR ID.
002320* 10/15/2026 RD   SETTLEMENT CYCLES.  A DATE NOW COUNTS AS SETTLED
002340*                 ONLY WHEN EVERY CYCLE RUN FOR IT (SEE ADRUNCTL)
002360*                 IS COMPLETE; EACH CYCLE LEFT IN PROGRESS IS
002380*                 LISTED BY NUMBER AND REFUSES THE CLOSE.
002385* 10/15/2026 RD   PERLOGF NOW HAS A FILE STATUS.  A LOG THAT WILL
002390*                 NOT OPEN, OR A ROW THAT CANNOT BE WRITTEN, IS
002395*                 REPORTED AND ENDS THE RUN WITH CONDITION CODE 4.
002400
002500* REMARKS.
002600*     A BUSINESS DATE IS ANY WEEKDAY.  EVERY RUN-ID THAT SETTLED
002700*     AT LEAST ONCE IN THE MONTH IS CHECKED FOR EVERY WEEKDAY OF
002800*     IT - A WEEKDAY WITH NO RUN-CONTROL RECORD REFUSES THE CLOSE
002900*     UNLESS THE CARD ACCEPTS MISSING DATES (BANK HOLIDAYS).  A
003000*     RUN IN PROGRESS ON ANY DATE OF THE MONTH, WEEKEND INCLUDED,
003100*     ALWAYS REFUSES IT, AS DOES A MONTH NOT YET OVER.  THE
003200*     SNAPSHOT IS THE BALANCE MASTER AS IT STANDS AT THE CLOSE -
003300*     A ROW ALREADY POSTED PAST THE PERIOD END IS FLAGGED AND
003400*     LISTED, SO CLOSE THE MONTH BEFORE THE NEXT ONE SETTLES.
003500*     ENDS WITH CONDITION CODE 8 WHEN THE PERIOD-CONTROL FILE
003600*     NEVER OPENED, 4 WHEN ANY CARD WAS REFUSED OR A CLOSE WAS
003700*     TAKEN WITH LATE POSTINGS OR ACCEPTED MISSING DATES, 0 CLEAN.
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 SPECIAL-NAMES.
004400     C01 IS TOP-OF-PAGE.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PERCARD
004900         ASSIGN TO PERCARD
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT PERCTLF
005300         ASSIGN TO PERCTLF
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ADPERCTL-KEY
005700         FILE STATUS IS PC-PERCTLF-STATUS.
005800
005900     SELECT RUNCTLF
006000         ASSIGN TO RUNCTLF
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ADRUNCTL-KEY
006400         FILE STATUS IS PC-RUNCTLF-STATUS.
006500
006600     SELECT BALMSTF
006700         ASSIGN TO BALMSTF
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ADBALMST-KEY
007100         FILE STATUS IS PC-BALMSTF-STATUS.
007200
007300     SELECT PERSNPF
007400         ASSIGN TO PERSNPF
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS ADPERSNP-KEY
007800         FILE STATUS IS PC-PERSNPF-STATUS.
007900
008000     SELECT OPTIONAL PERLOGF
008100         ASSIGN TO PERLOGF
008200         ORGANIZATION IS SEQUENTIAL
008250         FILE STATUS IS PC-PERLOGF-STATUS.
008300
008400     SELECT PERRPT
008500         ASSIGN TO PERRPT
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000
009100 FD  PERCARD
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 80 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ADPERCRD.
009600
009700 FD  PERCTLF
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ADPERCTL.
010100
010200 FD  RUNCTLF
010300     RECORD CONTAINS 80 CHARACTERS
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ADRUNCTL.
010600
010700 FD  BALMSTF
010800     RECORD CONTAINS 80 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000     COPY ADBALMST.
011100
011200 FD  PERSNPF
011300     RECORD CONTAINS 80 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500     COPY ADPERSNP.
011600
011700 FD  PERLOGF
011800     RECORDING MODE IS F
011900     RECORD CONTAINS 80 CHARACTERS
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ADPERLOG.
012200
012300 FD  PERRPT
012400     RECORD CONTAINS 132 CHARACTERS
012500     LABEL RECORDS ARE STANDARD.
012600 01  PERRPT-LINE                     PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900
013000*-----------------------------------------------------------------
013100* FILE STATUS AND SWITCHES
013200*-----------------------------------------------------------------
013300 77  PC-PERCTLF-STATUS               PIC X(02) VALUE "00".
013400 77  PC-RUNCTLF-STATUS               PIC X(02) VALUE "00".
013500 77  PC-BALMSTF-STATUS               PIC X(02) VALUE "00".
013600 77  PC-PERSNPF-STATUS               PIC X(02) VALUE "00".
013650 77  PC-PERLOGF-STATUS               PIC X(02) VALUE "00".
013700 77  PC-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
013800     88  PC-CARD-EOF                 VALUE 'Y'.
013900 77  PC-PERCTL-OPEN-SW                PIC X(01) VALUE 'N'.
014000     88  PC-PERCTL-OPEN              VALUE 'Y'.
014100 77  PC-RUNCTL-OPEN-SW                PIC X(01) VALUE 'N'.
014200     88  PC-RUNCTL-OPEN              VALUE 'Y'.
014300 77  PC-BALMST-OPEN-SW                PIC X(01) VALUE 'N'.
014400     88  PC-BALMST-OPEN              VALUE 'Y'.
014500 77  PC-PERSNP-OPEN-SW                PIC X(01) VALUE 'N'.
014600     88  PC-PERSNP-OPEN              VALUE 'Y'.
014610 77  PC-PERLOG-OPEN-SW                PIC X(01) VALUE 'N'.
014620     88  PC-PERLOG-OPEN              VALUE 'Y'.
014700 77  PC-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
014800     88  PC-CTL-EOF                  VALUE 'Y'.
014900 77  PC-MASTER-EOF-SW                 PIC X(01) VALUE 'N'.
015000     88  PC-MASTER-EOF               VALUE 'Y'.
015100 77  PC-CARD-OK-SW                    PIC X(01) VALUE 'N'.
015200     88  PC-CARD-OK                  VALUE 'Y'.
015300 77  PC-PERCTL-FOUND-SW               PIC X(01) VALUE 'N'.
015400     88  PC-PERCTL-FOUND             VALUE 'Y'.
015500 77  PC-RUN-FOUND-SW                  PIC X(01) VALUE 'N'.
015600     88  PC-RUN-FOUND                VALUE 'Y'.
015610 77  PC-CYC-EOF-SW                    PIC X(01) VALUE 'N'.
015620     88  PC-CYC-EOF                  VALUE 'Y'.
015630 77  PC-CYC-FOUND-SW                  PIC X(01) VALUE 'N'.
015640     88  PC-CYC-FOUND                VALUE 'Y'.
015650 77  PC-CYC-OPEN-SW                   PIC X(01) VALUE 'N'.
015660     88  PC-CYC-NOT-COMPLETE         VALUE 'Y'.
015700 77  PC-SNAP-ERROR-SW                 PIC X(01) VALUE 'N'.
015800     88  PC-SNAP-ERROR               VALUE 'Y'.
015900 77  PC-WARNING-SW                    PIC X(01) VALUE 'N'.
016000     88  PC-WARNING-RAISED           VALUE 'Y'.
016100
016200*-----------------------------------------------------------------
016300* THE PERIOD ON THE CARD - FIRST AND LAST DATE, AS STRINGS AND
016400* AS INTRINSIC DAY NUMBERS
016500*-----------------------------------------------------------------
016600 77  PC-PERIOD-START                 PIC X(10) VALUE SPACES.
016700 77  PC-PERIOD-END                   PIC X(10) VALUE SPACES.
016800 77  PC-START-INT                    PIC 9(08) COMP VALUE ZERO.
016900 77  PC-END-INT                      PIC 9(08) COMP VALUE ZERO.
017000 77  PC-DATE-INT                     PIC 9(08) COMP VALUE ZERO.
017100 01  PC-YMD                          PIC 9(08).
017200 01  PC-YMD-R REDEFINES PC-YMD.
017300     05  PC-YMD-YYYY                 PIC 9(04).
017400     05  PC-YMD-MM                   PIC 9(02).
017500     05  PC-YMD-DD                   PIC 9(02).
017600 01  PC-CUR-DATE                     PIC X(10) VALUE SPACES.
017700
017800*-----------------------------------------------------------------
017900* DAY OF THE WEEK - DAY NUMBER 1 (01/01/1601) WAS A MONDAY, SO
018000* THE REMAINDER OF (DAY NUMBER - 1) / 7 RUNS 0 MONDAY TO 6
018100* SUNDAY.
018200*-----------------------------------------------------------------
018300 77  PC-DOW-BASE                     PIC 9(08) COMP VALUE ZERO.
018400 77  PC-DOW-QUOT                     PIC 9(08) COMP VALUE ZERO.
018500 77  PC-DOW                          PIC 9(01) COMP VALUE ZERO.
018600     88  PC-WEEKDAY                  VALUE 0 THRU 4.
018700
018800*-----------------------------------------------------------------
018900* RUN-IDS THAT SETTLED IN THE PERIOD
019000*-----------------------------------------------------------------
019100 01  PC-RUN-TABLE.
019200     05  PC-RUN-ENTRY OCCURS 100 TIMES.
019300         10  PC-RT-RUN-ID            PIC X(08).
019400 77  PC-RUN-MAX                      PIC 9(03) COMP VALUE 100.
019500 77  PC-RUN-COUNT                    PIC 9(03) COMP VALUE ZERO.
019600 77  PC-RUN-SUB                      PIC 9(03) COMP VALUE ZERO.
019700 77  PC-RUN-SCAN-SUB                 PIC 9(03) COMP VALUE ZERO.
019800
019900*-----------------------------------------------------------------
020000* RESULTS OF ONE CLOSE - RUN-CONTROL CHECK AND SNAPSHOT
020100*-----------------------------------------------------------------
020200 77  PC-DATES-COMPLETE               PIC 9(09) COMP VALUE ZERO.
020300 77  PC-DATES-IN-PROGRESS            PIC 9(09) COMP VALUE ZERO.
020400 77  PC-DATES-MISSING                PIC 9(09) COMP VALUE ZERO.
020500 77  PC-SNAP-ROWS                    PIC 9(09) COMP VALUE ZERO.
020600 77  PC-SNAP-LATE                    PIC 9(09) COMP VALUE ZERO.
020700 77  PC-SNAP-TOTAL                   PIC S9(13)V99 VALUE ZERO.
020800 77  PC-LOG-ACTION                   PIC X(01) VALUE SPACE.
020900
021000*-----------------------------------------------------------------
021100* COUNTS FOR THE EOJ SUMMARY
021200*-----------------------------------------------------------------
021300 77  PC-CARDS-READ                   PIC 9(09) COMP VALUE ZERO.
021400 77  PC-CARDS-REFUSED                PIC 9(09) COMP VALUE ZERO.
021500 77  PC-PERIODS-CLOSED               PIC 9(09) COMP VALUE ZERO.
021600 77  PC-PERIODS-REOPENED             PIC 9(09) COMP VALUE ZERO.
021700 77  PC-ROWS-FROZEN                  PIC 9(09) COMP VALUE ZERO.
021800
021900*-----------------------------------------------------------------
022000* REPORT PAGE / LINE CONTROL
022100*-----------------------------------------------------------------
022200 77  PC-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
022300 77  PC-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
022400 77  PC-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
022500
022600*-----------------------------------------------------------------
022700* SYSTEM DATE AND TIME FOR THE HEADING, THE LOG AND THE
022800* PERIOD RECORD
022900*-----------------------------------------------------------------
023000 01  PC-SYSTEM-DATE.
023100     05  PC-SYS-YY                   PIC 9(02).
023200     05  PC-SYS-MM                   PIC 9(02).
023300     05  PC-SYS-DD                   PIC 9(02).
023400 01  PC-SYSTEM-TIME.
023500     05  PC-SYS-HH                   PIC 9(02).
023600     05  PC-SYS-MN                   PIC 9(02).
023700     05  PC-SYS-SS                   PIC 9(02).
023800     05  PC-SYS-HS                   PIC 9(02).
023900 01  PC-TIMESTAMP                    PIC X(26).
024000 01  PC-TODAY-DATE                   PIC X(10).
024100 01  PC-HDG-DATE                     PIC X(10).
024200
024300*-----------------------------------------------------------------
024400* PRINT LINE LAYOUTS FOR PERRPT
024500*-----------------------------------------------------------------
024600 01  PC-HDG1.
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  FILLER                      PIC X(44)
024900             VALUE 'ADPERCLS - ACCOUNTING PERIOD CLOSE'.
025000     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
025100     05  PC-HDG1-DATE                PIC X(10).
025200     05  FILLER                      PIC X(03) VALUE SPACES.
025300     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
025400     05  PC-HDG1-PAGE                PIC ZZZZ9.
025500
025600 01  PC-ACTION-LINE.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  PC-ACT-TEXT                 PIC X(34).
025900     05  PC-ACT-PERIOD               PIC X(07).
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  PC-ACT-OPERATOR             PIC X(08).
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  PC-ACT-DETAIL               PIC X(40).
026400
026500 01  PC-RC-LINE.
026600     05  FILLER                      PIC X(06) VALUE SPACES.
026700     05  PC-RC-RUN-ID                PIC X(08).
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  PC-RC-DATE                  PIC X(10).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  PC-RC-NOTE                  PIC X(30).
027200
027300 01  PC-LATE-LINE.
027400     05  FILLER                      PIC X(06) VALUE SPACES.
027500     05  PC-LT-RUN-ID                PIC X(08).
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  PC-LT-ACCOUNT               PIC X(08).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  PC-LT-BALANCE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  FILLER                      PIC X(16)
028200             VALUE 'LAST POSTED ON: '.
028300     05  PC-LT-LAST-POST             PIC X(10).
028400
028500 01  PC-AMOUNT-LINE.
028600     05  FILLER                      PIC X(06) VALUE SPACES.
028700     05  PC-AMT-LABEL                PIC X(30).
028800     05  PC-AMT-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
028900
029000 01  PC-COUNT-LINE.
029100     05  FILLER                      PIC X(06) VALUE SPACES.
029200     05  PC-CNT-LABEL                PIC X(30).
029300     05  PC-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
029400
029500 01  PC-SUMMARY-LINE.
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  PC-SUM-LABEL                PIC X(34).
029800     05  PC-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
029900
030000 PROCEDURE DIVISION.
030100
030200*-----------------------------------------------------------------
030300* 0000-MAINLINE
030400* DRIVES THE ENTIRE RUN.
030500*-----------------------------------------------------------------
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
030800     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
030900         UNTIL PC-CARD-EOF.
031000     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
031100     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
031200     GOBACK.
031300
031400*-----------------------------------------------------------------
031500* 1000-INITIALIZE-RTN
031600* OPENS THE FILES AND PRIMES THE CARD READ.  A PERIOD-CONTROL
031700* FILE THAT CANNOT BE OPENED REFUSES EVERY CARD (CONDITION CODE
031800* 8).  WITHOUT THE RUN-CONTROL FILE, THE BALANCE MASTER OR THE
031900* SNAPSHOT FILE A CLOSE CANNOT BE PROVED OR FROZEN, SO ONLY
032000* REOPENS ARE TAKEN.  THE PERIOD-CONTROL AND SNAPSHOT FILES ARE
032100* PRIMED EMPTY ON FIRST USE.
032200*-----------------------------------------------------------------
032300 1000-INITIALIZE-RTN.
032400     ACCEPT PC-SYSTEM-DATE FROM DATE.
032500     ACCEPT PC-SYSTEM-TIME FROM TIME.
032600     STRING
032700         '20' PC-SYS-YY '-' PC-SYS-MM '-' PC-SYS-DD
032800         ' ' PC-SYS-HH ':' PC-SYS-MN ':' PC-SYS-SS
032900         DELIMITED BY SIZE INTO PC-TIMESTAMP
033000     END-STRING.
033100     STRING
033200         PC-SYS-MM '/' PC-SYS-DD '/' '20' PC-SYS-YY
033300         DELIMITED BY SIZE INTO PC-HDG-DATE
033400     END-STRING.
033500     MOVE PC-HDG-DATE TO PC-HDG1-DATE.
033600     MOVE PC-TIMESTAMP (1:10) TO PC-TODAY-DATE.
033700     OPEN INPUT PERCARD.
033800     OPEN OUTPUT PERRPT.
033900     OPEN EXTEND PERLOGF.
033910     IF PC-PERLOGF-STATUS = '00' OR '05'
033920         SET PC-PERLOG-OPEN TO TRUE
033930     ELSE
033940         DISPLAY 'ADPERCLS - PERLOGF OPEN FAILED, STATUS = '
033950             PC-PERLOGF-STATUS
033960         DISPLAY 'ADPERCLS - CLOSES AND REOPENS WILL NOT BE '
033970             'LOGGED THIS RUN'
033980         SET PC-WARNING-RAISED TO TRUE
033990     END-IF.
034000     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
034100     OPEN I-O PERCTLF.
034200     IF PC-PERCTLF-STATUS = '35'
034300         OPEN OUTPUT PERCTLF
034400         CLOSE PERCTLF
034500         OPEN I-O PERCTLF
034600     END-IF.
034700     IF PC-PERCTLF-STATUS = '00' OR '05'
034800         SET PC-PERCTL-OPEN TO TRUE
034900     ELSE
035000         DISPLAY 'ADPERCLS - PERCTLF OPEN FAILED, STATUS = '
035100             PC-PERCTLF-STATUS
035200         DISPLAY 'ADPERCLS - EVERY CARD WILL BE REFUSED THIS RUN'
035300     END-IF.
035400     OPEN INPUT RUNCTLF.
035500     IF PC-RUNCTLF-STATUS = '00' OR '05'
035600         SET PC-RUNCTL-OPEN TO TRUE
035700     ELSE
035800         DISPLAY 'ADPERCLS - RUNCTLF OPEN FAILED, STATUS = '
035900             PC-RUNCTLF-STATUS
036000     END-IF.
036100     OPEN INPUT BALMSTF.
036200     IF PC-BALMSTF-STATUS = '00' OR '05'
036300         SET PC-BALMST-OPEN TO TRUE
036400     ELSE
036500         DISPLAY 'ADPERCLS - BALMSTF OPEN FAILED, STATUS = '
036600             PC-BALMSTF-STATUS
036700     END-IF.
036800     OPEN I-O PERSNPF.
036900     IF PC-PERSNPF-STATUS = '35'
037000         OPEN OUTPUT PERSNPF
037100         CLOSE PERSNPF
037200         OPEN I-O PERSNPF
037300     END-IF.
037400     IF PC-PERSNPF-STATUS = '00' OR '05'
037500         SET PC-PERSNP-OPEN TO TRUE
037600     ELSE
037700         DISPLAY 'ADPERCLS - PERSNPF OPEN FAILED, STATUS = '
037800             PC-PERSNPF-STATUS
037900     END-IF.
038000     IF NOT PC-RUNCTL-OPEN
038100         OR NOT PC-BALMST-OPEN
038200         OR NOT PC-PERSNP-OPEN
038300         DISPLAY 'ADPERCLS - NO PERIOD CAN BE CLOSED THIS RUN'
038400     END-IF.
038500     PERFORM 2800-READ-CARD THRU 2800-EXIT.
038600 1000-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* 1500-WRITE-RPT-HEADING
039100*-----------------------------------------------------------------
039200 1500-WRITE-RPT-HEADING.
039300     ADD 1 TO PC-PAGE-COUNT.
039400     MOVE PC-PAGE-COUNT TO PC-HDG1-PAGE.
039500     WRITE PERRPT-LINE FROM PC-HDG1 AFTER ADVANCING PAGE.
039600     MOVE ZERO TO PC-LINE-COUNT.
039700 1500-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------------
040100* 2000-PROCESS-CARDS
040200* MAIN LOOP - ONE CLOSE OR REOPEN CARD PER PASS.
040300*-----------------------------------------------------------------
040400 2000-PROCESS-CARDS.
040500     ADD 1 TO PC-CARDS-READ.
040600     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
040700     IF PC-CARD-OK
040800         IF ADPERCRD-CLOSE
040900             PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
041000         ELSE
041100             PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
041200         END-IF
041300     END-IF.
041400     PERFORM 2800-READ-CARD THRU 2800-EXIT.
041500 2000-EXIT.
041600     EXIT.
041700
041800*-----------------------------------------------------------------
041900* 2100-EDIT-CARD
042000* CHECKS THE FUNCTION, THE PERIOD AND THE OPERATOR, WORKS OUT
042100* THE FIRST AND LAST DATE OF THE PERIOD AND READS ITS CONTROL
042200* RECORD.  PC-CARD-OK IS SET ONLY WHEN THE CARD MAY BE ACTED ON.
042300*-----------------------------------------------------------------
042400 2100-EDIT-CARD.
042500     MOVE 'N' TO PC-CARD-OK-SW.
042600     IF NOT PC-PERCTL-OPEN
042700         MOVE 'REFUSED - PERCTLF NOT OPEN:       ' TO PC-ACT-TEXT
042800         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
042900         GO TO 2100-EXIT
043000     END-IF.
043100     IF NOT ADPERCRD-CLOSE AND NOT ADPERCRD-REOPEN
043200         MOVE 'REFUSED - UNKNOWN FUNCTION:       ' TO PC-ACT-TEXT
043300         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
043400         GO TO 2100-EXIT
043500     END-IF.
043600     IF ADPERCRD-YYYY IS NOT NUMERIC
043700         OR ADPERCRD-MM IS NOT NUMERIC
043800         OR ADPERCRD-DASH NOT = '-'
043900         MOVE 'REFUSED - PERIOD NOT YYYY-MM:     ' TO PC-ACT-TEXT
044000         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
044100         GO TO 2100-EXIT
044200     END-IF.
044300     MOVE ADPERCRD-YYYY TO PC-YMD-YYYY.
044400     MOVE ADPERCRD-MM TO PC-YMD-MM.
044500     MOVE 1 TO PC-YMD-DD.
044600     IF PC-YMD-MM = ZERO OR PC-YMD-MM GREATER THAN 12
044700         OR PC-YMD-YYYY LESS THAN 1601
044800         OR PC-YMD-YYYY GREATER THAN 9998
044900         MOVE 'REFUSED - PERIOD NOT YYYY-MM:     ' TO PC-ACT-TEXT
045000         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
045100         GO TO 2100-EXIT
045200     END-IF.
045300     IF ADPERCRD-OPERATOR = SPACES
045400         MOVE 'REFUSED - NO OPERATOR ID:         ' TO PC-ACT-TEXT
045500         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
045600         GO TO 2100-EXIT
045700     END-IF.
045800     COMPUTE PC-START-INT = FUNCTION INTEGER-OF-DATE (PC-YMD).
045900     MOVE SPACES TO PC-PERIOD-START.
046000     STRING
046100         ADPERCRD-PERIOD '-01'
046200         DELIMITED BY SIZE INTO PC-PERIOD-START
046300     END-STRING.
046400     IF PC-YMD-MM = 12
046500         ADD 1 TO PC-YMD-YYYY
046600         MOVE 1 TO PC-YMD-MM
046700     ELSE
046800         ADD 1 TO PC-YMD-MM
046900     END-IF.
047000     COMPUTE PC-END-INT = FUNCTION INTEGER-OF-DATE (PC-YMD) - 1.
047100     MOVE PC-END-INT TO PC-DATE-INT.
047200     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
047300     MOVE PC-CUR-DATE TO PC-PERIOD-END.
047400     MOVE 'N' TO PC-PERCTL-FOUND-SW.
047500     MOVE ADPERCRD-PERIOD TO ADPERCTL-PERIOD.
047600     READ PERCTLF
047700         INVALID KEY
047800             CONTINUE
047900         NOT INVALID KEY
048000             SET PC-PERCTL-FOUND TO TRUE
048100     END-READ.
048200     SET PC-CARD-OK TO TRUE.
048300 2100-EXIT.
048400     EXIT.
048500
048600 2800-READ-CARD.
048700     READ PERCARD
048800         AT END SET PC-CARD-EOF TO TRUE
048900     END-READ.
049000 2800-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------------
049400* 2900-WRITE-REFUSAL
049500* A REFUSED CARD - THE CALLER HAS SET THE TEXT AND MAY HAVE SET
049600* THE DETAIL.  NOTHING IS LOGGED FOR A REFUSAL.
049700*-----------------------------------------------------------------
049800 2900-WRITE-REFUSAL.
049900     MOVE ADPERCRD-PERIOD TO PC-ACT-PERIOD.
050000     MOVE ADPERCRD-OPERATOR TO PC-ACT-OPERATOR.
050100     PERFORM 2950-WRITE-ACTION-LINE THRU 2950-EXIT.
050200     MOVE SPACES TO PC-ACT-DETAIL.
050300     ADD 1 TO PC-CARDS-REFUSED.
050400 2900-EXIT.
050500     EXIT.
050600
050700*-----------------------------------------------------------------
050800* 2950-WRITE-ACTION-LINE
050900* ALL ACTION/RESULT LINES GO OUT THROUGH HERE SO EVERY ONE
051000* COUNTS AGAINST THE PAGE AND REPAGINATES ON OVERFLOW.
051100*-----------------------------------------------------------------
051200 2950-WRITE-ACTION-LINE.
051300     IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
051400         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
051500     END-IF.
051600     WRITE PERRPT-LINE FROM PC-ACTION-LINE
051700         AFTER ADVANCING 2 LINES.
051800     ADD 2 TO PC-LINE-COUNT.
051900 2950-EXIT.
052000     EXIT.
052100
052200*-----------------------------------------------------------------
052300* 3000-CLOSE-PERIOD
052400* A PERIOD IS CLOSED ONLY WHEN IT IS OVER, NOT ALREADY CLOSED,
052500* AND THE RUN-CONTROL FILE SHOWS EVERY BUSINESS DATE OF IT
052600* SETTLED WITH NOTHING IN PROGRESS.  THE BALANCE MASTER IS THEN
052700* FROZEN TO THE SNAPSHOT AND ONLY AFTER THAT IS THE PERIOD
052800* MARKED CLOSED AND THE CLOSE LOGGED.
052900*-----------------------------------------------------------------
053000 3000-CLOSE-PERIOD.
053100     MOVE SPACES TO PC-ACT-DETAIL.
053200     IF PC-PERCTL-FOUND AND ADPERCTL-CLOSED
053300         MOVE 'REFUSED - PERIOD ALREADY CLOSED:  ' TO PC-ACT-TEXT
053400         STRING 'CLOSED ' ADPERCTL-CLOSED-DATE ' BY '
053500             ADPERCTL-CLOSED-BY
053600             DELIMITED BY SIZE INTO PC-ACT-DETAIL
053700         END-STRING
053800         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
053900         GO TO 3000-EXIT
054000     END-IF.
054100     IF NOT PC-RUNCTL-OPEN
054200         OR NOT PC-BALMST-OPEN
054300         OR NOT PC-PERSNP-OPEN
054400         MOVE 'REFUSED - CLOSE FILES NOT OPEN:   ' TO PC-ACT-TEXT
054500         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
054600         GO TO 3000-EXIT
054700     END-IF.
054800     IF PC-PERIOD-END GREATER THAN PC-TODAY-DATE
054900         MOVE 'REFUSED - PERIOD NOT YET OVER:    ' TO PC-ACT-TEXT
055000         STRING 'PERIOD ENDS ' PC-PERIOD-END
055100             DELIMITED BY SIZE INTO PC-ACT-DETAIL
055200         END-STRING
055300         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
055400         GO TO 3000-EXIT
055500     END-IF.
055600     MOVE 'CLOSE REQUESTED:                  ' TO PC-ACT-TEXT.
055700     MOVE ADPERCRD-PERIOD TO PC-ACT-PERIOD.
055800     MOVE ADPERCRD-OPERATOR TO PC-ACT-OPERATOR.
055900     STRING PC-PERIOD-START ' TO ' PC-PERIOD-END
056000         DELIMITED BY SIZE INTO PC-ACT-DETAIL
056100     END-STRING.
056200     PERFORM 2950-WRITE-ACTION-LINE THRU 2950-EXIT.
056300     MOVE SPACES TO PC-ACT-DETAIL.
056400     PERFORM 3100-CHECK-RUN-CONTROL THRU 3100-EXIT.
056500     IF PC-RUN-COUNT = ZERO
056600         MOVE 'REFUSED - NOTHING SETTLED IN IT:  ' TO PC-ACT-TEXT
056700         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
056800         GO TO 3000-EXIT
056900     END-IF.
057000     IF PC-DATES-IN-PROGRESS GREATER THAN ZERO
057100         MOVE 'REFUSED - RUN STILL IN PROGRESS:  ' TO PC-ACT-TEXT
057200         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
057300         GO TO 3000-EXIT
057400     END-IF.
057500     IF PC-DATES-MISSING GREATER THAN ZERO
057600         IF ADPERCRD-MISSING-OK
057700             SET PC-WARNING-RAISED TO TRUE
057800         ELSE
057900             MOVE 'REFUSED - WEEKDAYS NEVER SETTLED: '
058000                 TO PC-ACT-TEXT
058100             MOVE 'ACCEPT-MISSING Y IF THEY WERE HOLIDAYS'
058200                 TO PC-ACT-DETAIL
058300             PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
058400             GO TO 3000-EXIT
058500         END-IF
058600     END-IF.
058700     PERFORM 3500-FREEZE-BALANCES THRU 3500-EXIT.
058800     IF PC-SNAP-ERROR
058900         MOVE 'REFUSED - SNAPSHOT WRITE FAILED:  ' TO PC-ACT-TEXT
059000         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
059100         GO TO 3000-EXIT
059200     END-IF.
059300     PERFORM 3800-MARK-CLOSED THRU 3800-EXIT.
059400 3000-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------------
059800* 3100-CHECK-RUN-CONTROL
059900* ONE BROWSE OF THE RUN-CONTROL FILE COLLECTS THE RUN-IDS THAT
060000* SETTLED AT LEAST ONE DATE IN THE PERIOD; EACH IS THEN CHECKED
060100* FOR EVERY DATE OF THE PERIOD.  EXCEPTIONS LIST BENEATH THE
060200* CLOSE REQUEST.
060300*-----------------------------------------------------------------
060400 3100-CHECK-RUN-CONTROL.
060500     MOVE ZERO TO PC-RUN-COUNT.
060600     MOVE ZERO TO PC-DATES-COMPLETE.
060700     MOVE ZERO TO PC-DATES-IN-PROGRESS.
060800     MOVE ZERO TO PC-DATES-MISSING.
060900     MOVE 'N' TO PC-CTL-EOF-SW.
061000     MOVE LOW-VALUES TO ADRUNCTL-KEY.
061100     START RUNCTLF KEY NOT LESS THAN ADRUNCTL-KEY
061200         INVALID KEY SET PC-CTL-EOF TO TRUE
061300     END-START.
061400     PERFORM 3150-GATHER-ONE-REC THRU 3150-EXIT
061500         UNTIL PC-CTL-EOF.
061600     PERFORM 3200-CHECK-ONE-RUN THRU 3200-EXIT
061700         VARYING PC-RUN-SUB FROM 1 BY 1
061800         UNTIL PC-RUN-SUB GREATER THAN PC-RUN-COUNT.
061900 3100-EXIT.
062000     EXIT.
062100
062200 3150-GATHER-ONE-REC.
062300     READ RUNCTLF NEXT RECORD
062400         AT END SET PC-CTL-EOF TO TRUE
062500     END-READ.
062600     IF PC-CTL-EOF
062700         GO TO 3150-EXIT
062800     END-IF.
062900     IF ADRUNCTL-BUS-DATE LESS THAN PC-PERIOD-START
063000         OR ADRUNCTL-BUS-DATE GREATER THAN PC-PERIOD-END
063100         GO TO 3150-EXIT
063200     END-IF.
063300     MOVE 'N' TO PC-RUN-FOUND-SW.
063400     PERFORM 3160-SCAN-RUN-TABLE THRU 3160-EXIT
063500         VARYING PC-RUN-SCAN-SUB FROM 1 BY 1
063600         UNTIL PC-RUN-FOUND
063700         OR PC-RUN-SCAN-SUB GREATER THAN PC-RUN-COUNT.
063800     IF PC-RUN-FOUND
063900         GO TO 3150-EXIT
064000     END-IF.
064100     IF PC-RUN-COUNT LESS THAN PC-RUN-MAX
064200         ADD 1 TO PC-RUN-COUNT
064300         MOVE ADRUNCTL-RUN-ID TO PC-RT-RUN-ID (PC-RUN-COUNT)
064400     ELSE
064500         MOVE ADRUNCTL-RUN-ID TO PC-RC-RUN-ID
064600         MOVE ADRUNCTL-BUS-DATE TO PC-RC-DATE
064700         MOVE 'RUN-ID TABLE FULL - NOT CHECKED' TO PC-RC-NOTE
064800         PERFORM 3400-WRITE-RC-LINE THRU 3400-EXIT
064900         ADD 1 TO PC-DATES-IN-PROGRESS
065000     END-IF.
065100 3150-EXIT.
065200     EXIT.
065300
065400 3160-SCAN-RUN-TABLE.
065500     IF PC-RT-RUN-ID (PC-RUN-SCAN-SUB) = ADRUNCTL-RUN-ID
065600         SET PC-RUN-FOUND TO TRUE
065700     END-IF.
065800 3160-EXIT.
065900     EXIT.
066000
066100 3200-CHECK-ONE-RUN.
066200     PERFORM 3300-CHECK-ONE-DATE THRU 3300-EXIT
066300         VARYING PC-DATE-INT FROM PC-START-INT BY 1
066400         UNTIL PC-DATE-INT GREATER THAN PC-END-INT.
066500 3200-EXIT.
066600     EXIT.
066700
066800*-----------------------------------------------------------------
066900* 3300-CHECK-ONE-DATE
066950* BROWSES THE DATES RUN-CONTROL RECORDS, ONE PER SETTLEMENT
067000* CYCLE.  A WEEKDAY WITH NO CYCLE AT ALL NEVER SETTLED; A DATE
067050* WITH ANY CYCLE NOT COMPLETE IS STILL IN PROGRESS (OR ABENDED)
067100* AND EACH SUCH CYCLE IS LISTED (SEE 3350).  A WEEKEND DATE WITH
067150* NO RECORD IS NORMAL.
067300*-----------------------------------------------------------------
067400 3300-CHECK-ONE-DATE.
067500     PERFORM 6100-INT-TO-DATE THRU 6100-EXIT.
067600     COMPUTE PC-DOW-BASE = PC-DATE-INT - 1.
067700     DIVIDE PC-DOW-BASE BY 7
067800         GIVING PC-DOW-QUOT
067900         REMAINDER PC-DOW.
068000     MOVE PC-RT-RUN-ID (PC-RUN-SUB) TO ADRUNCTL-RUN-ID.
068100     MOVE PC-CUR-DATE TO ADRUNCTL-BUS-DATE.
068200     MOVE PC-RT-RUN-ID (PC-RUN-SUB) TO PC-RC-RUN-ID.
068300     MOVE PC-CUR-DATE TO PC-RC-DATE.
068350     MOVE ZERO TO ADRUNCTL-CYCLE.
068400     MOVE 'N' TO PC-CYC-EOF-SW.
068450     MOVE 'N' TO PC-CYC-FOUND-SW.
068500     MOVE 'N' TO PC-CYC-OPEN-SW.
068550     START RUNCTLF KEY NOT LESS THAN ADRUNCTL-KEY
068600         INVALID KEY SET PC-CYC-EOF TO TRUE
068650     END-START.
068700     PERFORM 3350-CHECK-ONE-CYCLE THRU 3350-EXIT
068750         UNTIL PC-CYC-EOF.
068800     IF NOT PC-CYC-FOUND
068850         IF PC-WEEKDAY
068900             MOVE 'NEVER SETTLED' TO PC-RC-NOTE
068950             PERFORM 3400-WRITE-RC-LINE THRU 3400-EXIT
069000             ADD 1 TO PC-DATES-MISSING
069050         END-IF
069100         GO TO 3300-EXIT
069150     END-IF.
069200     IF PC-CYC-NOT-COMPLETE
069250         ADD 1 TO PC-DATES-IN-PROGRESS
069500     ELSE
069600         ADD 1 TO PC-DATES-COMPLETE
069900     END-IF.
070000 3300-EXIT.
070100     EXIT.
070102
070104*-----------------------------------------------------------------
070106* 3350-CHECK-ONE-CYCLE
070108* READS THE NEXT RUN-CONTROL RECORD WHILE IT IS STILL FOR THE
070110* SAME RUN-ID/DATE.  A CYCLE NOT COMPLETE GETS ITS OWN EXCEPTION
070112* LINE SO THE OPERATOR KNOWS WHICH CYCLE TO RESTART.
070114*-----------------------------------------------------------------
070116 3350-CHECK-ONE-CYCLE.
070118     READ RUNCTLF NEXT RECORD
070120         AT END SET PC-CYC-EOF TO TRUE
070122     END-READ.
070124     IF PC-CYC-EOF
070126         GO TO 3350-EXIT
070128     END-IF.
070130     IF ADRUNCTL-RUN-ID NOT = PC-RT-RUN-ID (PC-RUN-SUB)
070132         OR ADRUNCTL-BUS-DATE NOT = PC-CUR-DATE
070134         SET PC-CYC-EOF TO TRUE
070136         GO TO 3350-EXIT
070138     END-IF.
070140     SET PC-CYC-FOUND TO TRUE.
070142     IF ADRUNCTL-COMPLETE
070144         GO TO 3350-EXIT
070146     END-IF.
070148     SET PC-CYC-NOT-COMPLETE TO TRUE.
070150     MOVE SPACES TO PC-RC-NOTE.
070152     STRING
070154         'CYCLE ' ADRUNCTL-CYCLE ' IN PROGRESS/ABENDED'
070156         DELIMITED BY SIZE INTO PC-RC-NOTE
070158     END-STRING.
070160     PERFORM 3400-WRITE-RC-LINE THRU 3400-EXIT.
070162 3350-EXIT.
070164     EXIT.
070200
070300 3400-WRITE-RC-LINE.
070400     IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
070500         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
070600     END-IF.
070700     WRITE PERRPT-LINE FROM PC-RC-LINE AFTER ADVANCING 1 LINE.
070800     ADD 1 TO PC-LINE-COUNT.
070900 3400-EXIT.
071000     EXIT.
071100
071200*-----------------------------------------------------------------
071300* 3500-FREEZE-BALANCES
071400* COPIES EVERY BALANCE MASTER ROW TO THE SNAPSHOT UNDER THE
071500* PERIOD.  A ROW ALREADY THERE FROM AN EARLIER CLOSE OF THE
071600* SAME PERIOD IS REWRITTEN.  A ROW POSTED AFTER THE PERIOD END
071700* IS FLAGGED AND LISTED.
071800*-----------------------------------------------------------------
071900 3500-FREEZE-BALANCES.
072000     MOVE ZERO TO PC-SNAP-ROWS.
072100     MOVE ZERO TO PC-SNAP-LATE.
072200     MOVE ZERO TO PC-SNAP-TOTAL.
072300     MOVE 'N' TO PC-SNAP-ERROR-SW.
072400     MOVE 'N' TO PC-MASTER-EOF-SW.
072500     MOVE LOW-VALUES TO ADBALMST-KEY.
072600     START BALMSTF KEY NOT LESS THAN ADBALMST-KEY
072700         INVALID KEY SET PC-MASTER-EOF TO TRUE
072800     END-START.
072900     PERFORM 3600-FREEZE-ONE-ROW THRU 3600-EXIT
073000         UNTIL PC-MASTER-EOF OR PC-SNAP-ERROR.
073100 3500-EXIT.
073200     EXIT.
073300
073400 3600-FREEZE-ONE-ROW.
073500     READ BALMSTF NEXT RECORD
073600         AT END SET PC-MASTER-EOF TO TRUE
073700     END-READ.
073800     IF PC-MASTER-EOF
073900         GO TO 3600-EXIT
074000     END-IF.
074100     MOVE SPACES TO ADPERSNP-REC.
074200     MOVE ADPERCRD-PERIOD TO ADPERSNP-PERIOD.
074300     MOVE ADBALMST-RUN-ID TO ADPERSNP-RUN-ID.
074400     MOVE ADBALMST-ACCOUNT TO ADPERSNP-ACCOUNT.
074500     MOVE ADBALMST-BALANCE TO ADPERSNP-BALANCE.
074600     MOVE ADBALMST-TRAN-COUNT TO ADPERSNP-TRAN-COUNT.
074700     MOVE ADBALMST-LAST-POST-DATE TO ADPERSNP-LAST-POST-DATE.
074800     MOVE 'N' TO ADPERSNP-LATE-POST.
074900     IF ADBALMST-LAST-POST-DATE GREATER THAN PC-PERIOD-END
075000         MOVE 'Y' TO ADPERSNP-LATE-POST
075100     END-IF.
075200     MOVE PC-TODAY-DATE TO ADPERSNP-FROZEN-DATE.
075300     WRITE ADPERSNP-REC
075400         INVALID KEY
075500             REWRITE ADPERSNP-REC
075600                 INVALID KEY
075700                     DISPLAY 'ADPERCLS - PERSNPF WRITE FAILED, '
075800                         'STATUS = ' PC-PERSNPF-STATUS
075900                     SET PC-SNAP-ERROR TO TRUE
076000                     GO TO 3600-EXIT
076100             END-REWRITE
076200     END-WRITE.
076300     ADD 1 TO PC-SNAP-ROWS.
076400     ADD ADPERSNP-BALANCE TO PC-SNAP-TOTAL.
076500     IF ADPERSNP-POSTED-LATE
076600         ADD 1 TO PC-SNAP-LATE
076700         MOVE ADPERSNP-RUN-ID TO PC-LT-RUN-ID
076800         MOVE ADPERSNP-ACCOUNT TO PC-LT-ACCOUNT
076900         MOVE ADPERSNP-BALANCE TO PC-LT-BALANCE
077000         MOVE ADPERSNP-LAST-POST-DATE TO PC-LT-LAST-POST
077100         IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
077200             PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
077300         END-IF
077400         WRITE PERRPT-LINE FROM PC-LATE-LINE
077500             AFTER ADVANCING 1 LINE
077600         ADD 1 TO PC-LINE-COUNT
077700     END-IF.
077800 3600-EXIT.
077900     EXIT.
078000
078100*-----------------------------------------------------------------
078200* 3800-MARK-CLOSED
078300* WRITES (OR REWRITES, FOR A PERIOD REOPENED EARLIER) THE
078400* PERIOD RECORD AS CLOSED, LOGS THE CLOSE AND PRINTS THE
078500* SNAPSHOT TOTALS.  A REOPEN HISTORY ALREADY ON THE RECORD IS
078600* KEPT.
078700*-----------------------------------------------------------------
078800 3800-MARK-CLOSED.
078900     IF NOT PC-PERCTL-FOUND
079000         MOVE SPACES TO ADPERCTL-REC
079100         MOVE ADPERCRD-PERIOD TO ADPERCTL-PERIOD
079200         MOVE ZERO TO ADPERCTL-REOPEN-COUNT
079300     END-IF.
079400     MOVE 'C' TO ADPERCTL-STATUS.
079500     MOVE PC-PERIOD-END TO ADPERCTL-PERIOD-END.
079600     MOVE PC-TODAY-DATE TO ADPERCTL-CLOSED-DATE.
079700     MOVE ADPERCRD-OPERATOR TO ADPERCTL-CLOSED-BY.
079800     MOVE 'N' TO ADPERCTL-MISSING-ACCEPTED.
079900     IF PC-DATES-MISSING GREATER THAN ZERO
080000         MOVE 'Y' TO ADPERCTL-MISSING-ACCEPTED
080100     END-IF.
080200     MOVE PC-SNAP-ROWS TO ADPERCTL-SNAP-COUNT.
080300     IF PC-PERCTL-FOUND
080400         REWRITE ADPERCTL-REC
080500             INVALID KEY
080600                 MOVE 'REFUSED - PERCTLF REWRITE FAILED: '
080700                     TO PC-ACT-TEXT
080800                 PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
080900                 GO TO 3800-EXIT
081000         END-REWRITE
081100     ELSE
081200         WRITE ADPERCTL-REC
081300             INVALID KEY
081400                 MOVE 'REFUSED - PERCTLF WRITE FAILED:   '
081500                     TO PC-ACT-TEXT
081600                 PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
081700                 GO TO 3800-EXIT
081800         END-WRITE
081900     END-IF.
082000     MOVE 'C' TO PC-LOG-ACTION.
082100     PERFORM 6000-WRITE-LOG-REC THRU 6000-EXIT.
082200     MOVE 'BALANCE ROWS FROZEN:' TO PC-CNT-LABEL.
082300     MOVE PC-SNAP-ROWS TO PC-CNT-VALUE.
082400     PERFORM 3950-WRITE-COUNT-LINE THRU 3950-EXIT.
082500     MOVE 'FROZEN BALANCE TOTAL:' TO PC-AMT-LABEL.
082600     MOVE PC-SNAP-TOTAL TO PC-AMT-VALUE.
082700     PERFORM 3900-WRITE-AMOUNT-LINE THRU 3900-EXIT.
082800     MOVE 'DATES CHECKED COMPLETE:' TO PC-CNT-LABEL.
082900     MOVE PC-DATES-COMPLETE TO PC-CNT-VALUE.
083000     PERFORM 3950-WRITE-COUNT-LINE THRU 3950-EXIT.
083100     IF PC-DATES-MISSING GREATER THAN ZERO
083200         MOVE 'MISSING DATES ACCEPTED:' TO PC-CNT-LABEL
083300         MOVE PC-DATES-MISSING TO PC-CNT-VALUE
083400         PERFORM 3950-WRITE-COUNT-LINE THRU 3950-EXIT
083500     END-IF.
083600     IF PC-SNAP-LATE GREATER THAN ZERO
083700         MOVE 'ROWS POSTED AFTER PERIOD END:' TO PC-CNT-LABEL
083800         MOVE PC-SNAP-LATE TO PC-CNT-VALUE
083900         PERFORM 3950-WRITE-COUNT-LINE THRU 3950-EXIT
084000         SET PC-WARNING-RAISED TO TRUE
084100     END-IF.
084200     MOVE 'PERIOD CLOSED:                    ' TO PC-ACT-TEXT.
084300     MOVE ADPERCRD-PERIOD TO PC-ACT-PERIOD.
084400     MOVE ADPERCRD-OPERATOR TO PC-ACT-OPERATOR.
084500     MOVE 'POSTING LOCKED' TO PC-ACT-DETAIL.
084600     PERFORM 2950-WRITE-ACTION-LINE THRU 2950-EXIT.
084700     MOVE SPACES TO PC-ACT-DETAIL.
084800     ADD 1 TO PC-PERIODS-CLOSED.
084900     ADD PC-SNAP-ROWS TO PC-ROWS-FROZEN.
085000 3800-EXIT.
085100     EXIT.
085200
085300 3900-WRITE-AMOUNT-LINE.
085400     IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
085500         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
085600     END-IF.
085700     WRITE PERRPT-LINE FROM PC-AMOUNT-LINE AFTER ADVANCING 1 LINE.
085800     ADD 1 TO PC-LINE-COUNT.
085900 3900-EXIT.
086000     EXIT.
086100
086200 3950-WRITE-COUNT-LINE.
086300     IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
086400         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
086500     END-IF.
086600     WRITE PERRPT-LINE FROM PC-COUNT-LINE AFTER ADVANCING 1 LINE.
086700     ADD 1 TO PC-LINE-COUNT.
086800 3950-EXIT.
086900     EXIT.
087000
087100*-----------------------------------------------------------------
087200* 5000-REOPEN-PERIOD
087300* LIFTS THE LOCK ON A CLOSED PERIOD.  THE CARD MUST GIVE A
087400* REASON, WHICH IS LOGGED WITH THE OPERATOR.  THE SNAPSHOT IS
087500* LEFT AS IT WAS - THE NEXT CLOSE OF THE PERIOD REWRITES IT.
087600*-----------------------------------------------------------------
087700 5000-REOPEN-PERIOD.
087800     MOVE SPACES TO PC-ACT-DETAIL.
087900     IF NOT PC-PERCTL-FOUND OR NOT ADPERCTL-CLOSED
088000         MOVE 'REFUSED - PERIOD IS NOT CLOSED:   ' TO PC-ACT-TEXT
088100         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
088200         GO TO 5000-EXIT
088300     END-IF.
088400     IF ADPERCRD-REASON = SPACES
088500         MOVE 'REFUSED - REOPEN NEEDS A REASON:  ' TO PC-ACT-TEXT
088600         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
088700         GO TO 5000-EXIT
088800     END-IF.
088900     MOVE 'O' TO ADPERCTL-STATUS.
089000     IF ADPERCTL-REOPEN-COUNT IS NOT NUMERIC
089100         MOVE ZERO TO ADPERCTL-REOPEN-COUNT
089200     END-IF.
089300     ADD 1 TO ADPERCTL-REOPEN-COUNT.
089400     MOVE PC-TODAY-DATE TO ADPERCTL-REOPENED-DATE.
089500     MOVE ADPERCRD-OPERATOR TO ADPERCTL-REOPENED-BY.
089600     REWRITE ADPERCTL-REC
089700         INVALID KEY
089800             MOVE 'REFUSED - PERCTLF REWRITE FAILED: '
089900                 TO PC-ACT-TEXT
090000             PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
090100             GO TO 5000-EXIT
090200     END-REWRITE.
090300     MOVE 'R' TO PC-LOG-ACTION.
090400     MOVE ZERO TO PC-SNAP-ROWS.
090500     PERFORM 6000-WRITE-LOG-REC THRU 6000-EXIT.
090600     MOVE 'PERIOD REOPENED:                  ' TO PC-ACT-TEXT.
090700     MOVE ADPERCRD-PERIOD TO PC-ACT-PERIOD.
090800     MOVE ADPERCRD-OPERATOR TO PC-ACT-OPERATOR.
090900     MOVE ADPERCRD-REASON TO PC-ACT-DETAIL.
091000     PERFORM 2950-WRITE-ACTION-LINE THRU 2950-EXIT.
091100     MOVE SPACES TO PC-ACT-DETAIL.
091200     ADD 1 TO PC-PERIODS-REOPENED.
091300 5000-EXIT.
091400     EXIT.
091500
091600*-----------------------------------------------------------------
091700* 6000-WRITE-LOG-REC
091800* ONE LOG ROW PER CLOSE OR REOPEN - THE CALLER HAS SET THE
091900* ACTION IN PC-LOG-ACTION.  A LOG THAT DID NOT OPEN, OR A ROW
091950* THAT CANNOT BE WRITTEN, RAISES THE WARNING (CONDITION CODE 4).
092000*-----------------------------------------------------------------
092100 6000-WRITE-LOG-REC.
092110     IF NOT PC-PERLOG-OPEN
092120         SET PC-WARNING-RAISED TO TRUE
092130         GO TO 6000-EXIT
092140     END-IF.
092200     MOVE SPACES TO ADPERLOG-REC.
092300     MOVE PC-LOG-ACTION TO ADPERLOG-ACTION.
092400     MOVE PC-TIMESTAMP TO ADPERLOG-TIMESTAMP.
092500     MOVE ADPERCRD-PERIOD TO ADPERLOG-PERIOD.
092600     MOVE ADPERCRD-OPERATOR TO ADPERLOG-OPERATOR.
092700     MOVE ADPERCRD-REASON TO ADPERLOG-REASON.
092800     MOVE ADPERCTL-MISSING-ACCEPTED TO ADPERLOG-MISSING-ACCEPTED.
092900     MOVE PC-SNAP-ROWS TO ADPERLOG-SNAP-COUNT.
093000     WRITE ADPERLOG-REC.
093010     IF PC-PERLOGF-STATUS NOT = '00'
093020         DISPLAY 'ADPERCLS - PERLOGF WRITE FAILED, STATUS = '
093030             PC-PERLOGF-STATUS ' PERIOD ' ADPERCRD-PERIOD
093040         SET PC-WARNING-RAISED TO TRUE
093050     END-IF.
093100 6000-EXIT.
093200     EXIT.
093300
093400*-----------------------------------------------------------------
093500* 6100-INT-TO-DATE
093600* INTRINSIC DAY NUMBER IN PC-DATE-INT TO A YYYY-MM-DD STRING IN
093700* PC-CUR-DATE.
093800*-----------------------------------------------------------------
093900 6100-INT-TO-DATE.
094000     MOVE FUNCTION DATE-OF-INTEGER (PC-DATE-INT) TO PC-YMD.
094100     MOVE SPACES TO PC-CUR-DATE.
094200     STRING
094300         PC-YMD-YYYY '-' PC-YMD-MM '-' PC-YMD-DD
094400         DELIMITED BY SIZE INTO PC-CUR-DATE
094500     END-STRING.
094600 6100-EXIT.
094700     EXIT.
094800
094900*-----------------------------------------------------------------
095000* 8000-WRITE-SUMMARY
095100*-----------------------------------------------------------------
095200 8000-WRITE-SUMMARY.
095300     MOVE 'CARDS READ:                       ' TO PC-SUM-LABEL.
095400     MOVE PC-CARDS-READ TO PC-SUM-VALUE.
095500     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
095600     MOVE 'CARDS REFUSED:                    ' TO PC-SUM-LABEL.
095700     MOVE PC-CARDS-REFUSED TO PC-SUM-VALUE.
095800     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
095900     MOVE 'PERIODS CLOSED:                   ' TO PC-SUM-LABEL.
096000     MOVE PC-PERIODS-CLOSED TO PC-SUM-VALUE.
096100     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
096200     MOVE 'PERIODS REOPENED:                 ' TO PC-SUM-LABEL.
096300     MOVE PC-PERIODS-REOPENED TO PC-SUM-VALUE.
096400     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
096500     MOVE 'BALANCE ROWS FROZEN:              ' TO PC-SUM-LABEL.
096600     MOVE PC-ROWS-FROZEN TO PC-SUM-VALUE.
096700     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
096800 8000-EXIT.
096900     EXIT.
097000
097100 8100-WRITE-ONE-SUMMARY.
097200     IF PC-LINE-COUNT NOT LESS THAN PC-MAX-LINES-PER-PAGE
097300         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
097400     END-IF.
097500     WRITE PERRPT-LINE FROM PC-SUMMARY-LINE
097600         AFTER ADVANCING 1 LINE.
097700     ADD 1 TO PC-LINE-COUNT.
097800 8100-EXIT.
097900     EXIT.
098000
098100*-----------------------------------------------------------------
098200* 9000-TERMINATE-RTN
098300* CLOSES THE FILES AND SETS THE CONDITION CODE - 8 WHEN THE
098400* PERIOD-CONTROL FILE NEVER OPENED, 4 WHEN ANY CARD WAS REFUSED
098500* OR A CLOSE WAS TAKEN WITH A WARNING (OR NOT LOGGED), 0 CLEAN.
098600*-----------------------------------------------------------------
098700 9000-TERMINATE-RTN.
098800     CLOSE PERCARD.
098900     CLOSE PERRPT.
099000     IF PC-PERLOG-OPEN
099010         CLOSE PERLOGF
099020     END-IF.
099100     IF PC-PERCTL-OPEN
099200         CLOSE PERCTLF
099300     END-IF.
099400     IF PC-RUNCTL-OPEN
099500         CLOSE RUNCTLF
099600     END-IF.
099700     IF PC-BALMST-OPEN
099800         CLOSE BALMSTF
099900     END-IF.
100000     IF PC-PERSNP-OPEN
100100         CLOSE PERSNPF
100200     END-IF.
100300     DISPLAY 'ADPERCLS - COMPLETE'.
100400     DISPLAY 'CARDS READ       = ' PC-CARDS-READ.
100500     DISPLAY 'CARDS REFUSED    = ' PC-CARDS-REFUSED.
100600     DISPLAY 'PERIODS CLOSED   = ' PC-PERIODS-CLOSED.
100700     DISPLAY 'PERIODS REOPENED = ' PC-PERIODS-REOPENED.
100800     EVALUATE TRUE
100900         WHEN NOT PC-PERCTL-OPEN
101000             MOVE 8 TO RETURN-CODE
101100         WHEN PC-CARDS-REFUSED GREATER THAN ZERO
101200             OR PC-WARNING-RAISED
101300             MOVE 4 TO RETURN-CODE
101400         WHEN OTHER
101500             MOVE ZERO TO RETURN-CODE
101600     END-EVALUATE.
101700 9000-EXIT.
101800     EXIT.
