000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADPNDRPT.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  SUPERVISOR LISTING OF THE
001400*                 MAKER/CHECKER PENDING-APPROVAL FILE (PENDF, SEE
001500*                 ADPEND) WRITTEN BY ADBALMNT AND ADACCMNT.  LISTS
001600*                 EVERY ITEM STILL WAITING FOR A SECOND OPERATOR
001700*                 WITH ITS MAKER AND AGE, AND EXPIRES ANY ITEM
001800*                 PENDING LONGER THAN THE ADPARM EXPIRY WINDOW SO
001900*                 IT CAN NO LONGER BE APPROVED.  RUN DAILY AHEAD
002000*                 OF THE MAINTENANCE JOBS.
002040* 10/15/2026 RD   PENDING ACCOUNT MERGES FROM ADACCMNT LIST AS
002050*                 ACCOUNT MERGE (THE REASON NAMES THE TARGET).
002100
002200* REMARKS.
002300*     AGE IS COUNTED IN DAYS FROM THE DATE THE ITEM WAS MADE TO
002400*     TODAYS SYSTEM DATE - THE MAINTENANCE PROGRAMS STAMP THE
002500*     MADE DATE FROM THE SYSTEM CLOCK, NOT THE BUSINESS DATE.
002600*     AN EXPIRY OF ZERO (OR NO CONTROL CARD) MEANS NOTHING
002700*     EXPIRES - THE RUN JUST LISTS.  ITEMS ALREADY APPROVED,
002800*     DECLINED OR EXPIRED ARE COUNTED BUT NOT LISTED.  ENDS WITH
002900*     CONDITION CODE 4 WHEN ANYTHING EXPIRED OR THE FILE COULD
003000*     NOT BE READ, SO THE SCHEDULER CAN FLAG THE LISTING.
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 SPECIAL-NAMES.
003700     C01 IS TOP-OF-PAGE.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL CTLCARD
004200         ASSIGN TO CTLCARD
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS PN-CTLCARD-STATUS.
004500
004600     SELECT PENDF
004700         ASSIGN TO PENDF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ADPEND-KEY
005100         FILE STATUS IS PN-PENDF-STATUS.
005200
005300     SELECT PNDRPT
005400         ASSIGN TO PNDRPT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000 FD  CTLCARD
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 80 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ADPARM.
006500
006600 FD  PENDF
006700     RECORD CONTAINS 128 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY ADPEND.
007000
007100 FD  PNDRPT
007200     RECORD CONTAINS 132 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400 01  PNDRPT-LINE                     PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700
007800*-----------------------------------------------------------------
007900* FILE STATUS AND SWITCHES
008000*-----------------------------------------------------------------
008100 77  PN-CTLCARD-STATUS               PIC X(02) VALUE "00".
008200 77  PN-PENDF-STATUS                 PIC X(02) VALUE "00".
008300 77  PN-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
008400     88  PN-CTL-EOF                  VALUE 'Y'.
008500 77  PN-PEND-EOF-SW                   PIC X(01) VALUE 'N'.
008600     88  PN-PEND-EOF                 VALUE 'Y'.
008700 77  PN-PENDF-OPEN-SW                 PIC X(01) VALUE 'N'.
008800     88  PN-PENDF-OPEN               VALUE 'Y'.
008900 77  PN-WARNING-SW                    PIC X(01) VALUE 'N'.
009000     88  PN-WARNING-RAISED           VALUE 'Y'.
009100
009200*-----------------------------------------------------------------
009300* RUN PARAMETERS - EXPIRY WINDOW OFF THE ADPARM CARD.  ZERO
009400* DISABLES EXPIRY.
009500*-----------------------------------------------------------------
009600 77  PN-PEND-EXPIRY                  PIC 9(03) VALUE ZERO.
009700 77  PN-TODAY-DATE                   PIC X(10) VALUE SPACES.
009800 77  PN-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
009900
010000*-----------------------------------------------------------------
010100* DATE CONVERSION WORK FIELDS - YYYY-MM-DD STRING TO THE
010200* INTRINSIC DAY NUMBER, AS IN ADRECAGE.
010300*-----------------------------------------------------------------
010400 01  PN-CONV-DATE.
010500     05  PN-CV-YYYY                  PIC X(04).
010600     05  FILLER                      PIC X(01).
010700     05  PN-CV-MM                    PIC X(02).
010800     05  FILLER                      PIC X(01).
010900     05  PN-CV-DD                    PIC X(02).
011000 01  PN-CONV-YMD                     PIC 9(08).
011100 01  PN-CONV-YMD-R REDEFINES PN-CONV-YMD.
011200     05  PN-CY-YYYY                  PIC 9(04).
011300     05  PN-CY-MM                    PIC 9(02).
011400     05  PN-CY-DD                    PIC 9(02).
011500 77  PN-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
011600 77  PN-CONV-OK-SW                    PIC X(01) VALUE 'N'.
011700     88  PN-CONV-OK                  VALUE 'Y'.
011800 77  PN-AGE-DAYS                     PIC S9(05) COMP VALUE ZERO.
011900 77  PN-SIGNED-AMT                   PIC S9(11)V99 VALUE ZERO.
012000
012100*-----------------------------------------------------------------
012200* COUNTS FOR THE EOJ SUMMARY
012300*-----------------------------------------------------------------
012400 77  PN-ITEMS-READ                   PIC 9(09) COMP VALUE ZERO.
012500 77  PN-ITEMS-PENDING                PIC 9(09) COMP VALUE ZERO.
012600 77  PN-ITEMS-EXPIRED                PIC 9(09) COMP VALUE ZERO.
012700 77  PN-ITEMS-DECIDED                PIC 9(09) COMP VALUE ZERO.
012800 77  PN-OLDEST-AGE                   PIC 9(09) COMP VALUE ZERO.
012900
013000*-----------------------------------------------------------------
013100* REPORT PAGE / LINE CONTROL
013200*-----------------------------------------------------------------
013300 77  PN-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
013400 77  PN-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
013500 77  PN-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
013600
013700*-----------------------------------------------------------------
013800* SYSTEM DATE FOR THE HEADING AND THE AGING
013900*-----------------------------------------------------------------
014000 01  PN-SYSTEM-DATE.
014100     05  PN-SYS-YY                   PIC 9(02).
014200     05  PN-SYS-MM                   PIC 9(02).
014300     05  PN-SYS-DD                   PIC 9(02).
014400 01  PN-HDG-DATE                     PIC X(10).
014500
014600*-----------------------------------------------------------------
014700* PRINT LINE LAYOUTS FOR PNDRPT
014800*-----------------------------------------------------------------
014900 01  PN-HDG1.
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  FILLER                      PIC X(44)
015200             VALUE 'ADPNDRPT - ITEMS PENDING APPROVAL'.
015300     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
015400     05  PN-HDG1-DATE                PIC X(10).
015500     05  FILLER                      PIC X(03) VALUE SPACES.
015600     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
015700     05  PN-HDG1-PAGE                PIC ZZZZ9.
015800
015900 01  PN-PARM-LINE.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  FILLER                      PIC X(13)
016200             VALUE 'EXPIRY DAYS: '.
016300     05  PN-PARM-EXPIRY              PIC ZZ9.
016400     05  FILLER                      PIC X(15)
016500             VALUE '   AS-OF DATE: '.
016600     05  PN-PARM-ASOF                PIC X(10).
016700
016800 01  PN-COL-HDG.
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  FILLER                      PIC X(11) VALUE '      REF'.
017100     05  FILLER                      PIC X(16) VALUE 'TYPE'.
017200     05  FILLER                      PIC X(10) VALUE 'MAKER'.
017300     05  FILLER                      PIC X(12) VALUE 'MADE'.
017400     05  FILLER                      PIC X(07) VALUE '  AGE'.
017500     05  FILLER                      PIC X(10) VALUE 'RUN-ID'.
017600     05  FILLER                      PIC X(09) VALUE 'ACCOUNT'.
017700     05  FILLER                      PIC X(20)
017800             VALUE '            AMOUNT'.
017900     05  FILLER                      PIC X(22) VALUE 'REASON'.
018000     05  FILLER                      PIC X(08) VALUE 'STATUS'.
018100
018200 01  PN-DTL-LINE.
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  PN-DTL-REF                  PIC Z(08)9.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  PN-DTL-TYPE                 PIC X(14).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  PN-DTL-MAKER                PIC X(08).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  PN-DTL-MADE                 PIC X(10).
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200     05  PN-DTL-AGE                  PIC ZZZZ9.
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  PN-DTL-RUN-ID               PIC X(08).
019500     05  FILLER                      PIC X(02) VALUE SPACES.
019600     05  PN-DTL-ACCOUNT              PIC X(08).
019700     05  FILLER                      PIC X(01) VALUE SPACE.
019800     05  PN-DTL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-
019900                                     BLANK WHEN ZERO.
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  PN-DTL-REASON               PIC X(20).
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  PN-DTL-STATUS               PIC X(08).
020400
020500 01  PN-SUMMARY-LINE.
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  PN-SUM-LABEL                PIC X(34).
020800     05  PN-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
020900
021000 PROCEDURE DIVISION.
021100
021200*-----------------------------------------------------------------
021300* 0000-MAINLINE
021400* DRIVES THE ENTIRE RUN.
021500*-----------------------------------------------------------------
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
021800     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
021900         UNTIL PN-PEND-EOF.
022000     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
022100     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
022200     GOBACK.
022300
022400*-----------------------------------------------------------------
022500* 1000-INITIALIZE-RTN
022600* LOADS THE EXPIRY WINDOW, OPENS THE FILES AND POSITIONS THE
022700* PENDING FILE PAST THE CONTROL RECORD (REFERENCE ZERO).  A
022800* PENDING FILE THAT HAS NEVER BEEN CREATED MEANS NOTHING IS
022900* PENDING; ONE THAT WILL NOT OPEN IS WARNED ABOUT AND THE RUN
023000* ENDS WITH CONDITION CODE 4.
023100*-----------------------------------------------------------------
023200 1000-INITIALIZE-RTN.
023300     ACCEPT PN-SYSTEM-DATE FROM DATE.
023400     STRING
023500         PN-SYS-MM '/' PN-SYS-DD '/' '20' PN-SYS-YY
023600         DELIMITED BY SIZE INTO PN-HDG-DATE
023700     END-STRING.
023800     MOVE PN-HDG-DATE TO PN-HDG1-DATE.
023900     STRING
024000         '20' PN-SYS-YY '-' PN-SYS-MM '-' PN-SYS-DD
024100         DELIMITED BY SIZE INTO PN-TODAY-DATE
024200     END-STRING.
024300     MOVE PN-TODAY-DATE TO PN-CONV-DATE.
024400     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
024500     IF PN-CONV-OK
024600         MOVE PN-CONV-INT TO PN-TODAY-INT
024700     END-IF.
024800     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
024900     OPEN OUTPUT PNDRPT.
025000     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
025100     MOVE PN-PEND-EXPIRY TO PN-PARM-EXPIRY.
025200     MOVE PN-TODAY-DATE TO PN-PARM-ASOF.
025300     WRITE PNDRPT-LINE FROM PN-PARM-LINE
025400         AFTER ADVANCING 2 LINES.
025500     ADD 2 TO PN-LINE-COUNT.
025600     OPEN I-O PENDF.
025700     IF PN-PENDF-STATUS = '35'
025800         SET PN-PEND-EOF TO TRUE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     IF PN-PENDF-STATUS NOT = '00' AND NOT = '05'
026200         DISPLAY 'ADPNDRPT - PENDF OPEN FAILED, STATUS = '
026300             PN-PENDF-STATUS
026400         SET PN-WARNING-RAISED TO TRUE
026500         SET PN-PEND-EOF TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     SET PN-PENDF-OPEN TO TRUE.
026900     PERFORM 1600-WRITE-COL-HDG THRU 1600-EXIT.
027000     MOVE 1 TO ADPEND-REF.
027100     START PENDF KEY NOT LESS THAN ADPEND-KEY
027200         INVALID KEY SET PN-PEND-EOF TO TRUE
027300     END-START.
027400     IF NOT PN-PEND-EOF
027500         PERFORM 2100-READ-PENDING THRU 2100-EXIT
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000*-----------------------------------------------------------------
028100* 1100-READ-CTLCARD
028200* A MISSING CARD, OR A NON-NUMERIC EXPIRY, LEAVES THE EXPIRY AT
028300* ZERO - NOTHING EXPIRES.
028400*-----------------------------------------------------------------
028500 1100-READ-CTLCARD.
028600     OPEN INPUT CTLCARD.
028700     IF PN-CTLCARD-STATUS NOT = '00'
028800         CLOSE CTLCARD
028900         GO TO 1100-EXIT
029000     END-IF.
029100     READ CTLCARD
029200         AT END SET PN-CTL-EOF TO TRUE
029300     END-READ.
029400     IF NOT PN-CTL-EOF
029500         IF ADPARM-PEND-EXPIRY-X IS NUMERIC
029600             MOVE ADPARM-PEND-EXPIRY TO PN-PEND-EXPIRY
029700         END-IF
029800     END-IF.
029900     CLOSE CTLCARD.
030000 1100-EXIT.
030100     EXIT.
030200
030300*-----------------------------------------------------------------
030400* 1500-WRITE-RPT-HEADING
030500*-----------------------------------------------------------------
030600 1500-WRITE-RPT-HEADING.
030700     ADD 1 TO PN-PAGE-COUNT.
030800     MOVE PN-PAGE-COUNT TO PN-HDG1-PAGE.
030900     WRITE PNDRPT-LINE FROM PN-HDG1 AFTER ADVANCING PAGE.
031000     MOVE ZERO TO PN-LINE-COUNT.
031100 1500-EXIT.
031200     EXIT.
031300
031400*-----------------------------------------------------------------
031500* 1600-WRITE-COL-HDG
031600*-----------------------------------------------------------------
031700 1600-WRITE-COL-HDG.
031800     IF PN-LINE-COUNT NOT LESS THAN PN-MAX-LINES-PER-PAGE
031900         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
032000     END-IF.
032100     WRITE PNDRPT-LINE FROM PN-COL-HDG AFTER ADVANCING 2 LINES.
032200     ADD 2 TO PN-LINE-COUNT.
032300 1600-EXIT.
032400     EXIT.
032500
032600*-----------------------------------------------------------------
032700* 2000-PROCESS-ITEM
032800* ONE PENDING-FILE RECORD PER PASS.  ONLY AN ITEM STILL PENDING
032900* IS AGED, EXPIRED IF IT IS PAST THE WINDOW, AND LISTED.
033000*-----------------------------------------------------------------
033100 2000-PROCESS-ITEM.
033200     ADD 1 TO PN-ITEMS-READ.
033300     IF ADPEND-PENDING
033400         PERFORM 2200-AGE-ITEM THRU 2200-EXIT
033500     ELSE
033600         ADD 1 TO PN-ITEMS-DECIDED
033700     END-IF.
033800     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
033900 2000-EXIT.
034000     EXIT.
034100
034200 2100-READ-PENDING.
034300     READ PENDF NEXT RECORD
034400         AT END SET PN-PEND-EOF TO TRUE
034500     END-READ.
034600 2100-EXIT.
034700     EXIT.
034800
034900*-----------------------------------------------------------------
035000* 2200-AGE-ITEM
035100* AGE IN DAYS FROM THE MADE DATE TO TODAY.  PAST A NON-ZERO
035200* EXPIRY WINDOW THE ITEM IS REWRITTEN EXPIRED SO NEITHER
035300* MAINTENANCE PROGRAM WILL APPLY IT; OTHERWISE IT STAYS PENDING.
035400* EITHER WAY IT IS LISTED.  AN UNREADABLE MADE DATE AGES AS ZERO.
035500*-----------------------------------------------------------------
035600 2200-AGE-ITEM.
035700     MOVE ZERO TO PN-AGE-DAYS.
035800     MOVE ADPEND-MADE-DATE TO PN-CONV-DATE.
035900     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
036000     IF PN-CONV-OK
036100         AND PN-TODAY-INT GREATER THAN ZERO
036200         COMPUTE PN-AGE-DAYS = PN-TODAY-INT - PN-CONV-INT
036300         IF PN-AGE-DAYS LESS THAN ZERO
036400             MOVE ZERO TO PN-AGE-DAYS
036500         END-IF
036600     END-IF.
036700     IF PN-PEND-EXPIRY GREATER THAN ZERO
036800         AND PN-AGE-DAYS GREATER THAN PN-PEND-EXPIRY
036900         MOVE 'E' TO ADPEND-STATUS
037000         MOVE PN-TODAY-DATE TO ADPEND-DECIDED-DATE
037100         REWRITE ADPEND-REC
037200             INVALID KEY
037300                 DISPLAY 'ADPNDRPT - PENDF REWRITE FAILED, REF = '
037400                     ADPEND-REF ' STATUS = ' PN-PENDF-STATUS
037500                 SET PN-WARNING-RAISED TO TRUE
037600         END-REWRITE
037700         MOVE 'EXPIRED' TO PN-DTL-STATUS
037800         ADD 1 TO PN-ITEMS-EXPIRED
037900     ELSE
038000         MOVE 'PENDING' TO PN-DTL-STATUS
038100         ADD 1 TO PN-ITEMS-PENDING
038200         IF PN-AGE-DAYS GREATER THAN PN-OLDEST-AGE
038300             MOVE PN-AGE-DAYS TO PN-OLDEST-AGE
038400         END-IF
038500     END-IF.
038600     PERFORM 3000-LIST-ITEM THRU 3000-EXIT.
038700 2200-EXIT.
038800     EXIT.
038900
039000*-----------------------------------------------------------------
039100* 3000-LIST-ITEM
039200* ONE LINE PER PENDING (OR JUST-EXPIRED) ITEM.  THE RUN-ID AND
039300* AMOUNT ONLY APPLY TO A BALANCE ADJUSTMENT.
039400*-----------------------------------------------------------------
039500 3000-LIST-ITEM.
039600     MOVE ADPEND-REF TO PN-DTL-REF.
039700     EVALUATE TRUE
039800         WHEN ADPEND-FUNC-CLOSE
039900             MOVE 'ACCOUNT CLOSE' TO PN-DTL-TYPE
040000         WHEN ADPEND-FUNC-REOPEN
040100             MOVE 'ACCOUNT REOPEN' TO PN-DTL-TYPE
040110         WHEN ADPEND-FUNC-MERGE
040120             MOVE 'ACCOUNT MERGE' TO PN-DTL-TYPE
040200         WHEN OTHER
040300             MOVE 'BALANCE ADJUST' TO PN-DTL-TYPE
040400     END-EVALUATE.
040500     MOVE ADPEND-MAKER-ID TO PN-DTL-MAKER.
040600     MOVE ADPEND-MADE-DATE TO PN-DTL-MADE.
040700     MOVE PN-AGE-DAYS TO PN-DTL-AGE.
040800     MOVE ADPEND-RUN-ID TO PN-DTL-RUN-ID.
040900     MOVE ADPEND-ACCOUNT TO PN-DTL-ACCOUNT.
041000     MOVE ZERO TO PN-SIGNED-AMT.
041100     IF ADPEND-BAL-ADJUST
041200         AND ADPEND-AMOUNT IS NUMERIC
041300         MOVE ADPEND-AMOUNT TO PN-SIGNED-AMT
041400         IF ADPEND-SIGN = '-'
041500             MULTIPLY -1 BY PN-SIGNED-AMT
041600         END-IF
041700     END-IF.
041800     MOVE PN-SIGNED-AMT TO PN-DTL-AMOUNT.
041900     MOVE ADPEND-REASON TO PN-DTL-REASON.
042000     IF PN-LINE-COUNT NOT LESS THAN PN-MAX-LINES-PER-PAGE
042100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
042200         PERFORM 1600-WRITE-COL-HDG THRU 1600-EXIT
042300     END-IF.
042400     WRITE PNDRPT-LINE FROM PN-DTL-LINE AFTER ADVANCING 1 LINE.
042500     ADD 1 TO PN-LINE-COUNT.
042600 3000-EXIT.
042700     EXIT.
042800
042900*-----------------------------------------------------------------
043000* 6000-DATE-TO-INT
043100* YYYY-MM-DD STRING IN PN-CONV-DATE TO THE INTRINSIC DAY
043200* NUMBER IN PN-CONV-INT.  A MALFORMED DATE ANSWERS NOT-OK.
043300*-----------------------------------------------------------------
043400 6000-DATE-TO-INT.
043500     MOVE 'N' TO PN-CONV-OK-SW.
043600     IF PN-CV-YYYY IS NOT NUMERIC
043700         OR PN-CV-MM IS NOT NUMERIC
043800         OR PN-CV-DD IS NOT NUMERIC
043900         GO TO 6000-EXIT
044000     END-IF.
044100     MOVE PN-CV-YYYY TO PN-CY-YYYY.
044200     MOVE PN-CV-MM TO PN-CY-MM.
044300     MOVE PN-CV-DD TO PN-CY-DD.
044400     IF PN-CY-MM = ZERO OR PN-CY-MM GREATER THAN 12
044500         OR PN-CY-DD = ZERO OR PN-CY-DD GREATER THAN 31
044600         OR PN-CY-YYYY LESS THAN 1601
044700         GO TO 6000-EXIT
044800     END-IF.
044900     COMPUTE PN-CONV-INT =
045000         FUNCTION INTEGER-OF-DATE (PN-CONV-YMD).
045100     MOVE 'Y' TO PN-CONV-OK-SW.
045200 6000-EXIT.
045300     EXIT.
045400
045500*-----------------------------------------------------------------
045600* 8000-WRITE-SUMMARY
045700* THE RUN TOTALS, WITH A NOTE WHEN NOTHING WAS LISTED.
045800*-----------------------------------------------------------------
045900 8000-WRITE-SUMMARY.
046000     IF PN-ITEMS-PENDING = ZERO
046100         AND PN-ITEMS-EXPIRED = ZERO
046200         MOVE SPACES TO PNDRPT-LINE
046300         MOVE '  NO ITEMS PENDING APPROVAL' TO PNDRPT-LINE
046400         WRITE PNDRPT-LINE AFTER ADVANCING 2 LINES
046500         ADD 2 TO PN-LINE-COUNT
046600     END-IF.
046700     MOVE 'ITEMS ON THE PENDING FILE:        ' TO PN-SUM-LABEL.
046800     MOVE PN-ITEMS-READ TO PN-SUM-VALUE.
046900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
047000     MOVE 'ITEMS STILL PENDING:              ' TO PN-SUM-LABEL.
047100     MOVE PN-ITEMS-PENDING TO PN-SUM-VALUE.
047200     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
047300     MOVE 'ITEMS EXPIRED THIS RUN:           ' TO PN-SUM-LABEL.
047400     MOVE PN-ITEMS-EXPIRED TO PN-SUM-VALUE.
047500     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
047600     MOVE 'ITEMS ALREADY DECIDED:            ' TO PN-SUM-LABEL.
047700     MOVE PN-ITEMS-DECIDED TO PN-SUM-VALUE.
047800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
047900     MOVE 'OLDEST PENDING ITEM (DAYS):       ' TO PN-SUM-LABEL.
048000     MOVE PN-OLDEST-AGE TO PN-SUM-VALUE.
048100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
048200 8000-EXIT.
048300     EXIT.
048400
048500 8200-WRITE-SUMMARY-LINE.
048600     IF PN-LINE-COUNT NOT LESS THAN PN-MAX-LINES-PER-PAGE
048700         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
048800     END-IF.
048900     WRITE PNDRPT-LINE FROM PN-SUMMARY-LINE
049000         AFTER ADVANCING 1 LINE.
049100     ADD 1 TO PN-LINE-COUNT.
049200 8200-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------------
049600* 9000-TERMINATE-RTN
049700* CLOSES THE FILES AND SETS THE CONDITION CODE - 4 WHEN
049800* ANYTHING EXPIRED OR A WARNING WAS RAISED, 0 CLEAN.
049900*-----------------------------------------------------------------
050000 9000-TERMINATE-RTN.
050100     IF PN-PENDF-OPEN
050200         CLOSE PENDF
050300     END-IF.
050400     CLOSE PNDRPT.
050500     DISPLAY 'ADPNDRPT - COMPLETE'.
050600     DISPLAY 'ITEMS READ    = ' PN-ITEMS-READ.
050700     DISPLAY 'ITEMS PENDING = ' PN-ITEMS-PENDING.
050800     DISPLAY 'ITEMS EXPIRED = ' PN-ITEMS-EXPIRED.
050900     IF PN-ITEMS-EXPIRED GREATER THAN ZERO
051000         OR PN-WARNING-RAISED
051100         MOVE 4 TO RETURN-CODE
051200     ELSE
051300         MOVE ZERO TO RETURN-CODE
051400     END-IF.
051500 9000-EXIT.
051600     EXIT.
