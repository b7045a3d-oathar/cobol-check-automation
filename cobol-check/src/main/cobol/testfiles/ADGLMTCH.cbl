000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADGLMTCH.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  GL POSTING ACKNOWLEDGEMENT
001400*                 MATCH.  LOADS THE GENERAL LEDGERS POSTED AND
001500*                 REJECTED ACKNOWLEDGEMENTS (SEE ADGLACK) ONTO
001600*                 THE KEYED ACKNOWLEDGEMENT REGISTER (ADGLREG),
001700*                 THEN MATCHES EVERY DETAIL LINE ON THE GL
001800*                 EXTRACT HISTORY AGAINST IT.  REPORTS LINES
001900*                 REJECTED BY THE GL, LINES POSTED AT A
002000*                 DIFFERENT AMOUNT, LINES NOT ACKNOWLEDGED
002100*                 WITHIN THE ADPARM WINDOW AND ACKNOWLEDGEMENTS
002200*                 FOR LINES NEVER SENT, AND STAMPS EACH CYCLE
002300*                 RUNS GL STATUS ON THE RUN-CONTROL FILE FOR
002400*                 THE SETTLEMENT CALENDAR.
002425* 10/15/2026 RD   A FAILED GLACKF OR RUNCTLF UPDATE NOW ENDS THE
002450*                 RUN WITH CONDITION CODE 4, AND A REGISTER
002475*                 WRITE THAT FAILS IS NO LONGER COUNTED.
002500
002600* REMARKS.
002700*     RUN AFTER THE GL TEAMS ACKNOWLEDGEMENT FILE ARRIVES.  THE
002800*     EXTRACT HISTORY (EXTRIN) IS THE SAME HEADER/DETAIL/TRAILER
002900*     FILE ADARCHIV KEEPS, SO EVERY EXTRACT STILL ON IT IS
003000*     RE-MATCHED EACH RUN - A LINE THE LEDGER REJECTED STAYS ON
003100*     THE EXCEPTION LIST UNTIL A LATER POSTED ACKNOWLEDGEMENT
003200*     REPLACES THE REJECTION ON THE REGISTER.  A LINE IS OVERDUE
003300*     WHEN ITS BUSINESS DATE IS MORE THAN THE WINDOW (ADPARM
003400*     ACK-DAYS, DEFAULT 5) BEFORE THE AS-OF DATE (ADPARM BUSINESS
003500*     DATE, BLANK = TODAY) WITH NO ACKNOWLEDGEMENT ON FILE.  AN
003600*     ACKNOWLEDGEMENT THAT MATCHES NO EXTRACT LINE IS LISTED ON
003700*     THE DAY IT ARRIVES AND COUNTED IN THE SUMMARY AFTER THAT.
003800*     THE GL STATUS FOR A CYCLE RUN IS REJECTS (ANY LINE REJECTED
003900*     OR AT A DIFFERENT AMOUNT), ELSE OVERDUE, ELSE AWAITING ACK,
004000*     ELSE CONFIRMED.  ENDS WITH CONDITION CODE 4 WHEN ANYTHING
004100*     NEEDS GL FOLLOW-UP, 8 WHEN THE REGISTER CANNOT BE OPENED.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 SPECIAL-NAMES.
004800     C01 IS TOP-OF-PAGE.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL CTLCARD
005300         ASSIGN TO CTLCARD
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS GM-CTLCARD-STATUS.
005600
005700     SELECT OPTIONAL GLACKIN
005800         ASSIGN TO GLACKIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS GM-GLACKIN-STATUS.
006100
006200     SELECT GLACKF
006300         ASSIGN TO GLACKF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS ADGLREG-KEY
006700         FILE STATUS IS GM-GLACKF-STATUS.
006800
006900     SELECT OPTIONAL EXTRIN
007000         ASSIGN TO EXTRIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS GM-EXTRIN-STATUS.
007300
007400     SELECT RUNCTLF
007500         ASSIGN TO RUNCTLF
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS ADRUNCTL-KEY
007900         FILE STATUS IS GM-RUNCTLF-STATUS.
008000
008100     SELECT GLAKRPT
008200         ASSIGN TO GLAKRPT
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700
008800 FD  CTLCARD
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ADPARM.
009300
009400 FD  GLACKIN
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 80 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800     COPY ADGLACK.
009900
010000 FD  GLACKF
010100     RECORD CONTAINS 100 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ADGLREG.
010400
010500 FD  EXTRIN
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 80 CHARACTERS
010800     LABEL RECORDS ARE STANDARD.
010900     COPY ADEXTR.
011000
011100 FD  RUNCTLF
011200     RECORD CONTAINS 80 CHARACTERS
011300     LABEL RECORDS ARE STANDARD.
011400     COPY ADRUNCTL.
011500
011600 FD  GLAKRPT
011700     RECORD CONTAINS 132 CHARACTERS
011800     LABEL RECORDS ARE STANDARD.
011900 01  GLAKRPT-LINE                    PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200
012300*-----------------------------------------------------------------
012400* FILE STATUS AND SWITCHES
012500*-----------------------------------------------------------------
012600 77  GM-CTLCARD-STATUS               PIC X(02) VALUE "00".
012700 77  GM-GLACKIN-STATUS               PIC X(02) VALUE "00".
012800 77  GM-GLACKF-STATUS                PIC X(02) VALUE "00".
012900 77  GM-EXTRIN-STATUS                PIC X(02) VALUE "00".
013000 77  GM-RUNCTLF-STATUS               PIC X(02) VALUE "00".
013100 77  GM-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
013200     88  GM-CARD-EOF                 VALUE 'Y'.
013300 77  GM-ACK-EOF-SW                    PIC X(01) VALUE 'N'.
013400     88  GM-ACK-EOF                  VALUE 'Y'.
013500 77  GM-EXTR-EOF-SW                   PIC X(01) VALUE 'N'.
013600     88  GM-EXTR-EOF                 VALUE 'Y'.
013700 77  GM-REG-EOF-SW                    PIC X(01) VALUE 'N'.
013800     88  GM-REG-EOF                  VALUE 'Y'.
013900 77  GM-GLACKF-OPEN-SW                PIC X(01) VALUE 'N'.
014000     88  GM-GLACKF-OPEN              VALUE 'Y'.
014100 77  GM-RUNCTL-OPEN-SW                PIC X(01) VALUE 'N'.
014200     88  GM-RUNCTL-OPEN              VALUE 'Y'.
014300 77  GM-BLOCK-OPEN-SW                 PIC X(01) VALUE 'N'.
014400     88  GM-BLOCK-OPEN               VALUE 'Y'.
014500 77  GM-REG-FOUND-SW                  PIC X(01) VALUE 'N'.
014600     88  GM-REG-FOUND                VALUE 'Y'.
014700 77  GM-ACK-OK-SW                     PIC X(01) VALUE 'N'.
014800     88  GM-ACK-OK                   VALUE 'Y'.
014900 77  GM-EXC-HDG-DONE-SW               PIC X(01) VALUE 'N'.
015000     88  GM-EXC-HDG-DONE             VALUE 'Y'.
015100 77  GM-BT-FULL-TOLD-SW               PIC X(01) VALUE 'N'.
015200     88  GM-BT-FULL-TOLD             VALUE 'Y'.
015300 77  GM-WARNING-SW                    PIC X(01) VALUE 'N'.
015400     88  GM-WARNING-RAISED           VALUE 'Y'.
015500
015600*-----------------------------------------------------------------
015700* RUN PARAMETERS - ACKNOWLEDGEMENT WINDOW AND AS-OF DATE OFF THE
015800* ADPARM CARD.  A WINDOW OF ZERO (OR NO CARD) TAKES THE DEFAULT.
015900*-----------------------------------------------------------------
016000 77  GM-ACK-DAYS                     PIC 9(03) VALUE 005.
016100 77  GM-ASOF-DATE                    PIC X(10) VALUE SPACES.
016200 77  GM-ASOF-INT                     PIC 9(08) COMP VALUE ZERO.
016300
016400*-----------------------------------------------------------------
016500* DATE CONVERSION WORK FIELDS - YYYY-MM-DD STRING TO THE
016600* INTRINSIC DAY NUMBER, AS IN ADARCHIV.
016700*-----------------------------------------------------------------
016800 01  GM-CONV-DATE.
016900     05  GM-CV-YYYY                  PIC X(04).
017000     05  FILLER                      PIC X(01).
017100     05  GM-CV-MM                    PIC X(02).
017200     05  FILLER                      PIC X(01).
017300     05  GM-CV-DD                    PIC X(02).
017400 01  GM-CONV-YMD                     PIC 9(08).
017500 01  GM-CONV-YMD-R REDEFINES GM-CONV-YMD.
017600     05  GM-CY-YYYY                  PIC 9(04).
017700     05  GM-CY-MM                    PIC 9(02).
017800     05  GM-CY-DD                    PIC 9(02).
017900 77  GM-CONV-INT                     PIC 9(08) COMP VALUE ZERO.
018000 77  GM-CONV-OK-SW                    PIC X(01) VALUE 'N'.
018100     88  GM-CONV-OK                  VALUE 'Y'.
018200
018300*-----------------------------------------------------------------
018400* THE ACKNOWLEDGEMENT ROW BEING EDITED - ITS CYCLE (BLANK = 1)
018500* AND THE REASON IT WAS REFUSED.
018600*-----------------------------------------------------------------
018700 77  GM-ACK-CYCLE                    PIC 9(01) VALUE 1.
018800 77  GM-ACK-NOTE                     PIC X(30) VALUE SPACES.
018900
019000*-----------------------------------------------------------------
019100* THE EXTRACT BEING MATCHED - KEY FROM ITS HEADER, ITS AGE IN
019200* DAYS AT THE AS-OF DATE, AND ITS LINE COUNTS.  REJECTED LINES
019300* AND LINES POSTED AT A DIFFERENT AMOUNT ARE KEPT APART HERE
019400* AND SHOWN TOGETHER AS REJECTED.
019500*-----------------------------------------------------------------
019600 01  GM-BLOCK.
019700     05  GM-BLK-RUN-ID               PIC X(08).
019800     05  GM-BLK-BUS-DATE             PIC X(10).
019900     05  GM-BLK-CYCLE                PIC 9(01).
020000     05  GM-BLK-AGE                  PIC S9(05) COMP.
020100     05  GM-BLK-SENT                 PIC 9(09) COMP.
020200     05  GM-BLK-POSTED               PIC 9(09) COMP.
020300     05  GM-BLK-REJECTED             PIC 9(09) COMP.
020400     05  GM-BLK-DIFFERS              PIC 9(09) COMP.
020500     05  GM-BLK-AWAITING             PIC 9(09) COMP.
020600     05  GM-BLK-OVERDUE              PIC 9(09) COMP.
020700     05  GM-BLK-GL-STATUS            PIC X(01).
020800         88  GM-BLK-CONFIRMED        VALUE 'C'.
020900         88  GM-BLK-REJECTS          VALUE 'R'.
021000         88  GM-BLK-OVERDUE-ST       VALUE 'O'.
021100         88  GM-BLK-AWAITING-ST      VALUE 'W'.
021200     05  GM-BLK-NOTE                 PIC X(22).
021300
021400*-----------------------------------------------------------------
021500* ONE ROW PER EXTRACT MATCHED, PRINTED AFTER THE EXCEPTIONS.  A
021600* FULL TABLE DROPS THE REST FROM THE LISTING WITH A ONE-TIME
021700* WARNING - THEIR RUN-CONTROL STATUS IS STILL STAMPED.
021800*-----------------------------------------------------------------
021900 01  GM-BLOCK-TABLE.
022000     05  GM-BT-ENTRY OCCURS 1000 TIMES.
022100         10  GM-BT-RUN-ID            PIC X(08).
022200         10  GM-BT-BUS-DATE          PIC X(10).
022300         10  GM-BT-CYCLE             PIC 9(01).
022400         10  GM-BT-SENT              PIC 9(09) COMP.
022500         10  GM-BT-POSTED            PIC 9(09) COMP.
022600         10  GM-BT-REJECTED          PIC 9(09) COMP.
022700         10  GM-BT-AWAITING          PIC 9(09) COMP.
022800         10  GM-BT-OVERDUE           PIC 9(09) COMP.
022900         10  GM-BT-GL-STATUS         PIC X(01).
023000         10  GM-BT-NOTE              PIC X(22).
023100 77  GM-BT-MAX                       PIC 9(04) COMP VALUE 1000.
023200 77  GM-BT-COUNT                     PIC 9(04) COMP VALUE ZERO.
023300 77  GM-BT-SUB                       PIC 9(04) COMP VALUE ZERO.
023400
023500*-----------------------------------------------------------------
023600* COUNTS FOR THE EOJ SUMMARY
023700*-----------------------------------------------------------------
023800 77  GM-ACKS-READ                    PIC 9(09) COMP VALUE ZERO.
023900 77  GM-ACKS-REFUSED                 PIC 9(09) COMP VALUE ZERO.
024000 77  GM-ACKS-NEW                     PIC 9(09) COMP VALUE ZERO.
024100 77  GM-ACKS-REPLACED                PIC 9(09) COMP VALUE ZERO.
024200 77  GM-EXTRACTS                     PIC 9(09) COMP VALUE ZERO.
024300 77  GM-EXTR-STRAYS                  PIC 9(09) COMP VALUE ZERO.
024400 77  GM-LINES-SENT                   PIC 9(09) COMP VALUE ZERO.
024500 77  GM-LINES-POSTED                 PIC 9(09) COMP VALUE ZERO.
024600 77  GM-LINES-REJECTED               PIC 9(09) COMP VALUE ZERO.
024700 77  GM-LINES-DIFFER                 PIC 9(09) COMP VALUE ZERO.
024800 77  GM-LINES-AWAITING               PIC 9(09) COMP VALUE ZERO.
024900 77  GM-LINES-OVERDUE                PIC 9(09) COMP VALUE ZERO.
025000 77  GM-UNSENT-TODAY                 PIC 9(09) COMP VALUE ZERO.
025100 77  GM-UNSENT-ON-FILE               PIC 9(09) COMP VALUE ZERO.
025200 77  GM-RUNCTL-STAMPED               PIC 9(09) COMP VALUE ZERO.
025300 77  GM-RUNCTL-MISSING               PIC 9(09) COMP VALUE ZERO.
025400
025500*-----------------------------------------------------------------
025600* REPORT PAGE / LINE CONTROL
025700*-----------------------------------------------------------------
025800 77  GM-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
025900 77  GM-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
026000 77  GM-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
026100
026200*-----------------------------------------------------------------
026300* SYSTEM DATE FOR THE HEADING AND THE DEFAULT AS-OF DATE
026400*-----------------------------------------------------------------
026500 01  GM-SYSTEM-DATE.
026600     05  GM-SYS-YY                   PIC 9(02).
026700     05  GM-SYS-MM                   PIC 9(02).
026800     05  GM-SYS-DD                   PIC 9(02).
026900 01  GM-HDG-DATE                     PIC X(10).
027000
027100*-----------------------------------------------------------------
027200* PRINT LINE LAYOUTS FOR GLAKRPT
027300*-----------------------------------------------------------------
027400 01  GM-HDG1.
027500     05  FILLER                      PIC X(01) VALUE SPACE.
027600     05  FILLER                      PIC X(44)
027700             VALUE 'ADGLMTCH - GL POSTING ACKNOWLEDGEMENT MATCH'.
027800     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
027900     05  GM-HDG1-DATE                PIC X(10).
028000     05  FILLER                      PIC X(03) VALUE SPACES.
028100     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
028200     05  GM-HDG1-PAGE                PIC ZZZZ9.
028300
028400 01  GM-PARM-LINE.
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  FILLER                      PIC X(12)
028700             VALUE 'ACK WINDOW: '.
028800     05  GM-PARM-DAYS                PIC ZZ9.
028900     05  FILLER                      PIC X(05) VALUE ' DAYS'.
029000     05  FILLER                      PIC X(15)
029100             VALUE '   AS-OF DATE: '.
029200     05  GM-PARM-ASOF                PIC X(10).
029300
029400 01  GM-EXC-HDG.
029500     05  FILLER                      PIC X(02) VALUE SPACES.
029600     05  FILLER                      PIC X(44) VALUE
029700         'EXCEPTIONS - GL FOLLOW-UP REQUIRED'.
029800
029900 01  GM-EXC-COL-HDG.
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  FILLER                      PIC X(18) VALUE 'EXCEPTION'.
030200     05  FILLER                      PIC X(10) VALUE 'RUN-ID'.
030300     05  FILLER                      PIC X(12) VALUE 'BUS DATE'.
030400     05  FILLER                      PIC X(05) VALUE 'CYC'.
030500     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
030600     05  FILLER                      PIC X(04) VALUE 'OP'.
030700     05  FILLER                      PIC X(17)
030800             VALUE '    AMOUNT SENT'.
030900     05  FILLER                      PIC X(17)
031000             VALUE '      GL AMOUNT'.
031100     05  FILLER                      PIC X(04) VALUE 'NOTE'.
031200
031300 01  GM-EXC-LINE.
031400     05  FILLER                      PIC X(02) VALUE SPACES.
031500     05  GM-EX-TYPE                  PIC X(16).
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  GM-EX-RUN-ID                PIC X(08).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  GM-EX-DATE                  PIC X(10).
032000     05  FILLER                      PIC X(02) VALUE SPACES.
032100     05  GM-EX-CYCLE                 PIC X(01).
032200     05  FILLER                      PIC X(04) VALUE SPACES.
032300     05  GM-EX-ACCOUNT               PIC X(08).
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  GM-EX-OP                    PIC X(01).
032600     05  FILLER                      PIC X(03) VALUE SPACES.
032700     05  GM-EX-SENT                  PIC -ZZZ,ZZZ,ZZ9.99.
032800     05  GM-EX-SENT-X REDEFINES GM-EX-SENT
032900                                     PIC X(15).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  GM-EX-GL                    PIC -ZZZ,ZZZ,ZZ9.99.
033200     05  GM-EX-GL-X REDEFINES GM-EX-GL
033300                                     PIC X(15).
033400     05  FILLER                      PIC X(02) VALUE SPACES.
033500     05  GM-EX-NOTE                  PIC X(30).
033600
033700 01  GM-BLK-HDG.
033800     05  FILLER                      PIC X(02) VALUE SPACES.
033900     05  FILLER                      PIC X(44) VALUE
034000         'EXTRACTS MATCHED - GL STATUS BY CYCLE RUN'.
034100
034200 01  GM-BLK-COL-HDG.
034300     05  FILLER                      PIC X(02) VALUE SPACES.
034400     05  FILLER                      PIC X(10) VALUE 'RUN-ID'.
034500     05  FILLER                      PIC X(12) VALUE 'BUS DATE'.
034600     05  FILLER                      PIC X(05) VALUE 'CYC'.
034700     05  FILLER                      PIC X(12)
034800             VALUE '       SENT'.
034900     05  FILLER                      PIC X(12)
035000             VALUE '     POSTED'.
035100     05  FILLER                      PIC X(12)
035200             VALUE '   REJECTED'.
035300     05  FILLER                      PIC X(12)
035400             VALUE '   AWAITING'.
035500     05  FILLER                      PIC X(12)
035600             VALUE '    OVERDUE'.
035700     05  FILLER                      PIC X(02) VALUE SPACES.
035800     05  FILLER                      PIC X(14) VALUE 'GL STATUS'.
035900     05  FILLER                      PIC X(04) VALUE 'NOTE'.
036000
036100 01  GM-BLK-LINE.
036200     05  FILLER                      PIC X(02) VALUE SPACES.
036300     05  GM-BL-RUN-ID                PIC X(08).
036400     05  FILLER                      PIC X(02) VALUE SPACES.
036500     05  GM-BL-DATE                  PIC X(10).
036600     05  FILLER                      PIC X(02) VALUE SPACES.
036700     05  GM-BL-CYCLE                 PIC 9(01).
036800     05  FILLER                      PIC X(04) VALUE SPACES.
036900     05  GM-BL-SENT                  PIC ZZZ,ZZZ,ZZ9.
037000     05  FILLER                      PIC X(01) VALUE SPACE.
037100     05  GM-BL-POSTED                PIC ZZZ,ZZZ,ZZ9.
037200     05  FILLER                      PIC X(01) VALUE SPACE.
037300     05  GM-BL-REJECTED              PIC ZZZ,ZZZ,ZZ9.
037400     05  FILLER                      PIC X(01) VALUE SPACE.
037500     05  GM-BL-AWAITING              PIC ZZZ,ZZZ,ZZ9.
037600     05  FILLER                      PIC X(01) VALUE SPACE.
037700     05  GM-BL-OVERDUE               PIC ZZZ,ZZZ,ZZ9.
037800     05  FILLER                      PIC X(03) VALUE SPACES.
037900     05  GM-BL-GL-STATUS             PIC X(12).
038000     05  FILLER                      PIC X(02) VALUE SPACES.
038100     05  GM-BL-NOTE                  PIC X(22).
038200
038300 01  GM-SUMMARY-LINE.
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  GM-SUM-LABEL                PIC X(34).
038600     05  GM-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
038700
038800 PROCEDURE DIVISION.
038900
039000*-----------------------------------------------------------------
039100* 0000-MAINLINE
039200* DRIVES THE ENTIRE RUN.  WITH NO REGISTER THERE IS NOTHING TO
039300* MATCH AGAINST - THE REPORT SAYS SO AND THE RUN ENDS CODE 8.
039400*-----------------------------------------------------------------
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
039700     IF GM-GLACKF-OPEN
039800         PERFORM 2000-LOAD-ACK THRU 2000-EXIT
039900             UNTIL GM-ACK-EOF
040000         PERFORM 3000-MATCH-EXTRACT THRU 3000-EXIT
040100             UNTIL GM-EXTR-EOF
040200         PERFORM 4000-LIST-UNSENT THRU 4000-EXIT
040300     END-IF.
040400     PERFORM 8000-WRITE-REPORTS THRU 8000-EXIT.
040500     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
040600     GOBACK.
040700
040800*-----------------------------------------------------------------
040900* 1000-INITIALIZE-RTN
041000* OPENS THE FILES, LOADS THE WINDOW AND AS-OF DATE AND PRIMES THE
041100* ACKNOWLEDGEMENT AND EXTRACT READS.  A MISSING ACKNOWLEDGEMENT
041200* FILE MEANS NOTHING ARRIVED TODAY - THE HISTORY IS STILL
041300* MATCHED SO OVERDUE LINES SURFACE.  A RUN-CONTROL FILE THAT
041400* WILL NOT OPEN IS WARNED AND THE STATUS STAMP SKIPPED, AS THE
041500* DUPLICATE-RUN GUARD IN ADDITION DOES.
041600*-----------------------------------------------------------------
041700 1000-INITIALIZE-RTN.
041800     ACCEPT GM-SYSTEM-DATE FROM DATE.
041900     STRING
042000         GM-SYS-MM '/' GM-SYS-DD '/' '20' GM-SYS-YY
042100         DELIMITED BY SIZE INTO GM-HDG-DATE
042200     END-STRING.
042300     MOVE GM-HDG-DATE TO GM-HDG1-DATE.
042400     PERFORM 1100-READ-CTLCARD THRU 1100-EXIT.
042500     IF GM-ASOF-DATE = SPACES
042600         STRING
042700             '20' GM-SYS-YY '-' GM-SYS-MM '-' GM-SYS-DD
042800             DELIMITED BY SIZE INTO GM-ASOF-DATE
042900         END-STRING
043000     END-IF.
043100     MOVE GM-ASOF-DATE TO GM-CONV-DATE.
043200     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
043300     IF GM-CONV-OK
043400         MOVE GM-CONV-INT TO GM-ASOF-INT
043500     ELSE
043600         DISPLAY 'ADGLMTCH - AS-OF DATE ' GM-ASOF-DATE
043700             ' IS NOT A DATE - NOTHING WILL SHOW OVERDUE'
043800         MOVE ZERO TO GM-ASOF-INT
043900         SET GM-WARNING-RAISED TO TRUE
044000     END-IF.
044100     OPEN OUTPUT GLAKRPT.
044200     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
044300     MOVE GM-ACK-DAYS TO GM-PARM-DAYS.
044400     MOVE GM-ASOF-DATE TO GM-PARM-ASOF.
044500     WRITE GLAKRPT-LINE FROM GM-PARM-LINE
044600         AFTER ADVANCING 2 LINES.
044700     ADD 2 TO GM-LINE-COUNT.
044800     PERFORM 1200-OPEN-REGISTER THRU 1200-EXIT.
044900     IF NOT GM-GLACKF-OPEN
045000         GO TO 1000-EXIT
045100     END-IF.
045200     OPEN I-O RUNCTLF.
045300     IF GM-RUNCTLF-STATUS = '00' OR '05'
045400         SET GM-RUNCTL-OPEN TO TRUE
045500     ELSE
045600         DISPLAY 'ADGLMTCH - RUNCTLF OPEN FAILED, STATUS = '
045700             GM-RUNCTLF-STATUS
045800         DISPLAY 'ADGLMTCH - GL STATUS NOT STAMPED FOR THIS RUN'
045900         SET GM-WARNING-RAISED TO TRUE
046000     END-IF.
046100     OPEN INPUT GLACKIN.
046200     IF GM-GLACKIN-STATUS NOT = '00' AND NOT = '05'
046300         SET GM-ACK-EOF TO TRUE
046400     END-IF.
046500     OPEN INPUT EXTRIN.
046600     IF GM-EXTRIN-STATUS NOT = '00' AND NOT = '05'
046700         SET GM-EXTR-EOF TO TRUE
046800     END-IF.
046900     IF NOT GM-ACK-EOF
047000         PERFORM 2100-READ-ACK THRU 2100-EXIT
047100     END-IF.
047200     IF NOT GM-EXTR-EOF
047300         PERFORM 3050-READ-EXTRACT THRU 3050-EXIT
047400     END-IF.
047500 1000-EXIT.
047600     EXIT.
047700
047800*-----------------------------------------------------------------
047900* 1100-READ-CTLCARD
048000* A MISSING CARD, OR A ZERO OR NON-NUMERIC WINDOW, LEAVES THE
048100* DEFAULT WINDOW IN PLACE.
048200*-----------------------------------------------------------------
048300 1100-READ-CTLCARD.
048400     OPEN INPUT CTLCARD.
048500     IF GM-CTLCARD-STATUS NOT = '00'
048600         CLOSE CTLCARD
048700         GO TO 1100-EXIT
048800     END-IF.
048900     READ CTLCARD
049000         AT END SET GM-CARD-EOF TO TRUE
049100     END-READ.
049200     IF NOT GM-CARD-EOF
049300         IF ADPARM-ACK-DAYS-X IS NUMERIC
049400             AND ADPARM-ACK-DAYS GREATER THAN ZERO
049500             MOVE ADPARM-ACK-DAYS TO GM-ACK-DAYS
049600         END-IF
049700         IF ADPARM-BUS-DATE NOT = SPACES
049800             MOVE ADPARM-BUS-DATE TO GM-ASOF-DATE
049900         END-IF
050000     END-IF.
050100     CLOSE CTLCARD.
050200 1100-EXIT.
050300     EXIT.
050400
050500*-----------------------------------------------------------------
050600* 1200-OPEN-REGISTER
050700* THE ACKNOWLEDGEMENT REGISTER IS CREATED EMPTY ON THE FIRST RUN.
050800*-----------------------------------------------------------------
050900 1200-OPEN-REGISTER.
051000     OPEN I-O GLACKF.
051100     IF GM-GLACKF-STATUS = '35'
051200         OPEN OUTPUT GLACKF
051300         CLOSE GLACKF
051400         OPEN I-O GLACKF
051500     END-IF.
051600     IF GM-GLACKF-STATUS NOT = '00' AND NOT = '05'
051700         DISPLAY 'ADGLMTCH - GLACKF OPEN FAILED, STATUS = '
051800             GM-GLACKF-STATUS
051900         GO TO 1200-EXIT
052000     END-IF.
052100     SET GM-GLACKF-OPEN TO TRUE.
052200 1200-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------------
052600* 1500-WRITE-RPT-HEADING
052700*-----------------------------------------------------------------
052800 1500-WRITE-RPT-HEADING.
052900     ADD 1 TO GM-PAGE-COUNT.
053000     MOVE GM-PAGE-COUNT TO GM-HDG1-PAGE.
053100     WRITE GLAKRPT-LINE FROM GM-HDG1 AFTER ADVANCING PAGE.
053200     MOVE ZERO TO GM-LINE-COUNT.
053300 1500-EXIT.
053400     EXIT.
053500
053600*-----------------------------------------------------------------
053700* 2000-LOAD-ACK
053800* EDITS ONE ACKNOWLEDGEMENT ROW AND FILES IT ON THE REGISTER.  A
053900* SECOND ACKNOWLEDGEMENT FOR THE SAME LINE (THE GL RE-POSTING A
054000* REJECTED LINE) REPLACES THE FIRST BUT KEEPS ITS MATCHED FLAG.
054100* A ROW THAT FAILS THE EDIT IS LISTED AND NOT FILED.
054200*-----------------------------------------------------------------
054300 2000-LOAD-ACK.
054400     ADD 1 TO GM-ACKS-READ.
054500     PERFORM 2200-EDIT-ACK THRU 2200-EXIT.
054600     IF NOT GM-ACK-OK
054700         ADD 1 TO GM-ACKS-REFUSED
054800         MOVE 'BAD ACK ROW' TO GM-EX-TYPE
054900         MOVE ADGLACK-RUN-ID TO GM-EX-RUN-ID
055000         MOVE ADGLACK-BUS-DATE TO GM-EX-DATE
055100         MOVE ADGLACK-CYCLE-X TO GM-EX-CYCLE
055200         MOVE ADGLACK-ACCOUNT TO GM-EX-ACCOUNT
055300         MOVE ADGLACK-OP-CODE TO GM-EX-OP
055400         MOVE SPACES TO GM-EX-SENT-X
055500         IF ADGLACK-AMOUNT IS NUMERIC
055600             MOVE ADGLACK-AMOUNT TO GM-EX-GL
055700         ELSE
055800             MOVE SPACES TO GM-EX-GL-X
055900         END-IF
056000         MOVE GM-ACK-NOTE TO GM-EX-NOTE
056100         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
056200         GO TO 2000-NEXT
056300     END-IF.
056400     MOVE ADGLACK-RUN-ID TO ADGLREG-RUN-ID.
056500     MOVE ADGLACK-BUS-DATE TO ADGLREG-BUS-DATE.
056600     MOVE GM-ACK-CYCLE TO ADGLREG-CYCLE.
056700     MOVE ADGLACK-ACCOUNT TO ADGLREG-ACCOUNT.
056800     MOVE ADGLACK-OP-CODE TO ADGLREG-OP-CODE.
056900     MOVE 'N' TO GM-REG-FOUND-SW.
057000     READ GLACKF
057100         INVALID KEY
057200             CONTINUE
057300         NOT INVALID KEY
057400             SET GM-REG-FOUND TO TRUE
057500     END-READ.
057600     IF NOT GM-REG-FOUND
057700         MOVE SPACES TO ADGLREG-REC
057800         MOVE ADGLACK-RUN-ID TO ADGLREG-RUN-ID
057900         MOVE ADGLACK-BUS-DATE TO ADGLREG-BUS-DATE
058000         MOVE GM-ACK-CYCLE TO ADGLREG-CYCLE
058100         MOVE ADGLACK-ACCOUNT TO ADGLREG-ACCOUNT
058200         MOVE ADGLACK-OP-CODE TO ADGLREG-OP-CODE
058300         MOVE 'N' TO ADGLREG-MATCH-SW
058400     END-IF.
058500     MOVE ADGLACK-AMOUNT TO ADGLREG-AMOUNT.
058600     MOVE ADGLACK-STATUS TO ADGLREG-STATUS.
058700     MOVE ADGLACK-REASON TO ADGLREG-REASON.
058800     MOVE GM-ASOF-DATE TO ADGLREG-ACK-DATE.
058900     IF GM-REG-FOUND
059000         REWRITE ADGLREG-REC
059100             INVALID KEY
059200                 DISPLAY 'ADGLMTCH - GLACKF REWRITE FAILED'
059250                 SET GM-WARNING-RAISED TO TRUE
059300             NOT INVALID KEY
059400                 ADD 1 TO GM-ACKS-REPLACED
059450         END-REWRITE
059500     ELSE
059600         WRITE ADGLREG-REC
059700             INVALID KEY
059800                 DISPLAY 'ADGLMTCH - GLACKF WRITE FAILED'
059850                 SET GM-WARNING-RAISED TO TRUE
059900             NOT INVALID KEY
060000                 ADD 1 TO GM-ACKS-NEW
060050         END-WRITE
060100     END-IF.
060200 2000-NEXT.
060300     PERFORM 2100-READ-ACK THRU 2100-EXIT.
060400 2000-EXIT.
060500     EXIT.
060600
060700 2100-READ-ACK.
060800     READ GLACKIN
060900         AT END SET GM-ACK-EOF TO TRUE
061000     END-READ.
061100 2100-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------------
061500* 2200-EDIT-ACK
061600* A ROW MUST NAME A RUN-ID, A REAL BUSINESS DATE, A CYCLE OF 1-9
061700* (BLANK = 1), AN ACCOUNT, A NUMERIC AMOUNT AND A STATUS OF P OR
061800* R.  THE FIRST FAULT FOUND IS THE ONE REPORTED.
061900*-----------------------------------------------------------------
062000 2200-EDIT-ACK.
062100     MOVE 'N' TO GM-ACK-OK-SW.
062200     MOVE SPACES TO GM-ACK-NOTE.
062300     IF ADGLACK-RUN-ID = SPACES
062400         MOVE 'RUN-ID MISSING' TO GM-ACK-NOTE
062500         GO TO 2200-EXIT
062600     END-IF.
062700     MOVE ADGLACK-BUS-DATE TO GM-CONV-DATE.
062800     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
062900     IF NOT GM-CONV-OK
063000         MOVE 'BUSINESS DATE NOT A DATE' TO GM-ACK-NOTE
063100         GO TO 2200-EXIT
063200     END-IF.
063300     IF ADGLACK-CYCLE-X = SPACE
063400         MOVE 1 TO GM-ACK-CYCLE
063500     ELSE
063600         IF ADGLACK-CYCLE-X IS NUMERIC
063700             AND ADGLACK-CYCLE GREATER THAN ZERO
063800             MOVE ADGLACK-CYCLE TO GM-ACK-CYCLE
063900         ELSE
064000             MOVE 'CYCLE NOT 1 - 9' TO GM-ACK-NOTE
064100             GO TO 2200-EXIT
064200         END-IF
064300     END-IF.
064400     IF ADGLACK-ACCOUNT = SPACES
064500         MOVE 'ACCOUNT MISSING' TO GM-ACK-NOTE
064600         GO TO 2200-EXIT
064700     END-IF.
064800     IF ADGLACK-AMOUNT IS NOT NUMERIC
064900         MOVE 'AMOUNT NOT NUMERIC' TO GM-ACK-NOTE
065000         GO TO 2200-EXIT
065100     END-IF.
065200     IF NOT ADGLACK-POSTED AND NOT ADGLACK-REJECTED
065300         MOVE 'STATUS NOT P OR R' TO GM-ACK-NOTE
065400         GO TO 2200-EXIT
065500     END-IF.
065600     MOVE 'Y' TO GM-ACK-OK-SW.
065700 2200-EXIT.
065800     EXIT.
065900
066000*-----------------------------------------------------------------
066100* 3000-MATCH-EXTRACT
066200* ONE EXTRACT HISTORY RECORD.  A HEADER OPENS AN EXTRACT, ITS
066300* DETAILS ARE MATCHED, AND ITS TRAILER (OR THE NEXT HEADER, OR
066400* END OF FILE, FOR AN EXTRACT CUT SHORT) CLOSES IT.  DETAILS
066500* OUTSIDE ANY HEADER CANNOT BE KEYED AND ARE ONLY COUNTED.
066600*-----------------------------------------------------------------
066700 3000-MATCH-EXTRACT.
066800     EVALUATE TRUE
066900         WHEN ADEXTR-HEADER-REC
067000             IF GM-BLOCK-OPEN
067100                 PERFORM 3900-FINISH-BLOCK THRU 3900-EXIT
067200             END-IF
067300             PERFORM 3100-START-BLOCK THRU 3100-EXIT
067400         WHEN ADEXTR-TRAILER-REC
067500             IF GM-BLOCK-OPEN
067600                 PERFORM 3900-FINISH-BLOCK THRU 3900-EXIT
067700             END-IF
067800         WHEN ADEXTR-DETAIL-REC AND GM-BLOCK-OPEN
067900             PERFORM 3200-MATCH-DETAIL THRU 3200-EXIT
068000         WHEN OTHER
068100             ADD 1 TO GM-EXTR-STRAYS
068200     END-EVALUATE.
068300     PERFORM 3050-READ-EXTRACT THRU 3050-EXIT.
068400     IF GM-EXTR-EOF AND GM-BLOCK-OPEN
068500         PERFORM 3900-FINISH-BLOCK THRU 3900-EXIT
068600     END-IF.
068700 3000-EXIT.
068800     EXIT.
068900
069000 3050-READ-EXTRACT.
069100     READ EXTRIN
069200         AT END SET GM-EXTR-EOF TO TRUE
069300     END-READ.
069400 3050-EXIT.
069500     EXIT.
069600
069700*-----------------------------------------------------------------
069800* 3100-START-BLOCK
069900* TAKES THE RUN-ID, BUSINESS DATE AND CYCLE OFF THE HEADER (A
070000* BLANK CYCLE IS AN EXTRACT CUT BEFORE CYCLES - CYCLE 1) AND AGES
070100* THE EXTRACT.  AN UNREADABLE BUSINESS DATE AGES AS ZERO, SO ITS
070200* LINES WAIT RATHER THAN GO OVERDUE.
070300*-----------------------------------------------------------------
070400 3100-START-BLOCK.
070500     MOVE ADEXTR-HDR-RUN-ID TO GM-BLK-RUN-ID.
070600     MOVE ADEXTR-HDR-BUS-DATE TO GM-BLK-BUS-DATE.
070700     IF ADEXTR-HDR-CYCLE-X IS NUMERIC
070800         AND ADEXTR-HDR-CYCLE GREATER THAN ZERO
070900         MOVE ADEXTR-HDR-CYCLE TO GM-BLK-CYCLE
071000     ELSE
071100         MOVE 1 TO GM-BLK-CYCLE
071200     END-IF.
071300     MOVE ZERO TO GM-BLK-AGE.
071400     MOVE ZERO TO GM-BLK-SENT.
071500     MOVE ZERO TO GM-BLK-POSTED.
071600     MOVE ZERO TO GM-BLK-REJECTED.
071700     MOVE ZERO TO GM-BLK-DIFFERS.
071800     MOVE ZERO TO GM-BLK-AWAITING.
071900     MOVE ZERO TO GM-BLK-OVERDUE.
072000     MOVE SPACES TO GM-BLK-NOTE.
072100     MOVE GM-BLK-BUS-DATE TO GM-CONV-DATE.
072200     PERFORM 6000-DATE-TO-INT THRU 6000-EXIT.
072300     IF NOT GM-CONV-OK
072400         MOVE 'HEADER DATE UNREADABLE' TO GM-BLK-NOTE
072500         SET GM-WARNING-RAISED TO TRUE
072600     ELSE
072700         IF GM-ASOF-INT GREATER THAN ZERO
072800             COMPUTE GM-BLK-AGE = GM-ASOF-INT - GM-CONV-INT
072900         END-IF
073000     END-IF.
073100     SET GM-BLOCK-OPEN TO TRUE.
073200 3100-EXIT.
073300     EXIT.
073400
073500*-----------------------------------------------------------------
073600* 3200-MATCH-DETAIL
073700* LOOKS THE EXTRACT LINE UP ON THE REGISTER BY RUN-ID, DATE,
073800* CYCLE, ACCOUNT AND OPERATION CODE.  NO ACKNOWLEDGEMENT IS
073900* OVERDUE PAST THE WINDOW, OTHERWISE STILL AWAITED.  AN
074000* ACKNOWLEDGEMENT FOR AN AMOUNT OTHER THAN THE C AMOUNT SENT IS
074100* REPORTED WHETHER THE GL POSTED IT OR NOT.  THE REGISTER ROW IS
074200* MARKED MATCHED SO IT IS NOT LATER TAKEN FOR A LINE NEVER SENT.
074300*-----------------------------------------------------------------
074400 3200-MATCH-DETAIL.
074500     ADD 1 TO GM-BLK-SENT.
074600     MOVE GM-BLK-RUN-ID TO ADGLREG-RUN-ID.
074700     MOVE GM-BLK-BUS-DATE TO ADGLREG-BUS-DATE.
074800     MOVE GM-BLK-CYCLE TO ADGLREG-CYCLE.
074900     MOVE ADEXTR-ACCOUNT TO ADGLREG-ACCOUNT.
075000     MOVE ADEXTR-OP-CODE TO ADGLREG-OP-CODE.
075100     MOVE 'N' TO GM-REG-FOUND-SW.
075200     READ GLACKF
075300         INVALID KEY
075400             CONTINUE
075500         NOT INVALID KEY
075600             SET GM-REG-FOUND TO TRUE
075700     END-READ.
075800     MOVE GM-BLK-RUN-ID TO GM-EX-RUN-ID.
075900     MOVE GM-BLK-BUS-DATE TO GM-EX-DATE.
076000     MOVE GM-BLK-CYCLE TO GM-EX-CYCLE.
076100     MOVE ADEXTR-ACCOUNT TO GM-EX-ACCOUNT.
076200     MOVE ADEXTR-OP-CODE TO GM-EX-OP.
076300     MOVE ADEXTR-C TO GM-EX-SENT.
076400     IF NOT GM-REG-FOUND
076500         IF GM-BLK-AGE GREATER THAN GM-ACK-DAYS
076600             ADD 1 TO GM-BLK-OVERDUE
076700             MOVE 'NOT ACKNOWLEDGED' TO GM-EX-TYPE
076800             MOVE SPACES TO GM-EX-GL-X
076900             MOVE 'NO GL ACK PAST THE WINDOW' TO GM-EX-NOTE
077000             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
077100         ELSE
077200             ADD 1 TO GM-BLK-AWAITING
077300         END-IF
077400         GO TO 3200-EXIT
077500     END-IF.
077600     IF NOT ADGLREG-MATCHED
077700         SET ADGLREG-MATCHED TO TRUE
077800         REWRITE ADGLREG-REC
077900             INVALID KEY
078000                 DISPLAY 'ADGLMTCH - GLACKF REWRITE FAILED'
078050                 SET GM-WARNING-RAISED TO TRUE
078100         END-REWRITE
078200     END-IF.
078300     MOVE ADGLREG-AMOUNT TO GM-EX-GL.
078400     MOVE ADGLREG-REASON TO GM-EX-NOTE.
078500     EVALUATE TRUE
078600         WHEN ADGLREG-AMOUNT NOT = ADEXTR-C
078700             ADD 1 TO GM-BLK-DIFFERS
078800             MOVE 'AMOUNT DIFFERS' TO GM-EX-TYPE
078900             IF ADGLREG-POSTED
079000                 MOVE 'POSTED AT A DIFFERENT AMOUNT'
079100                     TO GM-EX-NOTE
079200             END-IF
079300             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
079400         WHEN ADGLREG-REJECTED
079500             ADD 1 TO GM-BLK-REJECTED
079600             MOVE 'REJECTED BY GL' TO GM-EX-TYPE
079700             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
079800         WHEN OTHER
079900             ADD 1 TO GM-BLK-POSTED
080000     END-EVALUATE.
080100 3200-EXIT.
080200     EXIT.
080300
080400*-----------------------------------------------------------------
080500* 3900-FINISH-BLOCK
080600* SETTLES THE EXTRACTS GL STATUS - REJECTS, ELSE OVERDUE, ELSE
080700* AWAITING, ELSE CONFIRMED - ROLLS ITS COUNTS INTO THE RUN
080800* TOTALS, TABLES IT FOR THE LISTING AND STAMPS THE STATUS ON ITS
080900* RUN-CONTROL RECORD.  AN EXTRACT APPEARING TWICE ON THE HISTORY
081000* IS STAMPED TWICE - THE LATER ONE STANDS.
081100*-----------------------------------------------------------------
081200 3900-FINISH-BLOCK.
081300     EVALUATE TRUE
081400         WHEN GM-BLK-REJECTED GREATER THAN ZERO
081500             OR GM-BLK-DIFFERS GREATER THAN ZERO
081600             SET GM-BLK-REJECTS TO TRUE
081700         WHEN GM-BLK-OVERDUE GREATER THAN ZERO
081800             SET GM-BLK-OVERDUE-ST TO TRUE
081900         WHEN GM-BLK-AWAITING GREATER THAN ZERO
082000             SET GM-BLK-AWAITING-ST TO TRUE
082100         WHEN OTHER
082200             SET GM-BLK-CONFIRMED TO TRUE
082300     END-EVALUATE.
082400     ADD 1 TO GM-EXTRACTS.
082500     ADD GM-BLK-SENT TO GM-LINES-SENT.
082600     ADD GM-BLK-POSTED TO GM-LINES-POSTED.
082700     ADD GM-BLK-REJECTED TO GM-LINES-REJECTED.
082800     ADD GM-BLK-DIFFERS TO GM-LINES-DIFFER.
082900     ADD GM-BLK-AWAITING TO GM-LINES-AWAITING.
083000     ADD GM-BLK-OVERDUE TO GM-LINES-OVERDUE.
083100     PERFORM 3950-STAMP-RUN-CONTROL THRU 3950-EXIT.
083200     IF GM-BT-COUNT LESS THAN GM-BT-MAX
083300         ADD 1 TO GM-BT-COUNT
083400         MOVE GM-BLK-RUN-ID TO GM-BT-RUN-ID (GM-BT-COUNT)
083500         MOVE GM-BLK-BUS-DATE TO GM-BT-BUS-DATE (GM-BT-COUNT)
083600         MOVE GM-BLK-CYCLE TO GM-BT-CYCLE (GM-BT-COUNT)
083700         MOVE GM-BLK-SENT TO GM-BT-SENT (GM-BT-COUNT)
083800         MOVE GM-BLK-POSTED TO GM-BT-POSTED (GM-BT-COUNT)
083900         COMPUTE GM-BT-REJECTED (GM-BT-COUNT) =
084000             GM-BLK-REJECTED + GM-BLK-DIFFERS
084100         MOVE GM-BLK-AWAITING TO GM-BT-AWAITING (GM-BT-COUNT)
084200         MOVE GM-BLK-OVERDUE TO GM-BT-OVERDUE (GM-BT-COUNT)
084300         MOVE GM-BLK-GL-STATUS TO GM-BT-GL-STATUS (GM-BT-COUNT)
084400         MOVE GM-BLK-NOTE TO GM-BT-NOTE (GM-BT-COUNT)
084500     ELSE
084600         IF NOT GM-BT-FULL-TOLD
084700             DISPLAY 'ADGLMTCH - EXTRACT TABLE FULL - THE '
084800                 'EXTRACT LISTING IS INCOMPLETE'
084900             SET GM-BT-FULL-TOLD TO TRUE
085000             SET GM-WARNING-RAISED TO TRUE
085100         END-IF
085200     END-IF.
085300     MOVE 'N' TO GM-BLOCK-OPEN-SW.
085400 3900-EXIT.
085500     EXIT.
085600
085700 3950-STAMP-RUN-CONTROL.
085800     IF NOT GM-RUNCTL-OPEN
085900         GO TO 3950-EXIT
086000     END-IF.
086100     MOVE GM-BLK-RUN-ID TO ADRUNCTL-RUN-ID.
086200     MOVE GM-BLK-BUS-DATE TO ADRUNCTL-BUS-DATE.
086300     MOVE GM-BLK-CYCLE TO ADRUNCTL-CYCLE.
086400     READ RUNCTLF
086500         INVALID KEY
086600             ADD 1 TO GM-RUNCTL-MISSING
086700             IF GM-BLK-NOTE = SPACES
086800                 MOVE 'NO RUN-CONTROL RECORD' TO GM-BLK-NOTE
086900             END-IF
087000             GO TO 3950-EXIT
087100     END-READ.
087200     MOVE GM-BLK-GL-STATUS TO ADRUNCTL-GL-STATUS.
087300     REWRITE ADRUNCTL-REC
087400         INVALID KEY
087500             DISPLAY 'ADGLMTCH - RUNCTLF REWRITE FAILED'
087550             SET GM-WARNING-RAISED TO TRUE
087600             GO TO 3950-EXIT
087700     END-REWRITE.
087800     ADD 1 TO GM-RUNCTL-STAMPED.
087900 3950-EXIT.
088000     EXIT.
088100
088200*-----------------------------------------------------------------
088300* 4000-LIST-UNSENT
088400* BROWSES THE WHOLE REGISTER FOR ACKNOWLEDGEMENTS NO EXTRACT LINE
088500* HAS EVER MATCHED.  THOSE FILED BY THIS RUN ARE LISTED - THE GL
088600* HAS POSTED OR REJECTED SOMETHING WE NEVER SENT - AND ALL OF
088700* THEM ARE COUNTED.
088800*-----------------------------------------------------------------
088900 4000-LIST-UNSENT.
089000     MOVE LOW-VALUES TO ADGLREG-KEY.
089100     START GLACKF KEY NOT LESS THAN ADGLREG-KEY
089200         INVALID KEY SET GM-REG-EOF TO TRUE
089300     END-START.
089400     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
089500         UNTIL GM-REG-EOF.
089600 4000-EXIT.
089700     EXIT.
089800
089900 4100-CHECK-ONE-ACK.
090000     READ GLACKF NEXT RECORD
090100         AT END SET GM-REG-EOF TO TRUE
090200     END-READ.
090300     IF GM-REG-EOF OR ADGLREG-MATCHED
090400         GO TO 4100-EXIT
090500     END-IF.
090600     ADD 1 TO GM-UNSENT-ON-FILE.
090700     IF ADGLREG-ACK-DATE NOT = GM-ASOF-DATE
090800         GO TO 4100-EXIT
090900     END-IF.
091000     ADD 1 TO GM-UNSENT-TODAY.
091100     MOVE 'NEVER SENT' TO GM-EX-TYPE.
091200     MOVE ADGLREG-RUN-ID TO GM-EX-RUN-ID.
091300     MOVE ADGLREG-BUS-DATE TO GM-EX-DATE.
091400     MOVE ADGLREG-CYCLE TO GM-EX-CYCLE.
091500     MOVE ADGLREG-ACCOUNT TO GM-EX-ACCOUNT.
091600     MOVE ADGLREG-OP-CODE TO GM-EX-OP.
091700     MOVE SPACES TO GM-EX-SENT-X.
091800     MOVE ADGLREG-AMOUNT TO GM-EX-GL.
091900     MOVE 'NOT ON ANY EXTRACT SENT' TO GM-EX-NOTE.
092000     PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
092100 4100-EXIT.
092200     EXIT.
092300
092400*-----------------------------------------------------------------
092500* 5000-WRITE-EXCEPTION
092600* ONE LINE PER EXCEPTION, WITH THE SECTION HEADING WRITTEN AHEAD
092700* OF THE FIRST ONE.
092800*-----------------------------------------------------------------
092900 5000-WRITE-EXCEPTION.
093000     IF NOT GM-EXC-HDG-DONE
093100         PERFORM 5100-WRITE-EXC-HEADINGS THRU 5100-EXIT
093200     END-IF.
093300     IF GM-LINE-COUNT NOT LESS THAN GM-MAX-LINES-PER-PAGE
093400         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
093500     END-IF.
093600     WRITE GLAKRPT-LINE FROM GM-EXC-LINE AFTER ADVANCING 1 LINE.
093700     ADD 1 TO GM-LINE-COUNT.
093800 5000-EXIT.
093900     EXIT.
094000
094100 5100-WRITE-EXC-HEADINGS.
094200     IF GM-LINE-COUNT NOT LESS THAN GM-MAX-LINES-PER-PAGE
094300         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
094400     END-IF.
094500     WRITE GLAKRPT-LINE FROM GM-EXC-HDG AFTER ADVANCING 2 LINES.
094600     WRITE GLAKRPT-LINE FROM GM-EXC-COL-HDG
094700         AFTER ADVANCING 1 LINE.
094800     ADD 3 TO GM-LINE-COUNT.
094900     SET GM-EXC-HDG-DONE TO TRUE.
095000 5100-EXIT.
095100     EXIT.
095200
095300*-----------------------------------------------------------------
095400* 6000-DATE-TO-INT
095500* YYYY-MM-DD STRING IN GM-CONV-DATE TO THE INTRINSIC DAY
095600* NUMBER IN GM-CONV-INT.  A MALFORMED DATE ANSWERS NOT-OK.
095700*-----------------------------------------------------------------
095800 6000-DATE-TO-INT.
095900     MOVE 'N' TO GM-CONV-OK-SW.
096000     IF GM-CV-YYYY IS NOT NUMERIC
096100         OR GM-CV-MM IS NOT NUMERIC
096200         OR GM-CV-DD IS NOT NUMERIC
096300         GO TO 6000-EXIT
096400     END-IF.
096500     MOVE GM-CV-YYYY TO GM-CY-YYYY.
096600     MOVE GM-CV-MM TO GM-CY-MM.
096700     MOVE GM-CV-DD TO GM-CY-DD.
096800     IF GM-CY-MM = ZERO OR GM-CY-MM GREATER THAN 12
096900         OR GM-CY-DD = ZERO OR GM-CY-DD GREATER THAN 31
097000         OR GM-CY-YYYY LESS THAN 1601
097100         GO TO 6000-EXIT
097200     END-IF.
097300     COMPUTE GM-CONV-INT =
097400         FUNCTION INTEGER-OF-DATE (GM-CONV-YMD).
097500     MOVE 'Y' TO GM-CONV-OK-SW.
097600 6000-EXIT.
097700     EXIT.
097800
097900*-----------------------------------------------------------------
098000* 8000-WRITE-REPORTS
098100* CLOSES THE EXCEPTION SECTION (OR SAYS THERE WAS NOTHING IN
098200* IT), LISTS EVERY EXTRACT MATCHED WITH ITS GL STATUS, THEN THE
098300* RUN TOTALS.
098400*-----------------------------------------------------------------
098500 8000-WRITE-REPORTS.
098600     IF NOT GM-GLACKF-OPEN
098700         MOVE SPACES TO GLAKRPT-LINE
098800         MOVE '  GL ACK REGISTER NOT OPEN - NOTHING MATCHED'
098900             TO GLAKRPT-LINE
099000         WRITE GLAKRPT-LINE AFTER ADVANCING 2 LINES
099100         ADD 2 TO GM-LINE-COUNT
099200         GO TO 8000-SUMMARY
099300     END-IF.
099400     IF NOT GM-EXC-HDG-DONE
099500         PERFORM 5100-WRITE-EXC-HEADINGS THRU 5100-EXIT
099600         MOVE SPACES TO GLAKRPT-LINE
099700         MOVE '  NO EXCEPTIONS' TO GLAKRPT-LINE
099800         WRITE GLAKRPT-LINE AFTER ADVANCING 1 LINE
099900         ADD 1 TO GM-LINE-COUNT
100000     END-IF.
100100     IF GM-LINE-COUNT NOT LESS THAN GM-MAX-LINES-PER-PAGE
100200         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
100300     END-IF.
100400     WRITE GLAKRPT-LINE FROM GM-BLK-HDG AFTER ADVANCING 2 LINES.
100500     WRITE GLAKRPT-LINE FROM GM-BLK-COL-HDG
100600         AFTER ADVANCING 1 LINE.
100700     ADD 3 TO GM-LINE-COUNT.
100800     IF GM-BT-COUNT = ZERO
100900         MOVE SPACES TO GLAKRPT-LINE
101000         MOVE '  NO EXTRACTS ON THE HISTORY FILE' TO GLAKRPT-LINE
101100         WRITE GLAKRPT-LINE AFTER ADVANCING 1 LINE
101200         ADD 1 TO GM-LINE-COUNT
101300     ELSE
101400         PERFORM 8100-WRITE-ONE-BLOCK THRU 8100-EXIT
101500             VARYING GM-BT-SUB FROM 1 BY 1
101600             UNTIL GM-BT-SUB GREATER THAN GM-BT-COUNT
101700     END-IF.
101800 8000-SUMMARY.
101900     MOVE 'ACKNOWLEDGEMENTS READ:            ' TO GM-SUM-LABEL.
102000     MOVE GM-ACKS-READ TO GM-SUM-VALUE.
102100     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
102200     MOVE 'ACKNOWLEDGEMENTS REFUSED:         ' TO GM-SUM-LABEL.
102300     MOVE GM-ACKS-REFUSED TO GM-SUM-VALUE.
102400     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
102500     MOVE 'ACKNOWLEDGEMENTS FILED NEW:       ' TO GM-SUM-LABEL.
102600     MOVE GM-ACKS-NEW TO GM-SUM-VALUE.
102700     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
102800     MOVE 'ACKNOWLEDGEMENTS REPLACED:        ' TO GM-SUM-LABEL.
102900     MOVE GM-ACKS-REPLACED TO GM-SUM-VALUE.
103000     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
103100     MOVE 'EXTRACTS MATCHED:                 ' TO GM-SUM-LABEL.
103200     MOVE GM-EXTRACTS TO GM-SUM-VALUE.
103300     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
103400     MOVE 'EXTRACT RECORDS OUTSIDE A HEADER: ' TO GM-SUM-LABEL.
103500     MOVE GM-EXTR-STRAYS TO GM-SUM-VALUE.
103600     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
103700     MOVE 'LINES SENT:                       ' TO GM-SUM-LABEL.
103800     MOVE GM-LINES-SENT TO GM-SUM-VALUE.
103900     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
104000     MOVE 'LINES POSTED:                     ' TO GM-SUM-LABEL.
104100     MOVE GM-LINES-POSTED TO GM-SUM-VALUE.
104200     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
104300     MOVE 'LINES REJECTED BY GL:             ' TO GM-SUM-LABEL.
104400     MOVE GM-LINES-REJECTED TO GM-SUM-VALUE.
104500     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
104600     MOVE 'LINES ACKED AT A DIFFERENT AMOUNT:' TO GM-SUM-LABEL.
104700     MOVE GM-LINES-DIFFER TO GM-SUM-VALUE.
104800     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
104900     MOVE 'LINES AWAITING ACKNOWLEDGEMENT:   ' TO GM-SUM-LABEL.
105000     MOVE GM-LINES-AWAITING TO GM-SUM-VALUE.
105100     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
105200     MOVE 'LINES NOT ACKNOWLEDGED (OVERDUE): ' TO GM-SUM-LABEL.
105300     MOVE GM-LINES-OVERDUE TO GM-SUM-VALUE.
105400     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
105500     MOVE 'ACKS FOR LINES NEVER SENT - TODAY:' TO GM-SUM-LABEL.
105600     MOVE GM-UNSENT-TODAY TO GM-SUM-VALUE.
105700     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
105800     MOVE 'ACKS FOR LINES NEVER SENT - TOTAL:' TO GM-SUM-LABEL.
105900     MOVE GM-UNSENT-ON-FILE TO GM-SUM-VALUE.
106000     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
106100     MOVE 'RUN-CONTROL RECORDS STAMPED:      ' TO GM-SUM-LABEL.
106200     MOVE GM-RUNCTL-STAMPED TO GM-SUM-VALUE.
106300     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
106400     MOVE 'EXTRACTS WITH NO RUN-CONTROL REC: ' TO GM-SUM-LABEL.
106500     MOVE GM-RUNCTL-MISSING TO GM-SUM-VALUE.
106600     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
106700 8000-EXIT.
106800     EXIT.
106900
107000 8100-WRITE-ONE-BLOCK.
107100     MOVE GM-BT-RUN-ID (GM-BT-SUB) TO GM-BL-RUN-ID.
107200     MOVE GM-BT-BUS-DATE (GM-BT-SUB) TO GM-BL-DATE.
107300     MOVE GM-BT-CYCLE (GM-BT-SUB) TO GM-BL-CYCLE.
107400     MOVE GM-BT-SENT (GM-BT-SUB) TO GM-BL-SENT.
107500     MOVE GM-BT-POSTED (GM-BT-SUB) TO GM-BL-POSTED.
107600     MOVE GM-BT-REJECTED (GM-BT-SUB) TO GM-BL-REJECTED.
107700     MOVE GM-BT-AWAITING (GM-BT-SUB) TO GM-BL-AWAITING.
107800     MOVE GM-BT-OVERDUE (GM-BT-SUB) TO GM-BL-OVERDUE.
107900     EVALUATE GM-BT-GL-STATUS (GM-BT-SUB)
108000         WHEN 'C'
108100             MOVE 'CONFIRMED' TO GM-BL-GL-STATUS
108200         WHEN 'R'
108300             MOVE 'REJECTS' TO GM-BL-GL-STATUS
108400         WHEN 'O'
108500             MOVE 'OVERDUE' TO GM-BL-GL-STATUS
108600         WHEN OTHER
108700             MOVE 'AWAITING ACK' TO GM-BL-GL-STATUS
108800     END-EVALUATE.
108900     MOVE GM-BT-NOTE (GM-BT-SUB) TO GM-BL-NOTE.
109000     IF GM-LINE-COUNT NOT LESS THAN GM-MAX-LINES-PER-PAGE
109100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
109200     END-IF.
109300     WRITE GLAKRPT-LINE FROM GM-BLK-LINE AFTER ADVANCING 1 LINE.
109400     ADD 1 TO GM-LINE-COUNT.
109500 8100-EXIT.
109600     EXIT.
109700
109800 8200-WRITE-SUMMARY.
109900     IF GM-LINE-COUNT NOT LESS THAN GM-MAX-LINES-PER-PAGE
110000         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
110100     END-IF.
110200     WRITE GLAKRPT-LINE FROM GM-SUMMARY-LINE
110300         AFTER ADVANCING 1 LINE.
110400     ADD 1 TO GM-LINE-COUNT.
110500 8200-EXIT.
110600     EXIT.
110700
110800*-----------------------------------------------------------------
110900* 9000-TERMINATE-RTN
111000* CLOSES THE FILES AND SETS THE CONDITION CODE - 8 WHEN THE
111100* REGISTER WOULD NOT OPEN, 4 WHEN ANY LINE NEEDS GL FOLLOW-UP
111200* (REJECTED, WRONG AMOUNT, OVERDUE, OR NEVER SENT), A ROW WAS
111300* REFUSED OR A WARNING WAS RAISED, 0 CLEAN.  LINES STILL INSIDE
111400* THE WINDOW ARE NOT A WARNING.
111500*-----------------------------------------------------------------
111600 9000-TERMINATE-RTN.
111700     IF GM-GLACKF-OPEN
111800         CLOSE GLACKIN
111900         CLOSE EXTRIN
112000         CLOSE GLACKF
112100     END-IF.
112200     IF GM-RUNCTL-OPEN
112300         CLOSE RUNCTLF
112400     END-IF.
112500     CLOSE GLAKRPT.
112600     DISPLAY 'ADGLMTCH - COMPLETE'.
112700     DISPLAY 'ACKS READ      = ' GM-ACKS-READ.
112800     DISPLAY 'LINES SENT     = ' GM-LINES-SENT.
112900     DISPLAY 'LINES POSTED   = ' GM-LINES-POSTED.
113000     DISPLAY 'LINES REJECTED = ' GM-LINES-REJECTED.
113100     DISPLAY 'LINES OVERDUE  = ' GM-LINES-OVERDUE.
113200     DISPLAY 'NEVER SENT     = ' GM-UNSENT-TODAY.
113300     IF NOT GM-GLACKF-OPEN
113400         MOVE 8 TO RETURN-CODE
113500         GO TO 9000-EXIT
113600     END-IF.
113700     IF GM-LINES-REJECTED GREATER THAN ZERO
113800         OR GM-LINES-DIFFER GREATER THAN ZERO
113900         OR GM-LINES-OVERDUE GREATER THAN ZERO
114000         OR GM-UNSENT-TODAY GREATER THAN ZERO
114100         OR GM-ACKS-REFUSED GREATER THAN ZERO
114200         OR GM-EXTR-STRAYS GREATER THAN ZERO
114300         OR GM-RUNCTL-MISSING GREATER THAN ZERO
114400         OR GM-WARNING-RAISED
114500         MOVE 4 TO RETURN-CODE
114600     ELSE
114700         MOVE ZERO TO RETURN-CODE
114800     END-IF.
114900 9000-EXIT.
115000     EXIT.
