000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADSUSREL.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  WORKS THE DUPLICATE-SUSPENSE
001400*                 QUEUE (SEE ADSUSP) AGAINST THE DESKS RELEASE
001500*                 CARDS (SEE ADRELCRD).  A RELEASED ITEM IS
001600*                 SPLICED IN FRONT OF THE DAYS TRANIN FLAGGED S
001700*                 SO ADDITION SETTLES IT WITHOUT SCREENING IT
001800*                 AGAIN, A CANCELLED ITEM LEAVES THE QUEUE FOR
001900*                 THE CANCELLED FILE, AND ANYTHING NOT RULED ON
002000*                 STAYS HELD.  EVERY ITEM AND EVERY CARD THAT
002100*                 COULD NOT BE APPLIED LISTS ON THE RELEASE
002200*                 REPORT.
002300
002400* REMARKS.
002500*     SUSPIN IS THE HELD QUEUE CARRIED FORWARD FROM THE LAST
002600*     RUN OF THIS PROGRAM (SUSPOT) CONCATENATED WITH THE
002700*     SUSPENSE FILE ADDITION WROTE SINCE (SUSPOUT).  SUSPOT
002800*     BECOMES THE NEXT RUNS SUSPIN.  RUN AFTER ADRECMRG AND
002900*     AHEAD OF ADDITION, WITH MERGEOUT FEEDING ADDITION AS ITS
003000*     TRANIN.  A MISSING QUEUE OR CARD FILE MEANS NOTHING TO
003100*     DO AND TRANIN IS COPIED THROUGH UNCHANGED.
003200*     A CARD NAMES ITS ITEM BY THE RUN-ID, BUSINESS DATE AND
003300*     READ SEQUENCE THE ITEM WAS HELD UNDER.  A CARD WITH A BAD
003400*     ACTION OR REFERENCE, A SECOND CARD FOR THE SAME ITEM, OR
003500*     A CARD THAT MATCHES NOTHING ON THE QUEUE IS LISTED AS A
003600*     CARD EXCEPTION AND CHANGES NOTHING.  THE SAME ITEM HELD
003700*     TWICE (A RESTARTED ADDITION RUN WRITES IT AGAIN) IS
003800*     RULED ON ONCE - THE SECOND IMAGE OF A RULED ITEM IS
003900*     DROPPED.  ENDS WITH CONDITION CODE 4 WHEN ANY CARD COULD
004000*     NOT BE APPLIED OR A WARNING WAS RAISED, 0 CLEAN.
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 SPECIAL-NAMES.
004700     C01 IS TOP-OF-PAGE.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL RELCARD
005200         ASSIGN TO RELCARD
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS SR-RELCARD-STATUS.
005500
005600     SELECT OPTIONAL SUSPIN
005700         ASSIGN TO SUSPIN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS SR-SUSPIN-STATUS.
006000
006100     SELECT TRANIN
006200         ASSIGN TO TRANIN
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT MERGEOUT
006600         ASSIGN TO MERGEOUT
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT SUSPOT
007000         ASSIGN TO SUSPOT
007100         ORGANIZATION IS SEQUENTIAL.
007200
007300     SELECT CANCOUT
007400         ASSIGN TO CANCOUT
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT RELRPT
007800         ASSIGN TO RELRPT
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  RELCARD
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 80 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800     COPY ADRELCRD.
008900
009000 FD  SUSPIN
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 200 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400     COPY ADSUSP.
009500
009600 FD  TRANIN
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000 01  TRANIN-REC                      PIC X(80).
010100
010200 FD  MERGEOUT
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 80 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600     COPY ADDPAIR.
010700
010800 FD  SUSPOT
010900     RECORDING MODE IS F
011000     RECORD CONTAINS 200 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200 01  SUSPOT-REC                      PIC X(200).
011300
011400 FD  CANCOUT
011500     RECORDING MODE IS F
011600     RECORD CONTAINS 200 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800 01  CANCOUT-REC                     PIC X(200).
011900
012000 FD  RELRPT
012100     RECORD CONTAINS 132 CHARACTERS
012200     LABEL RECORDS ARE STANDARD.
012300 01  RELRPT-LINE                     PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600
012700*-----------------------------------------------------------------
012800* FILE STATUS AND SWITCHES
012900*-----------------------------------------------------------------
013000 77  SR-RELCARD-STATUS               PIC X(02) VALUE "00".
013100 77  SR-SUSPIN-STATUS                PIC X(02) VALUE "00".
013200 77  SR-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
013300     88  SR-CARD-EOF                 VALUE 'Y'.
013400 77  SR-SUSP-EOF-SW                   PIC X(01) VALUE 'N'.
013500     88  SR-SUSP-EOF                 VALUE 'Y'.
013600 77  SR-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
013700     88  SR-TRAN-EOF                 VALUE 'Y'.
013800 77  SR-CARD-FOUND-SW                 PIC X(01) VALUE 'N'.
013900     88  SR-CARD-FOUND               VALUE 'Y'.
014000 77  SR-CT-FULL-TOLD-SW               PIC X(01) VALUE 'N'.
014100     88  SR-CT-FULL-TOLD             VALUE 'Y'.
014200 77  SR-WARNING-SW                    PIC X(01) VALUE 'N'.
014300     88  SR-WARNING-RAISED           VALUE 'Y'.
014400 77  SR-EXC-HDG-DONE-SW               PIC X(01) VALUE 'N'.
014500     88  SR-EXC-HDG-DONE             VALUE 'Y'.
014600
014700*-----------------------------------------------------------------
014800* RELEASE CARD TABLE - EVERY CARD READ, WITH WHAT BECAME OF IT.
014900* A CARD STARTS OPEN AND IS MARKED APPLIED WHEN ITS ITEM TURNS
015000* UP ON THE QUEUE.  A CARD THAT FAILS ITS EDITS IS MARKED BAD,
015100* A SECOND CARD FOR AN ITEM ALREADY CARDED IS MARKED DUPLICATE -
015200* NEITHER IS EVER APPLIED.
015300*-----------------------------------------------------------------
015400 01  SR-CARD-TABLE.
015500     05  SR-CT-ENTRY OCCURS 500 TIMES.
015600         10  SR-CT-ACTION            PIC X(01).
015700             88  SR-CT-RELEASE       VALUE 'R'.
015800         10  SR-CT-ITEM              PIC X(27).
015900         10  SR-CT-OPERATOR          PIC X(08).
016000         10  SR-CT-NOTE              PIC X(30).
016100         10  SR-CT-STATUS            PIC X(01).
016200             88  SR-CT-OPEN          VALUE 'O'.
016300             88  SR-CT-APPLIED       VALUE 'A'.
016400             88  SR-CT-BAD           VALUE 'X'.
016500             88  SR-CT-DUPLICATE     VALUE 'D'.
016600 77  SR-CT-MAX                       PIC 9(03) COMP VALUE 500.
016700 77  SR-CT-COUNT                     PIC 9(03) COMP VALUE ZERO.
016800 77  SR-CT-SUB                       PIC 9(03) COMP VALUE ZERO.
016900 77  SR-CT-HIT                       PIC 9(03) COMP VALUE ZERO.
017000 77  SR-ITEM-KEY                     PIC X(27) VALUE SPACES.
017100
017200*-----------------------------------------------------------------
017300* COUNTS FOR THE EOJ SUMMARY
017400*-----------------------------------------------------------------
017500 77  SR-ITEMS-READ                   PIC 9(09) COMP VALUE ZERO.
017600 77  SR-ITEMS-RELEASED               PIC 9(09) COMP VALUE ZERO.
017700 77  SR-ITEMS-CANCELLED              PIC 9(09) COMP VALUE ZERO.
017800 77  SR-ITEMS-HELD                   PIC 9(09) COMP VALUE ZERO.
017900 77  SR-ITEMS-DROPPED                PIC 9(09) COMP VALUE ZERO.
018000 77  SR-CARDS-READ                   PIC 9(09) COMP VALUE ZERO.
018100 77  SR-CARD-EXCEPTIONS              PIC 9(09) COMP VALUE ZERO.
018200 77  SR-TRANS-COPIED                 PIC 9(09) COMP VALUE ZERO.
018300
018400*-----------------------------------------------------------------
018500* REPORT PAGE / LINE CONTROL
018600*-----------------------------------------------------------------
018700 77  SR-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
018800 77  SR-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
018900 77  SR-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
019000
019100*-----------------------------------------------------------------
019200* SYSTEM DATE FOR THE HEADING
019300*-----------------------------------------------------------------
019400 01  SR-SYSTEM-DATE.
019500     05  SR-SYS-YY                   PIC 9(02).
019600     05  SR-SYS-MM                   PIC 9(02).
019700     05  SR-SYS-DD                   PIC 9(02).
019800 01  SR-HDG-DATE                     PIC X(10).
019900
020000*-----------------------------------------------------------------
020100* PRINT LINE LAYOUTS FOR RELRPT
020200*-----------------------------------------------------------------
020300 01  SR-HDG1.
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  FILLER                      PIC X(44)
020600             VALUE 'ADSUSREL - DUPLICATE SUSPENSE RELEASE'.
020700     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
020800     05  SR-HDG1-DATE                PIC X(10).
020900     05  FILLER                      PIC X(03) VALUE SPACES.
021000     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
021100     05  SR-HDG1-PAGE                PIC ZZZZ9.
021200
021300 01  SR-ITEM-COL-HDG.
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  FILLER                      PIC X(10) VALUE 'HELD RUN'.
021600     05  FILLER                      PIC X(12) VALUE 'HELD DATE'.
021700     05  FILLER                      PIC X(13)
021800             VALUE '   HELD SEQ'.
021900     05  FILLER                      PIC X(05) VALUE 'RSN'.
022000     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
022100     05  FILLER                      PIC X(15)
022200             VALUE '      FIELD A'.
022300     05  FILLER                      PIC X(03) VALUE 'OP'.
022400     05  FILLER                      PIC X(15)
022500             VALUE '      FIELD B'.
022600     05  FILLER                      PIC X(05) VALUE 'CCY'.
022700     05  FILLER                      PIC X(26)
022750             VALUE 'DISPOSITION'.
022800     05  FILLER                      PIC X(08) VALUE 'OPERATOR'.
022900
023000 01  SR-ITEM-LINE.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  SR-IL-RUN-ID                PIC X(08).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  SR-IL-BUS-DATE              PIC X(10).
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  SR-IL-SEQ                   PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  SR-IL-REASON                PIC X(02).
023900     05  FILLER                      PIC X(03) VALUE SPACES.
024000     05  SR-IL-ACCOUNT               PIC X(08).
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  SR-IL-A                     PIC Z,ZZZ,ZZ9.99-.
024300     05  FILLER                      PIC X(02) VALUE SPACES.
024400     05  SR-IL-OP                    PIC X(01).
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  SR-IL-B                     PIC Z,ZZZ,ZZ9.99-.
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  SR-IL-CCY                   PIC X(03).
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  SR-IL-DISP                  PIC X(24).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  SR-IL-OPERATOR              PIC X(08).
025300
025400 01  SR-EXC-HDG.
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  FILLER                      PIC X(44) VALUE
025700         'RELEASE CARDS NOT APPLIED - NOTHING CHANGED'.
025800
025900 01  SR-EXC-COL-HDG.
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  FILLER                      PIC X(04) VALUE 'ACT'.
026200     05  FILLER                      PIC X(10) VALUE 'HELD RUN'.
026300     05  FILLER                      PIC X(12) VALUE 'HELD DATE'.
026400     05  FILLER                      PIC X(11) VALUE 'HELD SEQ'.
026500     05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
026600     05  FILLER                      PIC X(30) VALUE 'PROBLEM'.
026700
026800 01  SR-EXC-LINE.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  SR-EL-ACTION                PIC X(01).
027100     05  FILLER                      PIC X(03) VALUE SPACES.
027200     05  SR-EL-ITEM.
027300         10  SR-EL-RUN-ID            PIC X(08).
027400         10  FILLER                  PIC X(02).
027500         10  SR-EL-BUS-DATE          PIC X(10).
027600         10  FILLER                  PIC X(02).
027700         10  SR-EL-SEQ               PIC X(09).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  SR-EL-OPERATOR              PIC X(08).
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  SR-EL-PROBLEM               PIC X(30).
028200
028300 01  SR-SUMMARY-LINE.
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  SR-SUM-LABEL                PIC X(34).
028600     05  SR-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
028700
028800 PROCEDURE DIVISION.
028900
029000*-----------------------------------------------------------------
029100* 0000-MAINLINE
029200* DRIVES THE ENTIRE RUN - CARDS INTO THE TABLE, THE QUEUE
029300* AGAINST THE CARDS, THEN TRANIN BEHIND THE RELEASED ITEMS.
029400*-----------------------------------------------------------------
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
029700     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
029800         UNTIL SR-SUSP-EOF.
029900     PERFORM 3000-COPY-TRANIN THRU 3000-EXIT
030000         UNTIL SR-TRAN-EOF.
030100     PERFORM 8000-WRITE-REPORTS THRU 8000-EXIT.
030200     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
030300     GOBACK.
030400
030500*-----------------------------------------------------------------
030600* 1000-INITIALIZE-RTN
030700* OPENS THE FILES, LOADS THE RELEASE CARDS AND PRIMES THE QUEUE
030800* AND TRANIN READS.  A MISSING QUEUE READS AS IMMEDIATE END OF
030900* FILE - NOTHING HELD.
031000*-----------------------------------------------------------------
031100 1000-INITIALIZE-RTN.
031200     ACCEPT SR-SYSTEM-DATE FROM DATE.
031300     STRING
031400         SR-SYS-MM '/' SR-SYS-DD '/' '20' SR-SYS-YY
031500         DELIMITED BY SIZE INTO SR-HDG-DATE
031600     END-STRING.
031700     MOVE SR-HDG-DATE TO SR-HDG1-DATE.
031800     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
031900     OPEN INPUT SUSPIN.
032000     IF SR-SUSPIN-STATUS NOT = '00' AND NOT = '05'
032100         SET SR-SUSP-EOF TO TRUE
032200     END-IF.
032300     OPEN INPUT TRANIN.
032400     OPEN OUTPUT MERGEOUT.
032500     OPEN OUTPUT SUSPOT.
032600     OPEN OUTPUT CANCOUT.
032700     OPEN OUTPUT RELRPT.
032800     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
032900     WRITE RELRPT-LINE FROM SR-ITEM-COL-HDG
033000         AFTER ADVANCING 2 LINES.
033100     ADD 2 TO SR-LINE-COUNT.
033200     IF NOT SR-SUSP-EOF
033300         PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
033400     END-IF.
033500     PERFORM 3100-READ-TRANIN THRU 3100-EXIT.
033600 1000-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* 1100-LOAD-CARDS
034100* READS EVERY RELEASE CARD INTO THE CARD TABLE.  A MISSING CARD
034200* FILE LEAVES THE TABLE EMPTY - EVERYTHING STAYS HELD.
034300*-----------------------------------------------------------------
034400 1100-LOAD-CARDS.
034500     OPEN INPUT RELCARD.
034600     IF SR-RELCARD-STATUS NOT = '00'
034700         CLOSE RELCARD
034800         GO TO 1100-EXIT
034900     END-IF.
035000     PERFORM 1150-READ-CARD THRU 1150-EXIT.
035100     PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
035200         UNTIL SR-CARD-EOF.
035300     CLOSE RELCARD.
035400 1100-EXIT.
035500     EXIT.
035600
035700 1150-READ-CARD.
035800     READ RELCARD
035900         AT END SET SR-CARD-EOF TO TRUE
036000     END-READ.
036100 1150-EXIT.
036200     EXIT.
036300
036400*-----------------------------------------------------------------
036500* 1200-LOAD-ONE-CARD
036600* ADDS ONE CARD TO THE TABLE AND EDITS IT - A VALID ACTION, A
036700* RUN-ID, BUSINESS DATE AND NUMERIC SEQUENCE, AND NO EARLIER
036800* CARD FOR THE SAME ITEM.  A FULL TABLE DROPS THE REST OF THE
036900* CARDS WITH A ONE-TIME WARNING - THEIR ITEMS STAY HELD.
037000*-----------------------------------------------------------------
037100 1200-LOAD-ONE-CARD.
037200     ADD 1 TO SR-CARDS-READ.
037300     IF SR-CT-COUNT NOT LESS THAN SR-CT-MAX
037400         IF NOT SR-CT-FULL-TOLD
037500             DISPLAY 'ADSUSREL - CARD TABLE FULL - LATER CARDS '
037600                 'IGNORED, THEIR ITEMS STAY HELD'
037700             SET SR-CT-FULL-TOLD TO TRUE
037800             SET SR-WARNING-RAISED TO TRUE
037900         END-IF
038000         GO TO 1200-READ
038100     END-IF.
038200     ADD 1 TO SR-CT-COUNT.
038300     MOVE SR-CT-COUNT TO SR-CT-HIT.
038400     MOVE ADRELCRD-ACTION TO SR-CT-ACTION (SR-CT-HIT).
038500     MOVE ADRELCRD-ITEM TO SR-CT-ITEM (SR-CT-HIT).
038600     MOVE ADRELCRD-OPERATOR TO SR-CT-OPERATOR (SR-CT-HIT).
038700     MOVE ADRELCRD-NOTE TO SR-CT-NOTE (SR-CT-HIT).
038800     SET SR-CT-OPEN (SR-CT-HIT) TO TRUE.
038900     IF NOT ADRELCRD-ACTION-VALID
039000         OR ADRELCRD-RUN-ID = SPACES
039100         OR ADRELCRD-BUS-DATE = SPACES
039200         OR ADRELCRD-SEQ-NO-X IS NOT NUMERIC
039300         SET SR-CT-BAD (SR-CT-HIT) TO TRUE
039400         GO TO 1200-READ
039500     END-IF.
039600     MOVE ADRELCRD-ITEM TO SR-ITEM-KEY.
039700     MOVE 'N' TO SR-CARD-FOUND-SW.
039800     PERFORM 1260-SCAN-EARLIER-CARD THRU 1260-EXIT
039900         VARYING SR-CT-SUB FROM 1 BY 1
040000         UNTIL SR-CARD-FOUND
040100         OR SR-CT-SUB NOT LESS THAN SR-CT-HIT.
040200     IF SR-CARD-FOUND
040300         SET SR-CT-DUPLICATE (SR-CT-HIT) TO TRUE
040400     END-IF.
040500 1200-READ.
040600     PERFORM 1150-READ-CARD THRU 1150-EXIT.
040700 1200-EXIT.
040800     EXIT.
040900
041000 1260-SCAN-EARLIER-CARD.
041100     IF SR-CT-ITEM (SR-CT-SUB) = SR-ITEM-KEY
041200         AND SR-CT-OPEN (SR-CT-SUB)
041300         SET SR-CARD-FOUND TO TRUE
041400     END-IF.
041500 1260-EXIT.
041600     EXIT.
041700
041800*-----------------------------------------------------------------
041900* 1500-WRITE-RPT-HEADING
042000*-----------------------------------------------------------------
042100 1500-WRITE-RPT-HEADING.
042200     ADD 1 TO SR-PAGE-COUNT.
042300     MOVE SR-PAGE-COUNT TO SR-HDG1-PAGE.
042400     WRITE RELRPT-LINE FROM SR-HDG1 AFTER ADVANCING PAGE.
042500     MOVE ZERO TO SR-LINE-COUNT.
042600 1500-EXIT.
042700     EXIT.
042800
042900*-----------------------------------------------------------------
043000* 2000-PROCESS-ITEM
043100* RULES ON ONE HELD ITEM.  AN OPEN CARD FOR IT IS APPLIED -
043200* RELEASE SPLICES THE TRANSACTION IMAGE INTO MERGEOUT FLAGGED
043300* S, CANCEL MOVES THE ITEM TO THE CANCELLED FILE.  A CARD
043400* ALREADY APPLIED MEANS THIS IS A SECOND IMAGE OF AN ITEM
043500* RULED ON ABOVE - IT IS DROPPED.  NO CARD - THE ITEM STAYS
043600* HELD ON SUSPOT.
043700*-----------------------------------------------------------------
043800 2000-PROCESS-ITEM.
043900     ADD 1 TO SR-ITEMS-READ.
044000     MOVE ADSUSP-KEY TO SR-ITEM-KEY.
044100     MOVE 'N' TO SR-CARD-FOUND-SW.
044200     MOVE ZERO TO SR-CT-HIT.
044300     PERFORM 2060-SCAN-CARD THRU 2060-EXIT
044400         VARYING SR-CT-SUB FROM 1 BY 1
044500         UNTIL SR-CARD-FOUND
044600         OR SR-CT-SUB GREATER THAN SR-CT-COUNT.
044700     MOVE SPACES TO SR-IL-OPERATOR.
044800     EVALUATE TRUE
044900         WHEN NOT SR-CARD-FOUND
045000             WRITE SUSPOT-REC FROM ADSUSP-REC
045100             ADD 1 TO SR-ITEMS-HELD
045200             MOVE 'HELD' TO SR-IL-DISP
045300         WHEN SR-CT-APPLIED (SR-CT-HIT)
045400             ADD 1 TO SR-ITEMS-DROPPED
045500             MOVE 'DUPLICATE IMAGE DROPPED' TO SR-IL-DISP
045600         WHEN SR-CT-RELEASE (SR-CT-HIT)
045700             MOVE ADSUSP-TRAN-REC TO ADDPAIR-REC
045800             MOVE 'S' TO ADDPAIR-RESUBMIT-FLAG
045900             WRITE ADDPAIR-REC
046000             ADD 1 TO SR-ITEMS-RELEASED
046100             SET SR-CT-APPLIED (SR-CT-HIT) TO TRUE
046200             MOVE 'RELEASED' TO SR-IL-DISP
046300             MOVE SR-CT-OPERATOR (SR-CT-HIT) TO SR-IL-OPERATOR
046400         WHEN OTHER
046500             WRITE CANCOUT-REC FROM ADSUSP-REC
046600             ADD 1 TO SR-ITEMS-CANCELLED
046700             SET SR-CT-APPLIED (SR-CT-HIT) TO TRUE
046800             MOVE 'CANCELLED' TO SR-IL-DISP
046900             MOVE SR-CT-OPERATOR (SR-CT-HIT) TO SR-IL-OPERATOR
047000     END-EVALUATE.
047100     PERFORM 2200-LIST-ITEM THRU 2200-EXIT.
047200     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
047300 2000-EXIT.
047400     EXIT.
047500
047600 2060-SCAN-CARD.
047700     IF SR-CT-ITEM (SR-CT-SUB) = SR-ITEM-KEY
047800         AND (SR-CT-OPEN (SR-CT-SUB)
047900         OR SR-CT-APPLIED (SR-CT-SUB))
048000         SET SR-CARD-FOUND TO TRUE
048100         MOVE SR-CT-SUB TO SR-CT-HIT
048200     END-IF.
048300 2060-EXIT.
048400     EXIT.
048500
048600 2100-READ-SUSPENSE.
048700     READ SUSPIN
048800         AT END SET SR-SUSP-EOF TO TRUE
048900     END-READ.
049000 2100-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------------
049400* 2200-LIST-ITEM
049500* ONE LINE PER HELD ITEM ON THE RELEASE REPORT WITH WHAT BECAME
049600* OF IT.  AN AMOUNT THAT IS NOT NUMERIC (A DETAIL OF A HELD
049700* BATCH IS HELD BEFORE ANY EDIT) PRINTS AS ZERO.
049800*-----------------------------------------------------------------
049900 2200-LIST-ITEM.
050000     MOVE ADSUSP-TRAN-REC TO ADDPAIR-REC.
050100     MOVE ADSUSP-RUN-ID TO SR-IL-RUN-ID.
050200     MOVE ADSUSP-BUS-DATE TO SR-IL-BUS-DATE.
050300     MOVE ADSUSP-SEQ-NO TO SR-IL-SEQ.
050400     MOVE ADSUSP-REASON-CODE TO SR-IL-REASON.
050500     MOVE ADDPAIR-ACCOUNT TO SR-IL-ACCOUNT.
050600     IF ADDPAIR-A IS NUMERIC
050700         MOVE ADDPAIR-A TO SR-IL-A
050800     ELSE
050900         MOVE ZERO TO SR-IL-A
051000     END-IF.
051100     MOVE ADDPAIR-OP-CODE TO SR-IL-OP.
051200     IF ADDPAIR-B IS NUMERIC
051300         MOVE ADDPAIR-B TO SR-IL-B
051400     ELSE
051500         MOVE ZERO TO SR-IL-B
051600     END-IF.
051700     MOVE ADDPAIR-CURRENCY TO SR-IL-CCY.
051800     IF SR-LINE-COUNT NOT LESS THAN SR-MAX-LINES-PER-PAGE
051900         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
052000     END-IF.
052100     WRITE RELRPT-LINE FROM SR-ITEM-LINE AFTER ADVANCING 1 LINE.
052200     ADD 1 TO SR-LINE-COUNT.
052300 2200-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------------
052700* 3000-COPY-TRANIN
052800* COPIES THE DAYS TRANSACTIONS THROUGH BEHIND THE RELEASED ITEMS.
052900*-----------------------------------------------------------------
053000 3000-COPY-TRANIN.
053100     MOVE TRANIN-REC TO ADDPAIR-REC.
053200     WRITE ADDPAIR-REC.
053300     ADD 1 TO SR-TRANS-COPIED.
053400     PERFORM 3100-READ-TRANIN THRU 3100-EXIT.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-READ-TRANIN.
053900     READ TRANIN
054000         AT END SET SR-TRAN-EOF TO TRUE
054100     END-READ.
054200 3100-EXIT.
054300     EXIT.
054400
054500*-----------------------------------------------------------------
054600* 8000-WRITE-REPORTS
054700* THE CARDS THAT COULD NOT BE APPLIED, THEN THE RUN TOTALS.
054800*-----------------------------------------------------------------
054900 8000-WRITE-REPORTS.
055000     IF SR-ITEMS-READ = ZERO
055100         MOVE SPACES TO RELRPT-LINE
055200         MOVE '  NO ITEMS HELD ON THE SUSPENSE QUEUE'
055300             TO RELRPT-LINE
055400         WRITE RELRPT-LINE AFTER ADVANCING 1 LINE
055500         ADD 1 TO SR-LINE-COUNT
055600     END-IF.
055700     PERFORM 8100-CHECK-ONE-CARD THRU 8100-EXIT
055800         VARYING SR-CT-SUB FROM 1 BY 1
055900         UNTIL SR-CT-SUB GREATER THAN SR-CT-COUNT.
056000     IF SR-LINE-COUNT NOT LESS THAN SR-MAX-LINES-PER-PAGE
056100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
056200     END-IF.
056300     MOVE SPACES TO RELRPT-LINE.
056400     WRITE RELRPT-LINE AFTER ADVANCING 1 LINE.
056500     ADD 1 TO SR-LINE-COUNT.
056600     MOVE 'ITEMS READ FROM THE QUEUE:        ' TO SR-SUM-LABEL.
056700     MOVE SR-ITEMS-READ TO SR-SUM-VALUE.
056800     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
056900     MOVE 'ITEMS RELEASED INTO MERGEOUT:     ' TO SR-SUM-LABEL.
057000     MOVE SR-ITEMS-RELEASED TO SR-SUM-VALUE.
057100     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
057200     MOVE 'ITEMS CANCELLED:                  ' TO SR-SUM-LABEL.
057300     MOVE SR-ITEMS-CANCELLED TO SR-SUM-VALUE.
057400     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
057500     MOVE 'ITEMS STILL HELD:                 ' TO SR-SUM-LABEL.
057600     MOVE SR-ITEMS-HELD TO SR-SUM-VALUE.
057700     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
057800     MOVE 'DUPLICATE IMAGES DROPPED:         ' TO SR-SUM-LABEL.
057900     MOVE SR-ITEMS-DROPPED TO SR-SUM-VALUE.
058000     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
058100     MOVE 'RELEASE CARDS READ:               ' TO SR-SUM-LABEL.
058200     MOVE SR-CARDS-READ TO SR-SUM-VALUE.
058300     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
058400     MOVE 'RELEASE CARDS NOT APPLIED:        ' TO SR-SUM-LABEL.
058500     MOVE SR-CARD-EXCEPTIONS TO SR-SUM-VALUE.
058600     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
058700     MOVE 'TRANSACTIONS COPIED:              ' TO SR-SUM-LABEL.
058800     MOVE SR-TRANS-COPIED TO SR-SUM-VALUE.
058900     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
059000 8000-EXIT.
059100     EXIT.
059200
059300*-----------------------------------------------------------------
059400* 8100-CHECK-ONE-CARD
059500* LISTS A CARD THAT WAS NEVER APPLIED, WITH THE REASON, UNDER A
059600* SECTION HEADING WRITTEN AHEAD OF THE FIRST ONE.
059700*-----------------------------------------------------------------
059800 8100-CHECK-ONE-CARD.
059900     EVALUATE TRUE
060000         WHEN SR-CT-APPLIED (SR-CT-SUB)
060100             GO TO 8100-EXIT
060200         WHEN SR-CT-BAD (SR-CT-SUB)
060300             MOVE 'BAD ACTION OR ITEM REFERENCE' TO SR-EL-PROBLEM
060400         WHEN SR-CT-DUPLICATE (SR-CT-SUB)
060500             MOVE 'SECOND CARD FOR THE SAME ITEM' TO SR-EL-PROBLEM
060600         WHEN OTHER
060700             MOVE 'NO SUCH ITEM ON THE QUEUE' TO SR-EL-PROBLEM
060800     END-EVALUATE.
060900     ADD 1 TO SR-CARD-EXCEPTIONS.
061000     IF NOT SR-EXC-HDG-DONE
061100         PERFORM 8150-WRITE-EXC-HEADINGS THRU 8150-EXIT
061200     END-IF.
061300     MOVE SR-CT-ACTION (SR-CT-SUB) TO SR-EL-ACTION.
061400     MOVE SPACES TO SR-EL-ITEM.
061500     MOVE SR-CT-ITEM (SR-CT-SUB) (1:8) TO SR-EL-RUN-ID.
061600     MOVE SR-CT-ITEM (SR-CT-SUB) (9:10) TO SR-EL-BUS-DATE.
061700     MOVE SR-CT-ITEM (SR-CT-SUB) (19:9) TO SR-EL-SEQ.
061800     MOVE SR-CT-OPERATOR (SR-CT-SUB) TO SR-EL-OPERATOR.
061900     IF SR-LINE-COUNT NOT LESS THAN SR-MAX-LINES-PER-PAGE
062000         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
062100     END-IF.
062200     WRITE RELRPT-LINE FROM SR-EXC-LINE AFTER ADVANCING 1 LINE.
062300     ADD 1 TO SR-LINE-COUNT.
062400 8100-EXIT.
062500     EXIT.
062600
062700 8150-WRITE-EXC-HEADINGS.
062800     IF SR-LINE-COUNT NOT LESS THAN SR-MAX-LINES-PER-PAGE
062900         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
063000     END-IF.
063100     WRITE RELRPT-LINE FROM SR-EXC-HDG AFTER ADVANCING 2 LINES.
063200     WRITE RELRPT-LINE FROM SR-EXC-COL-HDG
063300         AFTER ADVANCING 1 LINE.
063400     ADD 3 TO SR-LINE-COUNT.
063500     SET SR-EXC-HDG-DONE TO TRUE.
063600 8150-EXIT.
063700     EXIT.
063800
063900 8200-WRITE-SUMMARY.
064000     IF SR-LINE-COUNT NOT LESS THAN SR-MAX-LINES-PER-PAGE
064100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
064200     END-IF.
064300     WRITE RELRPT-LINE FROM SR-SUMMARY-LINE
064400         AFTER ADVANCING 1 LINE.
064500     ADD 1 TO SR-LINE-COUNT.
064600 8200-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------------
065000* 9000-TERMINATE-RTN
065100* CLOSES THE FILES AND SETS THE CONDITION CODE - 4 WHEN ANY
065200* CARD COULD NOT BE APPLIED OR A WARNING WAS RAISED, 0 CLEAN.
065300*-----------------------------------------------------------------
065400 9000-TERMINATE-RTN.
065500     CLOSE SUSPIN.
065600     CLOSE TRANIN.
065700     CLOSE MERGEOUT.
065800     CLOSE SUSPOT.
065900     CLOSE CANCOUT.
066000     CLOSE RELRPT.
066100     DISPLAY 'ADSUSREL - COMPLETE'.
066200     DISPLAY 'ITEMS READ      = ' SR-ITEMS-READ.
066300     DISPLAY 'ITEMS RELEASED  = ' SR-ITEMS-RELEASED.
066400     DISPLAY 'ITEMS CANCELLED = ' SR-ITEMS-CANCELLED.
066500     DISPLAY 'ITEMS HELD      = ' SR-ITEMS-HELD.
066600     DISPLAY 'CARD EXCEPTIONS = ' SR-CARD-EXCEPTIONS.
066700     IF SR-CARD-EXCEPTIONS GREATER THAN ZERO
066800         OR SR-WARNING-RAISED
066900         MOVE 4 TO RETURN-CODE
067000     ELSE
067100         MOVE ZERO TO RETURN-CODE
067200     END-IF.
067300 9000-EXIT.
067400     EXIT.
