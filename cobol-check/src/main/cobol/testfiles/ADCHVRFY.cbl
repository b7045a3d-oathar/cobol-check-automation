000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADCHVRFY.
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
001300* 10/15/2026 RD   ORIGINAL VERSION.  AUDIT CHAIN VERIFICATION.
001400*                 WALKS THE ARCHIVED AND LIVE AUDIT TRAIL AND THE
001500*                 BALANCE ADJUSTMENT LOG, RECOMPUTES EVERY ROWS
001600*                 CHAIN VALUE, CHECKS THE ROW NUMBERING AND
001700*                 PROVES EACH RUN AGAINST ITS SEAL ON SEALF (SEE
001800*                 ADSEAL).  LISTS EVERY BREAK AND ENDS WITH A
001900*                 FAILING CONDITION CODE WHEN THE CHAIN IS BROKEN.
001920*                 AN ADJUSTMENT LOG ROW IS CHAINED OVER ITS FIRST
001940*                 133 BYTES, ENTRY TYPE AND TRANSFER COUNT
001960*                 INCLUDED.
001970* 10/15/2026 RD   A SEAL THAT CANNOT BE STAMPED SEEN NOW ENDS THE
001980*                 RUN WITH CONDITION CODE 4 WHEN NO BREAK WAS
001990*                 FOUND.
002000
002100* REMARKS.
002200*     THE AUDIT TRAIL IS READ ARCHIVE FIRST (ARCHIN, THE ADARCH
002300*     FILE ADARCHIV WRITES - ITS EXTRACT RECORDS ARE PASSED OVER)
002400*     THEN LIVE (AUDITIN), OLDEST TO NEWEST.  A RUN IS THE ROWS
002500*     OF ONE RUN-ID, BUSINESS DATE AND CYCLE (THE CYCLE COMES
002600*     FROM THE AUDIT SEQUENCE RANGE) - A ROW NUMBERED 1 STARTS A
002700*     NEW RUN EVEN UNDER THE SAME KEY, AS A FORCED RERUN DOES.
002800*     WITHIN A RUN THE ROWS MUST NUMBER 1, 2, 3 ... AND EACH
002900*     CHAIN VALUE MUST EQUAL THE ONE RECOMPUTED FROM THE ROW
003000*     BEFORE IT AND THE ROWS OWN CONTENTS.  THE RUN MUST THEN
003100*     MATCH ITS SEAL - SAME LAST ROW, SAME LAST CHAIN VALUE.
003200*     THE ADJUSTMENT LOG (BALLOGF) IS ONE CHAIN FROM ITS FIRST
003300*     ROW, WITH A SEAL ON THE LAST ROW OF EACH ADBALMNT OR
003350*     ADACCMNT RUN.
003400*     EVERY SEAL FOUND IS STAMPED WITH THIS RUNS TIME, SO ONE
003500*     LEFT UNSTAMPED AFTER THE WALK BELONGS TO A RUN, OR A STRETCH
003600*     OF THE LOG, THAT IS NO LONGER THERE.  THE JOB MUST BE GIVEN
003700*     THE WHOLE ARCHIVE AND THE WHOLE LOG FOR THAT TO HOLD.
003800*     ROWS CUT BEFORE THE CHAIN WAS CARRIED HAVE BLANK CHAIN
003900*     FIELDS - THEY ARE COUNTED AS PRE-CHAIN AND NOT CHECKED, BUT
004000*     ONE FOUND INSIDE A CHAINED RUN (OR AFTER THE LOG CHAIN
004100*     BEGAN) IS A BREAK.  CONDITION CODE 0 WHEN EVERY CHAINED ROW
004200*     AND SEAL PROVES, 8 ON ANY BREAK, 4 WHEN A SEAL FOUND COULD
004250*     NOT BE STAMPED (ITS RUN PROVED BUT THE SEAL STAYS UNSEEN).
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 SPECIAL-NAMES.
004900     C01 IS TOP-OF-PAGE.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPTIONAL ARCHIN
005400         ASSIGN TO ARCHIN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CV-ARCHIN-STATUS.
005700
005800     SELECT OPTIONAL AUDITIN
005900         ASSIGN TO AUDITIN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CV-AUDITIN-STATUS.
006200
006300     SELECT OPTIONAL BALLOGF
006400         ASSIGN TO BALLOGF
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CV-BALLOGF-STATUS.
006700
006800     SELECT SEALF
006900         ASSIGN TO SEALF
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS ADSEAL-KEY
007300         FILE STATUS IS CV-SEALF-STATUS.
007400
007500     SELECT CHVRPT
007600         ASSIGN TO CHVRPT
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  ARCHIN
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 164 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ADARCH.
008700
008800 FD  AUDITIN
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 144 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ADAUDIT.
009300
009400 FD  BALLOGF
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 144 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800     COPY ADBALLOG.
009900
010000 FD  SEALF
010100     RECORD CONTAINS 120 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ADSEAL.
010400
010500 FD  CHVRPT
010600     RECORD CONTAINS 132 CHARACTERS
010700     LABEL RECORDS ARE STANDARD.
010800 01  CHVRPT-LINE                     PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100
011200*-----------------------------------------------------------------
011300* FILE STATUS AND SWITCHES
011400*-----------------------------------------------------------------
011500 77  CV-ARCHIN-STATUS                PIC X(02) VALUE "00".
011600 77  CV-AUDITIN-STATUS               PIC X(02) VALUE "00".
011700 77  CV-BALLOGF-STATUS               PIC X(02) VALUE "00".
011800 77  CV-SEALF-STATUS                 PIC X(02) VALUE "00".
011900 77  CV-ARCH-EOF-SW                   PIC X(01) VALUE 'N'.
012000     88  CV-ARCH-EOF                 VALUE 'Y'.
012100 77  CV-AUDIT-EOF-SW                  PIC X(01) VALUE 'N'.
012200     88  CV-AUDIT-EOF                VALUE 'Y'.
012300 77  CV-LOG-EOF-SW                    PIC X(01) VALUE 'N'.
012400     88  CV-LOG-EOF                  VALUE 'Y'.
012500 77  CV-SEAL-EOF-SW                   PIC X(01) VALUE 'N'.
012600     88  CV-SEAL-EOF                 VALUE 'Y'.
012700 77  CV-SEALF-OPEN-SW                 PIC X(01) VALUE 'N'.
012800     88  CV-SEALF-OPEN               VALUE 'Y'.
012900 77  CV-SEAL-FOUND-SW                 PIC X(01) VALUE 'N'.
013000     88  CV-SEAL-FOUND               VALUE 'Y'.
013100 77  CV-RUN-OPEN-SW                   PIC X(01) VALUE 'N'.
013200     88  CV-RUN-OPEN                 VALUE 'Y'.
013300 77  CV-LOG-CHAINED-SW                PIC X(01) VALUE 'N'.
013400     88  CV-LOG-CHAINED              VALUE 'Y'.
013450 77  CV-WARNING-SW                    PIC X(01) VALUE 'N'.
013460     88  CV-WARNING-RAISED           VALUE 'Y'.
013500
013600*-----------------------------------------------------------------
013700* THE TIME OF THIS VERIFICATION - STAMPED ON EVERY SEAL FOUND
013800*-----------------------------------------------------------------
013900 01  CV-SYSTEM-DATE.
014000     05  CV-SYS-YY                   PIC 9(02).
014100     05  CV-SYS-MM                   PIC 9(02).
014200     05  CV-SYS-DD                   PIC 9(02).
014300 01  CV-SYSTEM-TIME.
014400     05  CV-SYS-HH                   PIC 9(02).
014500     05  CV-SYS-MN                   PIC 9(02).
014600     05  CV-SYS-SS                   PIC 9(02).
014700     05  CV-SYS-HS                   PIC 9(02).
014800 01  CV-VERIFY-TS                    PIC X(26) VALUE SPACES.
014900 01  CV-HDG-DATE                     PIC X(10).
015000
015100*-----------------------------------------------------------------
015200* THE AUDIT RUN BEING WALKED - ITS KEY, THE TIMESTAMP ON ITS
015300* FIRST ROW (WHICH KEYS ITS SEAL), THE ROW NUMBER EXPECTED NEXT
015400* AND THE CHAIN VALUE CARRIED ON THE LAST ROW ACCEPTED.
015500*-----------------------------------------------------------------
015600 01  CV-RUN.
015700     05  CV-RUN-TRAIL                PIC X(08).
015800     05  CV-RUN-RUN-ID               PIC X(08).
015900     05  CV-RUN-BUS-DATE             PIC X(10).
016000     05  CV-RUN-CYCLE                PIC 9(01).
016100     05  CV-RUN-OPENED-TS            PIC X(16).
016200     05  CV-RUN-EXP-ROW              PIC 9(09) COMP.
016300     05  CV-RUN-LAST-ROW             PIC 9(09) COMP.
016400     05  CV-RUN-PREV-CHAIN           PIC 9(09) COMP.
016500     05  CV-RUN-BREAKS               PIC 9(09) COMP.
016600 77  CV-TRAIL                        PIC X(08) VALUE SPACES.
016700 77  CV-ROW-CYCLE                    PIC 9(01) VALUE ZERO.
016800 77  CV-SEQ-WORK                     PIC 9(09) COMP VALUE ZERO.
016900
017000*-----------------------------------------------------------------
017100* THE ADJUSTMENT LOG CHAIN - ONE RUN FROM THE FIRST CHAINED ROW
017200*-----------------------------------------------------------------
017300 77  CV-LOG-EXP-ROW                  PIC 9(09) COMP VALUE 1.
017400 77  CV-LOG-LAST-ROW                 PIC 9(09) COMP VALUE ZERO.
017500 77  CV-LOG-PREV-CHAIN               PIC 9(09) COMP VALUE ZERO.
017600 77  CV-LOG-SEALED-ROW               PIC 9(09) COMP VALUE ZERO.
017700
017800*-----------------------------------------------------------------
017900* CHAIN ARITHMETIC, AS ADDITION AND ADBALMNT BUILD IT - THE
018000* VALUE STEPS ONCE PER BYTE, VALUE * 31 + BYTE CODE + 1, KEPT
018100* MODULO A PRIME BELOW 10**9.  THE BYTE CODE IS THE BYTE READ AS
018200* THE LOW HALF OF A HALFWORD.
018300*-----------------------------------------------------------------
018400 01  CV-CHAIN-AREA.
018500     05  CV-CHAIN-DATA               PIC X(133).
018600     05  CV-CHAIN-CHARS REDEFINES CV-CHAIN-DATA.
018700         10  CV-CHAIN-CHAR           PIC X(01) OCCURS 133 TIMES.
018800 01  CV-CHAIN-BYTE-PAIR.
018900     05  FILLER                      PIC X(01) VALUE LOW-VALUES.
019000     05  CV-CHAIN-BYTE               PIC X(01).
019100 01  CV-CHAIN-BYTE-CODE REDEFINES CV-CHAIN-BYTE-PAIR
019200                                     PIC 9(04) COMP.
019300 77  CV-CHAIN-PRIME                  PIC 9(09) COMP
019400                                     VALUE 999999937.
019500 77  CV-CHAIN-LEN                    PIC 9(03) COMP VALUE ZERO.
019600 77  CV-CHAIN-SUB                    PIC 9(03) COMP VALUE ZERO.
019700 77  CV-CHAIN-WORK                   PIC 9(18) COMP VALUE ZERO.
019800 77  CV-CHAIN-QUOT                   PIC 9(18) COMP VALUE ZERO.
019900 77  CV-CHAIN-VALUE                  PIC 9(09) COMP VALUE ZERO.
020000
020100*-----------------------------------------------------------------
020200* COUNTS FOR THE EOJ SUMMARY
020300*-----------------------------------------------------------------
020400 77  CV-ARCH-ROWS                    PIC 9(09) COMP VALUE ZERO.
020500 77  CV-LIVE-ROWS                    PIC 9(09) COMP VALUE ZERO.
020600 77  CV-AUDIT-PRECHAIN               PIC 9(09) COMP VALUE ZERO.
020700 77  CV-RUNS-CHECKED                 PIC 9(09) COMP VALUE ZERO.
020800 77  CV-RUNS-INTACT                  PIC 9(09) COMP VALUE ZERO.
020900 77  CV-RUNS-BROKEN                  PIC 9(09) COMP VALUE ZERO.
021000 77  CV-LOG-ROWS                     PIC 9(09) COMP VALUE ZERO.
021100 77  CV-LOG-PRECHAIN                 PIC 9(09) COMP VALUE ZERO.
021200 77  CV-LOG-SEALS                    PIC 9(09) COMP VALUE ZERO.
021300 77  CV-BRK-ALTERED                  PIC 9(09) COMP VALUE ZERO.
021400 77  CV-BRK-DELETED                  PIC 9(09) COMP VALUE ZERO.
021500 77  CV-BRK-INSERTED                 PIC 9(09) COMP VALUE ZERO.
021600 77  CV-BRK-GAP                      PIC 9(09) COMP VALUE ZERO.
021700 77  CV-BRK-UNCHAINED                PIC 9(09) COMP VALUE ZERO.
021800 77  CV-BRK-NO-SEAL                  PIC 9(09) COMP VALUE ZERO.
021900 77  CV-BRK-MISMATCH                 PIC 9(09) COMP VALUE ZERO.
022000 77  CV-BRK-MISSING                  PIC 9(09) COMP VALUE ZERO.
022100 77  CV-BRK-TOTAL                    PIC 9(09) COMP VALUE ZERO.
022200
022300*-----------------------------------------------------------------
022400* REPORT PAGE / LINE CONTROL
022500*-----------------------------------------------------------------
022600 77  CV-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
022700 77  CV-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
022800 77  CV-MAX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
022900
023000*-----------------------------------------------------------------
023100* PRINT LINE LAYOUTS FOR CHVRPT
023200*-----------------------------------------------------------------
023300 01  CV-HDG1.
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  FILLER                      PIC X(44)
023600             VALUE 'ADCHVRFY - AUDIT CHAIN VERIFICATION'.
023700     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
023800     05  CV-HDG1-DATE                PIC X(10).
023900     05  FILLER                      PIC X(03) VALUE SPACES.
024000     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
024100     05  CV-HDG1-PAGE                PIC ZZZZ9.
024200
024300 01  CV-COL-HDG.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  FILLER                      PIC X(10) VALUE 'TRAIL'.
024600     05  FILLER                      PIC X(16) VALUE 'RESULT'.
024700     05  FILLER                      PIC X(10) VALUE 'RUN-ID'.
024800     05  FILLER                      PIC X(12) VALUE 'BUS DATE'.
024900     05  FILLER                      PIC X(03) VALUE 'CYC'.
025000     05  FILLER                      PIC X(11)
025100             VALUE '        ROW'.
025200     05  FILLER                      PIC X(11)
025300             VALUE '     SEQ NO'.
025400     05  FILLER                      PIC X(11)
025500             VALUE '   EXPECTED'.
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  FILLER                      PIC X(04) VALUE 'NOTE'.
025800
025900 01  CV-DTL-LINE.
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  CV-DTL-TRAIL                PIC X(08).
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  CV-DTL-RESULT               PIC X(14).
026400     05  FILLER                      PIC X(02) VALUE SPACES.
026500     05  CV-DTL-RUN-ID               PIC X(08).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  CV-DTL-DATE                 PIC X(10).
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  CV-DTL-CYCLE                PIC X(01).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  CV-DTL-ROW                  PIC Z(08)9.
027200     05  CV-DTL-ROW-X REDEFINES CV-DTL-ROW
027300                                     PIC X(09).
027400     05  FILLER                      PIC X(02) VALUE SPACES.
027500     05  CV-DTL-SEQ                  PIC Z(08)9.
027600     05  CV-DTL-SEQ-X REDEFINES CV-DTL-SEQ
027700                                     PIC X(09).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  CV-DTL-EXPECT               PIC Z(08)9.
028000     05  CV-DTL-EXPECT-X REDEFINES CV-DTL-EXPECT
028100                                     PIC X(09).
028200     05  FILLER                      PIC X(02) VALUE SPACES.
028300     05  CV-DTL-NOTE                 PIC X(40).
028400
028500 01  CV-SUMMARY-LINE.
028600     05  FILLER                      PIC X(02) VALUE SPACES.
028700     05  CV-SUM-LABEL                PIC X(34).
028800     05  CV-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
028900
029000 PROCEDURE DIVISION.
029100
029200*-----------------------------------------------------------------
029300* 0000-MAINLINE
029400* DRIVES THE ENTIRE RUN - ARCHIVE, LIVE AUDIT, ADJUSTMENT LOG,
029500* THEN THE SWEEP FOR SEALS NOTHING ANSWERED.  THE LIVE FILE
029600* CARRIES ON FROM THE ARCHIVE, SO A RUN SPLIT ACROSS THE TWO IS
029700* WALKED AS ONE.
029800*-----------------------------------------------------------------
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
030100     MOVE 'ARCHIVE' TO CV-TRAIL.
030200     PERFORM 2000-TAKE-ARCHIVE-REC THRU 2000-EXIT
030300         UNTIL CV-ARCH-EOF.
030400     MOVE 'LIVE' TO CV-TRAIL.
030500     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
030600     PERFORM 2500-TAKE-AUDIT-REC THRU 2500-EXIT
030700         UNTIL CV-AUDIT-EOF.
030800     PERFORM 3900-FINISH-RUN THRU 3900-EXIT.
030900     MOVE 'ADJ LOG' TO CV-TRAIL.
031000     PERFORM 4100-READ-LOG THRU 4100-EXIT.
031100     PERFORM 4000-CHECK-LOG-ROW THRU 4000-EXIT
031200         UNTIL CV-LOG-EOF.
031300     PERFORM 4900-FINISH-LOG THRU 4900-EXIT.
031400     PERFORM 6000-SWEEP-SEALS THRU 6000-EXIT.
031500     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
031600     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
031700     GOBACK.
031800
031900*-----------------------------------------------------------------
032000* 1000-INITIALIZE-RTN
032100* OPENS THE FILES, TAKES THE VERIFICATION TIME AND PRIMES THE
032200* ARCHIVE READ.  THE LIVE AUDIT AND LOG READS ARE PRIMED WHEN
032300* THEIR TURN COMES - THE ARCHIVE WALK LAYS EACH ROW INTO THE
032400* AUDIT RECORD AREA.  A SEAL FILE THAT CANNOT BE OPENED LEAVES
032500* EVERY RUN UNSEALED, WHICH IS REPORTED AS SUCH.
032600*-----------------------------------------------------------------
032700 1000-INITIALIZE-RTN.
032800     ACCEPT CV-SYSTEM-DATE FROM DATE.
032900     ACCEPT CV-SYSTEM-TIME FROM TIME.
033000     STRING
033100         '20' CV-SYS-YY '-' CV-SYS-MM '-' CV-SYS-DD
033200         ' ' CV-SYS-HH ':' CV-SYS-MN ':' CV-SYS-SS
033300         '.' CV-SYS-HS
033400         DELIMITED BY SIZE INTO CV-VERIFY-TS
033500     END-STRING.
033600     STRING
033700         CV-SYS-MM '/' CV-SYS-DD '/' '20' CV-SYS-YY
033800         DELIMITED BY SIZE INTO CV-HDG-DATE
033900     END-STRING.
034000     MOVE CV-HDG-DATE TO CV-HDG1-DATE.
034100     OPEN OUTPUT CHVRPT.
034200     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
034300     OPEN I-O SEALF.
034400     IF CV-SEALF-STATUS = '00' OR '05'
034500         SET CV-SEALF-OPEN TO TRUE
034600     ELSE
034700         DISPLAY 'ADCHVRFY - SEALF OPEN FAILED, STATUS = '
034800             CV-SEALF-STATUS
034900         DISPLAY 'ADCHVRFY - NO SEALS CAN BE PROVED THIS RUN'
035000     END-IF.
035100     OPEN INPUT ARCHIN.
035200     IF CV-ARCHIN-STATUS NOT = '00' AND NOT = '05'
035300         SET CV-ARCH-EOF TO TRUE
035400     END-IF.
035500     OPEN INPUT AUDITIN.
035600     IF CV-AUDITIN-STATUS NOT = '00' AND NOT = '05'
035700         SET CV-AUDIT-EOF TO TRUE
035800     END-IF.
035900     OPEN INPUT BALLOGF.
036000     IF CV-BALLOGF-STATUS NOT = '00' AND NOT = '05'
036100         SET CV-LOG-EOF TO TRUE
036200     END-IF.
036300     IF NOT CV-ARCH-EOF
036400         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
036500     END-IF.
036600 1000-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* 1500-WRITE-RPT-HEADING
037100*-----------------------------------------------------------------
037200 1500-WRITE-RPT-HEADING.
037300     ADD 1 TO CV-PAGE-COUNT.
037400     MOVE CV-PAGE-COUNT TO CV-HDG1-PAGE.
037500     WRITE CHVRPT-LINE FROM CV-HDG1 AFTER ADVANCING PAGE.
037600     WRITE CHVRPT-LINE FROM CV-COL-HDG AFTER ADVANCING 2 LINES.
037700     MOVE 3 TO CV-LINE-COUNT.
037800 1500-EXIT.
037900     EXIT.
038000
038100*-----------------------------------------------------------------
038200* 2000-TAKE-ARCHIVE-REC
038300* ONLY ARCHIVED AUDIT ROWS ARE CHAINED - ARCHIVED EXTRACT
038400* RECORDS SHARE THE FILE AND ARE PASSED OVER.  THE ROW IMAGE IS
038500* LAID INTO THE AUDIT RECORD AREA, AS IN ADIDXBLD, SO ONE SET OF
038600* PARAGRAPHS PROVES BOTH FILES.
038700*-----------------------------------------------------------------
038800 2000-TAKE-ARCHIVE-REC.
038900     IF ADARCH-FROM-AUDIT
039000         ADD 1 TO CV-ARCH-ROWS
039100         MOVE ADARCH-DATA TO ADAUDIT-REC
039200         PERFORM 3000-CHECK-AUDIT-ROW THRU 3000-EXIT
039300     END-IF.
039400     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
039500 2000-EXIT.
039600     EXIT.
039700
039800 2100-READ-ARCHIVE.
039900     READ ARCHIN
040000         AT END SET CV-ARCH-EOF TO TRUE
040100     END-READ.
040200 2100-EXIT.
040300     EXIT.
040400
040500 2500-TAKE-AUDIT-REC.
040600     ADD 1 TO CV-LIVE-ROWS.
040700     PERFORM 3000-CHECK-AUDIT-ROW THRU 3000-EXIT.
040800     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
040900 2500-EXIT.
041000     EXIT.
041100
041200 2600-READ-AUDIT.
041300     IF CV-AUDIT-EOF
041400         GO TO 2600-EXIT
041500     END-IF.
041600     READ AUDITIN
041700         AT END SET CV-AUDIT-EOF TO TRUE
041800     END-READ.
041900 2600-EXIT.
042000     EXIT.
042100
042200*-----------------------------------------------------------------
042300* 3000-CHECK-AUDIT-ROW
042400* PROVES ONE AUDIT ROW.  A ROW WITH A BLANK CHAIN PREDATES THE
042500* CHAIN - COUNTED, NOT CHECKED, UNLESS IT SITS INSIDE A CHAINED
042600* RUN.  A NEW RUN-ID/DATE/CYCLE, OR ROW NUMBER 1, CLOSES THE RUN
042700* BEFORE AND OPENS ANOTHER.  THEN THE ROW MUST BE THE NEXT ROW
042800* NUMBER AND CARRY THE CHAIN VALUE ITS CONTENTS GIVE.  AFTER A
042900* GAP THE CHAIN PICKS UP FROM THE ROW PAST IT, SO ONE BREAK IS
043000* REPORTED ONCE, NOT ON EVERY ROW AFTER IT.
043100*-----------------------------------------------------------------
043200 3000-CHECK-AUDIT-ROW.
043300     MOVE 1 TO CV-ROW-CYCLE.
043400     IF ADAUDIT-SEQ-NO GREATER THAN ZERO
043500         COMPUTE CV-SEQ-WORK = ADAUDIT-SEQ-NO - 1
043600         DIVIDE CV-SEQ-WORK BY 100000000 GIVING CV-ROW-CYCLE
043700         ADD 1 TO CV-ROW-CYCLE
043800     END-IF.
043900     IF ADAUDIT-CHAIN-ROW-X = SPACES
044000         ADD 1 TO CV-AUDIT-PRECHAIN
044100         IF CV-RUN-OPEN
044200             AND ADAUDIT-RUN-ID = CV-RUN-RUN-ID
044300             AND ADAUDIT-BUS-DATE = CV-RUN-BUS-DATE
044400             AND CV-ROW-CYCLE = CV-RUN-CYCLE
044500             MOVE 'UNCHAINED ROW' TO CV-DTL-RESULT
044600             MOVE ZERO TO CV-DTL-ROW
044700             MOVE CV-RUN-EXP-ROW TO CV-DTL-EXPECT
044800             MOVE 'NO CHAIN FIELDS INSIDE A CHAINED RUN'
044900                 TO CV-DTL-NOTE
045000             PERFORM 5000-WRITE-AUDIT-BREAK THRU 5000-EXIT
045100         END-IF
045200         GO TO 3000-EXIT
045300     END-IF.
045400     IF NOT CV-RUN-OPEN
045500         OR ADAUDIT-RUN-ID NOT = CV-RUN-RUN-ID
045600         OR ADAUDIT-BUS-DATE NOT = CV-RUN-BUS-DATE
045700         OR CV-ROW-CYCLE NOT = CV-RUN-CYCLE
045800         OR ADAUDIT-CHAIN-ROW-X = '000000001'
045900         PERFORM 3900-FINISH-RUN THRU 3900-EXIT
046000         PERFORM 3100-START-RUN THRU 3100-EXIT
046100     END-IF.
046200     IF ADAUDIT-CHAIN-ROW-X IS NOT NUMERIC
046300         OR ADAUDIT-CHAIN-VALUE-X IS NOT NUMERIC
046400         MOVE 'ALTERED ROW' TO CV-DTL-RESULT
046500         MOVE ZERO TO CV-DTL-ROW
046600         MOVE CV-RUN-EXP-ROW TO CV-DTL-EXPECT
046700         MOVE 'CHAIN FIELDS ARE NOT NUMERIC' TO CV-DTL-NOTE
046800         PERFORM 5000-WRITE-AUDIT-BREAK THRU 5000-EXIT
046900         GO TO 3000-EXIT
047000     END-IF.
047100     IF ADAUDIT-CHAIN-ROW LESS THAN CV-RUN-EXP-ROW
047200         MOVE 'INSERTED ROW' TO CV-DTL-RESULT
047300         MOVE ADAUDIT-CHAIN-ROW TO CV-DTL-ROW
047400         MOVE CV-RUN-EXP-ROW TO CV-DTL-EXPECT
047500         MOVE 'ROW NUMBER ALREADY USED IN THIS RUN'
047600             TO CV-DTL-NOTE
047700         PERFORM 5000-WRITE-AUDIT-BREAK THRU 5000-EXIT
047800         GO TO 3000-EXIT
047900     END-IF.
048000     IF ADAUDIT-CHAIN-ROW GREATER THAN CV-RUN-EXP-ROW
048100         MOVE 'SEQUENCE GAP' TO CV-DTL-RESULT
048200         MOVE ADAUDIT-CHAIN-ROW TO CV-DTL-ROW
048300         MOVE CV-RUN-EXP-ROW TO CV-DTL-EXPECT
048400         MOVE 'ROWS FROM EXPECTED UP TO THIS ROW MISSING'
048500             TO CV-DTL-NOTE
048600         PERFORM 5000-WRITE-AUDIT-BREAK THRU 5000-EXIT
048700         GO TO 3050-ACCEPT-ROW
048800     END-IF.
048900     MOVE CV-RUN-PREV-CHAIN TO CV-CHAIN-VALUE.
049000     MOVE ADAUDIT-REC TO CV-CHAIN-DATA.
049100     MOVE 129 TO CV-CHAIN-LEN.
049200     PERFORM 7000-CHAIN-VALUE THRU 7000-EXIT.
049300     IF CV-CHAIN-VALUE NOT = ADAUDIT-CHAIN-VALUE
049400         MOVE 'ALTERED ROW' TO CV-DTL-RESULT
049500         MOVE ADAUDIT-CHAIN-ROW TO CV-DTL-ROW
049600         MOVE SPACES TO CV-DTL-EXPECT-X
049700         MOVE 'CHAIN VALUE DOES NOT MATCH ROW CONTENTS'
049800             TO CV-DTL-NOTE
049900         PERFORM 5000-WRITE-AUDIT-BREAK THRU 5000-EXIT
050000     END-IF.
050100 3050-ACCEPT-ROW.
050200     MOVE ADAUDIT-CHAIN-ROW TO CV-RUN-LAST-ROW.
050300     MOVE ADAUDIT-CHAIN-VALUE TO CV-RUN-PREV-CHAIN.
050400     COMPUTE CV-RUN-EXP-ROW = ADAUDIT-CHAIN-ROW + 1.
050500 3000-EXIT.
050600     EXIT.
050700
050800 3100-START-RUN.
050900     MOVE CV-TRAIL TO CV-RUN-TRAIL.
051000     MOVE ADAUDIT-RUN-ID TO CV-RUN-RUN-ID.
051100     MOVE ADAUDIT-BUS-DATE TO CV-RUN-BUS-DATE.
051200     MOVE CV-ROW-CYCLE TO CV-RUN-CYCLE.
051300     MOVE ADAUDIT-TIMESTAMP TO CV-RUN-OPENED-TS.
051400     MOVE 1 TO CV-RUN-EXP-ROW.
051500     MOVE ZERO TO CV-RUN-LAST-ROW.
051600     MOVE ZERO TO CV-RUN-PREV-CHAIN.
051700     MOVE ZERO TO CV-RUN-BREAKS.
051800     SET CV-RUN-OPEN TO TRUE.
051900 3100-EXIT.
052000     EXIT.
052100
052200*-----------------------------------------------------------------
052300* 3900-FINISH-RUN
052400* PROVES THE RUN JUST WALKED AGAINST ITS SEAL AND LISTS IT.  THE
052500* SEAL MUST EXIST, CLOSE ON THE SAME ROW NUMBER THE RUN ENDS ON,
052600* AND CARRY THE SAME LAST CHAIN VALUE.  A RUN THAT STOPS SHORT
052700* OF ITS SEAL HAS LOST ROWS OFF ITS END; ONE THAT RUNS PAST IT
052800* HAS HAD ROWS ADDED.
052900*-----------------------------------------------------------------
053000 3900-FINISH-RUN.
053100     IF NOT CV-RUN-OPEN
053200         GO TO 3900-EXIT
053300     END-IF.
053400     MOVE 'N' TO CV-RUN-OPEN-SW.
053500     ADD 1 TO CV-RUNS-CHECKED.
053600     MOVE SPACES TO ADSEAL-REC.
053700     SET ADSEAL-AUDIT-TRAIL TO TRUE.
053800     MOVE CV-RUN-RUN-ID TO ADSEAL-RUN-ID.
053900     MOVE CV-RUN-BUS-DATE TO ADSEAL-BUS-DATE.
054000     MOVE CV-RUN-CYCLE TO ADSEAL-CYCLE.
054100     MOVE CV-RUN-OPENED-TS TO ADSEAL-OPENED-TS.
054200     PERFORM 6200-READ-SEAL THRU 6200-EXIT.
054300     IF NOT CV-SEAL-FOUND
054400         MOVE 'NO SEAL' TO CV-DTL-RESULT
054500         MOVE CV-RUN-LAST-ROW TO CV-DTL-ROW
054600         MOVE SPACES TO CV-DTL-EXPECT-X
054700         MOVE 'NO SEAL - RUN OPENED' TO CV-DTL-NOTE
054800         MOVE CV-RUN-OPENED-TS TO CV-DTL-NOTE (22:16)
054900         PERFORM 5100-WRITE-RUN-BREAK THRU 5100-EXIT
055000         GO TO 3950-LIST-RUN
055100     END-IF.
055200     IF ADSEAL-ROWS GREATER THAN CV-RUN-LAST-ROW
055300         MOVE 'ROWS DELETED' TO CV-DTL-RESULT
055400         MOVE CV-RUN-LAST-ROW TO CV-DTL-ROW
055500         MOVE ADSEAL-ROWS TO CV-DTL-EXPECT
055600         MOVE 'RUN ENDS BEFORE THE ROW IT WAS SEALED ON'
055700             TO CV-DTL-NOTE
055800         PERFORM 5100-WRITE-RUN-BREAK THRU 5100-EXIT
055900         GO TO 3950-LIST-RUN
056000     END-IF.
056100     IF ADSEAL-ROWS LESS THAN CV-RUN-LAST-ROW
056200         MOVE 'INSERTED ROW' TO CV-DTL-RESULT
056300         MOVE CV-RUN-LAST-ROW TO CV-DTL-ROW
056400         MOVE ADSEAL-ROWS TO CV-DTL-EXPECT
056500         MOVE 'RUN CARRIES ROWS PAST THE ROW SEALED'
056600             TO CV-DTL-NOTE
056700         PERFORM 5100-WRITE-RUN-BREAK THRU 5100-EXIT
056800         GO TO 3950-LIST-RUN
056900     END-IF.
057000     IF ADSEAL-CHAIN NOT = CV-RUN-PREV-CHAIN
057100         MOVE 'SEAL MISMATCH' TO CV-DTL-RESULT
057200         MOVE CV-RUN-LAST-ROW TO CV-DTL-ROW
057300         MOVE ADSEAL-ROWS TO CV-DTL-EXPECT
057400         MOVE 'LAST CHAIN VALUE DIFFERS FROM THE SEAL'
057500             TO CV-DTL-NOTE
057600         PERFORM 5100-WRITE-RUN-BREAK THRU 5100-EXIT
057700     END-IF.
057800 3950-LIST-RUN.
057900     IF CV-RUN-BREAKS = ZERO
058000         ADD 1 TO CV-RUNS-INTACT
058100         MOVE 'RUN INTACT' TO CV-DTL-RESULT
058200     ELSE
058300         ADD 1 TO CV-RUNS-BROKEN
058400         MOVE 'RUN BROKEN' TO CV-DTL-RESULT
058500     END-IF.
058600     MOVE CV-RUN-TRAIL TO CV-DTL-TRAIL.
058700     MOVE CV-RUN-RUN-ID TO CV-DTL-RUN-ID.
058800     MOVE CV-RUN-BUS-DATE TO CV-DTL-DATE.
058900     MOVE CV-RUN-CYCLE TO CV-DTL-CYCLE.
059000     MOVE CV-RUN-LAST-ROW TO CV-DTL-ROW.
059100     MOVE SPACES TO CV-DTL-SEQ-X.
059200     MOVE SPACES TO CV-DTL-EXPECT-X.
059300     MOVE 'OPENED' TO CV-DTL-NOTE.
059400     MOVE CV-RUN-OPENED-TS TO CV-DTL-NOTE (8:16).
059500     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
059600 3900-EXIT.
059700     EXIT.
059800
059900*-----------------------------------------------------------------
060000* 4000-CHECK-LOG-ROW
060100* PROVES ONE ADJUSTMENT LOG ROW THE WAY 3000 PROVES AN AUDIT ROW
060200* - THE LOG IS A SINGLE CHAIN FROM ITS FIRST CHAINED ROW.  A ROW
060300* SOME ADBALMNT OR ADACCMNT RUN SEALED ON MUST ALSO MATCH ITS
060350* SEAL.
060400*-----------------------------------------------------------------
060500 4000-CHECK-LOG-ROW.
060600     ADD 1 TO CV-LOG-ROWS.
060700     IF ADBALLOG-CHAIN-ROW-X = SPACES
060800         IF CV-LOG-CHAINED
060900             MOVE 'UNCHAINED ROW' TO CV-DTL-RESULT
061000             MOVE ZERO TO CV-DTL-ROW
061100             MOVE CV-LOG-EXP-ROW TO CV-DTL-EXPECT
061200             MOVE 'NO CHAIN FIELDS AFTER THE CHAIN BEGAN'
061300                 TO CV-DTL-NOTE
061400             PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
061500         ELSE
061600             ADD 1 TO CV-LOG-PRECHAIN
061700         END-IF
061800         GO TO 4000-READ-NEXT
061900     END-IF.
062000     SET CV-LOG-CHAINED TO TRUE.
062100     IF ADBALLOG-CHAIN-ROW-X IS NOT NUMERIC
062200         OR ADBALLOG-CHAIN-VALUE-X IS NOT NUMERIC
062300         MOVE 'ALTERED ROW' TO CV-DTL-RESULT
062400         MOVE ZERO TO CV-DTL-ROW
062500         MOVE CV-LOG-EXP-ROW TO CV-DTL-EXPECT
062600         MOVE 'CHAIN FIELDS ARE NOT NUMERIC' TO CV-DTL-NOTE
062700         PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
062800         GO TO 4000-READ-NEXT
062900     END-IF.
063000     IF ADBALLOG-CHAIN-ROW LESS THAN CV-LOG-EXP-ROW
063100         MOVE 'INSERTED ROW' TO CV-DTL-RESULT
063200         MOVE ADBALLOG-CHAIN-ROW TO CV-DTL-ROW
063300         MOVE CV-LOG-EXP-ROW TO CV-DTL-EXPECT
063400         MOVE 'ROW NUMBER ALREADY USED IN THE LOG'
063500             TO CV-DTL-NOTE
063600         PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
063700         GO TO 4000-READ-NEXT
063800     END-IF.
063900     IF ADBALLOG-CHAIN-ROW GREATER THAN CV-LOG-EXP-ROW
064000         MOVE 'SEQUENCE GAP' TO CV-DTL-RESULT
064100         MOVE ADBALLOG-CHAIN-ROW TO CV-DTL-ROW
064200         MOVE CV-LOG-EXP-ROW TO CV-DTL-EXPECT
064300         MOVE 'ROWS FROM EXPECTED UP TO THIS ROW MISSING'
064400             TO CV-DTL-NOTE
064500         PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
064600         GO TO 4000-ACCEPT-ROW
064700     END-IF.
064800     MOVE CV-LOG-PREV-CHAIN TO CV-CHAIN-VALUE.
064900     MOVE ADBALLOG-REC TO CV-CHAIN-DATA.
065000     MOVE 133 TO CV-CHAIN-LEN.
065100     PERFORM 7000-CHAIN-VALUE THRU 7000-EXIT.
065200     IF CV-CHAIN-VALUE NOT = ADBALLOG-CHAIN-VALUE
065300         MOVE 'ALTERED ROW' TO CV-DTL-RESULT
065400         MOVE ADBALLOG-CHAIN-ROW TO CV-DTL-ROW
065500         MOVE SPACES TO CV-DTL-EXPECT-X
065600         MOVE 'CHAIN VALUE DOES NOT MATCH ROW CONTENTS'
065700             TO CV-DTL-NOTE
065800         PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
065900     END-IF.
066000 4000-ACCEPT-ROW.
066100     MOVE ADBALLOG-CHAIN-ROW TO CV-LOG-LAST-ROW.
066200     MOVE ADBALLOG-CHAIN-VALUE TO CV-LOG-PREV-CHAIN.
066300     COMPUTE CV-LOG-EXP-ROW = ADBALLOG-CHAIN-ROW + 1.
066400     PERFORM 4300-CHECK-LOG-SEAL THRU 4300-EXIT.
066500 4000-READ-NEXT.
066600     PERFORM 4100-READ-LOG THRU 4100-EXIT.
066700 4000-EXIT.
066800     EXIT.
066900
067000 4100-READ-LOG.
067100     IF CV-LOG-EOF
067200         GO TO 4100-EXIT
067300     END-IF.
067400     READ BALLOGF
067500         AT END SET CV-LOG-EOF TO TRUE
067600     END-READ.
067700 4100-EXIT.
067800     EXIT.
067900
068000 4300-CHECK-LOG-SEAL.
068100     MOVE SPACES TO ADSEAL-REC.
068200     SET ADSEAL-ADJ-LOG TO TRUE.
068300     MOVE ADBALLOG-CHAIN-ROW TO ADSEAL-LOG-ROW.
068400     PERFORM 6200-READ-SEAL THRU 6200-EXIT.
068500     IF NOT CV-SEAL-FOUND
068600         GO TO 4300-EXIT
068700     END-IF.
068800     ADD 1 TO CV-LOG-SEALS.
068900     MOVE ADBALLOG-CHAIN-ROW TO CV-LOG-SEALED-ROW.
069000     IF ADSEAL-CHAIN NOT = ADBALLOG-CHAIN-VALUE
069100         MOVE 'SEAL MISMATCH' TO CV-DTL-RESULT
069200         MOVE ADBALLOG-CHAIN-ROW TO CV-DTL-ROW
069300         MOVE SPACES TO CV-DTL-EXPECT-X
069400         MOVE 'CHAIN VALUE DIFFERS FROM THE SEAL ON IT'
069500             TO CV-DTL-NOTE
069600         PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT
069700     END-IF.
069800 4300-EXIT.
069900     EXIT.
070000
070100*-----------------------------------------------------------------
070200* 4900-FINISH-LOG
070300* ROWS AFTER THE LAST SEALED ROW WERE NEVER SEALED - EITHER
070400* ADDED BY HAND OR LEFT BY A LOGGING RUN THAT NEVER ENDED.
070500*-----------------------------------------------------------------
070600 4900-FINISH-LOG.
070700     IF CV-LOG-LAST-ROW NOT GREATER THAN CV-LOG-SEALED-ROW
070800         GO TO 4900-EXIT
070900     END-IF.
071000     MOVE SPACES TO ADBALLOG-REC.
071100     MOVE 'NO SEAL' TO CV-DTL-RESULT.
071200     COMPUTE CV-DTL-ROW = CV-LOG-SEALED-ROW + 1.
071300     MOVE CV-LOG-LAST-ROW TO CV-DTL-EXPECT.
071400     MOVE 'LOG ROWS FROM ROW SHOWN TO LAST NOT SEALED'
071500         TO CV-DTL-NOTE.
071600     PERFORM 5200-WRITE-LOG-BREAK THRU 5200-EXIT.
071700 4900-EXIT.
071800     EXIT.
071900
072000*-----------------------------------------------------------------
072100* 5000 - 5900  BREAK AND DETAIL LINES
072200* THE CALLER SETS THE RESULT, ROW, EXPECTED AND NOTE COLUMNS;
072300* THESE FILL IN THE REST FROM THE ROW, RUN OR SEAL IN HAND AND
072400* COUNT THE BREAK.
072500*-----------------------------------------------------------------
072600 5000-WRITE-AUDIT-BREAK.
072700     ADD 1 TO CV-RUN-BREAKS.
072800     MOVE CV-TRAIL TO CV-DTL-TRAIL.
072900     MOVE ADAUDIT-RUN-ID TO CV-DTL-RUN-ID.
073000     MOVE ADAUDIT-BUS-DATE TO CV-DTL-DATE.
073100     MOVE CV-ROW-CYCLE TO CV-DTL-CYCLE.
073200     IF ADAUDIT-SEQ-NO IS NUMERIC
073300         MOVE ADAUDIT-SEQ-NO TO CV-DTL-SEQ
073400     ELSE
073500         MOVE SPACES TO CV-DTL-SEQ-X
073600     END-IF.
073700     PERFORM 5500-COUNT-BREAK THRU 5500-EXIT.
073800 5000-EXIT.
073900     EXIT.
074000
074100 5100-WRITE-RUN-BREAK.
074200     ADD 1 TO CV-RUN-BREAKS.
074300     MOVE CV-RUN-TRAIL TO CV-DTL-TRAIL.
074400     MOVE CV-RUN-RUN-ID TO CV-DTL-RUN-ID.
074500     MOVE CV-RUN-BUS-DATE TO CV-DTL-DATE.
074600     MOVE CV-RUN-CYCLE TO CV-DTL-CYCLE.
074700     MOVE SPACES TO CV-DTL-SEQ-X.
074800     PERFORM 5500-COUNT-BREAK THRU 5500-EXIT.
074900 5100-EXIT.
075000     EXIT.
075100
075200 5200-WRITE-LOG-BREAK.
075300     MOVE CV-TRAIL TO CV-DTL-TRAIL.
075400     MOVE ADBALLOG-RUN-ID TO CV-DTL-RUN-ID.
075500     MOVE ADBALLOG-TIMESTAMP TO CV-DTL-DATE.
075600     MOVE SPACES TO CV-DTL-CYCLE.
075700     MOVE SPACES TO CV-DTL-SEQ-X.
075800     PERFORM 5500-COUNT-BREAK THRU 5500-EXIT.
075900 5200-EXIT.
076000     EXIT.
076100
076200 5500-COUNT-BREAK.
076300     ADD 1 TO CV-BRK-TOTAL.
076400     EVALUATE CV-DTL-RESULT
076500         WHEN 'ALTERED ROW'
076600             ADD 1 TO CV-BRK-ALTERED
076700         WHEN 'ROWS DELETED'
076800             ADD 1 TO CV-BRK-DELETED
076900         WHEN 'INSERTED ROW'
077000             ADD 1 TO CV-BRK-INSERTED
077100         WHEN 'SEQUENCE GAP'
077200             ADD 1 TO CV-BRK-GAP
077300         WHEN 'UNCHAINED ROW'
077400             ADD 1 TO CV-BRK-UNCHAINED
077500         WHEN 'NO SEAL'
077600             ADD 1 TO CV-BRK-NO-SEAL
077700         WHEN 'SEAL MISMATCH'
077800             ADD 1 TO CV-BRK-MISMATCH
077900         WHEN OTHER
078000             ADD 1 TO CV-BRK-MISSING
078100     END-EVALUATE.
078200     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
078300 5500-EXIT.
078400     EXIT.
078500
078600 5900-WRITE-DETAIL.
078700     IF CV-LINE-COUNT NOT LESS THAN CV-MAX-LINES-PER-PAGE
078800         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
078900     END-IF.
079000     WRITE CHVRPT-LINE FROM CV-DTL-LINE AFTER ADVANCING 1 LINE.
079100     ADD 1 TO CV-LINE-COUNT.
079200 5900-EXIT.
079300     EXIT.
079400
079500*-----------------------------------------------------------------
079600* 6000-SWEEP-SEALS
079700* BROWSES SEALF FOR SEALS THIS RUN DID NOT STAMP.  AN AUDIT SEAL
079800* OVER ANY ROWS IS A RUN NO LONGER ON THE ARCHIVE OR LIVE FILE;
079900* A LOG SEAL IS A STRETCH OF THE LOG THAT HAS GONE.
080000*-----------------------------------------------------------------
080100 6000-SWEEP-SEALS.
080200     IF NOT CV-SEALF-OPEN
080300         GO TO 6000-EXIT
080400     END-IF.
080500     MOVE LOW-VALUES TO ADSEAL-KEY.
080600     START SEALF KEY IS NOT LESS THAN ADSEAL-KEY
080700         INVALID KEY
080800             GO TO 6000-EXIT
080900     END-START.
081000     MOVE 'N' TO CV-SEAL-EOF-SW.
081100     PERFORM 6100-SWEEP-ONE-SEAL THRU 6100-EXIT
081200         UNTIL CV-SEAL-EOF.
081300 6000-EXIT.
081400     EXIT.
081500
081600 6100-SWEEP-ONE-SEAL.
081700     READ SEALF NEXT RECORD
081800         AT END
081900             SET CV-SEAL-EOF TO TRUE
082000             GO TO 6100-EXIT
082100     END-READ.
082200     IF ADSEAL-SEEN-TS = CV-VERIFY-TS
082300         GO TO 6100-EXIT
082400     END-IF.
082500     IF ADSEAL-AUDIT-TRAIL
082600         IF ADSEAL-ROWS = ZERO
082700             GO TO 6100-EXIT
082800         END-IF
082900         MOVE 'AUDIT' TO CV-DTL-TRAIL
083000         MOVE 'RUN MISSING' TO CV-DTL-RESULT
083100         MOVE ADSEAL-RUN-ID TO CV-DTL-RUN-ID
083200         MOVE ADSEAL-BUS-DATE TO CV-DTL-DATE
083300         MOVE ADSEAL-CYCLE TO CV-DTL-CYCLE
083400         MOVE SPACES TO CV-DTL-ROW-X
083500         MOVE ADSEAL-ROWS TO CV-DTL-EXPECT
083600         MOVE 'NOT ON FILE - OPENED' TO CV-DTL-NOTE
083700         MOVE ADSEAL-OPENED-TS TO CV-DTL-NOTE (22:16)
083800     ELSE
083900         MOVE 'ADJ LOG' TO CV-DTL-TRAIL
084000         MOVE 'ROWS DELETED' TO CV-DTL-RESULT
084100         MOVE SPACES TO CV-DTL-RUN-ID
084200         MOVE ADSEAL-SEALED-TS TO CV-DTL-DATE
084300         MOVE SPACES TO CV-DTL-CYCLE
084400         MOVE CV-LOG-LAST-ROW TO CV-DTL-ROW
084500         MOVE ADSEAL-LOG-ROW TO CV-DTL-EXPECT
084600         MOVE 'SEALED LOG ROW NOT FOUND ON THE LOG'
084700             TO CV-DTL-NOTE
084800     END-IF.
084900     MOVE SPACES TO CV-DTL-SEQ-X.
085000     PERFORM 5500-COUNT-BREAK THRU 5500-EXIT.
085100 6100-EXIT.
085200     EXIT.
085300
085400*-----------------------------------------------------------------
085500* 6200-READ-SEAL
085600* LOOKS UP THE SEAL WHOSE KEY THE CALLER HAS SET AND STAMPS IT
085700* SEEN BY THIS RUN.
085800*-----------------------------------------------------------------
085900 6200-READ-SEAL.
086000     MOVE 'N' TO CV-SEAL-FOUND-SW.
086100     IF NOT CV-SEALF-OPEN
086200         GO TO 6200-EXIT
086300     END-IF.
086400     READ SEALF
086500         INVALID KEY
086600             GO TO 6200-EXIT
086700     END-READ.
086800     SET CV-SEAL-FOUND TO TRUE.
086900     MOVE CV-VERIFY-TS TO ADSEAL-SEEN-TS.
087000     REWRITE ADSEAL-REC
087100         INVALID KEY
087200             DISPLAY 'ADCHVRFY - SEALF REWRITE FAILED'
087250             SET CV-WARNING-RAISED TO TRUE
087300     END-REWRITE.
087400 6200-EXIT.
087500     EXIT.
087600
087700*-----------------------------------------------------------------
087800* 7000-CHAIN-VALUE
087900* RUNS THE CHAIN ON FROM CV-CHAIN-VALUE OVER THE FIRST
088000* CV-CHAIN-LEN BYTES OF CV-CHAIN-DATA.
088100*-----------------------------------------------------------------
088200 7000-CHAIN-VALUE.
088300     PERFORM 7100-CHAIN-ONE-BYTE THRU 7100-EXIT
088400         VARYING CV-CHAIN-SUB FROM 1 BY 1
088500         UNTIL CV-CHAIN-SUB GREATER THAN CV-CHAIN-LEN.
088600 7000-EXIT.
088700     EXIT.
088800
088900 7100-CHAIN-ONE-BYTE.
089000     MOVE CV-CHAIN-CHAR (CV-CHAIN-SUB) TO CV-CHAIN-BYTE.
089100     COMPUTE CV-CHAIN-WORK =
089200         CV-CHAIN-VALUE * 31 + CV-CHAIN-BYTE-CODE + 1.
089300     DIVIDE CV-CHAIN-WORK BY CV-CHAIN-PRIME
089400         GIVING CV-CHAIN-QUOT REMAINDER CV-CHAIN-VALUE.
089500 7100-EXIT.
089600     EXIT.
089700
089800*-----------------------------------------------------------------
089900* 8000-WRITE-SUMMARY
090000*-----------------------------------------------------------------
090100 8000-WRITE-SUMMARY.
090200     IF CV-BRK-TOTAL = ZERO AND CV-RUNS-CHECKED = ZERO
090300         MOVE SPACES TO CHVRPT-LINE
090400         MOVE '  NO CHAINED AUDIT RUNS FOUND' TO CHVRPT-LINE
090500         WRITE CHVRPT-LINE AFTER ADVANCING 1 LINE
090600         ADD 1 TO CV-LINE-COUNT
090700     END-IF.
090800     MOVE SPACES TO CHVRPT-LINE.
090900     WRITE CHVRPT-LINE AFTER ADVANCING 1 LINE.
091000     ADD 1 TO CV-LINE-COUNT.
091100     MOVE 'ARCHIVED AUDIT ROWS READ:         ' TO CV-SUM-LABEL.
091200     MOVE CV-ARCH-ROWS TO CV-SUM-VALUE.
091300     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
091400     MOVE 'LIVE AUDIT ROWS READ:             ' TO CV-SUM-LABEL.
091500     MOVE CV-LIVE-ROWS TO CV-SUM-VALUE.
091600     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
091700     MOVE 'PRE-CHAIN AUDIT ROWS (UNCHECKED): ' TO CV-SUM-LABEL.
091800     MOVE CV-AUDIT-PRECHAIN TO CV-SUM-VALUE.
091900     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
092000     MOVE 'AUDIT RUNS CHECKED:               ' TO CV-SUM-LABEL.
092100     MOVE CV-RUNS-CHECKED TO CV-SUM-VALUE.
092200     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
092300     MOVE 'AUDIT RUNS INTACT:                ' TO CV-SUM-LABEL.
092400     MOVE CV-RUNS-INTACT TO CV-SUM-VALUE.
092500     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
092600     MOVE 'AUDIT RUNS BROKEN:                ' TO CV-SUM-LABEL.
092700     MOVE CV-RUNS-BROKEN TO CV-SUM-VALUE.
092800     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
092900     MOVE 'ADJUSTMENT LOG ROWS READ:         ' TO CV-SUM-LABEL.
093000     MOVE CV-LOG-ROWS TO CV-SUM-VALUE.
093100     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
093200     MOVE 'PRE-CHAIN LOG ROWS (UNCHECKED):   ' TO CV-SUM-LABEL.
093300     MOVE CV-LOG-PRECHAIN TO CV-SUM-VALUE.
093400     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
093500     MOVE 'LOG SEALS CHECKED:                ' TO CV-SUM-LABEL.
093600     MOVE CV-LOG-SEALS TO CV-SUM-VALUE.
093700     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
093800     MOVE 'BREAKS - ALTERED ROWS:            ' TO CV-SUM-LABEL.
093900     MOVE CV-BRK-ALTERED TO CV-SUM-VALUE.
094000     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
094100     MOVE 'BREAKS - ROWS DELETED:            ' TO CV-SUM-LABEL.
094200     MOVE CV-BRK-DELETED TO CV-SUM-VALUE.
094300     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
094400     MOVE 'BREAKS - INSERTED ROWS:           ' TO CV-SUM-LABEL.
094500     MOVE CV-BRK-INSERTED TO CV-SUM-VALUE.
094600     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
094700     MOVE 'BREAKS - SEQUENCE GAPS:           ' TO CV-SUM-LABEL.
094800     MOVE CV-BRK-GAP TO CV-SUM-VALUE.
094900     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
095000     MOVE 'BREAKS - UNCHAINED ROWS:          ' TO CV-SUM-LABEL.
095100     MOVE CV-BRK-UNCHAINED TO CV-SUM-VALUE.
095200     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
095300     MOVE 'BREAKS - NO SEAL:                 ' TO CV-SUM-LABEL.
095400     MOVE CV-BRK-NO-SEAL TO CV-SUM-VALUE.
095500     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
095600     MOVE 'BREAKS - SEAL MISMATCH:           ' TO CV-SUM-LABEL.
095700     MOVE CV-BRK-MISMATCH TO CV-SUM-VALUE.
095800     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
095900     MOVE 'BREAKS - SEALED RUN MISSING:      ' TO CV-SUM-LABEL.
096000     MOVE CV-BRK-MISSING TO CV-SUM-VALUE.
096100     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
096200     MOVE 'TOTAL CHAIN BREAKS:               ' TO CV-SUM-LABEL.
096300     MOVE CV-BRK-TOTAL TO CV-SUM-VALUE.
096400     PERFORM 8200-WRITE-SUM-LINE THRU 8200-EXIT.
096500 8000-EXIT.
096600     EXIT.
096700
096800 8200-WRITE-SUM-LINE.
096900     IF CV-LINE-COUNT NOT LESS THAN CV-MAX-LINES-PER-PAGE
097000         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
097100     END-IF.
097200     WRITE CHVRPT-LINE FROM CV-SUMMARY-LINE
097300         AFTER ADVANCING 1 LINE.
097400     ADD 1 TO CV-LINE-COUNT.
097500 8200-EXIT.
097600     EXIT.
097700
097800*-----------------------------------------------------------------
097900* 9000-TERMINATE-RTN
098000* CLOSES THE FILES AND SETS THE CONDITION CODE - 8 WHEN ANY
098100* BREAK WAS FOUND (THE TRAIL CANNOT BE RELIED ON), 4 WHEN A SEAL
098150* FOUND COULD NOT BE STAMPED SEEN, 0 CLEAN.
098200*-----------------------------------------------------------------
098300 9000-TERMINATE-RTN.
098400     CLOSE ARCHIN.
098500     CLOSE AUDITIN.
098600     CLOSE BALLOGF.
098700     IF CV-SEALF-OPEN
098800         CLOSE SEALF
098900     END-IF.
099000     CLOSE CHVRPT.
099100     DISPLAY 'ADCHVRFY - COMPLETE'.
099200     DISPLAY 'AUDIT RUNS CHECKED = ' CV-RUNS-CHECKED.
099300     DISPLAY 'AUDIT RUNS BROKEN  = ' CV-RUNS-BROKEN.
099400     DISPLAY 'LOG ROWS READ      = ' CV-LOG-ROWS.
099500     DISPLAY 'CHAIN BREAKS       = ' CV-BRK-TOTAL.
099600     IF CV-BRK-TOTAL GREATER THAN ZERO
099700         DISPLAY 'ADCHVRFY - CHAIN BROKEN - SEE CHVRPT'
099800         MOVE 8 TO RETURN-CODE
099850         GO TO 9000-EXIT
099900     END-IF.
099920     IF CV-WARNING-RAISED
099940         MOVE 4 TO RETURN-CODE
099960     ELSE
100000         MOVE ZERO TO RETURN-CODE
100100     END-IF.
100200 9000-EXIT.
100300     EXIT.
