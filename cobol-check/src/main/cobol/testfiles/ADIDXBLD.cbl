000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADIDXBLD.
000300 AUTHOR. R-DUNMORE.
000400 INSTALLATION. DAYLIGHT SETTLEMENT - BATCH CONTROL GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700
000800*------------------------------------------------------------------
000900* MODIFICATION HISTORY
001000*------------------------------------------------------------------
001100* DATE       INIT DESCRIPTION
001200* ---------- ---- ---------------------------------------------------
001300* 10/15/2026 RD   ORIGINAL VERSION.  REBUILDS THE KEYED AUDIT
001400*                 HISTORY INDEX (SEE ADAUDIDX) FROM SCRATCH OFF
001500*                 THE ARCHIVE AND THE LIVE AUDIT FILE - RUN ONCE
001600*                 TO SEED THE INDEX, AND AGAIN WHENEVER IT IS
001700*                 LOST OR SUSPECT.
001725* 10/15/2026 RD   THE AUDIT RECORD IS 144 BYTES NOW (CHAIN ROW
001750*                 AND VALUE, SEE ADAUDIT) AND THE ARCHIVE RECORD
001775*                 164.  FDS WIDENED; THE REBUILD IS UNCHANGED.
001800
001900* REMARKS.
002000*     PASS ONE LOADS AN ENTRY FOR EVERY AUDIT ROW - THE
002100*     ARCHIVED ROWS ON ADARCH (MARKED ARCHIVED) FIRST, THEN THE
002200*     LIVE ROWS ON AUDITIN (MARKED LIVE).  PASS TWO READS BOTH
002300*     FILES AGAIN AND STAMPS EACH REVERSAL ON ITS ORIGINALS
002400*     ENTRY, SO THE STAMPS COME OUT RIGHT WHATEVER ORDER THE
002500*     ROWS ARRIVE IN.  A ROW WHOSE KEY IS ALREADY ON THE INDEX
002600*     (THE SAME ROW ON BOTH FILES) KEEPS ITS FIRST ENTRY; A
002700*     REVERSAL WHOSE ORIGINAL IS NOT ON THE INDEX, OR WHOSE
002800*     ORIGINAL ANOTHER REVERSAL ALREADY CLAIMED, IS REPORTED.
002900*     CONDITION CODE 0 CLEAN, 4 WHEN ANY OF THOSE WERE FOUND,
003000*     8 WHEN THE INDEX COULD NOT BE OPENED.
003100*     THE JOB MUST NOT RUN WHILE ADDITION OR ADARCHIV IS UP.
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 SPECIAL-NAMES.
003800     C01 IS TOP-OF-PAGE.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL ARCHIN
004300         ASSIGN TO ARCHIN
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600     SELECT OPTIONAL AUDITIN
004700         ASSIGN TO AUDITIN
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT AUDIDXF
005100         ASSIGN TO AUDIDXF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS ADAUDIDX-KEY
005500         FILE STATUS IS IB-AUDIDXF-STATUS.
005600
005700     SELECT IDXRPT
005800         ASSIGN TO IDXRPT
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300
006400 FD  ARCHIN
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 164 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY ADARCH.
006900
007000 FD  AUDITIN
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 144 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY ADAUDIT.
007500
007600 FD  AUDIDXF
007700     RECORD CONTAINS 100 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900     COPY ADAUDIDX.
008000
008100 FD  IDXRPT
008200     RECORD CONTAINS 132 CHARACTERS
008300     LABEL RECORDS ARE STANDARD.
008400 01  IDXRPT-LINE                     PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700
008800*------------------------------------------------------------------
008900* FILE STATUS AND SWITCHES
009000*------------------------------------------------------------------
009100 77  IB-AUDIDXF-STATUS               PIC X(02) VALUE "00".
009200 77  IB-ARCH-EOF-SW                   PIC X(01) VALUE 'N'.
009300     88  IB-ARCH-EOF                 VALUE 'Y'.
009400 77  IB-AUDIT-EOF-SW                  PIC X(01) VALUE 'N'.
009500     88  IB-AUDIT-EOF                VALUE 'Y'.
009600 77  IB-INDEX-OPEN-SW                 PIC X(01) VALUE 'N'.
009700     88  IB-INDEX-OPEN               VALUE 'Y'.
009800 77  IB-PASS-SW                       PIC X(01) VALUE '1'.
009900     88  IB-LOAD-PASS                VALUE '1'.
010000     88  IB-STAMP-PASS               VALUE '2'.
010100 77  IB-LOCATION                     PIC X(01) VALUE SPACE.
010200
010300*------------------------------------------------------------------
010400* COUNTS FOR THE REBUILD REPORT
010500*------------------------------------------------------------------
010600 77  IB-ARCH-READ                    PIC 9(09) COMP VALUE ZERO.
010700 77  IB-ARCH-SKIPPED                 PIC 9(09) COMP VALUE ZERO.
010800 77  IB-AUDIT-READ                   PIC 9(09) COMP VALUE ZERO.
010900 77  IB-ENTRIES-WRITTEN              PIC 9(09) COMP VALUE ZERO.
011000 77  IB-DUPLICATE-KEYS               PIC 9(09) COMP VALUE ZERO.
011100 77  IB-REVERSALS-STAMPED            PIC 9(09) COMP VALUE ZERO.
011200 77  IB-ORPHAN-REVERSALS             PIC 9(09) COMP VALUE ZERO.
011300 77  IB-DOUBLE-REVERSALS             PIC 9(09) COMP VALUE ZERO.
011400
011500*------------------------------------------------------------------
011600* SYSTEM DATE FOR THE REPORT HEADING
011700*------------------------------------------------------------------
011800 01  IB-SYSTEM-DATE.
011900     05  IB-SYS-YY                   PIC 9(02).
012000     05  IB-SYS-MM                   PIC 9(02).
012100     05  IB-SYS-DD                   PIC 9(02).
012200 01  IB-HDG-DATE                     PIC X(10).
012300
012400*------------------------------------------------------------------
012500* PRINT LINE LAYOUTS FOR IDXRPT
012600*------------------------------------------------------------------
012700 01  IB-HDG1.
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  FILLER                      PIC X(46) VALUE
013000         'ADIDXBLD - AUDIT HISTORY INDEX REBUILD'.
013100     05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
013200     05  IB-HDG1-DATE                PIC X(10).
013300
013400 01  IB-EXCP-LINE.
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  IB-EXL-RUN-ID               PIC X(08).
013700     05  FILLER                      PIC X(01) VALUE '/'.
013800     05  IB-EXL-SEQ-NO               PIC 9(09).
013900     05  FILLER                      PIC X(02) VALUE SPACES.
014000     05  IB-EXL-TEXT                 PIC X(30).
014100     05  IB-EXL-REF-RUN-ID           PIC X(08).
014200     05  FILLER                      PIC X(01) VALUE '/'.
014300     05  IB-EXL-REF-SEQ-NO           PIC 9(09).
014400
014500 01  IB-SUMMARY-LINE.
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  IB-SUM-LABEL                PIC X(34).
014800     05  IB-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
014900
015000 PROCEDURE DIVISION.
015100
015200*------------------------------------------------------------------
015300* 0000-MAINLINE
015400* DRIVES THE ENTIRE RUN.
015500*------------------------------------------------------------------
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
015800     IF IB-INDEX-OPEN
015900         PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
016000         SET IB-STAMP-PASS TO TRUE
016100         PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
016200     END-IF.
016300     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
016400     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
016500     GOBACK.
016600
016700*------------------------------------------------------------------
016800* 1000-INITIALIZE-RTN
016900* THE INDEX IS CREATED EMPTY (ANY OLD CONTENTS ARE DISCARDED)
017000* AND REOPENED I-O FOR THE LOAD.
017100*------------------------------------------------------------------
017200 1000-INITIALIZE-RTN.
017300     ACCEPT IB-SYSTEM-DATE FROM DATE.
017400     STRING
017500         IB-SYS-MM '/' IB-SYS-DD '/' '20' IB-SYS-YY
017600         DELIMITED BY SIZE INTO IB-HDG-DATE
017700     END-STRING.
017800     MOVE IB-HDG-DATE TO IB-HDG1-DATE.
017900     OPEN OUTPUT IDXRPT.
018000     WRITE IDXRPT-LINE FROM IB-HDG1 AFTER ADVANCING PAGE.
018100     OPEN OUTPUT AUDIDXF.
018200     IF IB-AUDIDXF-STATUS = '00'
018300         CLOSE AUDIDXF
018400         OPEN I-O AUDIDXF
018500     END-IF.
018600     IF IB-AUDIDXF-STATUS = '00' OR '05'
018700         SET IB-INDEX-OPEN TO TRUE
018800     ELSE
018900         DISPLAY 'ADIDXBLD - AUDIDXF OPEN FAILED, STATUS = '
019000             IB-AUDIDXF-STATUS
019100         DISPLAY 'ADIDXBLD - INDEX NOT REBUILT'
019200     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500
019600*------------------------------------------------------------------
019700* 2000-RUN-ONE-PASS
019800* ONE FRONT-TO-BACK READ OF THE ARCHIVE AND THEN THE LIVE
019900* AUDIT FILE.  THE PASS SWITCH SAYS WHETHER EACH ROW IS LOADED
020000* (2300) OR, IF A REVERSAL, STAMPED ON ITS ORIGINAL (2400).
020100*------------------------------------------------------------------
020200 2000-RUN-ONE-PASS.
020300     MOVE 'N' TO IB-ARCH-EOF-SW.
020400     MOVE 'N' TO IB-AUDIT-EOF-SW.
020500     OPEN INPUT AUDITIN.
020600     OPEN INPUT ARCHIN.
020700     MOVE 'A' TO IB-LOCATION.
020800     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
020900     PERFORM 2150-TAKE-ARCHIVE-ROW THRU 2150-EXIT
021000         UNTIL IB-ARCH-EOF.
021100     CLOSE ARCHIN.
021200     MOVE 'L' TO IB-LOCATION.
021300     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
021400     PERFORM 2250-TAKE-AUDIT-ROW THRU 2250-EXIT
021500         UNTIL IB-AUDIT-EOF.
021600     CLOSE AUDITIN.
021700 2000-EXIT.
021800     EXIT.
021900
022000 2100-READ-ARCHIVE.
022100     READ ARCHIN
022200         AT END SET IB-ARCH-EOF TO TRUE
022300     END-READ.
022400 2100-EXIT.
022500     EXIT.
022600
022700*------------------------------------------------------------------
022800* 2150-TAKE-ARCHIVE-ROW
022900* ONLY ARCHIVED AUDIT ROWS COUNT - ARCHIVED EXTRACT RECORDS
023000* SHARE THE FILE AND ARE PASSED OVER.  THE ROW IMAGE IS LAID
023100* INTO THE AUDIT RECORD AREA SO ONE SET OF PARAGRAPHS SERVES
023200* BOTH FILES.
023300*------------------------------------------------------------------
023400 2150-TAKE-ARCHIVE-ROW.
023500     IF ADARCH-FROM-AUDIT
023600         IF IB-LOAD-PASS
023700             ADD 1 TO IB-ARCH-READ
023800         END-IF
023900         MOVE ADARCH-DATA TO ADAUDIT-REC
024000         PERFORM 2280-TAKE-ONE-ROW THRU 2280-EXIT
024100     ELSE
024200         IF IB-LOAD-PASS
024300             ADD 1 TO IB-ARCH-SKIPPED
024400         END-IF
024500     END-IF.
024600     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
024800 2150-EXIT.
024900     EXIT.
025000
025100 2200-READ-AUDIT.
025200     READ AUDITIN
025300         AT END SET IB-AUDIT-EOF TO TRUE
025400     END-READ.
025500 2200-EXIT.
025600     EXIT.
025700
025800 2250-TAKE-AUDIT-ROW.
025900     IF IB-LOAD-PASS
026000         ADD 1 TO IB-AUDIT-READ
026100     END-IF.
026200     PERFORM 2280-TAKE-ONE-ROW THRU 2280-EXIT.
026300     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
026400 2250-EXIT.
026500     EXIT.
026600
026700 2280-TAKE-ONE-ROW.
026800     IF IB-LOAD-PASS
026900         PERFORM 2300-LOAD-ENTRY THRU 2300-EXIT
027000     ELSE
027100         IF ADAUDIT-REVERSAL
027200             PERFORM 2400-STAMP-ORIGINAL THRU 2400-EXIT
027300         END-IF
027400     END-IF.
027500 2280-EXIT.
027600     EXIT.
027700
027800*------------------------------------------------------------------
027900* 2300-LOAD-ENTRY
028000* WRITES THE INDEX ENTRY FOR ONE AUDIT ROW, UNSTAMPED.  A KEY
028100* ALREADY ON THE INDEX IS THE SAME ROW SEEN TWICE - THE FIRST
028200* ENTRY STANDS AND THE REPEAT IS REPORTED.
028300*------------------------------------------------------------------
028400 2300-LOAD-ENTRY.
028500     MOVE SPACES TO ADAUDIDX-REC.
028600     MOVE ADAUDIT-RUN-ID TO ADAUDIDX-RUN-ID.
028700     MOVE ADAUDIT-SEQ-NO TO ADAUDIDX-SEQ-NO.
028800     MOVE ADAUDIT-BUS-DATE TO ADAUDIDX-BUS-DATE.
028900     MOVE ADAUDIT-A TO ADAUDIDX-A.
029000     MOVE ADAUDIT-B TO ADAUDIDX-B.
029100     MOVE ADAUDIT-OP-CODE TO ADAUDIDX-OP-CODE.
029200     MOVE ADAUDIT-ACCOUNT TO ADAUDIDX-ACCOUNT.
029300     MOVE ADAUDIT-TRAN-TYPE TO ADAUDIDX-TRAN-TYPE.
029400     MOVE ADAUDIT-CURRENCY TO ADAUDIDX-CURRENCY.
029500     MOVE ADAUDIT-RATE-X TO ADAUDIDX-RATE-X.
029600     MOVE IB-LOCATION TO ADAUDIDX-LOCATION.
029700     MOVE ZERO TO ADAUDIDX-REV-SEQ-NO.
029800     WRITE ADAUDIDX-REC
029900         INVALID KEY
030000             ADD 1 TO IB-DUPLICATE-KEYS
030100             MOVE 'ROW APPEARS TWICE - FIRST KEPT' TO IB-EXL-TEXT
030200             MOVE SPACES TO IB-EXL-REF-RUN-ID
030300             MOVE ZERO TO IB-EXL-REF-SEQ-NO
030400             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
030500             GO TO 2300-EXIT
030600     END-WRITE.
030700     ADD 1 TO IB-ENTRIES-WRITTEN.
030800 2300-EXIT.
030900     EXIT.
031000
031100*------------------------------------------------------------------
031200* 2400-STAMP-ORIGINAL
031300* STAMPS ONE REVERSAL ON ITS ORIGINALS ENTRY.  NO ORIGINAL ON
031400* THE INDEX, OR AN ORIGINAL ALREADY CLAIMED BY AN EARLIER
031500* REVERSAL, IS AN EXCEPTION - THE FIRST CLAIM STANDS.
031600*------------------------------------------------------------------
031700 2400-STAMP-ORIGINAL.
031800     MOVE ADAUDIT-ORIG-RUN-ID TO IB-EXL-REF-RUN-ID.
031900     IF ADAUDIT-ORIG-SEQ-NO-X IS NUMERIC
032000         MOVE ADAUDIT-ORIG-SEQ-NO TO IB-EXL-REF-SEQ-NO
032100     ELSE
032200         MOVE ZERO TO IB-EXL-REF-SEQ-NO
032300     END-IF.
032400     MOVE ADAUDIT-ORIG-RUN-ID TO ADAUDIDX-RUN-ID.
032500     MOVE IB-EXL-REF-SEQ-NO TO ADAUDIDX-SEQ-NO.
032600     READ AUDIDXF
032700         INVALID KEY
032800             ADD 1 TO IB-ORPHAN-REVERSALS
032900             MOVE 'REVERSAL OF UNKNOWN ORIGINAL' TO IB-EXL-TEXT
033000             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
033100             GO TO 2400-EXIT
033200     END-READ.
033300     IF ADAUDIDX-REVERSAL
033400         ADD 1 TO IB-ORPHAN-REVERSALS
033500         MOVE 'REVERSAL OF A REVERSAL ROW' TO IB-EXL-TEXT
033600         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
033700         GO TO 2400-EXIT
033800     END-IF.
033900     IF ADAUDIDX-REV-RUN-ID NOT = SPACES
034000         ADD 1 TO IB-DOUBLE-REVERSALS
034100         MOVE 'SECOND REVERSAL OF ORIGINAL' TO IB-EXL-TEXT
034200         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
034300         GO TO 2400-EXIT
034400     END-IF.
034500     MOVE ADAUDIT-RUN-ID TO ADAUDIDX-REV-RUN-ID.
034600     MOVE ADAUDIT-SEQ-NO TO ADAUDIDX-REV-SEQ-NO.
034700     REWRITE ADAUDIDX-REC
034800         INVALID KEY
034900             DISPLAY 'ADIDXBLD - AUDIDXF REWRITE FAILED FOR '
035000                 ADAUDIT-ORIG-RUN-ID '/' ADAUDIT-ORIG-SEQ-NO
035100             GO TO 2400-EXIT
035200     END-REWRITE.
035300     ADD 1 TO IB-REVERSALS-STAMPED.
035400 2400-EXIT.
035500     EXIT.
035600
035700*------------------------------------------------------------------
035800* 2500-WRITE-EXCEPTION
035900* ONE LINE PER ROW THE REBUILD COULD NOT TAKE CLEANLY - THE
036000* ROWS OWN RUN-ID/SEQUENCE, WHAT WAS WRONG AND, FOR A
036100* REVERSAL, THE ORIGINAL IT NAMED.
036200*------------------------------------------------------------------
036300 2500-WRITE-EXCEPTION.
036400     MOVE ADAUDIT-RUN-ID TO IB-EXL-RUN-ID.
036500     MOVE ADAUDIT-SEQ-NO TO IB-EXL-SEQ-NO.
036600     WRITE IDXRPT-LINE FROM IB-EXCP-LINE AFTER ADVANCING 1 LINE.
036700 2500-EXIT.
036800     EXIT.
036900
037000*------------------------------------------------------------------
037100* 8000-WRITE-SUMMARY
037200*------------------------------------------------------------------
037300 8000-WRITE-SUMMARY.
037400     MOVE 'ARCHIVED AUDIT ROWS READ:         ' TO IB-SUM-LABEL.
037500     MOVE IB-ARCH-READ TO IB-SUM-VALUE.
037600     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
037700         AFTER ADVANCING 2 LINES.
037800     MOVE 'ARCHIVED EXTRACT RECORDS SKIPPED: ' TO IB-SUM-LABEL.
037900     MOVE IB-ARCH-SKIPPED TO IB-SUM-VALUE.
038000     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
038100         AFTER ADVANCING 1 LINE.
038200     MOVE 'LIVE AUDIT ROWS READ:             ' TO IB-SUM-LABEL.
038300     MOVE IB-AUDIT-READ TO IB-SUM-VALUE.
038400     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
038500         AFTER ADVANCING 1 LINE.
038600     MOVE 'INDEX ENTRIES WRITTEN:            ' TO IB-SUM-LABEL.
038700     MOVE IB-ENTRIES-WRITTEN TO IB-SUM-VALUE.
038800     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
038900         AFTER ADVANCING 1 LINE.
039000     MOVE 'REVERSALS STAMPED ON ORIGINALS:   ' TO IB-SUM-LABEL.
039100     MOVE IB-REVERSALS-STAMPED TO IB-SUM-VALUE.
039200     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
039300         AFTER ADVANCING 1 LINE.
039400     MOVE 'ROWS SEEN TWICE:                  ' TO IB-SUM-LABEL.
039500     MOVE IB-DUPLICATE-KEYS TO IB-SUM-VALUE.
039600     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
039700         AFTER ADVANCING 1 LINE.
039800     MOVE 'REVERSALS WITH NO ORIGINAL:       ' TO IB-SUM-LABEL.
039900     MOVE IB-ORPHAN-REVERSALS TO IB-SUM-VALUE.
040000     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
040100         AFTER ADVANCING 1 LINE.
040200     MOVE 'SECOND REVERSALS OF AN ORIGINAL:  ' TO IB-SUM-LABEL.
040300     MOVE IB-DOUBLE-REVERSALS TO IB-SUM-VALUE.
040400     WRITE IDXRPT-LINE FROM IB-SUMMARY-LINE
040500         AFTER ADVANCING 1 LINE.
040600 8000-EXIT.
040700     EXIT.
040800
040900*------------------------------------------------------------------
041000* 9000-TERMINATE-RTN
041100* CLOSES THE FILES AND SETS THE CONDITION CODE - 0 CLEAN, 4
041200* WHEN ANY ROW WAS REPORTED, 8 WHEN THE INDEX NEVER OPENED.
041300*------------------------------------------------------------------
041400 9000-TERMINATE-RTN.
041500     IF IB-INDEX-OPEN
041600         CLOSE AUDIDXF
041700     END-IF.
041800     CLOSE IDXRPT.
041900     DISPLAY 'ADIDXBLD - COMPLETE'.
042000     DISPLAY 'ENTRIES WRITTEN/REVERSALS STAMPED = '
042100         IB-ENTRIES-WRITTEN '/' IB-REVERSALS-STAMPED.
042200     EVALUATE TRUE
042300         WHEN NOT IB-INDEX-OPEN
042400             MOVE 8 TO RETURN-CODE
042500         WHEN IB-DUPLICATE-KEYS GREATER THAN ZERO
042600             OR IB-ORPHAN-REVERSALS GREATER THAN ZERO
042700             OR IB-DOUBLE-REVERSALS GREATER THAN ZERO
042800             MOVE 4 TO RETURN-CODE
042900         WHEN OTHER
043000             MOVE ZERO TO RETURN-CODE
043100     END-EVALUATE.
043200 9000-EXIT.
043300     EXIT.
