002200*                 DATE ACTIVITY, WITH A GRAND RECAP PAGE ACROSS
002300*                 ALL ACCOUNTS.  PERIOD AND RUN-ID COME FROM THE
002400*                 STMCARD SELECTION CARD (SEE ADSTMSEL).
002420* 10/15/2026 RD   THE ADJUSTMENT LOG RECORD IS 128 BYTES NOW - IT
002440*                 CARRIES THE MAKER/CHECKER OPERATOR IDS.  THE
002460*                 STATEMENT ITSELF IS UNCHANGED.
002470* 10/15/2026 RD   THE AUDIT RECORD AND THE ADJUSTMENT LOG RECORD
002480*                 ARE 144 BYTES NOW - BOTH CARRY A CHAIN ROW AND
002490*                 VALUE.  THE STATEMENT ITSELF IS UNCHANGED.
002491* 10/15/2026 RD   ACCOUNT MERGES.  THE MERGE MAP (ACCTMAPF, SEE
002492*                 ADACCMAP) IS LOADED AT START AND A MERGED OR
002493*                 RENUMBERED ACCOUNT AND ITS TARGET EACH CARRY A
002494*                 NOTE FROM THE EFFECTIVE MONTH ON.  THE BALANCE
002495*                 TRANSFER ROWS ADACCMNT LOGS PRINT AS XFR AMONG
002496*                 THE LOGGED ADJUSTMENTS.
002500
002600* REMARKS.
002700*     THE OPENING BALANCE IS DERIVED - ALL AUDIT ACTIVITY AND
003400*     MASTER IS A SEPARATE CONCERN).  ACCOUNTS PRESENT IN THE
003500*     HISTORY BUT MISSING FROM THE MASTER PRINT FLAGGED AT THE
003600*     END.  AUDIT ROWS ARE JUDGED ON THEIR BUSINESS DATE,
003700*     ADJUSTMENTS ON THE DATE OF THEIR LOG TIMESTAMP.  AN
003710*     ACCOUNT MERGED OR RENUMBERED BY ADACCMNT IS NOTED ON ITS
003720*     OWN AND ITS TARGETS STATEMENTS FROM THE MONTH THE MERGE
003730*     TOOK EFFECT; THE BALANCE MOVED SHOWS ON BOTH AS A LOGGED
003740*     TRANSFER.
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006600         RECORD KEY IS ADBALMST-KEY
006700         FILE STATUS IS MS-BALMSTF-STATUS.
006800
006810     SELECT OPTIONAL ACCTMAPF
006820         ASSIGN TO ACCTMAPF
006830         ORGANIZATION IS INDEXED
006840         ACCESS MODE IS SEQUENTIAL
006850         RECORD KEY IS ADACCMAP-KEY
006860         FILE STATUS IS MS-ACCTMAPF-STATUS.
006870
006900     SELECT STMRPT
007000         ASSIGN TO STMRPT
007100         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200 FD  AUDITF
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 144 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ADAUDIT.
008700
008800 FD  BALLOGF
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 144 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ADBALLOG.
009300
009600     LABEL RECORDS ARE STANDARD.
009700     COPY ADBALMST.
009800
009810 FD  ACCTMAPF
009820     RECORD CONTAINS 80 CHARACTERS
009830     LABEL RECORDS ARE STANDARD.
009840     COPY ADACCMAP.
009850
009900 FD  STMRPT
010000     RECORD CONTAINS 132 CHARACTERS
010100     LABEL RECORDS ARE STANDARD.
010900 77  MS-STMCARD-STATUS               PIC X(02) VALUE "00".
011000 77  MS-BALLOGF-STATUS               PIC X(02) VALUE "00".
011100 77  MS-BALMSTF-STATUS               PIC X(02) VALUE "00".
011150 77  MS-ACCTMAPF-STATUS              PIC X(02) VALUE "00".
011200 77  MS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
011300     88  MS-CARD-EOF                 VALUE 'Y'.
011400 77  MS-AUDIT-EOF-SW                  PIC X(01) VALUE 'N'.
013300     88  MS-ACT-FULL-TOLD            VALUE 'Y'.
013400 77  MS-ADJ-FULL-TOLD-SW              PIC X(01) VALUE 'N'.
013500     88  MS-ADJ-FULL-TOLD            VALUE 'Y'.
013510 77  MS-MAP-EOF-SW                    PIC X(01) VALUE 'N'.
013520     88  MS-MAP-EOF                  VALUE 'Y'.
013530 77  MS-MAP-FULL-TOLD-SW              PIC X(01) VALUE 'N'.
013540     88  MS-MAP-FULL-TOLD            VALUE 'Y'.
013600
013700*-----------------------------------------------------------------
013800* SELECTION - RUN-ID FILTER AND THE STATEMENT PERIOD BOUNDS,
019100*-----------------------------------------------------------------
019200* MONTH ADJUSTMENT DETAIL - ONE ENTRY PER ADBALLOG ROW DATED
019300* WITHIN THE STATEMENT MONTH, PRINTED SEPARATELY UNDER ITS
019400* ACCOUNT.  THE TYPE IS THE LOG ENTRY TYPE - BLANK FOR AN
019450* ADJUSTMENT, O OR I FOR EITHER HALF OF A MERGE TRANSFER.
019500*-----------------------------------------------------------------
019600 01  MS-ADJ-TABLE.
019700     05  MS-ADJ-ENTRY OCCURS 1000 TIMES.
020000         10  MS-AJ-DATE              PIC X(10).
020100         10  MS-AJ-AMT               PIC S9(11)V99.
020200         10  MS-AJ-REASON            PIC X(20).
020250         10  MS-AJ-TYPE              PIC X(01).
020260             88  MS-AJ-TRANSFER      VALUE 'O' 'I'.
020300 77  MS-ADJ-MAX                      PIC 9(04) COMP VALUE 1000.
020400 77  MS-ADJ-COUNT                    PIC 9(04) COMP VALUE ZERO.
020500 77  MS-ADJ-SUB                      PIC 9(04) COMP VALUE ZERO.
020600
020605*-----------------------------------------------------------------
020610* MERGE MAP - EVERY ACCOUNT MERGED OR RENUMBERED (ACCTMAPF),
020615* LOADED AT START SO EACH STATEMENT CAN BE CHECKED AGAINST BOTH
020620* THE OLD AND THE NEW CODE.
020625*-----------------------------------------------------------------
020630 01  MS-MAP-TABLE.
020635     05  MS-MAP-ENTRY OCCURS 1000 TIMES.
020640         10  MS-MP-OLD               PIC X(08).
020645         10  MS-MP-NEW               PIC X(08).
020650         10  MS-MP-EFF               PIC X(10).
020655         10  MS-MP-KIND              PIC X(01).
020660             88  MS-MP-RENUMBER      VALUE 'R'.
020665 77  MS-MAP-MAX                      PIC 9(04) COMP VALUE 1000.
020670 77  MS-MAP-COUNT                    PIC 9(04) COMP VALUE ZERO.
020675 77  MS-MAP-SUB                      PIC 9(04) COMP VALUE ZERO.
020680
020700*-----------------------------------------------------------------
020800* THE STATEMENT CURRENTLY BEING PRINTED
020900*-----------------------------------------------------------------
031600 01  MS-ADJ-LINE.
031700     05  FILLER                      PIC X(06) VALUE SPACES.
031800     05  MS-JL-DATE                  PIC X(10).
031900     05  MS-JL-TYPE                  PIC X(06).
032100     05  MS-JL-AMT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  MS-JL-REASON                PIC X(20).
035800* THAT CANNOT BE OPENED IS NOT FATAL - EVERY ACCOUNT THEN
035900* PRINTS FROM THE HISTORY FLAGGED NO MASTER RECORD AND THE RUN
036000* ENDS WITH CONDITION CODE 8.  A MISSING ADJUSTMENT LOG SIMPLY
036100* MEANS NO ADJUSTMENTS, AND A MISSING MERGE MAP NO MERGES.
036200*-----------------------------------------------------------------
036300 1000-INITIALIZE-RTN.
036400     ACCEPT MS-SYSTEM-DATE FROM DATE.
038500         DISPLAY 'ADMSTMT - STATEMENTS PRINT FROM HISTORY '
038600             'ONLY - NO MASTER FIGURES'
038700     END-IF.
038750     PERFORM 1300-LOAD-ACCT-MAP THRU 1300-EXIT.
038800     OPEN OUTPUT STMRPT.
038900     PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT.
039000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
044500 1200-EXIT.
044600     EXIT.
044700
044702*-----------------------------------------------------------------
044704* 1300-LOAD-ACCT-MAP
044706* LOADS THE MERGE MAP INTO MS-MAP-TABLE.  A MAP THAT WILL NOT
044708* OPEN, OR ONE TOO BIG FOR THE TABLE, IS WARNED ON THE CONSOLE -
044710* THE STATEMENTS STILL PRINT, SHORT OF SOME MERGE NOTES, AND THE
044712* RUN ENDS WITH THE WARNING CONDITION CODE.
044714*-----------------------------------------------------------------
044716 1300-LOAD-ACCT-MAP.
044718     OPEN INPUT ACCTMAPF.
044720     IF MS-ACCTMAPF-STATUS NOT = '00' AND NOT = '05'
044722         DISPLAY 'ADMSTMT - ACCTMAPF OPEN FAILED, STATUS = '
044724             MS-ACCTMAPF-STATUS
044726         DISPLAY 'ADMSTMT - MERGED ACCOUNTS ARE NOT NOTED'
044728         SET MS-WARNING-RAISED TO TRUE
044730         GO TO 1300-EXIT
044732     END-IF.
044734     PERFORM 1350-READ-ACCT-MAP THRU 1350-EXIT
044736         UNTIL MS-MAP-EOF.
044738     CLOSE ACCTMAPF.
044740 1300-EXIT.
044742     EXIT.
044744
044746 1350-READ-ACCT-MAP.
044748     READ ACCTMAPF NEXT RECORD
044750         AT END SET MS-MAP-EOF TO TRUE
044752     END-READ.
044754     IF MS-MAP-EOF
044756         GO TO 1350-EXIT
044758     END-IF.
044760     IF MS-MAP-COUNT NOT LESS THAN MS-MAP-MAX
044762         IF NOT MS-MAP-FULL-TOLD
044764             DISPLAY 'ADMSTMT - MERGE MAP TABLE FULL - '
044766                 'MERGE NOTES ARE INCOMPLETE'
044768             SET MS-MAP-FULL-TOLD TO TRUE
044770             SET MS-WARNING-RAISED TO TRUE
044772         END-IF
044774         GO TO 1350-EXIT
044776     END-IF.
044778     ADD 1 TO MS-MAP-COUNT.
044780     MOVE ADACCMAP-OLD-ACCOUNT TO MS-MP-OLD (MS-MAP-COUNT).
044782     MOVE ADACCMAP-NEW-ACCOUNT TO MS-MP-NEW (MS-MAP-COUNT).
044784     MOVE ADACCMAP-EFF-DATE TO MS-MP-EFF (MS-MAP-COUNT).
044786     MOVE ADACCMAP-KIND TO MS-MP-KIND (MS-MAP-COUNT).
044788 1350-EXIT.
044790     EXIT.
044792
044800*-----------------------------------------------------------------
044900* 1500-WRITE-RPT-HEADING
045000* PAGE HEADING PLUS THE SELECTION ECHO, LIKE ADAUDRPT.
062600* ROLLS ONE MANUAL ADJUSTMENT INTO THE STATEMENT ACCUMULATORS.
062700* THE LOG TIMESTAMPS LEADING DATE SAYS WHEN THE HAND CHANGE
062800* WAS APPLIED.  AN ADJUSTMENT WITH A BAD AMOUNT IS SKIPPED.
062850* EACH HALF OF A MERGE TRANSFER IS ROLLED IN THE SAME WAY.
062900*-----------------------------------------------------------------
063000 3000-PROCESS-LOG.
063100     ADD 1 TO MS-LOG-READ.
069400     MOVE MS-LOG-DATE TO MS-AJ-DATE (MS-ADJ-COUNT).
069500     MOVE MS-ADJ-SIGNED TO MS-AJ-AMT (MS-ADJ-COUNT).
069600     MOVE ADBALLOG-REASON TO MS-AJ-REASON (MS-ADJ-COUNT).
069650     MOVE ADBALLOG-ENTRY-TYPE TO MS-AJ-TYPE (MS-ADJ-COUNT).
069700 3200-EXIT.
069800     EXIT.
069900
078100     WRITE STMRPT-LINE FROM MS-STMT-HDR-LINE
078200         AFTER ADVANCING 2 LINES.
078300     ADD 2 TO MS-LINE-COUNT.
078350     PERFORM 4260-PRINT-MERGE-NOTES THRU 4260-EXIT.
078400     MOVE 'OPENING BALANCE               : ' TO MS-AMT-LABEL.
078500     MOVE MS-CUR-OPENING TO MS-AMT-VALUE.
078600     PERFORM 4250-WRITE-AMOUNT-LINE THRU 4250-EXIT.
081600 4250-EXIT.
081700     EXIT.
081800
081802*-----------------------------------------------------------------
081804* 4260-PRINT-MERGE-NOTES
081806* NOTES UNDER THE STATEMENT HEADER EVERY MERGE OR RENUMBER ON
081808* THE MAP THAT NAMES THE CURRENT ACCOUNT, OLD OR NEW SIDE, AND
081810* HAD TAKEN EFFECT BY THE END OF THE STATEMENT MONTH.
081812*-----------------------------------------------------------------
081814 4260-PRINT-MERGE-NOTES.
081816     PERFORM 4265-ONE-MERGE-NOTE THRU 4265-EXIT
081818         VARYING MS-MAP-SUB FROM 1 BY 1
081820         UNTIL MS-MAP-SUB GREATER THAN MS-MAP-COUNT.
081822 4260-EXIT.
081824     EXIT.
081826
081828 4265-ONE-MERGE-NOTE.
081830     IF MS-MP-EFF (MS-MAP-SUB) GREATER THAN MS-PERIOD-END
081832         GO TO 4265-EXIT
081834     END-IF.
081836     MOVE SPACES TO MS-TXT.
081838     EVALUATE TRUE
081840         WHEN MS-MP-OLD (MS-MAP-SUB) = MS-CUR-ACCOUNT
081842             AND MS-MP-RENUMBER (MS-MAP-SUB)
081844             STRING 'RENUMBERED AS ' MS-MP-NEW (MS-MAP-SUB)
081846                 ' EFFECTIVE ' MS-MP-EFF (MS-MAP-SUB)
081848                 DELIMITED BY SIZE INTO MS-TXT
081850             END-STRING
081852         WHEN MS-MP-OLD (MS-MAP-SUB) = MS-CUR-ACCOUNT
081854             STRING 'MERGED INTO ' MS-MP-NEW (MS-MAP-SUB)
081856                 ' EFFECTIVE ' MS-MP-EFF (MS-MAP-SUB)
081858                 DELIMITED BY SIZE INTO MS-TXT
081860             END-STRING
081862         WHEN MS-MP-NEW (MS-MAP-SUB) = MS-CUR-ACCOUNT
081864             AND MS-MP-RENUMBER (MS-MAP-SUB)
081866             STRING 'RENUMBERED FROM ' MS-MP-OLD (MS-MAP-SUB)
081868                 ' EFFECTIVE ' MS-MP-EFF (MS-MAP-SUB)
081870                 DELIMITED BY SIZE INTO MS-TXT
081872             END-STRING
081874         WHEN MS-MP-NEW (MS-MAP-SUB) = MS-CUR-ACCOUNT
081876             STRING 'MERGED FROM ' MS-MP-OLD (MS-MAP-SUB)
081878                 ' EFFECTIVE ' MS-MP-EFF (MS-MAP-SUB)
081880                 DELIMITED BY SIZE INTO MS-TXT
081882             END-STRING
081884         WHEN OTHER
081886             GO TO 4265-EXIT
081888     END-EVALUATE.
081890     PERFORM 4350-WRITE-TEXT-LINE THRU 4350-EXIT.
081892 4265-EXIT.
081894     EXIT.
081896
081900*-----------------------------------------------------------------
082000* 4300-PRINT-ACTIVITY
082100* PRINTS THE MONTHS ACTIVITY SECTION FOR THE CURRENT ACCOUNT -
087000*-----------------------------------------------------------------
087100* 4400-PRINT-ADJUSTMENTS
087200* PRINTS THE MONTHS MANUAL ADJUSTMENTS SECTION FOR THE CURRENT
087300* ACCOUNT, SEPARATE FROM THE SETTLEMENT ACTIVITY.  MERGE
087350* TRANSFERS (ADACCMNT) LIST AMONG THEM, TYPED XFR.
087400*-----------------------------------------------------------------
087500 4400-PRINT-ADJUSTMENTS.
087600     IF MS-CUR-ENTRY-SUB = ZERO
087900     IF MS-AC-ADJ-CNT (MS-CUR-ENTRY-SUB) = ZERO
088000         GO TO 4400-EXIT
088100     END-IF.
088200     MOVE 'LOGGED ADJUSTMENTS AND TRANSFERS:' TO MS-TXT.
088300     PERFORM 4350-WRITE-TEXT-LINE THRU 4350-EXIT.
088400     PERFORM 4420-ONE-ADJ-LINE THRU 4420-EXIT
088500         VARYING MS-ADJ-SUB FROM 1 BY 1
089800     MOVE MS-AJ-DATE (MS-ADJ-SUB) TO MS-JL-DATE.
089900     MOVE MS-AJ-AMT (MS-ADJ-SUB) TO MS-JL-AMT.
090000     MOVE MS-AJ-REASON (MS-ADJ-SUB) TO MS-JL-REASON.
090010     IF MS-AJ-TRANSFER (MS-ADJ-SUB)
090020         MOVE ' XFR  ' TO MS-JL-TYPE
090030     ELSE
090040         MOVE ' ADJ  ' TO MS-JL-TYPE
090050     END-IF.
090100     IF MS-LINE-COUNT NOT LESS THAN MS-MAX-LINES-PER-PAGE
090200         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
090300     END-IF.
