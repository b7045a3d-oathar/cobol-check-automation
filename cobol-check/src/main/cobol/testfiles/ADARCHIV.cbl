002197*                 ADAUDIT) - THE AUDIT FDS AND THE ARCHIVE DATA
002198*                 AREA (ADARCH) ARE WIDENED TO MATCH.  ARCHIVED
002199*                 EXTRACT RECORDS RIDE BLANK-PADDED.
002205* 10/15/2026 RD   EVERY AUDIT ROW ARCHIVED NOW HAS ITS ENTRY ON
002211*                 THE KEYED AUDIT HISTORY INDEX (AUDIDXF, SEE
002217*                 ADAUDIDX) MARKED ARCHIVED - THE ENTRY IS NEVER
002223*                 PURGED, SO ADDITION CAN STILL PROVE A REVERSAL
002229*                 OF AN ARCHIVED ORIGINAL.  A ROW WITH NO ENTRY
002235*                 (CUT BEFORE THE INDEX EXISTED) GETS ONE.  AN
002241*                 INDEX THAT WILL NOT OPEN RAISES THE WARNING
002247*                 CONDITION CODE BUT DOES NOT STOP THE PURGE.
002253* 10/15/2026 RD   SETTLEMENT CYCLES.  A BUSINESS DATE CAN NOW
002259*                 HAVE MORE THAN ONE RUN-CONTROL RECORD (ONE PER
002265*                 CYCLE, SEE ADRUNCTL) - HISTORY FOR A DATE IS
002271*                 PURGED ONLY WHEN EVERY CYCLE RUN FOR IT IS
002277*                 COMPLETE.  RUNCTLF IS NOW BROWSED (DYNAMIC
002283*                 ACCESS).
002284* 10/15/2026 RD   THE AUDIT RECORD IS 144 BYTES NOW (CHAIN ROW
002285*                 AND VALUE, SEE ADAUDIT) AND THE ARCHIVE RECORD
002286*                 164.  ROWS ARE COPIED UNCHANGED, CHAIN INTACT.
002289
002300* REMARKS.
002400*     READS THE LIVE AUDIT FILE (AUDITIN) AND GL EXTRACT HISTORY
002500*     (EXTRIN) AND SPLITS EACH INTO KEEP (AUDITOT/EXTROT) AND
003600*     ARCHIVED EXTRACT STAYS PROVABLE AGAINST ITS TRAILER.
003700*     A RETENTION OF ZERO, A MISSING CARD, OR AN UNOPENABLE
003800*     RUN-CONTROL FILE PURGES NOTHING - EVERYTHING IS KEPT.
003820*
003840*     EACH AUDIT ROW ARCHIVED IS MARKED ARCHIVED ON THE KEYED
003860*     AUDIT HISTORY INDEX (AUDIDXF), WHICH KEEPS IT FOREVER.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005400     SELECT RUNCTLF
005500         ASSIGN TO RUNCTLF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ADRUNCTL-KEY
005900         FILE STATUS IS AV-RUNCTLF-STATUS.
006000
007800         ASSIGN TO ARCHOUT
007900         ORGANIZATION IS SEQUENTIAL.
008000
008010     SELECT AUDIDXF
008020         ASSIGN TO AUDIDXF
008030         ORGANIZATION IS INDEXED
008040         ACCESS MODE IS RANDOM
008050         RECORD KEY IS ADAUDIDX-KEY
008060         FILE STATUS IS AV-AUDIDXF-STATUS.
008070
008100     SELECT ARCRPT
008200         ASSIGN TO ARCRPT
008300         ORGANIZATION IS LINE SEQUENTIAL.
009800
009900 FD  AUDITIN
010000     RECORDING MODE IS F
010100     RECORD CONTAINS 144 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ADAUDIT.
010400
010500 FD  AUDITOT
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 144 CHARACTERS
010800     LABEL RECORDS ARE STANDARD.
010900 01  AUDITOT-REC                     PIC X(144).
011000
011100 FD  EXTRIN
011200     RECORDING MODE IS F
012200
012300 FD  ARCHOUT
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 164 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700     COPY ADARCH.
012800
012810 FD  AUDIDXF
012820     RECORD CONTAINS 100 CHARACTERS
012830     LABEL RECORDS ARE STANDARD.
012840     COPY ADAUDIDX.
012850
012900 FD  ARCRPT
013000     RECORD CONTAINS 132 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013800*------------------------------------------------------------------
013900 77  AV-CTLCARD-STATUS               PIC X(02) VALUE "00".
014000 77  AV-RUNCTLF-STATUS               PIC X(02) VALUE "00".
014050 77  AV-AUDIDXF-STATUS               PIC X(02) VALUE "00".
014100 77  AV-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
014200     88  AV-CARD-EOF                 VALUE 'Y'.
014300 77  AV-AUDIT-EOF-SW                  PIC X(01) VALUE 'N'.
014600     88  AV-EXTR-EOF                 VALUE 'Y'.
014700 77  AV-RUNCTL-OPEN-SW                PIC X(01) VALUE 'N'.
014800     88  AV-RUNCTL-OPEN              VALUE 'Y'.
014820 77  AV-AUDIDX-OPEN-SW                PIC X(01) VALUE 'N'.
014840     88  AV-AUDIDX-OPEN              VALUE 'Y'.
014900 77  AV-PURGE-ENABLED-SW              PIC X(01) VALUE 'N'.
015000     88  AV-PURGE-ENABLED            VALUE 'Y'.
015100 77  AV-COMPLETE-SW                   PIC X(01) VALUE 'N'.
015200     88  AV-DATE-COMPLETE            VALUE 'Y'.
015210 77  AV-CYC-EOF-SW                    PIC X(01) VALUE 'N'.
015220     88  AV-CYC-EOF                  VALUE 'Y'.
015230 77  AV-CYC-FOUND-SW                  PIC X(01) VALUE 'N'.
015240     88  AV-CYC-FOUND                VALUE 'Y'.
015250 77  AV-CYC-OPEN-SW                   PIC X(01) VALUE 'N'.
015260     88  AV-CYC-NOT-COMPLETE         VALUE 'Y'.
015300 77  AV-BLOCK-PURGE-SW                PIC X(01) VALUE 'N'.
015400     88  AV-BLOCK-PURGE              VALUE 'Y'.
015500 77  AV-WARNING-SW                    PIC X(01) VALUE 'N'.
019800 77  AV-EXTR-READ                    PIC 9(09) COMP VALUE ZERO.
019900 77  AV-EXTR-ARCHIVED                PIC 9(09) COMP VALUE ZERO.
020000 77  AV-EXTR-KEPT                    PIC 9(09) COMP VALUE ZERO.
020020 77  AV-IDX-MARKED                   PIC 9(09) COMP VALUE ZERO.
020040 77  AV-IDX-ADDED                    PIC 9(09) COMP VALUE ZERO.
020100
020200*------------------------------------------------------------------
020300* ARCHIVE INDEX - ONE ENTRY PER RUN-ID SEEN ON ARCHIVED
032150         PERFORM 1300-OPEN-RUN-CONTROL THRU 1300-EXIT
032200         IF AV-RUNCTL-OPEN
032400             SET AV-PURGE-ENABLED TO TRUE
032420             PERFORM 1400-OPEN-AUDIT-INDEX THRU 1400-EXIT
032450         END-IF
032500     END-IF.
032600     OPEN INPUT AUDITIN.
040900     END-IF.
041000 1300-EXIT.
041100     EXIT.
041102
041104*------------------------------------------------------------------
041106* 1400-OPEN-AUDIT-INDEX
041108* THE KEYED AUDIT HISTORY INDEX IS ONLY OPENED WHEN SOMETHING
041110* MAY BE PURGED.  ONE THAT CANNOT BE OPENED DOES NOT STOP THE
041112* PURGE - THE ENTRIES STAY MARKED LIVE, WHICH ADDITION STILL
041114* READS CORRECTLY - BUT IT IS A WARNING, AND ADIDXBLD WILL SET
041116* THE MARKS RIGHT.
041118*------------------------------------------------------------------
041120 1400-OPEN-AUDIT-INDEX.
041122     OPEN I-O AUDIDXF.
041124     IF AV-AUDIDXF-STATUS = '35'
041126         OPEN OUTPUT AUDIDXF
041128         CLOSE AUDIDXF
041130         OPEN I-O AUDIDXF
041132     END-IF.
041134     IF AV-AUDIDXF-STATUS = '00' OR '05'
041136         SET AV-AUDIDX-OPEN TO TRUE
041138     ELSE
041140         DISPLAY 'ADARCHIV - AUDIDXF OPEN FAILED, STATUS = '
041142             AV-AUDIDXF-STATUS
041144         DISPLAY 'ADARCHIV - ARCHIVED ROWS WILL NOT BE MARKED ON '
041146             'THE AUDIT INDEX - RUN ADIDXBLD'
041148         SET AV-WARNING-RAISED TO TRUE
041150     END-IF.
041152 1400-EXIT.
041154     EXIT.
041200
041300*------------------------------------------------------------------
041400* 2000-PROCESS-AUDIT
043300         MOVE 'A' TO AV-ARCH-SOURCE
043400         PERFORM 6000-WRITE-ARCHIVE-REC THRU 6000-EXIT
043500         ADD 1 TO AV-AUDIT-ARCHIVED
043520         IF AV-AUDIDX-OPEN
043540             PERFORM 6300-MARK-INDEX-ARCHIVED THRU 6300-EXIT
043560         END-IF
043600     ELSE
043700         WRITE AUDITOT-REC FROM ADAUDIT-REC
043800         ADD 1 TO AV-AUDIT-KEPT
049300
049400*------------------------------------------------------------------
049500* 5000-CHECK-RUN-COMPLETE
049550* BROWSES THE RUN-CONTROL RECORDS FOR AV-JUDGE-RUN-ID /
049600* AV-JUDGE-DATE - ONE PER SETTLEMENT CYCLE - WITH A ONE-DEEP
049650* CACHE, AS HISTORY ARRIVES IN DATE CLUSTERS AND THE LAST ANSWER
049700* USUALLY REPEATS.  THE DATE IS COMPLETE ONLY WHEN IT HAS AT
049750* LEAST ONE CYCLE AND EVERY CYCLE IS COMPLETE - NO RECORD, OR ANY
049800* CYCLE WITH ANOTHER STATUS, MEANS NOT COMPLETE.
050000*------------------------------------------------------------------
050100 5000-CHECK-RUN-COMPLETE.
050200     IF AV-JUDGE-RUN-ID = AV-LAST-RUN-ID
050500         GO TO 5000-EXIT
050600     END-IF.
050700     MOVE 'N' TO AV-COMPLETE-SW.
050720     MOVE 'N' TO AV-CYC-EOF-SW.
050740     MOVE 'N' TO AV-CYC-FOUND-SW.
050760     MOVE 'N' TO AV-CYC-OPEN-SW.
050800     MOVE AV-JUDGE-RUN-ID TO ADRUNCTL-RUN-ID.
050900     MOVE AV-JUDGE-DATE TO ADRUNCTL-BUS-DATE.
050950     MOVE ZERO TO ADRUNCTL-CYCLE.
051000     START RUNCTLF KEY NOT LESS THAN ADRUNCTL-KEY
051050         INVALID KEY SET AV-CYC-EOF TO TRUE
051100     END-START.
051150     PERFORM 5100-CHECK-ONE-CYCLE THRU 5100-EXIT
051200         UNTIL AV-CYC-EOF.
051250     IF AV-CYC-FOUND
051300         AND NOT AV-CYC-NOT-COMPLETE
051350         MOVE 'Y' TO AV-COMPLETE-SW
051400     END-IF.
051800     MOVE AV-JUDGE-RUN-ID TO AV-LAST-RUN-ID.
051900     MOVE AV-JUDGE-DATE TO AV-LAST-DATE.
052000     MOVE AV-COMPLETE-SW TO AV-LAST-ANSWER-SW.
052100 5000-EXIT.
052200     EXIT.
052202
052204*------------------------------------------------------------------
052206* 5100-CHECK-ONE-CYCLE
052208* READS THE NEXT RUN-CONTROL RECORD.  THE BROWSE ENDS AT THE FIRST
052210* RECORD FOR ANOTHER RUN-ID/DATE, OR AT THE FIRST CYCLE NOT YET
052212* COMPLETE - ONE IS ENOUGH TO HOLD THE DATE BACK.
052214*------------------------------------------------------------------
052216 5100-CHECK-ONE-CYCLE.
052218     READ RUNCTLF NEXT RECORD
052220         AT END SET AV-CYC-EOF TO TRUE
052222     END-READ.
052224     IF AV-CYC-EOF
052226         GO TO 5100-EXIT
052228     END-IF.
052230     IF ADRUNCTL-RUN-ID NOT = AV-JUDGE-RUN-ID
052232         OR ADRUNCTL-BUS-DATE NOT = AV-JUDGE-DATE
052234         SET AV-CYC-EOF TO TRUE
052236         GO TO 5100-EXIT
052238     END-IF.
052240     SET AV-CYC-FOUND TO TRUE.
052242     IF NOT ADRUNCTL-COMPLETE
052244         SET AV-CYC-NOT-COMPLETE TO TRUE
052246         SET AV-CYC-EOF TO TRUE
052248     END-IF.
052250 5100-EXIT.
052252     EXIT.
052300
052400*------------------------------------------------------------------
052500* 6000-WRITE-ARCHIVE-REC
058400     END-IF.
058500 6200-EXIT.
058600     EXIT.
058601
058602*------------------------------------------------------------------
058603* 6300-MARK-INDEX-ARCHIVED
058604* MARKS THE ARCHIVED AUDIT ROWS ENTRY ON THE KEYED AUDIT HISTORY
058605* INDEX.  A ROW WITH NO ENTRY (CUT BEFORE THE INDEX EXISTED) GETS
058606* ONE BUILT FROM THE ROW ITSELF, AND IF IT IS A REVERSAL ITS
058607* ORIGINAL IS STAMPED (6400) SO IT CANNOT BE REVERSED TWICE.
058608*------------------------------------------------------------------
058609 6300-MARK-INDEX-ARCHIVED.
058610     MOVE ADAUDIT-RUN-ID TO ADAUDIDX-RUN-ID.
058611     MOVE ADAUDIT-SEQ-NO TO ADAUDIDX-SEQ-NO.
058612     READ AUDIDXF
058613         INVALID KEY
058614             PERFORM 6350-ADD-INDEX-ENTRY THRU 6350-EXIT
058615             GO TO 6300-EXIT
058616     END-READ.
058617     MOVE 'A' TO ADAUDIDX-LOCATION.
058618     REWRITE ADAUDIDX-REC
058619         INVALID KEY
058620             DISPLAY 'ADARCHIV - AUDIDXF REWRITE FAILED FOR '
058621                 ADAUDIT-RUN-ID '/' ADAUDIT-SEQ-NO
058622             SET AV-WARNING-RAISED TO TRUE
058623             GO TO 6300-EXIT
058624     END-REWRITE.
058625     ADD 1 TO AV-IDX-MARKED.
058626 6300-EXIT.
058627     EXIT.
058628
058629 6350-ADD-INDEX-ENTRY.
058630     MOVE SPACES TO ADAUDIDX-REC.
058631     MOVE ADAUDIT-RUN-ID TO ADAUDIDX-RUN-ID.
058632     MOVE ADAUDIT-SEQ-NO TO ADAUDIDX-SEQ-NO.
058633     MOVE ADAUDIT-BUS-DATE TO ADAUDIDX-BUS-DATE.
058634     MOVE ADAUDIT-A TO ADAUDIDX-A.
058635     MOVE ADAUDIT-B TO ADAUDIDX-B.
058636     MOVE ADAUDIT-OP-CODE TO ADAUDIDX-OP-CODE.
058637     MOVE ADAUDIT-ACCOUNT TO ADAUDIDX-ACCOUNT.
058638     MOVE ADAUDIT-TRAN-TYPE TO ADAUDIDX-TRAN-TYPE.
058639     MOVE ADAUDIT-CURRENCY TO ADAUDIDX-CURRENCY.
058640     MOVE ADAUDIT-RATE-X TO ADAUDIDX-RATE-X.
058641     MOVE 'A' TO ADAUDIDX-LOCATION.
058642     MOVE ZERO TO ADAUDIDX-REV-SEQ-NO.
058643     WRITE ADAUDIDX-REC
058644         INVALID KEY
058645             DISPLAY 'ADARCHIV - AUDIDXF WRITE FAILED FOR '
058646                 ADAUDIT-RUN-ID '/' ADAUDIT-SEQ-NO
058647             SET AV-WARNING-RAISED TO TRUE
058648             GO TO 6350-EXIT
058649     END-WRITE.
058650     ADD 1 TO AV-IDX-ADDED.
058651     IF ADAUDIT-REVERSAL
058652         AND ADAUDIT-ORIG-SEQ-NO-X IS NUMERIC
058653         PERFORM 6400-STAMP-ORIGINAL THRU 6400-EXIT
058654     END-IF.
058655 6350-EXIT.
058656     EXIT.
058657
058658*------------------------------------------------------------------
058659* 6400-STAMP-ORIGINAL
058660* STAMPS A NEWLY INDEXED REVERSALS RUN-ID/SEQUENCE ON ITS
058661* ORIGINALS ENTRY, UNLESS ONE IS ALREADY THERE.  AN ORIGINAL WITH
058662* NO ENTRY OF ITS OWN IS LEFT FOR ADIDXBLD TO RECONCILE.
058663*------------------------------------------------------------------
058664 6400-STAMP-ORIGINAL.
058665     MOVE ADAUDIT-ORIG-RUN-ID TO ADAUDIDX-RUN-ID.
058666     MOVE ADAUDIT-ORIG-SEQ-NO TO ADAUDIDX-SEQ-NO.
058667     READ AUDIDXF
058668         INVALID KEY
058669             GO TO 6400-EXIT
058670     END-READ.
058671     IF ADAUDIDX-REV-RUN-ID NOT = SPACES
058672         GO TO 6400-EXIT
058673     END-IF.
058674     MOVE ADAUDIT-RUN-ID TO ADAUDIDX-REV-RUN-ID.
058675     MOVE ADAUDIT-SEQ-NO TO ADAUDIDX-REV-SEQ-NO.
058676     REWRITE ADAUDIDX-REC
058677         INVALID KEY
058678             DISPLAY 'ADARCHIV - AUDIDXF REWRITE FAILED FOR '
058679                 ADAUDIT-ORIG-RUN-ID '/' ADAUDIT-ORIG-SEQ-NO
058680     END-REWRITE.
058681 6400-EXIT.
058682     EXIT.
058700
058800*------------------------------------------------------------------
058900* 8000-WRITE-REPORTS
062500     MOVE AV-EXTR-KEPT TO AV-SUM-VALUE.
062600     WRITE ARCRPT-LINE FROM AV-SUMMARY-LINE
062700         AFTER ADVANCING 1 LINE.
062710     MOVE 'AUDIT INDEX ENTRIES MARKED:       ' TO AV-SUM-LABEL.
062720     MOVE AV-IDX-MARKED TO AV-SUM-VALUE.
062730     WRITE ARCRPT-LINE FROM AV-SUMMARY-LINE
062740         AFTER ADVANCING 2 LINES.
062750     MOVE 'AUDIT INDEX ENTRIES ADDED:        ' TO AV-SUM-LABEL.
062760     MOVE AV-IDX-ADDED TO AV-SUM-VALUE.
062770     WRITE ARCRPT-LINE FROM AV-SUMMARY-LINE
062780         AFTER ADVANCING 1 LINE.
062800 8000-EXIT.
062900     EXIT.
063000
064100*------------------------------------------------------------------
064200* 9000-TERMINATE-RTN
064300* CLOSES THE FILES AND SETS THE CONDITION CODE - 0 CLEAN,
064350* 4 WHEN PURGING WAS REQUESTED BUT HAD TO BE DISABLED, OR THE
064400* AUDIT INDEX COULD NOT BE KEPT IN STEP.
064500*------------------------------------------------------------------
064600 9000-TERMINATE-RTN.
064700     CLOSE AUDITIN.
065300     IF AV-RUNCTL-OPEN
065400         CLOSE RUNCTLF
065500     END-IF.
065520     IF AV-AUDIDX-OPEN
065540         CLOSE AUDIDXF
065560     END-IF.
065600     DISPLAY 'ADARCHIV - COMPLETE'.
065700     DISPLAY 'AUDIT   READ/ARCHIVED/KEPT = ' AV-AUDIT-READ
065800         '/' AV-AUDIT-ARCHIVED '/' AV-AUDIT-KEPT.
