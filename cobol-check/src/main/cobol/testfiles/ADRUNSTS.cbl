002000*                 WHICH MEANS THE DAY WAS NEVER SETTLED.  ENDS
002100*                 NON-ZERO WHEN ANY DATE IS STUCK OR MISSING SO
002200*                 THE SCHEDULER CAN PAGE OPERATIONS.
002210* 10/15/2026 RD   SETTLEMENT CYCLES.  EACH CYCLE RUN FOR A
002220*                 DATE (SEE ADRUNCTL) NOW GETS ITS OWN CALENDAR
002230*                 LINE UNDER A NEW CYC COLUMN; A DATE WITH NO
002240*                 CYCLE AT ALL STILL SHOWS MISSING.  THE
002250*                 COMPLETE/IN-PROGRESS/STUCK COUNTS ARE NOW CYCLE
002260*                 RUNS, NOT DATES.
002265* 10/15/2026 RD   NEW GL STATUS COLUMN - THE GENERAL LEDGERS
002270*                 POSTING ACKNOWLEDGEMENT STATUS FOR EACH CYCLE
002275*                 RUN AS STAMPED BY ADGLMTCH (CONFIRMED, REJECTS,
002280*                 OVERDUE OR AWAITING ACK).  A COMPLETE RUN NOT
002285*                 YET MATCHED SHOWS NOT MATCHED.
002300
002400* REMARKS.
002500*     SELECTION COMES FROM THE STSCARD CARD (SEE ADRUNSEL).
002900*     UNREADABLE TIMESTAMP STILL SHOWS, WITH THE TIME FIGURES
003000*     ZERO.  THE DATE RANGE IS CLAMPED AT 400 DAYS SO A
003100*     MISPUNCHED CARD CANNOT RUN THE CALENDAR AWAY.
003120*     A LATE CYCLE STILL IN PROGRESS OR STUCK PAGES THE SAME AS
003140*     THE FIRST CYCLE WOULD, EVEN WHEN AN EARLIER CYCLE FOR THE
003160*     DATE IS COMPLETE.
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
008500     88  RS-CARD-EOF                 VALUE 'Y'.
008600 77  RS-CTL-EOF-SW                    PIC X(01) VALUE 'N'.
008700     88  RS-CTL-EOF                  VALUE 'Y'.
008720 77  RS-CYC-EOF-SW                    PIC X(01) VALUE 'N'.
008740     88  RS-CYC-EOF                  VALUE 'Y'.
008760 77  RS-CYC-FOUND-SW                  PIC X(01) VALUE 'N'.
008780     88  RS-CYC-FOUND                VALUE 'Y'.
008800 77  RS-CTL-OPEN-SW                   PIC X(01) VALUE 'N'.
008900     88  RS-CTL-OPEN                 VALUE 'Y'.
009000 77  RS-RUN-FOUND-SW                  PIC X(01) VALUE 'N'.
017200 77  RS-DATES-IN-PROGRESS            PIC 9(09) COMP VALUE ZERO.
017300 77  RS-DATES-STUCK                  PIC 9(09) COMP VALUE ZERO.
017400 77  RS-DATES-MISSING                PIC 9(09) COMP VALUE ZERO.
017450 77  RS-CYCLES-FOUND                 PIC 9(09) COMP VALUE ZERO.
017500
017600*-----------------------------------------------------------------
017700* REPORT PAGE / LINE CONTROL
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  FILLER                      PIC X(10) VALUE 'RUN-ID'.
022800     05  FILLER                      PIC X(12) VALUE 'BUS DATE'.
022850     05  FILLER                      PIC X(05) VALUE 'CYC'.
022900     05  FILLER                      PIC X(14) VALUE 'STATUS'.
023000     05  FILLER                      PIC X(18) VALUE 'STARTED'.
023100     05  FILLER                      PIC X(18) VALUE 'ENDED'.
023200     05  FILLER                     PIC X(12) VALUE 'ELAPSED/AGE'.
023250     05  FILLER                      PIC X(28) VALUE 'NOTE'.
023300     05  FILLER                      PIC X(12) VALUE 'GL STATUS'.
023400
023500 01  RS-DETAIL-LINE.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  RS-DTL-DATE                 PIC X(10).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024020     05  RS-DTL-CYCLE                PIC X(01).
024040     05  FILLER                      PIC X(04) VALUE SPACES.
024100     05  RS-DTL-STATUS               PIC X(12).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  RS-DTL-START                PIC X(16).
024900     05  RS-DTL-MINS                 PIC 99.
025000     05  FILLER                      PIC X(04) VALUE SPACES.
025100     05  RS-DTL-NOTE                 PIC X(26).
025120     05  FILLER                      PIC X(02) VALUE SPACES.
025140     05  RS-DTL-GL                   PIC X(12).
025200
025300 01  RS-SUMMARY-LINE.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
048300
048400*-----------------------------------------------------------------
048500* 3200-CALENDAR-ONE-DATE
048600* BROWSES THE RUN-CONTROL RECORDS FOR ONE RUN-ID/DATE - ONE PER
048700* SETTLEMENT CYCLE - AND PRINTS A CALENDAR LINE FOR EACH CYCLE
048800* (SEE 3250), OR ONE MISSING LINE WHEN THE DATE HAS NO CYCLE.
048900*-----------------------------------------------------------------
049000 3200-CALENDAR-ONE-DATE.
049100     ADD 1 TO RS-DATES-CHECKED.
049800     END-STRING.
049900     MOVE RS-RT-RUN-ID (RS-RUN-SUB) TO RS-DTL-RUN-ID.
050000     MOVE RS-CUR-DATE TO RS-DTL-DATE.
050100     MOVE 'N' TO RS-CYC-EOF-SW.
050200     MOVE 'N' TO RS-CYC-FOUND-SW.
050600     MOVE RS-RT-RUN-ID (RS-RUN-SUB) TO ADRUNCTL-RUN-ID.
050700     MOVE RS-CUR-DATE TO ADRUNCTL-BUS-DATE.
050710     MOVE ZERO TO ADRUNCTL-CYCLE.
050720     START RUNCTLF KEY NOT LESS THAN ADRUNCTL-KEY
050730         INVALID KEY SET RS-CYC-EOF TO TRUE
050740     END-START.
050750     PERFORM 3250-CALENDAR-ONE-CYCLE THRU 3250-EXIT
050760         UNTIL RS-CYC-EOF.
050770     IF NOT RS-CYC-FOUND
050780         MOVE SPACES TO RS-DTL-CYCLE
050790         MOVE SPACES TO RS-DTL-START
050800         MOVE SPACES TO RS-DTL-END
050810         MOVE ZERO TO RS-DTL-HOURS
050820         MOVE ZERO TO RS-DTL-MINS
050830         MOVE 'MISSING' TO RS-DTL-STATUS
050840         MOVE 'DATE NEVER SETTLED' TO RS-DTL-NOTE
050845         MOVE SPACES TO RS-DTL-GL
050850         ADD 1 TO RS-DATES-MISSING
050860         PERFORM 3500-WRITE-CALENDAR-LINE THRU 3500-EXIT
050870     END-IF.
050880 3200-EXIT.
050890     EXIT.
050900
050910*-----------------------------------------------------------------
050920* 3250-CALENDAR-ONE-CYCLE
050930* READS THE NEXT RUN-CONTROL RECORD AND, WHILE IT IS STILL FOR
050940* THE SAME RUN-ID/DATE, PRINTS ITS CALENDAR LINE - COMPLETE WITH
050950* ELAPSED TIME, OR IN PROGRESS (STUCK WHEN OLDER THAN THE
050960* THRESHOLD).
050970*-----------------------------------------------------------------
050980 3250-CALENDAR-ONE-CYCLE.
050990     READ RUNCTLF NEXT RECORD
051000         AT END SET RS-CYC-EOF TO TRUE
051010     END-READ.
051020     IF RS-CYC-EOF
051030         GO TO 3250-EXIT
051040     END-IF.
051050     IF ADRUNCTL-RUN-ID NOT = RS-RT-RUN-ID (RS-RUN-SUB)
051060         OR ADRUNCTL-BUS-DATE NOT = RS-CUR-DATE
051070         SET RS-CYC-EOF TO TRUE
051080         GO TO 3250-EXIT
051090     END-IF.
051100     SET RS-CYC-FOUND TO TRUE.
051110     ADD 1 TO RS-CYCLES-FOUND.
051120     MOVE ADRUNCTL-CYCLE TO RS-DTL-CYCLE.
051130     MOVE SPACES TO RS-DTL-END.
051140     MOVE ZERO TO RS-DTL-HOURS.
051150     MOVE ZERO TO RS-DTL-MINS.
051160     MOVE SPACES TO RS-DTL-NOTE.
051600     MOVE ADRUNCTL-START-TS (1:16) TO RS-DTL-START.
051700     EVALUATE TRUE
051800         WHEN ADRUNCTL-COMPLETE
052400             MOVE 'STATUS BYTE UNREADABLE' TO RS-DTL-NOTE
052500             ADD 1 TO RS-DATES-STUCK
052600     END-EVALUATE.
052650     PERFORM 3600-SHOW-GL-STATUS THRU 3600-EXIT.
052700     PERFORM 3500-WRITE-CALENDAR-LINE THRU 3500-EXIT.
052800 3250-EXIT.
052900     EXIT.
053000
053100 3300-SHOW-COMPLETE.
059500     ADD 1 TO RS-LINE-COUNT.
059600 3500-EXIT.
059700     EXIT.
059702
059704*-----------------------------------------------------------------
059706* 3600-SHOW-GL-STATUS
059708* THE LEDGERS ACKNOWLEDGEMENT STATUS FOR THE CYCLE RUN, AS LAST
059710* STAMPED BY ADGLMTCH.  A RUN STILL GOING HAS NOTHING TO SHOW; A
059712* COMPLETE RUN WHOSE EXTRACT HAS NOT BEEN MATCHED YET SAYS SO.
059714*-----------------------------------------------------------------
059716 3600-SHOW-GL-STATUS.
059718     EVALUATE TRUE
059720         WHEN ADRUNCTL-GL-CONFIRMED
059722             MOVE 'CONFIRMED' TO RS-DTL-GL
059724         WHEN ADRUNCTL-GL-REJECTS
059726             MOVE 'REJECTS' TO RS-DTL-GL
059728         WHEN ADRUNCTL-GL-OVERDUE
059730             MOVE 'OVERDUE' TO RS-DTL-GL
059732         WHEN ADRUNCTL-GL-AWAITING
059734             MOVE 'AWAITING ACK' TO RS-DTL-GL
059736         WHEN ADRUNCTL-COMPLETE
059738             MOVE 'NOT MATCHED' TO RS-DTL-GL
059740         WHEN OTHER
059742             MOVE SPACES TO RS-DTL-GL
059744     END-EVALUATE.
059746 3600-EXIT.
059748     EXIT.
059800
059900*-----------------------------------------------------------------
060000* 6000-DATE-TO-INT
065400     MOVE 'DATES CHECKED:                    ' TO RS-SUM-LABEL.
065500     MOVE RS-DATES-CHECKED TO RS-SUM-VALUE.
065600     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
065610     MOVE 'CYCLE RUNS FOUND:                 ' TO RS-SUM-LABEL.
065620     MOVE RS-CYCLES-FOUND TO RS-SUM-VALUE.
065630     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
065700     MOVE 'COMPLETE:                         ' TO RS-SUM-LABEL.
065800     MOVE RS-DATES-COMPLETE TO RS-SUM-VALUE.
065900     PERFORM 8100-WRITE-ONE-SUMMARY THRU 8100-EXIT.
069200     CLOSE STSRPT.
069300     DISPLAY 'ADRUNSTS - COMPLETE'.
069400     DISPLAY 'DATES CHECKED = ' RS-DATES-CHECKED.
069450     DISPLAY 'CYCLE RUNS    = ' RS-CYCLES-FOUND.
069500     DISPLAY 'COMPLETE      = ' RS-DATES-COMPLETE.
069600     DISPLAY 'IN PROGRESS   = ' RS-DATES-IN-PROGRESS.
069700     DISPLAY 'STUCK         = ' RS-DATES-STUCK.
