001794*                 ADAUDIT) - REVERSAL ROWS CARRY THE ORIGINAL
001796*                 RUN-ID/SEQUENCE REFERENCE.  FD WIDENED TO
001798*                 MATCH; THE REPORT COLUMNS ARE UNCHANGED.
001800* 10/15/2026 RD   THE AUDIT RECORD IS 144 BYTES NOW (CHAIN ROW
001810*                 AND VALUE, SEE ADAUDIT).  FD WIDENED TO MATCH;
001820*                 THE REPORT COLUMNS ARE UNCHANGED.
001827* 10/15/2026 RD   THE DETAIL LINE PRINTS THE ROWS SOURCE (RSB,
001834*                 GEN, REL OR ACR - SEE ADAUDIT) SO ACCRUED
001841*                 INTEREST AND CHARGES SHOW APART FROM DESK WORK.
001850
001900* REMARKS.
002000*     READS THE AUDIT FILE (ADAUDIT) FRONT TO BACK AND PRINTS A
002100*     FORMATTED REPORT OF THE RECORDS MATCHING THE SELECTION
005100
005200 FD  AUDITF
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 144 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY ADAUDIT.
005700
016000     05  FILLER                      PIC X(13) VALUE 'FIELD B'.
016100     05  FILLER                      PIC X(14) VALUE 'RESULT C'.
016110     05  FILLER                      PIC X(03) VALUE 'TT'.
016120     05  FILLER                      PIC X(03) VALUE 'SRC'.
016200
016300 01  AR-DETAIL-LINE.
016400     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  AR-DTL-C                    PIC Z,ZZZ,ZZ9.99-.
017910     05  FILLER                      PIC X(01) VALUE SPACE.
017920     05  AR-DTL-TT                   PIC X(01).
017930     05  FILLER                      PIC X(02) VALUE SPACES.
017940     05  AR-DTL-SRC                  PIC X(03).
018000
018100 01  AR-SUMMARY-LINE.
018200     05  FILLER                      PIC X(02) VALUE SPACES.
035800     MOVE ADAUDIT-B TO AR-DTL-B.
035900     MOVE ADAUDIT-C TO AR-DTL-C.
035910     MOVE ADAUDIT-TRAN-TYPE TO AR-DTL-TT.
035920     EVALUATE ADAUDIT-SOURCE-FLAG
035930         WHEN 'R'
035940             MOVE 'RSB' TO AR-DTL-SRC
035950         WHEN 'G'
035960             MOVE 'GEN' TO AR-DTL-SRC
035970         WHEN 'S'
035980             MOVE 'REL' TO AR-DTL-SRC
035985         WHEN 'A'
035990             MOVE 'ACR' TO AR-DTL-SRC
035993         WHEN OTHER
035996             MOVE SPACES TO AR-DTL-SRC
035998     END-EVALUATE.
036000     IF AR-LINE-COUNT NOT LESS THAN AR-MAX-LINES-PER-PAGE
036100         PERFORM 1500-WRITE-RPT-HEADING THRU 1500-EXIT
036200     END-IF.
