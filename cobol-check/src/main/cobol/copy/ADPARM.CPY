000566* OPEN RECYCLE ITEM REJECTED MORE TIMES THAN THE LIMIT IS
000568* FORCED OFF THE REPAIR LOOP ONTO THE SUPERVISOR EXPIRY
000570* LISTING.  ZERO (OR BLANK) MEANS NOTHING EXPIRES.
000571*
000572* THE DUPLICATE LOOKBACK (DAYS) SETS HOW FAR BACK ADDITION
000573* LOOKS FOR AN ALREADY-SETTLED PAIR WHEN IT SCREENS A DETAIL
000574* FOR DUPLICATE SUBMISSION - ZERO (OR BLANK) MEANS THE SAME
000575* BUSINESS DATE ONLY.
000576*
000577* THE APPROVAL LIMIT AND PENDING EXPIRY (DAYS) DRIVE THE MAKER/
000578* CHECKER CONTROL IN ADBALMNT AND ADACCMNT - A MANUAL BALANCE
000579* ADJUSTMENT OVER THE LIMIT WAITS ON THE PENDING-APPROVAL FILE
000580* (SEE ADPEND) FOR A SECOND OPERATOR.  A ZERO (OR BLANK) LIMIT
000581* SENDS EVERY ADJUSTMENT FOR APPROVAL.  AN ITEM PENDING LONGER
000582* THAN THE EXPIRY WINDOW EXPIRES - ZERO (OR BLANK) MEANS NEVER.
000583*
000584* THE SETTLEMENT CYCLE LETS ONE BUSINESS DATE SETTLE MORE THAN
000585* ONCE - AN EARLY CYCLE AND A LATE CYCLE FOR A DEPARTMENT THAT
000586* MISSED THE FIRST.  EACH CYCLE HAS ITS OWN RUN-CONTROL RECORD,
000587* AUDIT SEQUENCE RANGE, GL EXTRACT AND CONTROL REPORT.  ZERO (OR
000588* BLANK) MEANS CYCLE 1.
000589*
000590* THE ACKNOWLEDGEMENT WINDOW (DAYS) DRIVES THE ADGLMTCH PROGRAM -
000591* A GL EXTRACT LINE THE LEDGER HAS NOT ACKNOWLEDGED THIS MANY
000592* DAYS AFTER ITS BUSINESS DATE IS REPORTED OVERDUE.  ZERO (OR
000593* BLANK) MEANS THE COMPILED-IN DEFAULT OF 5 DAYS.
000560*----------------------------------------------------------------
000700 01  ADPARM-REC.
000800     05  ADPARM-RUN-ID              PIC X(08).
001170     05  ADPARM-CYCLE-LIMIT         PIC 9(03).
001180     05  ADPARM-CYCLE-LIMIT-X REDEFINES
001190         ADPARM-CYCLE-LIMIT         PIC X(03).
001191     05  ADPARM-DUP-LOOKBACK        PIC 9(03).
001192     05  ADPARM-DUP-LOOKBACK-X REDEFINES
001193         ADPARM-DUP-LOOKBACK        PIC X(03).
001194     05  ADPARM-APPROVAL-LIMIT      PIC 9(09)V99.
001195     05  ADPARM-APPROVAL-LIMIT-X REDEFINES
001196         ADPARM-APPROVAL-LIMIT      PIC X(11).
001197     05  ADPARM-PEND-EXPIRY         PIC 9(03).
001198     05  ADPARM-PEND-EXPIRY-X REDEFINES
001199         ADPARM-PEND-EXPIRY         PIC X(03).
001210     05  ADPARM-CYCLE               PIC 9(01).
001220     05  ADPARM-CYCLE-X REDEFINES
001230         ADPARM-CYCLE               PIC X(01).
001240     05  ADPARM-ACK-DAYS            PIC 9(03).
001250     05  ADPARM-ACK-DAYS-X REDEFINES
001260         ADPARM-ACK-DAYS            PIC X(03).
001270     05  FILLER                     PIC X(09).
