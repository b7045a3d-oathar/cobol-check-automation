000100*----------------------------------------------------------------
000200* ADPERLOG - PERIOD CLOSE / REOPEN LOG RECORD
000300* ONE RECORD WRITTEN BY ADPERCLS FOR EVERY PERIOD CLOSED OR
000400* REOPENED, SO EVERY CHANGE TO THE POSTING LOCK CAN BE ACCOUNTED
000500* FOR AFTER THE FACT.  REFUSED CARDS ARE NOT LOGGED - THEY CHANGE
000600* NOTHING AND LIST ON THE REPORT.
000700*----------------------------------------------------------------
000800 01  ADPERLOG-REC.
000900     05  ADPERLOG-TIMESTAMP         PIC X(26).
001000     05  ADPERLOG-PERIOD            PIC X(07).
001100     05  ADPERLOG-ACTION            PIC X(01).
001200         88  ADPERLOG-CLOSED        VALUE 'C'.
001300         88  ADPERLOG-REOPENED      VALUE 'R'.
001400     05  ADPERLOG-OPERATOR          PIC X(08).
001500     05  ADPERLOG-REASON            PIC X(30).
001600     05  ADPERLOG-MISSING-ACCEPTED  PIC X(01).
001700     05  ADPERLOG-SNAP-COUNT        PIC 9(07).
