000100*----------------------------------------------------------------
000200* ADRUNCTL - RUN-CONTROL RECORD
000300* KEYED (VSAM KSDS) FILE, ONE RECORD PER RUN-ID, BUSINESS DATE
000400* AND SETTLEMENT CYCLE.  ADDITION WRITES IT IN-PROGRESS AT START
000500* OF RUN AND COMPLETE AT END OF JOB, AND REFUSES TO START A FRESH
000600* RUN FOR A CYCLE ALREADY MARKED COMPLETE UNLESS THE ADPARM FORCE
000700* OPTION IS GIVEN - SO THE SAME CYCLE CANNOT BE SETTLED TWICE BY
000800* ACCIDENT.  A LATE CYCLE FOR THE SAME DATE IS A NEW RECORD.
000900* CONSULTED BY THE HOUSEKEEPING PROGRAM BEFORE ANY HISTORY IS
000950* PURGED - A DATE IS DONE ONLY WHEN EVERY CYCLE RUN FOR IT IS.
000960* THE GL STATUS IS STAMPED BY ADGLMTCH FROM THE LEDGERS POSTING
000970* ACKNOWLEDGEMENTS - BLANK UNTIL THE CYCLES EXTRACT IS MATCHED.
001000*----------------------------------------------------------------
001100 01  ADRUNCTL-REC.
001200     05  ADRUNCTL-KEY.
001300         10  ADRUNCTL-RUN-ID        PIC X(08).
001400         10  ADRUNCTL-BUS-DATE      PIC X(10).
001450         10  ADRUNCTL-CYCLE         PIC 9(01).
001500     05  ADRUNCTL-STATUS            PIC X(01).
001600         88  ADRUNCTL-IN-PROGRESS   VALUE 'P'.
001700         88  ADRUNCTL-COMPLETE      VALUE 'C'.
001800     05  ADRUNCTL-START-TS          PIC X(26).
001900     05  ADRUNCTL-END-TS            PIC X(26).
001910     05  ADRUNCTL-GL-STATUS         PIC X(01).
001920         88  ADRUNCTL-GL-CONFIRMED  VALUE 'C'.
001930         88  ADRUNCTL-GL-REJECTS    VALUE 'R'.
001940         88  ADRUNCTL-GL-OVERDUE    VALUE 'O'.
001950         88  ADRUNCTL-GL-AWAITING   VALUE 'W'.
002000     05  FILLER                     PIC X(07).
