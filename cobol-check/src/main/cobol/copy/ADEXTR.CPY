000410* THE AMOUNTS ARE WIDER THAN THE ADDPAIR FIELDS BECAUSE EACH
000420* ONE HOLDS A SUM OVER MANY PAIRS.
000430*
000440* THE EXTRACT IS BRACKETED BY A HEADER RECORD (RUN-ID, BUSINESS
000450* DATE AND SETTLEMENT CYCLE) AND A TRAILER RECORD (DETAIL RECORD
000460* COUNT AND HASH TOTAL OF THE DETAIL C AMOUNTS) SO THE FEED JOB
000470* CAN DETECT A TRUNCATED FILE, A DOUBLE-APPENDED RESTART, OR AN
000480* EXTRACT FROM THE WRONG DAY BEFORE POSTING - SEE THE ADGLVRFY
000490* PROGRAM.  THE RECORD TYPE IS H, T, OR BLANK/D FOR DETAIL.
000495* AN EXTRACT CUT BEFORE CYCLES EXISTED CARRIES A BLANK CYCLE = 1.
000500*----------------------------------------------------------------
000600 01  ADEXTR-REC.
000610     05  ADEXTR-DETAIL-FIELDS.
000920     05  ADEXTR-HDR-FIELDS REDEFINES ADEXTR-DETAIL-FIELDS.
000921         10  ADEXTR-HDR-RUN-ID      PIC X(08).
000922         10  ADEXTR-HDR-BUS-DATE    PIC X(10).
000923         10  ADEXTR-HDR-CYCLE       PIC 9(01).
000924         10  ADEXTR-HDR-CYCLE-X REDEFINES
000925             ADEXTR-HDR-CYCLE       PIC X(01).
000926         10  FILLER                 PIC X(23).
000930     05  ADEXTR-TRL-FIELDS REDEFINES ADEXTR-DETAIL-FIELDS.
000931         10  ADEXTR-TRL-REC-COUNT   PIC 9(09).
000932         10  ADEXTR-TRL-REC-COUNT-X REDEFINES
