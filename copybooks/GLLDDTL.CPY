000100******************************************************************
000110* COPYBOOK:    GLLDDTL.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-02
000150* PURPOSE:     GL LEDGER-DETAIL HISTORY (GLLEDGR), ONE RECORD FOR
000160*              EVERY DETAIL APPLIED TO THE GLBAL BALANCE MASTER.
000170*              INDEXED BY ACCOUNT, POSTING DATE, RUN ID AND A
000180*              SEQUENCE THAT KEEPS SAME-RUN DETAILS UNIQUE.
000190*              GLAPPL WRITES EACH GLPOSTO DETAIL IT APPLIES;
000200*              GLCLOSE WRITES ITS YEAR-END CLOSING ENTRIES.  THE
000210*              FIRST TIME AN ACCOUNT THAT ALREADY CARRIES A
000220*              BALANCE IS WRITTEN, A BALANCE-FORWARD RECORD
000230*              (ENTRY "B", RUN ID BLANK, SEQUENCE ZERO) CARRIES
000240*              THAT BALANCE, SO THE DETAILS OF AN ACCOUNT ALWAYS
000250*              ADD UP TO ITS GLBAL BALANCE.  GLLD-POST-DATE IS THE
000260*              POSTING FILE'S HEADER DATE (THE PERIOD-END FOR
000270*              CLOSING ENTRIES).  GLLD-DIV-CODE IS THE ACCOUNT'S
000280*              CHART DIVISION.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* ---------- ----  --------------------------------------------
000330* 2026-10-02 TS    ORIGINAL VERSION.
000340******************************************************************
000350 01  GLLD-REC.
000360     05  GLLD-KEY.
000370         10  GLLD-ACCOUNT    PIC X(8).
000380         10  GLLD-POST-DATE  PIC 9(8).
000390         10  GLLD-RUN-ID     PIC X(8).
000400         10  GLLD-SEQ-NO     PIC 9(6).
000410     05  GLLD-AMOUNT         PIC 9(13)V99.
000420     05  GLLD-DC-IND         PIC X(1).
000430         88  GLLD-DEBIT           VALUE "D".
000440         88  GLLD-CREDIT          VALUE "C".
000450     05  GLLD-ENTRY-IND      PIC X(1).
000460         88  GLLD-PRIMARY         VALUE "P".
000470         88  GLLD-OFFSET          VALUE "O".
000480         88  GLLD-BAL-FWD         VALUE "B".
000490     05  GLLD-AS-OF-DATE     PIC 9(8).
000500     05  GLLD-PGM-SOURCE     PIC X(8).
000510     05  GLLD-TOTAL-TYPE     PIC X(10).
000520     05  GLLD-DIV-CODE       PIC X(2).
000530     05  GLLD-APPL-DATE      PIC 9(8).
000540     05  GLLD-APPL-PGM       PIC X(8).
000550     05  FILLER              PIC X(9).
