000100******************************************************************
000110* COPYBOOK:    SUSPITM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-30
000150* PURPOSE:     OPEN-SUSPENSE ITEM FILE (SUSPITM), INDEXED ON THE
000160*              ORIGINAL GLFEED ROW'S KEY -- SOURCE, TOTAL TYPE,
000170*              RUN ID, AS-OF DATE AND DIVISION, THE SAME FIELDS
000180*              GLPOST KEYS GLFHIST ON.  GLPOST WRITES ONE ITEM
000190*              FOR EVERY FEED ROW IT POSTS TO THE DIVISION'S
000200*              SUSPENSE ACCOUNT INSTEAD OF REJECTING (REASONS
000210*              01, 05 AND 06) AND SKIPS ANY FEED ROW ALREADY ON
000220*              THIS FILE.  GLSCLR CLEARS AN ITEM ONCE GLXREF MAPS
000230*              ITS ROW, RECORDING THE ACCOUNTS IT WAS MOVED TO.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* ---------- ----  --------------------------------------------
000280* 2026-09-30 TS    ORIGINAL VERSION.
000290******************************************************************
000300 01  SUSP-REC.
000310     05  SUSP-KEY.
000320         10  SUSP-PGM-SOURCE PIC X(8).
000330         10  SUSP-TOTAL-TYPE PIC X(10).
000340         10  SUSP-RUN-ID     PIC X(8).
000350         10  SUSP-AS-OF-DATE PIC X(8).
000360         10  SUSP-DIV-CODE   PIC X(2).
000370     05  SUSP-ITEM-NO        PIC 9(6).
000380     05  SUSP-REASON-CD      PIC X(2).
000390         88  SUSP-UNMAPPED        VALUE "01".
000400         88  SUSP-NO-OFFSET       VALUE "05".
000410         88  SUSP-HIST-FULL       VALUE "06".
000420     05  SUSP-STATUS         PIC X(1).
000430         88  SUSP-OPEN            VALUE "O".
000440         88  SUSP-CLEARED         VALUE "C".
000450     05  SUSP-AMOUNT         PIC 9(9)V99.
000460     05  SUSP-DC-IND         PIC X(1).
000470         88  SUSP-DEBIT           VALUE "D".
000480         88  SUSP-CREDIT          VALUE "C".
000490     05  SUSP-TYPE-DESC      PIC X(30).
000500     05  SUSP-SUSP-DATE      PIC 9(8).
000510     05  SUSP-SUSP-ACCT      PIC X(8).
000520     05  SUSP-SUSP-OFFSET    PIC X(8).
000530     05  SUSP-CLEAR-DATE     PIC 9(8).
000540     05  SUSP-CLEAR-ACCT     PIC X(8).
000550     05  SUSP-CLEAR-OFFSET   PIC X(8).
000560     05  FILLER              PIC X(15).
