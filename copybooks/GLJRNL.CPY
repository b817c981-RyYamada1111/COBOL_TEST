000100******************************************************************
000110* COPYBOOK:    GLJRNL.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-23
000150* PURPOSE:     MANUAL JOURNAL ENTRY INPUT FOR GLJEDIT.  EACH
000160*              JOURNAL IS A HEADER RECORD FOLLOWED BY ITS LINES,
000170*              ALL CARRYING THE SAME JOURNAL NUMBER:
000180*                H  JOURNAL HEADER -- DATE, PREPARER, DESCRIPTION.
000190*                   FOLLOWED BY ONE L RECORD PER DEBIT OR CREDIT.
000200*                L  JOURNAL LINE -- ACCOUNT, DIVISION, DEBIT/
000210*                   CREDIT INDICATOR AND AMOUNT.
000220*                R  REVERSAL HEADER -- AS H, PLUS THE RUN ID TO
000230*                   BE BACKED OUT.  TAKES NO L RECORDS: GLJEDIT
000240*                   BUILDS THE LINES AS THE EXACT CONTRA OF EVERY
000250*                   POSTING DETAIL CARRYING THAT GLP-RUN-ID.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* ---------- ----  --------------------------------------------
000300* 2026-09-23 TS    ORIGINAL VERSION.
000310******************************************************************
000320 01  GLJ-REC.
000330     05  GLJ-REC-TYPE        PIC X(1).
000340         88  GLJ-HEADER           VALUE "H".
000350         88  GLJ-LINE             VALUE "L".
000360         88  GLJ-REVERSAL         VALUE "R".
000370     05  FILLER              PIC X(1)    VALUE SPACE.
000380     05  GLJ-JOURNAL-NO      PIC X(8).
000390     05  FILLER              PIC X(1)    VALUE SPACE.
000400     05  GLJ-DATA            PIC X(69).
000410     05  GLJ-HDR-DATA REDEFINES GLJ-DATA.
000420         10  GLJ-DATE        PIC 9(8).
000430         10  FILLER          PIC X(1).
000440         10  GLJ-PREPARER    PIC X(8).
000450         10  FILLER          PIC X(1).
000460         10  GLJ-DESC        PIC X(30).
000470         10  FILLER          PIC X(1).
000480         10  GLJ-REV-RUN-ID  PIC X(8).
000490         10  FILLER          PIC X(12).
000500     05  GLJ-LINE-DATA REDEFINES GLJ-DATA.
000510         10  GLJ-ACCOUNT     PIC X(8).
000520         10  FILLER          PIC X(1).
000530         10  GLJ-DIV-CODE    PIC X(2).
000540         10  FILLER          PIC X(1).
000550         10  GLJ-DC-IND      PIC X(1).
000560             88  GLJ-DEBIT        VALUE "D".
000570             88  GLJ-CREDIT       VALUE "C".
000580         10  FILLER          PIC X(1).
000590         10  GLJ-AMOUNT      PIC 9(9)V99.
000600         10  FILLER          PIC X(44).
