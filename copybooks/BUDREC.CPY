000100******************************************************************
000110* COPYBOOK:    BUDREC.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-06
000150* PURPOSE:     GL BUDGET MASTER RECORD (INDEXED FILE BUDMST,
000160*              RECORD KEY BUD-KEY).  ONE RECORD PER GL ACCOUNT,
000170*              DIVISION AND FISCAL MONTH.  BUD-FISCAL-MONTH 01 IS
000180*              THE FIRST MONTH OF FISCAL YEAR BUD-FISCAL-YEAR (THE
000190*              CALENDAR YEAR IN WHICH THAT FISCAL YEAR ENDS).
000200*              BUD-AMOUNT IS THE BUDGETED NET ACTIVITY FOR THE
000210*              MONTH ON THE SAME SIGN AS GLBAL -- DEBITS POSITIVE,
000220*              SO INCOME, LIABILITY AND EQUITY BUDGETS ARE
000230*              NORMALLY NEGATIVE.  BUD-DIV-CODE IS THE ACCOUNT'S
000240*              CHART DIVISION.  MAINTAINED BY BUDMNT; READ BY
000250*              BUDVAR.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* ---------- ----  --------------------------------------------
000300* 2026-10-06 TS    ORIGINAL VERSION.
000310******************************************************************
000320 01  BUD-REC.
000330     05  BUD-KEY.
000340         10  BUD-ACCOUNT     PIC X(8).
000350         10  BUD-DIV-CODE    PIC X(2).
000360         10  BUD-FISCAL-YEAR PIC 9(4).
000370         10  BUD-FISCAL-MONTH PIC 9(2).
000380     05  BUD-AMOUNT          PIC S9(13)V99
000390                             SIGN LEADING SEPARATE.
000400     05  BUD-LAST-MAINT-DATE PIC 9(8).
000410     05  FILLER              PIC X(20).
