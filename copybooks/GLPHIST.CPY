000100******************************************************************
000110* COPYBOOK:    GLPHIST.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-16
000150* PURPOSE:     GL PERIOD-BALANCE HISTORY RECORD (FILE GLPHIST).
000160*              GLCLOSE APPENDS ONE ROW PER GLBAL ACCOUNT AT EVERY
000170*              PERIOD CLOSE: THE PERIOD'S DEBITS AND CREDITS AND
000180*              THE CLOSING BALANCE BEFORE ANY YEAR-END CLOSING
000190*              ENTRY, WITH THE ACCOUNT'S CHART TYPE AND DIVISION
000200*              AS OF THE CLOSE.  THIS IS THE SIGNED-OFF MONTH-END
000210*              SNAPSHOT OF THE LEDGER.
000220*
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  --------------------------------------------
000260* 2026-09-16 TS    ORIGINAL VERSION.
000270******************************************************************
000280 01  GLPH-REC.
000290     05  GLPH-PERIOD-END     PIC 9(8).
000300     05  FILLER              PIC X(1)    VALUE SPACE.
000310     05  GLPH-ACCOUNT        PIC X(8).
000320     05  FILLER              PIC X(1)    VALUE SPACE.
000330     05  GLPH-ACCT-TYPE      PIC X(1).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  GLPH-DIV-CODE       PIC X(2).
000360     05  FILLER              PIC X(1)    VALUE SPACE.
000370     05  GLPH-PTD-DEBITS     PIC 9(13)V99.
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  GLPH-PTD-CREDITS    PIC 9(13)V99.
000400     05  FILLER              PIC X(1)    VALUE SPACE.
000410     05  GLPH-BALANCE        PIC S9(13)V99
000420                             SIGN LEADING SEPARATE.
000430     05  FILLER              PIC X(1)    VALUE SPACE.
000440     05  GLPH-CLOSE-DATE     PIC 9(8).
000450     05  FILLER              PIC X(20)   VALUE SPACES.
