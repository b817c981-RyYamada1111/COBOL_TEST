000100******************************************************************
000110* COPYBOOK:    BUDMTRN.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-06
000150* PURPOSE:     MAINTENANCE TRANSACTION FOR BUDMNT.  ACTION A ADDS
000160*              A BUDGET FOR AN ACCOUNT, DIVISION AND FISCAL MONTH,
000170*              C CHANGES ITS AMOUNT, D DELETES IT.  BUDM-AMOUNT IS
000180*              SIGNED NET DEBIT, AS ON BUDREC.CPY.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  --------------------------------------------
000230* 2026-10-06 TS    ORIGINAL VERSION.
000240******************************************************************
000250 01  BUDM-REC.
000260     05  BUDM-ACTION         PIC X(1).
000270         88  BUDM-ADD             VALUE "A".
000280         88  BUDM-CHANGE          VALUE "C".
000290         88  BUDM-DELETE          VALUE "D".
000300     05  FILLER              PIC X(1)    VALUE SPACE.
000310     05  BUDM-ACCOUNT        PIC X(8).
000320     05  FILLER              PIC X(1)    VALUE SPACE.
000330     05  BUDM-DIV-CODE       PIC X(2).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  BUDM-FISCAL-YEAR    PIC 9(4).
000360     05  FILLER              PIC X(1)    VALUE SPACE.
000370     05  BUDM-FISCAL-MONTH   PIC 9(2).
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  BUDM-AMOUNT         PIC S9(11)V99
000400                             SIGN LEADING SEPARATE.
000410     05  FILLER              PIC X(44)   VALUE SPACES.
