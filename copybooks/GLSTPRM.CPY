000100******************************************************************
000110* COPYBOOK:    GLSTPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-02
000150* PURPOSE:     PARAMETER CARD FOR THE GL ACCOUNT STATEMENT
000160*              (GLSTMT).  GLSP-FROM-ACCT THRU GLSP-THRU-ACCT IS
000170*              THE ACCOUNT RANGE (THRU BLANK MEANS THE ONE FROM
000180*              ACCOUNT; BOTH BLANK MEANS EVERY ACCOUNT).
000190*              GLSP-DIV-CODE LIMITS THE STATEMENT TO ACCOUNTS OF
000200*              ONE CHART DIVISION (BLANK MEANS ALL).  GLSP-FROM-
000210*              DATE THRU GLSP-THRU-DATE IS THE POSTING-DATE RANGE
000220*              (BLANK FROM MEANS THE FIRST POSTING, BLANK THRU THE
000230*              LAST).
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* ---------- ----  --------------------------------------------
000280* 2026-10-02 TS    ORIGINAL VERSION.
000290******************************************************************
000300 01  GLSP-REC.
000310     05  GLSP-FROM-ACCT      PIC X(8).
000320     05  FILLER              PIC X(1)    VALUE SPACE.
000330     05  GLSP-THRU-ACCT      PIC X(8).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  GLSP-DIV-CODE       PIC X(2).
000360     05  FILLER              PIC X(1)    VALUE SPACE.
000370     05  GLSP-FROM-DATE      PIC X(8).
000380     05  GLSP-FROM-DATE-N REDEFINES GLSP-FROM-DATE
000390                             PIC 9(8).
000400     05  FILLER              PIC X(1)    VALUE SPACE.
000410     05  GLSP-THRU-DATE      PIC X(8).
000420     05  GLSP-THRU-DATE-N REDEFINES GLSP-THRU-DATE
000430                             PIC 9(8).
000440     05  FILLER              PIC X(42)   VALUE SPACES.
