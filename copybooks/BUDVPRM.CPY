000100******************************************************************
000110* COPYBOOK:    BUDVPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-06
000150* PURPOSE:     PARAMETER CARD FOR THE BUDGET VARIANCE REPORT
000160*              (BUDVAR).  BVP-PERIOD-END IS ANY DATE IN THE MONTH
000170*              TO REPORT (ZERO OR BLANK MEANS THE LAST CLOSED
000180*              PERIOD ON GLPCTL).  BVP-FYE-MONTH IS THE LAST MONTH
000190*              OF THE FISCAL YEAR, AS ON THE GLCLOSE CARD (ZERO OR
000200*              BLANK MEANS 12).  A LINE IS FLAGGED WHEN ITS MONTH
000210*              OR YEAR-TO-DATE VARIANCE IS MORE THAN BVP-TOL-PCT
000220*              PER CENT OF BUDGET AND ALSO MORE THAN BVP-TOL-AMT
000230*              (BLANK PERCENT MEANS 10.0, BLANK AMOUNT MEANS ANY
000240*              AMOUNT).  BVP-DIV-CODE LIMITS THE REPORT TO ONE
000250*              DIVISION (BLANK MEANS ALL).
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* ---------- ----  --------------------------------------------
000300* 2026-10-06 TS    ORIGINAL VERSION.
000310******************************************************************
000320 01  BVP-REC.
000330     05  BVP-PERIOD-END      PIC 9(8).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  BVP-FYE-MONTH       PIC 9(2).
000360     05  FILLER              PIC X(1)    VALUE SPACE.
000370     05  BVP-TOL-PCT         PIC 9(3)V9.
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  BVP-TOL-AMT         PIC 9(9)V99.
000400     05  FILLER              PIC X(1)    VALUE SPACE.
000410     05  BVP-DIV-CODE        PIC X(2).
000420     05  FILLER              PIC X(49)   VALUE SPACES.
