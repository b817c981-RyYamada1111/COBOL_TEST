000100******************************************************************
000110* COPYBOOK:    GLPCTL.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-16
000150* PURPOSE:     GL PERIOD CONTROL RECORD (ONE-RECORD FILE GLPCTL).
000160*              GLPC-CLOSED-THRU IS THE PERIOD-END DATE OF THE
000170*              LATEST CLOSED PERIOD; EVERY DATE ON OR BEFORE IT IS
000180*              IN A CLOSED PERIOD AND TAKES NO FURTHER POSTINGS.
000190*              WRITTEN BY GLCLOSE AT THE END OF A SUCCESSFUL
000200*              CLOSE; READ BY GLAPPL, WHICH REFUSES A GLPOSTO FILE
000210*              DATED INSIDE A CLOSED PERIOD.  A MISSING FILE MEANS
000220*              NO PERIOD HAS BEEN CLOSED YET.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-09-16 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  GLPC-REC.
000300     05  GLPC-CLOSED-THRU    PIC 9(8).
000310     05  FILLER              PIC X(1)    VALUE SPACE.
000320     05  GLPC-CLOSE-RUN-DATE PIC 9(8).
000330     05  FILLER              PIC X(1)    VALUE SPACE.
000340     05  GLPC-LAST-YE-DATE   PIC 9(8).
000350     05  FILLER              PIC X(54)   VALUE SPACES.
