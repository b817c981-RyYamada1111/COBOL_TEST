000100******************************************************************
000110* COPYBOOK:    GLCLPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-16
000150* PURPOSE:     PARAMETER CARD FOR THE GL PERIOD CLOSE (GLCLOSE).
000160*              GLCP-PERIOD-END IS THE LAST DAY OF THE PERIOD
000170*              BEING CLOSED.  GLCP-FYE-MONTH IS THE LAST MONTH OF
000180*              THE FISCAL YEAR (ZERO OR BLANK MEANS 12); WHEN THE
000190*              PERIOD-END FALLS IN THAT MONTH THE RUN IS ALSO THE
000200*              FISCAL YEAR-END CLOSE AND INCOME AND EXPENSE
000210*              BALANCES ARE CLOSED TO GLCP-RE-ACCOUNT, WHICH MUST
000220*              BE AN ACTIVE EQUITY ACCOUNT ON THE CHART.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-09-16 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  GLCP-REC.
000300     05  GLCP-PERIOD-END     PIC 9(8).
000310     05  FILLER              PIC X(1)    VALUE SPACE.
000320     05  GLCP-FYE-MONTH      PIC 9(2).
000330     05  FILLER              PIC X(1)    VALUE SPACE.
000340     05  GLCP-RE-ACCOUNT     PIC X(8).
000350     05  FILLER              PIC X(60)   VALUE SPACES.
