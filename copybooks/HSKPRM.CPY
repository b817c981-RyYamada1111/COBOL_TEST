000100******************************************************************
000110* COPYBOOK:    HSKPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:     RETENTION CARDS FOR THE HOUSEKEEPING RUN (HSKEEP).
000160*              ONE CARD PER SHARED FILE: THE FILE NAME AND THE
000170*              NUMBER OF DAYS (1 TO 9999) ITS ROWS ARE KEPT ON THE
000180*              LIVE FILE, COUNTED BACK FROM THE RUNPARM PROCESSING
000190*              DATE.  A FILE WITH NO CARD IS COUNTED BUT NOT CUT.
000200*              THE GLFHIST CARD ALSO GOVERNS GLFEED, AND THE
000210*              TRANEXCP CARD ALSO GOVERNS TRANRSV, SINCE EACH PAIR
000220*              MUST BE CUT TOGETHER.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-10-15 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  HSKP-REC.
000300     05  HSKP-FILE-ID        PIC X(8).
000310         88  HSKP-RUNHIST         VALUE "RUNHIST".
000320         88  HSKP-GLFHIST         VALUE "GLFHIST".
000330         88  HSKP-RUNREG          VALUE "RUNREG".
000340         88  HSKP-TRANEXCP        VALUE "TRANEXCP".
000350         88  HSKP-EXCPOUT         VALUE "EXCPOUT".
000360         88  HSKP-GLREJECT        VALUE "GLREJECT".
000370     05  FILLER              PIC X(1)    VALUE SPACE.
000380     05  HSKP-KEEP-DAYS-X    PIC X(4).
000390     05  HSKP-KEEP-DAYS REDEFINES HSKP-KEEP-DAYS-X
000400                             PIC 9(4).
000410     05  FILLER              PIC X(67)   VALUE SPACES.
