000100******************************************************************
000110* COPYBOOK:    RSHPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-14
000150* PURPOSE:     PARAMETER CARDS FOR THE NIGHT RUN SHEET (RUNSHT).
000160*              A "D" CARD GIVES THE PROCESSING DATE TO REPORT (NO
000170*              D CARD MEANS THE RUNPARM DATE, AND NO RUNPARM THE
000180*              SYSTEM DATE).  "S" CARDS LIST THE EXPECTED STEPS IN
000190*              THE ORDER THEY SHOULD RUN, ONE PROGRAM-ID PER CARD;
000200*              AN "O" IN RSHP-STEP-OPT MARKS A STEP THAT NEED NOT
000210*              RUN EVERY NIGHT.  NO S CARDS MEANS THE STANDARD
000220*              NIGHTLY STREAM COMPILED INTO RUNSHT.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-10-14 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  RSHP-REC.
000300     05  RSHP-CARD-TYPE      PIC X(1).
000310         88  RSHP-DATE-CARD       VALUE "D".
000320         88  RSHP-STEP-CARD       VALUE "S".
000330     05  FILLER              PIC X(1)    VALUE SPACE.
000340     05  RSHP-BODY           PIC X(78).
000350     05  RSHP-DATE-BODY REDEFINES RSHP-BODY.
000360         10  RSHP-PROC-DATE  PIC X(8).
000370         10  RSHP-PROC-DATE-N REDEFINES RSHP-PROC-DATE
000380                             PIC 9(8).
000390         10  FILLER          PIC X(70).
000400     05  RSHP-STEP-BODY REDEFINES RSHP-BODY.
000410         10  RSHP-STEP-PGM   PIC X(8).
000420         10  FILLER          PIC X(1).
000430         10  RSHP-STEP-OPT   PIC X(1).
000440             88  RSHP-STEP-OPTIONAL   VALUE "O".
000450             88  RSHP-STEP-REQUIRED   VALUE " " "R".
000460         10  FILLER          PIC X(68).
