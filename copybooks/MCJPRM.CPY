000100******************************************************************
000110* COPYBOOK:    MCJPRM.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-12
000150* PURPOSE:     PARAMETER CARD FOR THE MASTER-CHANGE JOURNAL
000160*              INQUIRY (MCJINQ).  MCJP-MASTER IS TYPEMST OR
000170*              RATEMST (BLANK MEANS BOTH); MCJP-MAST-KEY IS ONE
000180*              CODE (BLANK MEANS EVERY CODE).  MCJP-FROM-DATE
000190*              THRU MCJP-THRU-DATE LIMITS THE CHANGES LISTED BY
000200*              THE DATE THEY WERE MADE (BLANK FROM MEANS THE
000210*              FIRST, BLANK THRU THE LAST).  MCJP-AS-OF-DATE, WHEN
000220*              PRESENT, ADDS THE VALUE EACH SELECTED CODE HAD FOR
000230*              THAT RUNPARM PROCESSING DATE.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* ---------- ----  --------------------------------------------
000280* 2026-10-12 TS    ORIGINAL VERSION.
000290******************************************************************
000300 01  MCJP-REC.
000310     05  MCJP-MASTER         PIC X(8).
000320     05  FILLER              PIC X(1)    VALUE SPACE.
000330     05  MCJP-MAST-KEY       PIC X(10).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  MCJP-FROM-DATE      PIC X(8).
000360     05  MCJP-FROM-DATE-N REDEFINES MCJP-FROM-DATE
000370                             PIC 9(8).
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  MCJP-THRU-DATE      PIC X(8).
000400     05  MCJP-THRU-DATE-N REDEFINES MCJP-THRU-DATE
000410                             PIC 9(8).
000420     05  FILLER              PIC X(1)    VALUE SPACE.
000430     05  MCJP-AS-OF-DATE     PIC X(8).
000440     05  MCJP-AS-OF-DATE-N REDEFINES MCJP-AS-OF-DATE
000450                             PIC 9(8).
000460     05  FILLER              PIC X(34)   VALUE SPACES.
