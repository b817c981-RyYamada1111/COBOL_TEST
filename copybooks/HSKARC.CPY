000100******************************************************************
000110* COPYBOOK:    HSKARC.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:     HOUSEKEEPING ARCHIVE RECORD.  HSKEEP WRITES ONE
000160*              RECORD TO HSKARCH FOR EVERY ROW IT CUTS FROM A
000170*              SHARED FILE: THE PROCESSING DATE OF THE CUT, THE
000180*              FILE THE ROW CAME FROM, AND THE ROW ITSELF AS IT
000190*              STOOD ON THE LIVE FILE.  A ROW IS RESTORED BY
000200*              COPYING HSKA-IMAGE BACK TO THE NAMED FILE.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* ---------- ----  --------------------------------------------
000250* 2026-10-15 TS    ORIGINAL VERSION.
000260******************************************************************
000270 01  HSKA-REC.
000280     05  HSKA-ARCH-DATE      PIC 9(8).
000290     05  FILLER              PIC X(1)    VALUE SPACE.
000300     05  HSKA-FILE-ID        PIC X(8).
000310     05  FILLER              PIC X(1)    VALUE SPACE.
000320     05  HSKA-IMAGE          PIC X(120).
