000100******************************************************************
000110* COPYBOOK:    TRANRSV.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:     RESOLVED-REJECT RECORD.  TRESUB APPENDS ONE RECORD
000160*              TO TRANRSV FOR EVERY TRANEXCP REJECT WHOSE
000170*              CORRECTION PASSED THE EDITS AND WENT TO THE RECYCLE
000180*              FILE.  THE FIRST THREE FIELDS REPEAT THE REJECT'S
000190*              SEQUENCE NUMBER, REJECT DATE AND RUN ID, WHICH
000200*              TOGETHER NAME ONE TRANEXCP ROW.  HSKEEP ONLY
000210*              ARCHIVES A TRANEXCP ROW THAT HAS A RECORD HERE --
000220*              A REJECT WITH NONE IS STILL BEING AGED BY TRESUB.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-10-15 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  TRSV-REC.
000300     05  TRSV-SEQ-NO         PIC 9(6).
000310     05  FILLER              PIC X(1)    VALUE SPACE.
000320     05  TRSV-REJECT-DATE    PIC 9(8).
000330     05  FILLER              PIC X(1)    VALUE SPACE.
000340     05  TRSV-RUN-ID         PIC X(8).
000350     05  FILLER              PIC X(1)    VALUE SPACE.
000360     05  TRSV-REASON-CD      PIC X(2).
000370     05  FILLER              PIC X(1)    VALUE SPACE.
000380     05  TRSV-RESOLVE-DATE   PIC 9(8).
000390     05  FILLER              PIC X(1)    VALUE SPACE.
000400     05  TRSV-RCY-RUN-ID     PIC X(8).
000410     05  FILLER              PIC X(35)   VALUE SPACES.
