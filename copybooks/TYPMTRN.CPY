000230* DATE       INIT  DESCRIPTION
000240* ---------- ----  --------------------------------------------
000250* 2026-08-22 TS    ORIGINAL VERSION.
000252* 2026-10-12 TS    ADDED TMNT-OPER-ID AND TMNT-REF-NO, THE
000254*                  OPERATOR AND CHANGE REFERENCE CARRIED ONTO
000256*                  THE MSTCHGJ MASTER-CHANGE JOURNAL.  RECORD
000258*                  STAYS 80 BYTES.
000260******************************************************************
000270 01  TMNT-REC.
000280     05  TMNT-ACTION         PIC X(1).
000350     05  TMNT-TYPE-DESC      PIC X(30).
000360     05  FILLER              PIC X(1)    VALUE SPACE.
000370     05  TMNT-REACTIVATE     PIC X(1).
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000382     05  TMNT-OPER-ID        PIC X(8).
000384     05  FILLER              PIC X(1)    VALUE SPACE.
000386     05  TMNT-REF-NO         PIC X(10).
000388     05  FILLER              PIC X(23)   VALUE SPACES.
