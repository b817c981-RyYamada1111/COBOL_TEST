000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-09-02 TS    ORIGINAL VERSION.
000272* 2026-10-12 TS    ADDED RMNT-OPER-ID AND RMNT-REF-NO, THE
000274*                  OPERATOR AND CHANGE REFERENCE CARRIED ONTO
000276*                  THE MSTCHGJ MASTER-CHANGE JOURNAL.  RECORD
000278*                  STAYS 80 BYTES.
000280******************************************************************
000290 01  RMNT-REC.
000300     05  RMNT-ACTION         PIC X(1).
000390     05  RMNT-RATE-VALUE     PIC 9(3)V99.
000400     05  FILLER              PIC X(1)    VALUE SPACE.
000410     05  RMNT-REACTIVATE     PIC X(1).
000420     05  FILLER              PIC X(1)    VALUE SPACE.
000422     05  RMNT-OPER-ID        PIC X(8).
000424     05  FILLER              PIC X(1)    VALUE SPACE.
000426     05  RMNT-REF-NO         PIC X(10).
000428     05  FILLER              PIC X(22)   VALUE SPACES.
