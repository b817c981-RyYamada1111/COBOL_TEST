000100******************************************************************
000110* COPYBOOK:    STEPLOG.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-14
000150* PURPOSE:     JOB STEP LOG RECORD (LINE SEQUENTIAL FILE STEPLOG,
000160*              APPENDED).  EVERY PROGRAM IN THE NIGHTLY STREAM
000170*              WRITES AN "S" RECORD WHEN IT STARTS AND AN "E"
000180*              RECORD WHEN IT ENDS, BOTH STAMPED WITH THE RUNPARM
000190*              PROCESSING DATE.  THE END RECORD REPEATS THE START
000200*              STAMP SO RUNSHT CAN PAIR THE TWO, AND CARRIES THE
000210*              STEP'S MAIN INPUT AND OUTPUT RECORD COUNTS, THE
000220*              FINAL CONDITION CODE AND THE RUN IDS THE STEP
000230*              HANDLED (THE FIRST FOUR KEPT, SLOG-RUN-CNT GIVING
000240*              HOW MANY THERE WERE).  STAMPS ARE SYSTEM DATE AND
000250*              TIME (HHMMSSCC).
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* ---------- ----  --------------------------------------------
000300* 2026-10-14 TS    ORIGINAL VERSION.
000310******************************************************************
000320 01  SLOG-REC.
000330     05  SLOG-PGM-ID         PIC X(8).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000350     05  SLOG-EVENT          PIC X(1).
000360         88  SLOG-START-EVENT     VALUE "S".
000370         88  SLOG-END-EVENT       VALUE "E".
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  SLOG-PROC-DATE      PIC 9(8).
000400     05  FILLER              PIC X(1)    VALUE SPACE.
000410     05  SLOG-START-STAMP.
000420         10  SLOG-START-DATE PIC 9(8).
000430         10  SLOG-START-TIME PIC 9(8).
000440     05  FILLER              PIC X(1)    VALUE SPACE.
000450     05  SLOG-END-STAMP.
000460         10  SLOG-END-DATE   PIC 9(8).
000470         10  SLOG-END-TIME   PIC 9(8).
000480     05  FILLER              PIC X(1)    VALUE SPACE.
000490     05  SLOG-IN-CNT         PIC 9(9).
000500     05  FILLER              PIC X(1)    VALUE SPACE.
000510     05  SLOG-OUT-CNT        PIC 9(9).
000520     05  FILLER              PIC X(1)    VALUE SPACE.
000530     05  SLOG-COND-CODE      PIC 9(2).
000540     05  FILLER              PIC X(1)    VALUE SPACE.
000550     05  SLOG-RUN-CNT        PIC 9(2).
000560     05  FILLER              PIC X(1)    VALUE SPACE.
000570     05  SLOG-RUN-IDS.
000580         10  SLOG-RUN-ID     PIC X(8)    OCCURS 4 TIMES.
000590     05  FILLER              PIC X(8)    VALUE SPACES.
