000418*                  GLXREF LOOKUP BY DIVISION AS WELL AS SOURCE
000419*                  AND TOTAL TYPE.  SITS INSIDE THE TRAILING
000420*                  FILLER, SO EXISTING FIELDS KEEP THEIR OFFSETS.
000421* 2026-09-23 TS    ADDED GL-ACCOUNT FOR GLJEDIT JOURNAL ROWS,
000422*                  WHICH NAME THEIR LEDGER ACCOUNT DIRECTLY;
000423*                  GLPOST POSTS THEM TO IT WITH NO GLXREF LOOKUP
000424*                  AND NO OFFSET (THE JOURNAL'S OWN LINES
000425*                  BALANCE).  BLANK ON TEST1 AND TEST2 ROWS.
000426*                  GL-REV-RUN-ID CARRIES THE RUN ID A REVERSAL
000427*                  JOURNAL BACKS OUT.  BOTH SIT INSIDE THE
000428*                  TRAILING FILLER.
000429******************************************************************
000430 01  GL-FEED-REC.
000440     05  GL-PGM-SOURCE       PIC X(8).
000450     05  FILLER              PIC X(1)    VALUE SPACE.
000580     05  GL-TYPE-DESC        PIC X(30).
000582     05  FILLER              PIC X(1)    VALUE SPACE.
000584     05  GL-DIV-CODE         PIC X(2).
000585     05  FILLER              PIC X(1)    VALUE SPACE.
000586     05  GL-ACCOUNT          PIC X(8).
000587     05  FILLER              PIC X(1)    VALUE SPACE.
000588     05  GL-REV-RUN-ID       PIC X(8).
000590     05  FILLER              PIC X(7)    VALUE SPACES.
