000256*                  (ADD NEW DIVISIONS THERE) AND CARRIES THE
000257*                  DIVISION THROUGH THE REGISTER SUBTOTALS, GL
000258*                  FEED AND RUN HISTORY.  RECORD STAYS 80 BYTES.
000259* 2026-10-08 TS    ADDED TRAN-DUP-RELEASE.  TRESUB SETS IT TO R ON
000260*                  A SUSPECTED DUPLICATE (TRANEXCP REASON 10) THAT
000261*                  AN OPERATOR RELEASED THROUGH THE CORRECTION
000262*                  CYCLE; TEST1 SKIPS ITS DUPLICATE CHECK FOR SUCH
000263*                  A RECORD IN A RECYCLE BATCH.  SENDERS LEAVE IT
000264*                  BLANK.  RECORD STAYS 80 BYTES.
000265******************************************************************
000266 01  TRAN-REC.
000270     05  TRAN-TYPE-CODE      PIC X(2).
000275     05  TRAN-DC-IND         PIC X(1).
000276         88  TRAN-DEBIT           VALUE "D".
000290     05  TRAN-NUM-2          PIC 9(3)V99.
000292     05  TRAN-DIV-CODE       PIC X(2).
000294         88  TRAN-DIV-VALID       VALUES "01" "02".
000300     05  TRAN-DUP-RELEASE    PIC X(1).
000301         88  TRAN-DUP-RELEASED    VALUE "R".
000302     05  FILLER              PIC X(64).
