000311*                  HISTORY -- IT REJECTS INSTEAD OF POSTING
000312*                  UNRECORDED, WHICH WOULD DOUBLE-POST ON THE
000313*                  NEXT RUN.
000314* 2026-09-09 TS    ADDED GLREJ-NOT-ON-CHART ("07") FOR A FEED ROW
000315*                  WHOSE GLXREF PRIMARY OR OFFSET ACCOUNT IS NOT
000316*                  AN ACTIVE ACCOUNT ON THE COAMST CHART OF
000317*                  ACCOUNTS.
000318* 2026-09-30 TS    A GLXREF-MAPPED ROW REJECTS WITH "01", "05" OR
000319*                  "06" ONLY WHEN ITS DIVISION HAS NO USABLE
000320*                  GLXREF SUSPENSE ENTRY; OTHERWISE GLPOST POSTS
000321*                  IT TO SUSPENSE AND RECORDS IT ON SUSPITM.
000322******************************************************************
000325 01  GLREJ-REC.
000330     05  GLREJ-REASON-CD     PIC X(2).
000340         88  GLREJ-UNMAPPED       VALUE "01".
000350         88  GLREJ-BAD-AMOUNT     VALUE "02".
000370         88  GLREJ-BAD-DC-IND     VALUE "04".
000372         88  GLREJ-NO-OFFSET      VALUE "05".
000374         88  GLREJ-HIST-FULL      VALUE "06".
000376         88  GLREJ-NOT-ON-CHART   VALUE "07".
000380     05  FILLER              PIC X(1)    VALUE SPACE.
000390     05  GLREJ-RAW-REC       PIC X(110).
