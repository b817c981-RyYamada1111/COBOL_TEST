000329* 2026-09-02 TS    ADDED TEXCP-BAD-DIVISION (09) FOR A
000330*                  TRANSACTION WHOSE DIVISION CODE IS NOT ON THE
000331*                  TRANREC TRAN-DIV-VALID LIST.
000332* 2026-10-08 TS    ADDED REASON 10 (SUSPECTED DUPLICATE) AND
000333*                  TEXCP-MATCH-RUN-ID.  TEST1 HOLDS A DETAIL THAT
000334*                  MATCHES THE FINGERPRINT OF ONE ALREADY ACCEPTED
000335*                  WITHIN THE RUNPARM DUPLICATE WINDOW; THE RUN ID
000336*                  OF THE BATCH IT MATCHES IS CARRIED HERE.  BLANK
000337*                  FOR EVERY OTHER REASON.  RECORD GROWS FROM 108
000338*                  TO 117 BYTES.
000339******************************************************************
000340 01  TEXCP-REC.
000341     05  TEXCP-SEQ-NO        PIC 9(6).
000350     05  FILLER              PIC X(1)    VALUE SPACE.
000360     05  TEXCP-REASON-CD     PIC X(2).
000370         88  TEXCP-NUM1-INVALID   VALUE "01".
000406         88  TEXCP-INACTIVE-TYPE  VALUE "07".
000408         88  TEXCP-BATCH-REJECT   VALUE "08".
000409         88  TEXCP-BAD-DIVISION   VALUE "09".
000410         88  TEXCP-SUSPECT-DUP    VALUE "10".
000411     05  FILLER              PIC X(1)    VALUE SPACE.
000420     05  TEXCP-REJECT-DATE   PIC 9(8).
000430     05  FILLER              PIC X(1)    VALUE SPACE.
000432     05  TEXCP-RUN-ID        PIC X(8).
000434     05  FILLER              PIC X(1)    VALUE SPACE.
000440     05  TEXCP-RAW-REC       PIC X(80).
000450     05  FILLER              PIC X(1)    VALUE SPACE.
000460     05  TEXCP-MATCH-RUN-ID  PIC X(8).
