000306*                  THE RUNREG PROCESSED-RUN REGISTER; ANYTHING
000308*                  ELSE LETS THE DUPLICATE CHECK STOP THE RUN.
000309*                  THE OVERRIDE IS ECHOED ON THE REPORT HEADING.
000310* 2026-10-08 TS    ADDED RPARM-DUP-WINDOW, THE NUMBER OF DAYS
000311*                  BACK TEST1 LOOKS FOR AN ACCEPTED DETAIL WITH
000312*                  THE SAME FINGERPRINT (TRANFP) BEFORE HOLDING
000313*                  A DETAIL AS A SUSPECTED DUPLICATE.  BLANK OR
000314*                  ZERO DEFAULTS TO 7 DAYS.
000315******************************************************************
000320 01  RPARM-REC.
000330     05  RPARM-PROC-DATE     PIC 9(8).
000340     05  FILLER              PIC X(1)    VALUE SPACE.
000392     05  FILLER              PIC X(1)    VALUE SPACE.
000394     05  RPARM-OVERRIDE      PIC X(1).
000396         88  RPARM-OVERRIDE-YES   VALUE "Y".
000397     05  FILLER              PIC X(1)    VALUE SPACE.
000398     05  RPARM-DUP-WINDOW    PIC 9(3).
000400     05  FILLER              PIC X(57)   VALUE SPACES.
