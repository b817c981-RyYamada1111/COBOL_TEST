000100******************************************************************
000110* COPYBOOK:    TRANFP.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-08
000150* PURPOSE:     ACCEPTED-DETAIL FINGERPRINT FILE (TRANFP), INDEXED.
000160*              TEST1 WRITES ONE ROW FOR EVERY TRANSIN DETAIL IT
000170*              ACCEPTS: THE TYPE CODE, DEBIT/CREDIT INDICATOR,
000180*              TRAN-NUM-1, TRAN-NUM-2 AND DIVISION, THEN THE RUN
000190*              ID OF THE SENDING BATCH AND THE RUNPARM DATE AND
000200*              START TIME OF THE TEST1 RUN THAT ACCEPTED IT.  A
000210*              LATER DETAIL WHOSE TFP-PRINT MATCHES A ROW DATED
000220*              INSIDE THE RUNPARM DUPLICATE WINDOW IS HELD AS A
000230*              SUSPECTED DUPLICATE, WHATEVER BATCH SENT EITHER
000240*              ONE, SO A RESEND UNDER A NEW RUN ID IS CAUGHT.
000250*              ROWS THAT HAVE AGED OUT OF THE WINDOW ARE DELETED
000260*              BY TEST1 AT THE START OF EACH RUN.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  --------------------------------------------
000310* 2026-10-08 TS    ORIGINAL VERSION.
000320******************************************************************
000330 01  TFP-REC.
000340     05  TFP-KEY.
000350         10  TFP-PRINT.
000360             15  TFP-TYPE-CODE   PIC X(2).
000370             15  TFP-DC-IND      PIC X(1).
000380             15  TFP-NUM-1       PIC 9(3)V99.
000390             15  TFP-NUM-2       PIC 9(3)V99.
000400             15  TFP-DIV-CODE    PIC X(2).
000410         10  TFP-RUN-ID      PIC X(8).
000420         10  TFP-RUN-STAMP.
000430             15  TFP-RUN-DATE    PIC 9(8).
000440             15  TFP-RUN-TIME    PIC 9(8).
000450         10  TFP-SEQ-NO      PIC 9(6).
000460     05  FILLER              PIC X(35)   VALUE SPACES.
