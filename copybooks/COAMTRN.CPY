000100******************************************************************
000110* COPYBOOK:    COAMTRN.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-09
000150* PURPOSE:     MAINTENANCE TRANSACTION FOR COAMNT.  ONE FILE
000160*              CARRIES TWO KINDS OF TRANSACTION, TOLD APART BY
000170*              COAM-TRAN-TYPE:
000180*                A  CHART-OF-ACCOUNTS (COAMST) -- ACTION A ADDS
000190*                   AN ACCOUNT, C CHANGES ITS NAME, TYPE AND
000200*                   DIVISION (AND REACTIVATES WHEN COAM-
000210*                   REACTIVATE IS Y), D DEACTIVATES IT.
000220*                   ACCOUNTS ARE NEVER PHYSICALLY DELETED.
000230*                X  GLXREF CROSS-REFERENCE -- KEYED BY SOURCE,
000240*                   TOTAL TYPE AND DIVISION.  ACTION A ADDS AN
000250*                   ENTRY, C CHANGES ITS ACCOUNT AND OFFSET, D
000260*                   REMOVES IT.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  --------------------------------------------
000310* 2026-09-09 TS    ORIGINAL VERSION.
000320******************************************************************
000330 01  COAM-REC.
000340     05  COAM-TRAN-TYPE      PIC X(1).
000350         88  COAM-ACCOUNT-TRAN    VALUE "A".
000360         88  COAM-XREF-TRAN       VALUE "X".
000370     05  FILLER              PIC X(1)    VALUE SPACE.
000380     05  COAM-ACTION         PIC X(1).
000390         88  COAM-ADD             VALUE "A".
000400         88  COAM-CHANGE          VALUE "C".
000410         88  COAM-DELETE          VALUE "D".
000420     05  FILLER              PIC X(1)    VALUE SPACE.
000430     05  COAM-DATA           PIC X(76).
000440     05  COAM-ACCT-DATA REDEFINES COAM-DATA.
000450         10  COAM-ACCOUNT    PIC X(8).
000460         10  FILLER          PIC X(1).
000470         10  COAM-ACCT-NAME  PIC X(30).
000480         10  FILLER          PIC X(1).
000490         10  COAM-ACCT-TYPE  PIC X(1).
000500         10  FILLER          PIC X(1).
000510         10  COAM-ACCT-DIV   PIC X(2).
000520         10  FILLER          PIC X(1).
000530         10  COAM-REACTIVATE PIC X(1).
000540         10  FILLER          PIC X(30).
000550     05  COAM-XREF-DATA REDEFINES COAM-DATA.
000560         10  COAM-XR-SOURCE  PIC X(8).
000570         10  FILLER          PIC X(1).
000580         10  COAM-XR-TYPE    PIC X(10).
000590         10  FILLER          PIC X(1).
000600         10  COAM-XR-DIV     PIC X(2).
000610         10  FILLER          PIC X(1).
000620         10  COAM-XR-ACCOUNT PIC X(8).
000630         10  FILLER          PIC X(1).
000640         10  COAM-XR-OFFSET  PIC X(8).
000650         10  FILLER          PIC X(36).
