000100******************************************************************
000110* COPYBOOK:    COAREC.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-09
000150* PURPOSE:     CHART-OF-ACCOUNTS MASTER RECORD (INDEXED FILE
000160*              COAMST, RECORD KEY COA-ACCOUNT).  ONE RECORD PER
000170*              LEDGER ACCOUNT WITH ITS NAME, ACCOUNT TYPE, OWNING
000180*              DIVISION AND AN ACTIVE/INACTIVE FLAG.  A BLANK
000190*              DIVISION MARKS A COMPANY-WIDE ACCOUNT ANY DIVISION
000200*              MAY POST TO.  MAINTAINED BY COAMNT; GLXREF ENTRIES,
000210*              GLPOST AND GLAPPL ACCEPT ONLY ACTIVE ACCOUNTS ON
000220*              THIS MASTER.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  --------------------------------------------
000270* 2026-09-09 TS    ORIGINAL VERSION.
000280******************************************************************
000290 01  COA-REC.
000300     05  COA-ACCOUNT         PIC X(8).
000310     05  COA-NAME            PIC X(30).
000320     05  COA-ACCT-TYPE       PIC X(1).
000330         88  COA-ASSET            VALUE "A".
000340         88  COA-LIABILITY        VALUE "L".
000350         88  COA-INCOME           VALUE "I".
000360         88  COA-EXPENSE          VALUE "E".
000370         88  COA-EQUITY           VALUE "Q".
000380         88  COA-VALID-TYPE       VALUE "A" "L" "I" "E" "Q".
000390     05  COA-DIV-CODE        PIC X(2).
000400     05  COA-ACTIVE-FLAG     PIC X(1).
000410         88  COA-ACTIVE           VALUE "A".
000420         88  COA-INACTIVE         VALUE "I".
000430     05  FILLER              PIC X(18).
