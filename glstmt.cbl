000100******************************************************************
000110* PROGRAM-ID:  GLSTMT
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-02
000150* DATE-COMPILED:
000160* PURPOSE:     GL ACCOUNT STATEMENT OFF THE GLLEDGR LEDGER-DETAIL
000170*              HISTORY.  THE GLSTPARM CARD NAMES AN ACCOUNT OR AN
000180*              ACCOUNT RANGE, A CHART DIVISION AND A POSTING-DATE
000190*              RANGE (SEE GLSTPRM.CPY; NO CARD MEANS EVERY ACCOUNT
000200*              AND EVERY DATE).  FOR EACH GLBAL ACCOUNT SELECTED
000210*              THE STATEMENT PRINTS THE OPENING BALANCE (ALL
000220*              HISTORY POSTED BEFORE THE FROM DATE), EVERY DETAIL
000230*              POSTED IN THE RANGE WITH ITS SOURCE PROGRAM, TOTAL
000240*              TYPE, RUN ID, ENTRY AND DEBIT/CREDIT AND THE
000250*              RUNNING BALANCE, AND THE CLOSING BALANCE.  THE
000260*              CLOSING BALANCE PLUS ANYTHING POSTED AFTER THE
000270*              THRU DATE IS PROVED AGAINST THE GLBAL BALANCE; AN
000280*              ACCOUNT THAT DOES NOT PROVE IS FLAGGED AND THE RUN
000290*              ENDS WITH CODE 8.  EACH DETAIL'S RUN ID IS CROSS-
000300*              REFERENCED TO THE NUMBER OF AUDITLOG RECORDS THE
000310*              SOURCE PROGRAM WROTE FOR THAT RUN AND TO THE RUN'S
000320*              RUNREG ENTRY (RUN DATE AND RECORD COUNT), SO A
000330*              BALANCE CAN BE TRACED BACK TO THE INPUT BATCHES
000340*              THAT MADE IT.
000350*              READ ONLY; NO FILE IS UPDATED.  AN INVALID CARD
000360*              PRINTS NO STATEMENT AND ENDS WITH CODE 12.
000370* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000380*
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* ---------- ----  --------------------------------------------
000420* 2026-10-02 TS    ORIGINAL VERSION.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. GLSTMT.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PARM-FILE ASSIGN TO GLSTPARM
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.
000520     SELECT GL-BAL-FILE ASSIGN TO GLBAL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GLB-ACCOUNT
000560         FILE STATUS IS WS-BAL-STATUS.
000570     SELECT COA-MAST ASSIGN TO COAMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS COA-ACCOUNT
000610         FILE STATUS IS WS-COA-STATUS.
000620     SELECT GL-LEDGER-FILE ASSIGN TO GLLEDGR
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GLLD-KEY
000660         FILE STATUS IS WS-LDG-STATUS.
000670     SELECT RUN-REG-FILE ASSIGN TO RUNREG
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS RREG-KEY
000710         FILE STATUS IS WS-RREG-STATUS.
000720     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS AUDIT-KEY
000760         FILE STATUS IS WS-AUDIT-STATUS.
000770     SELECT PRINT-FILE ASSIGN TO GLSTRPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PRINT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840 COPY GLSTPRM.
000850 FD  GL-BAL-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 COPY GLBAL.
000880 FD  COA-MAST
000890     RECORD CONTAINS 60 CHARACTERS.
000900 COPY COAREC.
000910 FD  GL-LEDGER-FILE
000920     RECORD CONTAINS 100 CHARACTERS.
000930 COPY GLLDDTL.
000940 FD  RUN-REG-FILE
000950     RECORD CONTAINS 60 CHARACTERS.
000960 COPY RUNREG.
000970 FD  AUDIT-FILE
000980     RECORD CONTAINS 85 CHARACTERS.
000990 COPY AUDTREC.
001000 FD  PRINT-FILE
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  PRINT-REC                  PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 01  WS-COUNTERS.
001050     03  WS-ACCT-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
001060     03  WS-ACCT-PRINT-CNT   PIC 9(6)  COMP VALUE ZERO.
001070     03  WS-PROVED-CNT       PIC 9(6)  COMP VALUE ZERO.
001080     03  WS-NOT-PROVED-CNT   PIC 9(6)  COMP VALUE ZERO.
001090     03  WS-LINE-PRINT-CNT   PIC 9(9)  COMP VALUE ZERO.
001100     03  WS-RANGE-CNT        PIC 9(9)  COMP VALUE ZERO.
001110     03  WS-HIST-CNT         PIC 9(9)  COMP VALUE ZERO.
001120******************************************************************
001130* ONE ACCOUNT'S LEDGER HISTORY, NET DEBIT POSITIVE: BEFORE, IN AND
001140* AFTER THE STATEMENT DATE RANGE.
001150******************************************************************
001160 01  WS-ACCT-WORK.
001170     03  WS-CUR-ACCOUNT      PIC X(8).
001180     03  WS-SIGNED-AMT       PIC S9(13)V99  VALUE ZERO.
001190     03  WS-BEFORE-NET       PIC S9(13)V99  VALUE ZERO.
001200     03  WS-RANGE-NET        PIC S9(13)V99  VALUE ZERO.
001210     03  WS-AFTER-NET        PIC S9(13)V99  VALUE ZERO.
001220     03  WS-RANGE-DEBITS     PIC 9(13)V99   VALUE ZERO.
001230     03  WS-RANGE-CREDITS    PIC 9(13)V99   VALUE ZERO.
001240     03  WS-OPENING-BAL      PIC S9(13)V99  VALUE ZERO.
001250     03  WS-RUNNING-BAL      PIC S9(13)V99  VALUE ZERO.
001260     03  WS-CLOSING-BAL      PIC S9(13)V99  VALUE ZERO.
001270     03  WS-PROOF-BAL        PIC S9(13)V99  VALUE ZERO.
001280 01  WS-PARM-WORK.
001290     03  WS-FROM-ACCT        PIC X(8)  VALUE LOW-VALUES.
001300     03  WS-THRU-ACCT        PIC X(8)  VALUE HIGH-VALUES.
001310     03  WS-SEL-DIV          PIC X(2)  VALUE SPACES.
001320     03  WS-FROM-DATE        PIC 9(8)  VALUE ZERO.
001330     03  WS-THRU-DATE        PIC 9(8)  VALUE 99999999.
001340     03  WS-RUN-DATE         PIC 9(8)  VALUE ZERO.
001350******************************************************************
001360* RUN CROSS-REFERENCE, ONE ENTRY PER SOURCE PROGRAM AND RUN ID
001370* LOOKED UP, SO AUDITLOG AND RUNREG ARE READ ONCE PER RUN.
001380******************************************************************
001390 01  WS-XREF-TABLE.
001400     03  WS-XR-COUNT         PIC 9(4)  COMP VALUE ZERO.
001410     03  WS-XR-ENTRY OCCURS 1000 TIMES.
001420         05  WS-XR-SOURCE    PIC X(8).
001430         05  WS-XR-RUN-ID    PIC X(8).
001440         05  WS-XR-AUD-CNT   PIC 9(6)  COMP.
001450         05  WS-XR-RREG-SW   PIC X(1).
001460         05  WS-XR-RREG-DATE PIC 9(8).
001470         05  WS-XR-RREG-CNT  PIC 9(9).
001480 01  WS-XR-SUB               PIC 9(4)  COMP VALUE ZERO.
001490 01  WS-XR-WORK.
001500     03  WS-XW-SOURCE        PIC X(8).
001510     03  WS-XW-RUN-ID        PIC X(8).
001520     03  WS-XW-AUD-CNT       PIC 9(6)  COMP VALUE ZERO.
001530     03  WS-XW-RREG-SW       PIC X(1).
001540         88  WS-XW-ON-RUNREG      VALUE "Y".
001550         88  WS-XW-NOT-ON-RUNREG  VALUE "N".
001560     03  WS-XW-RREG-DATE     PIC 9(8)  VALUE ZERO.
001570     03  WS-XW-RREG-CNT      PIC 9(9)  VALUE ZERO.
001580 01  WS-FLAGS.
001590     03  WS-PARM-STATUS      PIC X(2).
001600         88  WS-PARM-OK           VALUE "00".
001610     03  WS-BAL-STATUS       PIC X(2).
001620         88  WS-BAL-OK            VALUE "00".
001630     03  WS-COA-STATUS       PIC X(2).
001640         88  WS-COA-OK            VALUE "00".
001650     03  WS-LDG-STATUS       PIC X(2).
001660         88  WS-LDG-OK            VALUE "00".
001670         88  WS-LDG-NO-FILE       VALUE "35".
001680     03  WS-RREG-STATUS      PIC X(2).
001690         88  WS-RREG-OK           VALUE "00".
001700         88  WS-RREG-NO-FILE      VALUE "35".
001710     03  WS-AUDIT-STATUS     PIC X(2).
001720         88  WS-AUDIT-OK          VALUE "00".
001730         88  WS-AUDIT-NO-FILE     VALUE "35".
001740     03  WS-PRINT-STATUS     PIC X(2).
001750         88  WS-PRINT-OK          VALUE "00".
001760     03  WS-BAL-EOF-SW       PIC X(1).
001770         88  WS-BAL-EOF           VALUE "Y".
001780         88  WS-BAL-NOT-EOF       VALUE "N".
001790     03  WS-LDG-EOF-SW       PIC X(1).
001800         88  WS-LDG-EOF           VALUE "Y".
001810         88  WS-LDG-NOT-EOF       VALUE "N".
001820     03  WS-AUDIT-EOF-SW     PIC X(1).
001830         88  WS-AUDIT-EOF         VALUE "Y".
001840         88  WS-AUDIT-NOT-EOF     VALUE "N".
001850     03  WS-LDG-PRESENT-SW   PIC X(1)  VALUE "Y".
001860         88  WS-LDG-PRESENT       VALUE "Y".
001870         88  WS-LDG-ABSENT        VALUE "N".
001880     03  WS-RREG-PRESENT-SW  PIC X(1)  VALUE "Y".
001890         88  WS-RREG-PRESENT      VALUE "Y".
001900         88  WS-RREG-ABSENT       VALUE "N".
001910     03  WS-AUDIT-PRESENT-SW PIC X(1)  VALUE "Y".
001920         88  WS-AUDIT-PRESENT     VALUE "Y".
001930         88  WS-AUDIT-ABSENT      VALUE "N".
001940     03  WS-HIST-SW          PIC X(1).
001950         88  WS-HAS-HIST          VALUE "Y".
001960         88  WS-NO-HIST           VALUE "N".
001970     03  WS-XR-FOUND-SW      PIC X(1).
001980         88  WS-XR-FOUND          VALUE "Y".
001990         88  WS-XR-NOT-FOUND      VALUE "N".
002000     03  WS-PARM-VALID-SW    PIC X(1)  VALUE "Y".
002010         88  WS-PARM-VALID        VALUE "Y".
002020         88  WS-PARM-INVALID      VALUE "N".
002030     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
002040         88  WS-OPEN-FAILED       VALUE "Y".
002050 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002060 01  WS-REPORT-WORK.
002070     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002080     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
002090 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002100 01  WS-HDG-LINE-1.
002110     05  FILLER          PIC X(26)
002120         VALUE "GL ACCOUNT STATEMENT      ".
002130     05  FILLER          PIC X(9)  VALUE "RUN DATE ".
002140     05  WS-HDG-DATE     PIC 9(8).
002150     05  FILLER          PIC X(69) VALUE SPACES.
002160     05  FILLER          PIC X(5)  VALUE "PAGE ".
002170     05  WS-HDG-PAGE     PIC ZZZ9.
002180     05  FILLER          PIC X(11) VALUE SPACES.
002190 01  WS-HDG-LINE-2.
002200     05  FILLER          PIC X(9)  VALUE "ACCOUNTS ".
002210     05  WS-HDG-FROM-ACCT PIC X(8).
002220     05  FILLER          PIC X(6)  VALUE " THRU ".
002230     05  WS-HDG-THRU-ACCT PIC X(8).
002240     05  FILLER          PIC X(6)  VALUE "  DIV ".
002250     05  WS-HDG-DIV      PIC X(3).
002260     05  FILLER          PIC X(14) VALUE "  POSTED FROM ".
002270     05  WS-HDG-FROM-DATE PIC 9(8).
002280     05  FILLER          PIC X(6)  VALUE " THRU ".
002290     05  WS-HDG-THRU-DATE PIC 9(8).
002300     05  FILLER          PIC X(56) VALUE SPACES.
002310 01  WS-HDG-LINE-3.
002320     05  FILLER          PIC X(9)  VALUE "POST DATE".
002330     05  FILLER          PIC X(9)  VALUE "AS-OF".
002340     05  FILLER          PIC X(9)  VALUE "SOURCE".
002350     05  FILLER          PIC X(11) VALUE "TOTAL TYPE".
002360     05  FILLER          PIC X(9)  VALUE "RUN ID".
002370     05  FILLER          PIC X(4)  VALUE "E D".
002380     05  FILLER          PIC X(16) VALUE "          DEBIT".
002390     05  FILLER          PIC X(16) VALUE "         CREDIT".
002400     05  FILLER          PIC X(18) VALUE "          BALANCE".
002410     05  FILLER          PIC X(7)  VALUE "AUDLOG".
002420     05  FILLER          PIC X(9)  VALUE "RUNREG".
002430     05  FILLER          PIC X(9)  VALUE "  REC CNT".
002440     05  FILLER          PIC X(6)  VALUE SPACES.
002450 01  WS-ACCT-LINE.
002460     05  FILLER          PIC X(8)  VALUE "ACCOUNT ".
002470     05  WS-ACL-ACCOUNT  PIC X(8).
002480     05  FILLER          PIC X(2)  VALUE SPACES.
002490     05  WS-ACL-NAME     PIC X(30).
002500     05  FILLER          PIC X(7)  VALUE "  TYPE ".
002510     05  WS-ACL-TYPE     PIC X(1).
002520     05  FILLER          PIC X(6)  VALUE "  DIV ".
002530     05  WS-ACL-DIV      PIC X(2).
002540     05  FILLER          PIC X(68) VALUE SPACES.
002550 01  WS-DETAIL-LINE.
002560     05  WS-DTL-POST-DATE PIC 9(8).
002570     05  FILLER          PIC X(1)  VALUE SPACES.
002580     05  WS-DTL-AS-OF    PIC 9(8).
002590     05  FILLER          PIC X(1)  VALUE SPACES.
002600     05  WS-DTL-SOURCE   PIC X(8).
002610     05  FILLER          PIC X(1)  VALUE SPACES.
002620     05  WS-DTL-TYPE     PIC X(10).
002630     05  FILLER          PIC X(1)  VALUE SPACES.
002640     05  WS-DTL-RUN-ID   PIC X(8).
002650     05  FILLER          PIC X(1)  VALUE SPACES.
002660     05  WS-DTL-ENTRY    PIC X(1).
002670     05  FILLER          PIC X(1)  VALUE SPACES.
002680     05  WS-DTL-DC-IND   PIC X(1).
002690     05  FILLER          PIC X(1)  VALUE SPACES.
002700     05  WS-DTL-DEBIT    PIC ZZZZZZZZZZZ9.99 BLANK WHEN ZERO.
002710     05  FILLER          PIC X(1)  VALUE SPACES.
002720     05  WS-DTL-CREDIT   PIC ZZZZZZZZZZZ9.99 BLANK WHEN ZERO.
002730     05  FILLER          PIC X(1)  VALUE SPACES.
002740     05  WS-DTL-BALANCE  PIC -ZZZZZZZZZZZZ9.99.
002750     05  FILLER          PIC X(1)  VALUE SPACES.
002760     05  WS-DTL-XREF.
002770         07  WS-DTL-AUD-CNT  PIC ZZZZZ9.
002780         07  FILLER          PIC X(1).
002790         07  WS-DTL-RREG-AREA.
002800             09  WS-DTL-RREG-DATE PIC 9(8).
002810             09  FILLER          PIC X(1).
002820             09  WS-DTL-RREG-CNT PIC ZZZZZZZZ9.
002830         07  WS-DTL-RREG-MSG REDEFINES WS-DTL-RREG-AREA
002840                             PIC X(18).
002850     05  WS-DTL-XREF-MSG REDEFINES WS-DTL-XREF
002860                         PIC X(25).
002870     05  FILLER          PIC X(6)  VALUE SPACES.
002880 01  WS-BAL-LINE.
002890     05  FILLER          PIC X(2)  VALUE SPACES.
002900     05  WS-BLL-LABEL    PIC X(49).
002910     05  WS-BLL-DEBIT    PIC ZZZZZZZZZZZ9.99 BLANK WHEN ZERO.
002920     05  FILLER          PIC X(1)  VALUE SPACES.
002930     05  WS-BLL-CREDIT   PIC ZZZZZZZZZZZ9.99 BLANK WHEN ZERO.
002940     05  FILLER          PIC X(1)  VALUE SPACES.
002950     05  WS-BLL-BALANCE  PIC -ZZZZZZZZZZZZ9.99.
002960     05  FILLER          PIC X(1)  VALUE SPACES.
002970     05  WS-BLL-NOTE     PIC X(31).
002980 01  WS-COUNT-LINE.
002990     05  WS-CNT-LABEL    PIC X(30).
003000     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
003010     05  FILLER          PIC X(93) VALUE SPACES.
003020 PROCEDURE DIVISION.
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     IF NOT WS-OPEN-FAILED
003060             AND WS-PARM-VALID
003070         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003080             UNTIL WS-BAL-EOF
003090         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003100     END-IF.
003110     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003120     MOVE WS-RETURN-CODE TO RETURN-CODE.
003130     STOP RUN.
003140
003150 1000-INITIALIZE.
003160     SET WS-BAL-NOT-EOF TO TRUE.
003170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003180     PERFORM 1100-READ-STMT-PARM THRU 1100-EXIT.
003190     OPEN INPUT GL-BAL-FILE.
003200     IF NOT WS-BAL-OK
003210         DISPLAY "GL-BAL-FILE OPEN FAILED, STATUS: "
003220             WS-BAL-STATUS
003230         SET WS-OPEN-FAILED TO TRUE
003240     END-IF.
003250     OPEN INPUT COA-MAST.
003260     IF NOT WS-COA-OK
003270         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
003280             WS-COA-STATUS
003290         SET WS-OPEN-FAILED TO TRUE
003300     END-IF.
003310     OPEN INPUT GL-LEDGER-FILE.
003320     IF WS-LDG-NO-FILE
003330         DISPLAY "GLLEDGR NOT PRESENT, NO LEDGER DETAIL"
003340         SET WS-LDG-ABSENT TO TRUE
003350     ELSE
003360         IF NOT WS-LDG-OK
003370             DISPLAY "GL-LEDGER-FILE OPEN FAILED, STATUS: "
003380                 WS-LDG-STATUS
003390             SET WS-OPEN-FAILED TO TRUE
003400         END-IF
003410     END-IF.
003420     OPEN INPUT RUN-REG-FILE.
003430     IF WS-RREG-NO-FILE
003440         DISPLAY "RUNREG NOT PRESENT, NO RUN REGISTER DETAIL"
003450         SET WS-RREG-ABSENT TO TRUE
003460     ELSE
003470         IF NOT WS-RREG-OK
003480             DISPLAY "RUN-REG-FILE OPEN FAILED, STATUS: "
003490                 WS-RREG-STATUS
003500             SET WS-OPEN-FAILED TO TRUE
003510         END-IF
003520     END-IF.
003530     OPEN INPUT AUDIT-FILE.
003540     IF WS-AUDIT-NO-FILE
003550         DISPLAY "AUDITLOG NOT PRESENT, NO AUDIT CHAIN COUNTS"
003560         SET WS-AUDIT-ABSENT TO TRUE
003570     ELSE
003580         IF NOT WS-AUDIT-OK
003590             DISPLAY "AUDIT-FILE OPEN FAILED, STATUS: "
003600                 WS-AUDIT-STATUS
003610             SET WS-OPEN-FAILED TO TRUE
003620         END-IF
003630     END-IF.
003640     OPEN OUTPUT PRINT-FILE.
003650     IF NOT WS-PRINT-OK
003660         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003670             WS-PRINT-STATUS
003680         SET WS-OPEN-FAILED TO TRUE
003690     END-IF.
003700     IF WS-OPEN-FAILED
003710         MOVE 16 TO WS-RETURN-CODE
003720         GO TO 1000-EXIT
003730     END-IF.
003740     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003750     IF WS-PARM-INVALID
003760         MOVE "GLSTPARM CARD INVALID -- NO STATEMENT PRINTED"
003770             TO WS-PRINT-LINE
003780         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003790         GO TO 1000-EXIT
003800     END-IF.
003810     MOVE WS-FROM-ACCT TO GLB-ACCOUNT.
003820     START GL-BAL-FILE KEY NOT < GLB-ACCOUNT
003830         INVALID KEY
003840             SET WS-BAL-EOF TO TRUE
003850             GO TO 1000-EXIT
003860     END-START.
003870     PERFORM 2900-READ-NEXT-BAL THRU 2900-EXIT.
003880 1000-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* A MISSING OR EMPTY CARD SELECTS EVERY ACCOUNT AND EVERY DATE.  A
003930* DATE THAT IS NOT BLANK MUST BE NUMERIC, AND EACH RANGE MUST RUN
003940* FORWARD, OR NOTHING IS PRINTED AND THE RUN ENDS WITH CODE 12.
003950******************************************************************
003960 1100-READ-STMT-PARM.
003970     OPEN INPUT PARM-FILE.
003980     IF NOT WS-PARM-OK
003990         DISPLAY "GLSTPARM NOT PRESENT, ALL ACCOUNTS SELECTED"
004000         GO TO 1100-EXIT
004010     END-IF.
004020     READ PARM-FILE
004030         AT END
004040             DISPLAY "GLSTPARM EMPTY, ALL ACCOUNTS SELECTED"
004050             CLOSE PARM-FILE
004060             GO TO 1100-EXIT
004070     END-READ.
004080     CLOSE PARM-FILE.
004090     IF GLSP-FROM-ACCT NOT = SPACES
004100         MOVE GLSP-FROM-ACCT TO WS-FROM-ACCT
004110         MOVE GLSP-FROM-ACCT TO WS-THRU-ACCT
004120     END-IF.
004130     IF GLSP-THRU-ACCT NOT = SPACES
004140         MOVE GLSP-THRU-ACCT TO WS-THRU-ACCT
004150     END-IF.
004160     MOVE GLSP-DIV-CODE TO WS-SEL-DIV.
004170     IF GLSP-FROM-DATE NOT = SPACES
004180         IF GLSP-FROM-DATE-N NUMERIC
004190             MOVE GLSP-FROM-DATE-N TO WS-FROM-DATE
004200         ELSE
004210             DISPLAY "GLSTPARM FROM DATE NOT NUMERIC: "
004220                 GLSP-FROM-DATE
004230             SET WS-PARM-INVALID TO TRUE
004240         END-IF
004250     END-IF.
004260     IF GLSP-THRU-DATE NOT = SPACES
004270         IF GLSP-THRU-DATE-N NUMERIC
004280             MOVE GLSP-THRU-DATE-N TO WS-THRU-DATE
004290         ELSE
004300             DISPLAY "GLSTPARM THRU DATE NOT NUMERIC: "
004310                 GLSP-THRU-DATE
004320             SET WS-PARM-INVALID TO TRUE
004330         END-IF
004340     END-IF.
004350     IF WS-THRU-ACCT < WS-FROM-ACCT
004360         DISPLAY "GLSTPARM THRU ACCOUNT BEFORE FROM ACCOUNT"
004370         SET WS-PARM-INVALID TO TRUE
004380     END-IF.
004390     IF WS-THRU-DATE < WS-FROM-DATE
004400         DISPLAY "GLSTPARM THRU DATE BEFORE FROM DATE"
004410         SET WS-PARM-INVALID TO TRUE
004420     END-IF.
004430     IF WS-PARM-INVALID
004440         MOVE 12 TO WS-RETURN-CODE
004450     END-IF.
004460 1100-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* ONE GLBAL ACCOUNT.  THE LEDGER HISTORY IS READ TWICE: FIRST TO
004510* SPLIT IT BEFORE, IN AND AFTER THE DATE RANGE, THEN TO PRINT THE
004520* DETAILS IN RANGE AGAINST THE OPENING BALANCE.
004530******************************************************************
004540 2000-PROCESS-ACCOUNT.
004550     IF GLB-ACCOUNT > WS-THRU-ACCT
004560         SET WS-BAL-EOF TO TRUE
004570         GO TO 2000-EXIT
004580     END-IF.
004590     ADD 1 TO WS-ACCT-READ-CNT.
004600     MOVE GLB-ACCOUNT TO WS-CUR-ACCOUNT.
004610     MOVE GLB-ACCOUNT TO COA-ACCOUNT.
004620     READ COA-MAST
004630         INVALID KEY
004640             MOVE "*** NOT ON CHART ***" TO COA-NAME
004650             MOVE SPACES TO COA-ACCT-TYPE
004660             MOVE SPACES TO COA-DIV-CODE
004670     END-READ.
004680     IF WS-SEL-DIV NOT = SPACES
004690             AND COA-DIV-CODE NOT = WS-SEL-DIV
004700         GO TO 2000-NEXT
004710     END-IF.
004720     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
004730     IF WS-HAS-HIST
004740         MOVE WS-BEFORE-NET TO WS-OPENING-BAL
004750     ELSE
004760         MOVE GLB-BALANCE TO WS-OPENING-BAL
004770     END-IF.
004780     IF WS-RANGE-CNT = ZERO
004790             AND WS-OPENING-BAL = ZERO
004800             AND GLB-BALANCE = ZERO
004810         GO TO 2000-NEXT
004820     END-IF.
004830     ADD 1 TO WS-ACCT-PRINT-CNT.
004840     PERFORM 2300-PRINT-ACCT-HEAD THRU 2300-EXIT.
004850     MOVE WS-OPENING-BAL TO WS-RUNNING-BAL.
004860     IF WS-RANGE-CNT > ZERO
004870         PERFORM 2400-PRINT-DETAILS THRU 2400-EXIT
004880     END-IF.
004890     PERFORM 2600-PRINT-CLOSING THRU 2600-EXIT.
004900 2000-NEXT.
004910     PERFORM 2900-READ-NEXT-BAL THRU 2900-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940
004950 2100-SUM-HISTORY.
004960     SET WS-NO-HIST TO TRUE.
004970     MOVE ZERO TO WS-HIST-CNT.
004980     MOVE ZERO TO WS-RANGE-CNT.
004990     MOVE ZERO TO WS-BEFORE-NET.
005000     MOVE ZERO TO WS-RANGE-NET.
005010     MOVE ZERO TO WS-AFTER-NET.
005020     MOVE ZERO TO WS-RANGE-DEBITS.
005030     MOVE ZERO TO WS-RANGE-CREDITS.
005040     PERFORM 2800-START-LEDGER THRU 2800-EXIT.
005050     PERFORM 2150-SUM-LEDGER-ROW THRU 2150-EXIT
005060         UNTIL WS-LDG-EOF.
005070     IF WS-HIST-CNT > ZERO
005080         SET WS-HAS-HIST TO TRUE
005090     END-IF.
005100 2100-EXIT.
005110     EXIT.
005120
005130 2150-SUM-LEDGER-ROW.
005140     ADD 1 TO WS-HIST-CNT.
005150     PERFORM 2700-SIGN-AMOUNT THRU 2700-EXIT.
005160     IF GLLD-POST-DATE < WS-FROM-DATE
005170         ADD WS-SIGNED-AMT TO WS-BEFORE-NET
005180     ELSE
005190         IF GLLD-POST-DATE > WS-THRU-DATE
005200             ADD WS-SIGNED-AMT TO WS-AFTER-NET
005210         ELSE
005220             ADD 1 TO WS-RANGE-CNT
005230             ADD WS-SIGNED-AMT TO WS-RANGE-NET
005240             IF GLLD-CREDIT
005250                 ADD GLLD-AMOUNT TO WS-RANGE-CREDITS
005260             ELSE
005270                 ADD GLLD-AMOUNT TO WS-RANGE-DEBITS
005280             END-IF
005290         END-IF
005300     END-IF.
005310     PERFORM 2850-READ-NEXT-LEDGER THRU 2850-EXIT.
005320 2150-EXIT.
005330     EXIT.
005340
005350 2300-PRINT-ACCT-HEAD.
005360     IF WS-LINE-CNT > 45
005370         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
005380     END-IF.
005390     MOVE SPACES TO WS-PRINT-LINE.
005400     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
005410     MOVE WS-CUR-ACCOUNT TO WS-ACL-ACCOUNT.
005420     MOVE COA-NAME TO WS-ACL-NAME.
005430     MOVE COA-ACCT-TYPE TO WS-ACL-TYPE.
005440     MOVE COA-DIV-CODE TO WS-ACL-DIV.
005450     MOVE WS-ACCT-LINE TO WS-PRINT-LINE.
005460     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
005470     MOVE SPACES TO WS-BAL-LINE.
005480     MOVE "OPENING BALANCE" TO WS-BLL-LABEL.
005490     MOVE ZERO TO WS-BLL-DEBIT.
005500     MOVE ZERO TO WS-BLL-CREDIT.
005510     MOVE WS-OPENING-BAL TO WS-BLL-BALANCE.
005520     IF WS-NO-HIST
005530         MOVE "NO LEDGER HISTORY -- GLBAL" TO WS-BLL-NOTE
005540     END-IF.
005550     MOVE WS-BAL-LINE TO WS-PRINT-LINE.
005560     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
005570 2300-EXIT.
005580     EXIT.
005590
005600 2400-PRINT-DETAILS.
005610     PERFORM 2800-START-LEDGER THRU 2800-EXIT.
005620     PERFORM 2450-PRINT-LEDGER-ROW THRU 2450-EXIT
005630         UNTIL WS-LDG-EOF.
005640 2400-EXIT.
005650     EXIT.
005660
005670 2450-PRINT-LEDGER-ROW.
005680     IF GLLD-POST-DATE < WS-FROM-DATE
005690             OR GLLD-POST-DATE > WS-THRU-DATE
005700         GO TO 2450-NEXT
005710     END-IF.
005720     PERFORM 2700-SIGN-AMOUNT THRU 2700-EXIT.
005730     ADD WS-SIGNED-AMT TO WS-RUNNING-BAL.
005740     MOVE SPACES TO WS-DETAIL-LINE.
005750     MOVE GLLD-POST-DATE TO WS-DTL-POST-DATE.
005760     MOVE GLLD-AS-OF-DATE TO WS-DTL-AS-OF.
005770     MOVE GLLD-PGM-SOURCE TO WS-DTL-SOURCE.
005780     MOVE GLLD-TOTAL-TYPE TO WS-DTL-TYPE.
005790     MOVE GLLD-RUN-ID TO WS-DTL-RUN-ID.
005800     MOVE GLLD-ENTRY-IND TO WS-DTL-ENTRY.
005810     MOVE GLLD-DC-IND TO WS-DTL-DC-IND.
005820     MOVE ZERO TO WS-DTL-DEBIT.
005830     MOVE ZERO TO WS-DTL-CREDIT.
005840     IF GLLD-CREDIT
005850         MOVE GLLD-AMOUNT TO WS-DTL-CREDIT
005860     ELSE
005870         MOVE GLLD-AMOUNT TO WS-DTL-DEBIT
005880     END-IF.
005890     MOVE WS-RUNNING-BAL TO WS-DTL-BALANCE.
005900     IF GLLD-BAL-FWD
005910         MOVE "BALANCE FORWARD" TO WS-DTL-XREF-MSG
005920     ELSE
005930         PERFORM 3000-GET-RUN-XREF THRU 3000-EXIT
005940         MOVE WS-XW-AUD-CNT TO WS-DTL-AUD-CNT
005950         IF WS-XW-ON-RUNREG
005960             MOVE WS-XW-RREG-DATE TO WS-DTL-RREG-DATE
005970             MOVE WS-XW-RREG-CNT TO WS-DTL-RREG-CNT
005980         ELSE
005990             MOVE "NOT ON RUNREG" TO WS-DTL-RREG-MSG
006000         END-IF
006010     END-IF.
006020     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006030     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006040     ADD 1 TO WS-LINE-PRINT-CNT.
006050 2450-NEXT.
006060     PERFORM 2850-READ-NEXT-LEDGER THRU 2850-EXIT.
006070 2450-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* CLOSING BALANCE AND THE PROOF: CLOSING PLUS WHAT WAS POSTED
006120* AFTER THE THRU DATE MUST EQUAL THE GLBAL BALANCE.
006130******************************************************************
006140 2600-PRINT-CLOSING.
006150     COMPUTE WS-CLOSING-BAL = WS-OPENING-BAL + WS-RANGE-NET.
006160     MOVE SPACES TO WS-BAL-LINE.
006170     MOVE "CLOSING BALANCE" TO WS-BLL-LABEL.
006180     MOVE WS-RANGE-DEBITS TO WS-BLL-DEBIT.
006190     MOVE WS-RANGE-CREDITS TO WS-BLL-CREDIT.
006200     MOVE WS-CLOSING-BAL TO WS-BLL-BALANCE.
006210     MOVE WS-BAL-LINE TO WS-PRINT-LINE.
006220     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006230     IF WS-AFTER-NET NOT = ZERO
006240         MOVE SPACES TO WS-BAL-LINE
006250         MOVE "NET POSTED AFTER THRU DATE" TO WS-BLL-LABEL
006260         MOVE ZERO TO WS-BLL-DEBIT
006270         MOVE ZERO TO WS-BLL-CREDIT
006280         MOVE WS-AFTER-NET TO WS-BLL-BALANCE
006290         MOVE WS-BAL-LINE TO WS-PRINT-LINE
006300         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
006310     END-IF.
006320     COMPUTE WS-PROOF-BAL = WS-CLOSING-BAL + WS-AFTER-NET.
006330     MOVE SPACES TO WS-BAL-LINE.
006340     MOVE "GLBAL BALANCE" TO WS-BLL-LABEL.
006350     MOVE ZERO TO WS-BLL-DEBIT.
006360     MOVE ZERO TO WS-BLL-CREDIT.
006370     MOVE GLB-BALANCE TO WS-BLL-BALANCE.
006380     IF WS-PROOF-BAL = GLB-BALANCE
006390         MOVE "PROVED TO GLBAL" TO WS-BLL-NOTE
006400         ADD 1 TO WS-PROVED-CNT
006410     ELSE
006420         MOVE "*** NOT PROVED TO GLBAL ***" TO WS-BLL-NOTE
006430         ADD 1 TO WS-NOT-PROVED-CNT
006440         DISPLAY "GLSTMT ACCOUNT " WS-CUR-ACCOUNT
006450             " LEDGER DOES NOT PROVE TO GLBAL"
006460         IF WS-RETURN-CODE < 8
006470             MOVE 8 TO WS-RETURN-CODE
006480         END-IF
006490     END-IF.
006500     MOVE WS-BAL-LINE TO WS-PRINT-LINE.
006510     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006520 2600-EXIT.
006530     EXIT.
006540
006550 2700-SIGN-AMOUNT.
006560     IF GLLD-CREDIT
006570         COMPUTE WS-SIGNED-AMT = ZERO - GLLD-AMOUNT
006580     ELSE
006590         MOVE GLLD-AMOUNT TO WS-SIGNED-AMT
006600     END-IF.
006610 2700-EXIT.
006620     EXIT.
006630
006640 2800-START-LEDGER.
006650     SET WS-LDG-NOT-EOF TO TRUE.
006660     IF WS-LDG-ABSENT
006670         SET WS-LDG-EOF TO TRUE
006680         GO TO 2800-EXIT
006690     END-IF.
006700     MOVE LOW-VALUES TO GLLD-KEY.
006710     MOVE WS-CUR-ACCOUNT TO GLLD-ACCOUNT.
006720     START GL-LEDGER-FILE KEY NOT < GLLD-KEY
006730         INVALID KEY
006740             SET WS-LDG-EOF TO TRUE
006750             GO TO 2800-EXIT
006760     END-START.
006770     PERFORM 2850-READ-NEXT-LEDGER THRU 2850-EXIT.
006780 2800-EXIT.
006790     EXIT.
006800
006810 2850-READ-NEXT-LEDGER.
006820     READ GL-LEDGER-FILE NEXT RECORD
006830         AT END
006840             SET WS-LDG-EOF TO TRUE
006850             GO TO 2850-EXIT
006860     END-READ.
006870     IF GLLD-ACCOUNT NOT = WS-CUR-ACCOUNT
006880         SET WS-LDG-EOF TO TRUE
006890     END-IF.
006900 2850-EXIT.
006910     EXIT.
006920
006930 2900-READ-NEXT-BAL.
006940     READ GL-BAL-FILE NEXT RECORD
006950         AT END
006960             SET WS-BAL-EOF TO TRUE
006970     END-READ.
006980 2900-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* AUDITLOG CHAIN COUNT AND RUNREG ENTRY FOR THE DETAIL'S SOURCE
007030* PROGRAM AND RUN ID, FROM THE TABLE WHEN ALREADY LOOKED UP.
007040******************************************************************
007050 3000-GET-RUN-XREF.
007060     MOVE GLLD-PGM-SOURCE TO WS-XW-SOURCE.
007070     MOVE GLLD-RUN-ID TO WS-XW-RUN-ID.
007080     SET WS-XR-NOT-FOUND TO TRUE.
007090     PERFORM 3050-SCAN-XREF THRU 3050-EXIT
007100         VARYING WS-XR-SUB FROM 1 BY 1
007110             UNTIL WS-XR-SUB > WS-XR-COUNT
007120                 OR WS-XR-FOUND.
007130     IF WS-XR-FOUND
007140         GO TO 3000-EXIT
007150     END-IF.
007160     PERFORM 3100-LOOKUP-RUNREG THRU 3100-EXIT.
007170     PERFORM 3200-COUNT-AUDIT THRU 3200-EXIT.
007180     IF WS-XR-COUNT < 1000
007190         ADD 1 TO WS-XR-COUNT
007200         MOVE WS-XW-SOURCE TO WS-XR-SOURCE(WS-XR-COUNT)
007210         MOVE WS-XW-RUN-ID TO WS-XR-RUN-ID(WS-XR-COUNT)
007220         MOVE WS-XW-AUD-CNT TO WS-XR-AUD-CNT(WS-XR-COUNT)
007230         MOVE WS-XW-RREG-SW TO WS-XR-RREG-SW(WS-XR-COUNT)
007240         MOVE WS-XW-RREG-DATE TO WS-XR-RREG-DATE(WS-XR-COUNT)
007250         MOVE WS-XW-RREG-CNT TO WS-XR-RREG-CNT(WS-XR-COUNT)
007260     END-IF.
007270 3000-EXIT.
007280     EXIT.
007290
007300 3050-SCAN-XREF.
007310     IF WS-XR-SOURCE(WS-XR-SUB) = WS-XW-SOURCE
007320             AND WS-XR-RUN-ID(WS-XR-SUB) = WS-XW-RUN-ID
007330         SET WS-XR-FOUND TO TRUE
007340         MOVE WS-XR-AUD-CNT(WS-XR-SUB) TO WS-XW-AUD-CNT
007350         MOVE WS-XR-RREG-SW(WS-XR-SUB) TO WS-XW-RREG-SW
007360         MOVE WS-XR-RREG-DATE(WS-XR-SUB) TO WS-XW-RREG-DATE
007370         MOVE WS-XR-RREG-CNT(WS-XR-SUB) TO WS-XW-RREG-CNT
007380     END-IF.
007390 3050-EXIT.
007400     EXIT.
007410
007420 3100-LOOKUP-RUNREG.
007430     SET WS-XW-NOT-ON-RUNREG TO TRUE.
007440     MOVE ZERO TO WS-XW-RREG-DATE.
007450     MOVE ZERO TO WS-XW-RREG-CNT.
007460     IF WS-RREG-ABSENT
007470         GO TO 3100-EXIT
007480     END-IF.
007490     MOVE WS-XW-SOURCE TO RREG-PGM-ID.
007500     MOVE WS-XW-RUN-ID TO RREG-RUN-ID.
007510     READ RUN-REG-FILE
007520         INVALID KEY
007530             GO TO 3100-EXIT
007540     END-READ.
007550     SET WS-XW-ON-RUNREG TO TRUE.
007560     MOVE RREG-RUN-DATE TO WS-XW-RREG-DATE.
007570     MOVE RREG-REC-COUNT TO WS-XW-RREG-CNT.
007580 3100-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* THE AUDITLOG KEY LEADS WITH THE PROGRAM, SO ONLY THAT PROGRAM'S
007630* ROWS ARE READ; THE RUN ID IS NOT PART OF THE KEY.
007640******************************************************************
007650 3200-COUNT-AUDIT.
007660     MOVE ZERO TO WS-XW-AUD-CNT.
007670     IF WS-AUDIT-ABSENT
007680         GO TO 3200-EXIT
007690     END-IF.
007700     SET WS-AUDIT-NOT-EOF TO TRUE.
007710     MOVE LOW-VALUES TO AUDIT-KEY.
007720     MOVE WS-XW-SOURCE TO AUDIT-PGM-ID.
007730     START AUDIT-FILE KEY NOT < AUDIT-KEY
007740         INVALID KEY
007750             GO TO 3200-EXIT
007760     END-START.
007770     PERFORM 3250-COUNT-AUDIT-ROW THRU 3250-EXIT
007780         UNTIL WS-AUDIT-EOF.
007790 3200-EXIT.
007800     EXIT.
007810
007820 3250-COUNT-AUDIT-ROW.
007830     READ AUDIT-FILE NEXT RECORD
007840         AT END
007850             SET WS-AUDIT-EOF TO TRUE
007860             GO TO 3250-EXIT
007870     END-READ.
007880     IF AUDIT-PGM-ID NOT = WS-XW-SOURCE
007890         SET WS-AUDIT-EOF TO TRUE
007900         GO TO 3250-EXIT
007910     END-IF.
007920     IF AUDIT-RUN-ID = WS-XW-RUN-ID
007930         ADD 1 TO WS-XW-AUD-CNT
007940     END-IF.
007950 3250-EXIT.
007960     EXIT.
007970
007980 4000-PRINT-SUMMARY.
007990     MOVE SPACES TO WS-PRINT-LINE.
008000     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008010     MOVE "GLBAL ACCOUNTS READ:" TO WS-CNT-LABEL.
008020     MOVE WS-ACCT-READ-CNT TO WS-CNT-VALUE.
008030     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008040     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008050     MOVE "ACCOUNTS ON STATEMENT:" TO WS-CNT-LABEL.
008060     MOVE WS-ACCT-PRINT-CNT TO WS-CNT-VALUE.
008070     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008080     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008090     MOVE "DETAIL LINES PRINTED:" TO WS-CNT-LABEL.
008100     MOVE WS-LINE-PRINT-CNT TO WS-CNT-VALUE.
008110     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008120     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008130     MOVE "ACCOUNTS PROVED TO GLBAL:" TO WS-CNT-LABEL.
008140     MOVE WS-PROVED-CNT TO WS-CNT-VALUE.
008150     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008160     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008170     MOVE "ACCOUNTS NOT PROVED:" TO WS-CNT-LABEL.
008180     MOVE WS-NOT-PROVED-CNT TO WS-CNT-VALUE.
008190     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008200     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008210     MOVE "SOURCE RUNS CROSS-REFERENCED:" TO WS-CNT-LABEL.
008220     MOVE WS-XR-COUNT TO WS-CNT-VALUE.
008230     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008240     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008250 4000-EXIT.
008260     EXIT.
008270
008280 5000-TERMINATE.
008290     DISPLAY "GLSTMT ACCOUNTS ON STATEMENT:  " WS-ACCT-PRINT-CNT.
008300     DISPLAY "GLSTMT DETAIL LINES PRINTED:   " WS-LINE-PRINT-CNT.
008310     DISPLAY "GLSTMT ACCOUNTS NOT PROVED:    " WS-NOT-PROVED-CNT.
008320     CLOSE GL-BAL-FILE.
008330     CLOSE COA-MAST.
008340     IF WS-LDG-PRESENT
008350         CLOSE GL-LEDGER-FILE
008360     END-IF.
008370     IF WS-RREG-PRESENT
008380         CLOSE RUN-REG-FILE
008390     END-IF.
008400     IF WS-AUDIT-PRESENT
008410         CLOSE AUDIT-FILE
008420     END-IF.
008430     CLOSE PRINT-FILE.
008440 5000-EXIT.
008450     EXIT.
008460
008470 6200-PRINT-HEADINGS.
008480     ADD 1 TO WS-PAGE-NO.
008490     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
008500     MOVE WS-RUN-DATE TO WS-HDG-DATE.
008510     MOVE WS-HDG-LINE-1 TO PRINT-REC.
008520     WRITE PRINT-REC.
008530     IF WS-FROM-ACCT = LOW-VALUES
008540         MOVE "FIRST" TO WS-HDG-FROM-ACCT
008550     ELSE
008560         MOVE WS-FROM-ACCT TO WS-HDG-FROM-ACCT
008570     END-IF.
008580     IF WS-THRU-ACCT = HIGH-VALUES
008590         MOVE "LAST" TO WS-HDG-THRU-ACCT
008600     ELSE
008610         MOVE WS-THRU-ACCT TO WS-HDG-THRU-ACCT
008620     END-IF.
008630     IF WS-SEL-DIV = SPACES
008640         MOVE "ALL" TO WS-HDG-DIV
008650     ELSE
008660         MOVE WS-SEL-DIV TO WS-HDG-DIV
008670     END-IF.
008680     MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE.
008690     MOVE WS-THRU-DATE TO WS-HDG-THRU-DATE.
008700     MOVE WS-HDG-LINE-2 TO PRINT-REC.
008710     WRITE PRINT-REC.
008720     MOVE WS-HDG-LINE-3 TO PRINT-REC.
008730     WRITE PRINT-REC.
008740     MOVE ZERO TO WS-LINE-CNT.
008750 6200-EXIT.
008760     EXIT.
008770
008780 6350-WRITE-PRINT-REC.
008790     IF WS-LINE-CNT > 50
008800         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
008810     END-IF.
008820     MOVE WS-PRINT-LINE TO PRINT-REC.
008830     WRITE PRINT-REC.
008840     ADD 1 TO WS-LINE-CNT.
008850 6350-EXIT.
008860     EXIT.
008870 END PROGRAM GLSTMT.
