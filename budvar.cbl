000100******************************************************************
000110* PROGRAM-ID:  BUDVAR
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-06
000150* DATE-COMPILED:
000160* PURPOSE:     BUDGET-VERSUS-ACTUAL VARIANCE REPORT BY ACCOUNT AND
000170*              DIVISION FOR ONE FISCAL MONTH (BUDVPARM CARD, SEE
000180*              BUDVPRM.CPY).  ACTUALS ARE NET ACTIVITY, DEBITS
000190*              POSITIVE.  A CLOSED MONTH IS TAKEN FROM THE GLPHIST
000200*              PERIOD HISTORY; THE OPEN MONTH (AFTER THE GLPCTL
000210*              CLOSED-THRU DATE) FROM THE GLBAL PERIOD-TO-DATE
000220*              DEBITS AND CREDITS.  YEAR-TO-DATE ACTUAL ADDS THE
000230*              CLOSED MONTHS OF THE SAME FISCAL YEAR FROM GLPHIST.
000240*              BUDGETS COME FROM BUDMST.  EACH ACCOUNT AND
000250*              DIVISION SHOWS MONTH ACTUAL, BUDGET, VARIANCE
000260*              (ACTUAL LESS BUDGET) AND VARIANCE PER CENT OF
000270*              BUDGET, THEN THE SAME YEAR TO DATE.  A LINE
000280*              BEYOND THE CARD'S TOLERANCE IS FLAGGED (M MONTH,
000290*              Y YEAR TO DATE); ACTIVITY WITH NO BUDGET IS BEYOND
000300*              ANY PER CENT TOLERANCE.
000310*              LINES ARE IN DIVISION, ACCOUNT TYPE AND ACCOUNT
000320*              ORDER WITH A SUBTOTAL FOR EACH ACCOUNT TYPE WITHIN
000330*              A DIVISION, EACH DIVISION AND THE WHOLE REPORT.
000340*              FLAGGED LINES END THE RUN WITH CODE 4; AN INVALID
000350*              CARD PRINTS NOTHING AND ENDS WITH CODE 12.
000360* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000370*
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* ---------- ----  --------------------------------------------
000410* 2026-10-06 TS    ORIGINAL VERSION.
000412* 2026-10-15 TS    A REPORT MONTH PAST THE OPEN MONTH (THE MONTH
000414*                  AFTER THE LAST GLPCTL CLOSE) IS AN INVALID
000416*                  CARD.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. BUDVAR.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARM-FILE ASSIGN TO BUDVPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510     SELECT GL-CTL-FILE ASSIGN TO GLPCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CTL-STATUS.
000540     SELECT GL-PHIST-FILE ASSIGN TO GLPHIST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PHIST-STATUS.
000570     SELECT GL-BAL-FILE ASSIGN TO GLBAL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS GLB-ACCOUNT
000610         FILE STATUS IS WS-BAL-STATUS.
000620     SELECT COA-MAST ASSIGN TO COAMST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS COA-ACCOUNT
000660         FILE STATUS IS WS-COA-STATUS.
000670     SELECT BUD-MAST ASSIGN TO BUDMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS BUD-KEY
000710         FILE STATUS IS WS-BUD-STATUS.
000720     SELECT PRINT-FILE ASSIGN TO BUDVRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PRINT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARM-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY BUDVPRM.
000800 FD  GL-CTL-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 COPY GLPCTL.
000830 FD  GL-PHIST-FILE
000840     RECORD CONTAINS 100 CHARACTERS.
000850 COPY GLPHIST.
000860 FD  GL-BAL-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 COPY GLBAL.
000890 FD  COA-MAST
000900     RECORD CONTAINS 60 CHARACTERS.
000910 COPY COAREC.
000920 FD  BUD-MAST
000930     RECORD CONTAINS 60 CHARACTERS.
000940 COPY BUDREC.
000950 FD  PRINT-FILE
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  PRINT-REC                  PIC X(132).
000980 WORKING-STORAGE SECTION.
000990 01  WS-COUNTERS.
001000     03  WS-PHIST-READ-CNT   PIC 9(9)  COMP VALUE ZERO.
001010     03  WS-PHIST-USED-CNT   PIC 9(9)  COMP VALUE ZERO.
001020     03  WS-BAL-USED-CNT     PIC 9(6)  COMP VALUE ZERO.
001030     03  WS-BUD-READ-CNT     PIC 9(9)  COMP VALUE ZERO.
001040     03  WS-BUD-USED-CNT     PIC 9(9)  COMP VALUE ZERO.
001050     03  WS-LINE-PRINT-CNT   PIC 9(6)  COMP VALUE ZERO.
001060     03  WS-FLAGGED-CNT      PIC 9(6)  COMP VALUE ZERO.
001070     03  WS-DROPPED-CNT      PIC 9(6)  COMP VALUE ZERO.
001080******************************************************************
001090* REPORT MONTH AND FISCAL-MONTH ARITHMETIC.  FISCAL MONTH 1 IS
001100* THE MONTH AFTER THE FISCAL YEAR-END MONTH; THE FISCAL YEAR IS
001110* THE CALENDAR YEAR IN WHICH IT ENDS.
001120******************************************************************
001130 01  WS-PERIOD-WORK.
001140     03  WS-RPT-DATE         PIC 9(8)  VALUE ZERO.
001150     03  WS-RPT-DATE-X REDEFINES WS-RPT-DATE.
001160         05  WS-RPT-YEAR     PIC 9(4).
001170         05  WS-RPT-MONTH    PIC 9(2).
001180         05  WS-RPT-DAY      PIC 9(2).
001190     03  WS-RPT-FY           PIC 9(4)  VALUE ZERO.
001200     03  WS-RPT-FM           PIC 9(2)  VALUE ZERO.
001210     03  WS-CLOSED-THRU      PIC 9(8)  VALUE ZERO.
001212     03  WS-OPEN-YM          PIC 9(6)  VALUE ZERO.
001214     03  WS-OPEN-YM-X REDEFINES WS-OPEN-YM.
001216         05  WS-OPEN-YEAR    PIC 9(4).
001218         05  WS-OPEN-MONTH   PIC 9(2).
001220     03  WS-FYE-MONTH        PIC 9(2)  VALUE 12.
001230     03  WS-TOL-PCT          PIC 9(3)V9 VALUE 10.0.
001240     03  WS-TOL-AMT          PIC 9(9)V99 VALUE ZERO.
001250     03  WS-SEL-DIV          PIC X(2)  VALUE SPACES.
001260     03  WS-CNV-DATE         PIC 9(8)  VALUE ZERO.
001270     03  WS-CNV-DATE-X REDEFINES WS-CNV-DATE.
001280         05  WS-CNV-YEAR     PIC 9(4).
001290         05  WS-CNV-MONTH    PIC 9(2).
001300         05  WS-CNV-DAY      PIC 9(2).
001310     03  WS-CNV-FY           PIC 9(4)  VALUE ZERO.
001320     03  WS-CNV-FM           PIC 9(2)  VALUE ZERO.
001330     03  WS-NET-AMT          PIC S9(13)V99 VALUE ZERO.
001340     03  WS-ABS-VAR          PIC S9(13)V99 VALUE ZERO.
001350     03  WS-ABS-BUD          PIC S9(13)V99 VALUE ZERO.
001360     03  WS-VARIANCE         PIC S9(13)V99 VALUE ZERO.
001370     03  WS-VAR-PCT          PIC S9(7)V9 VALUE ZERO.
001380     03  WS-FLAG-TXT         PIC X(3)  VALUE SPACES.
001390******************************************************************
001400* ONE ENTRY PER DIVISION, ACCOUNT TYPE AND ACCOUNT, KEPT IN KEY
001410* ORDER AS ENTRIES ARE ADDED.  AMOUNT 1 MONTH ACTUAL, 2 MONTH
001420* BUDGET, 3 YEAR-TO-DATE ACTUAL, 4 YEAR-TO-DATE BUDGET.
001430******************************************************************
001440 01  WS-VAR-TABLE.
001450     03  WS-VAR-COUNT        PIC 9(4)  COMP VALUE ZERO.
001460     03  WS-VAR-ENTRY OCCURS 2000 TIMES.
001470         05  WS-VAR-KEY.
001480             07  WS-VAR-DIV      PIC X(2).
001490             07  WS-VAR-TYPE     PIC X(1).
001500             07  WS-VAR-ACCOUNT  PIC X(8).
001510         05  WS-VAR-AMT       PIC S9(13)V99 OCCURS 4 TIMES.
001520 01  WS-VAR-SUBS.
001530     03  WS-VAR-SUB          PIC 9(4)  COMP VALUE ZERO.
001540     03  WS-SHIFT-SUB        PIC 9(4)  COMP VALUE ZERO.
001550     03  WS-AMT-SUB          PIC 9(1)  COMP VALUE ZERO.
001560     03  WS-ADD-SUB          PIC 9(1)  COMP VALUE ZERO.
001570 01  WS-VAR-NEW-KEY.
001580     03  WS-NEW-DIV          PIC X(2).
001590     03  WS-NEW-TYPE         PIC X(1).
001600     03  WS-NEW-ACCOUNT      PIC X(8).
001610 01  WS-TYPE-TOTALS.
001620     03  WS-TT-DIV           PIC X(2)  VALUE SPACES.
001630     03  WS-TT-TYPE          PIC X(1)  VALUE SPACES.
001640     03  WS-TT-AMT           PIC S9(13)V99 OCCURS 4 TIMES.
001650 01  WS-DIV-TOTALS.
001660     03  WS-DT-DIV           PIC X(2)  VALUE SPACES.
001670     03  WS-DT-AMT           PIC S9(13)V99 OCCURS 4 TIMES.
001680 01  WS-GRAND-TOTALS.
001690     03  WS-GT-AMT           PIC S9(13)V99 OCCURS 4 TIMES.
001700 01  WS-LINE-AMTS.
001710     03  WS-LN-AMT           PIC S9(13)V99 OCCURS 4 TIMES.
001720 01  WS-FLAGS.
001730     03  WS-PARM-STATUS      PIC X(2).
001740         88  WS-PARM-OK           VALUE "00".
001750     03  WS-CTL-STATUS       PIC X(2).
001760         88  WS-CTL-OK            VALUE "00".
001770     03  WS-PHIST-STATUS     PIC X(2).
001780         88  WS-PHIST-OK          VALUE "00".
001790         88  WS-PHIST-NO-FILE     VALUE "35".
001800     03  WS-BAL-STATUS       PIC X(2).
001810         88  WS-BAL-OK            VALUE "00".
001820     03  WS-COA-STATUS       PIC X(2).
001830         88  WS-COA-OK            VALUE "00".
001840     03  WS-BUD-STATUS       PIC X(2).
001850         88  WS-BUD-OK            VALUE "00".
001860         88  WS-BUD-NO-FILE       VALUE "35".
001870     03  WS-PRINT-STATUS     PIC X(2).
001880         88  WS-PRINT-OK          VALUE "00".
001890     03  WS-PHIST-EOF-SW     PIC X(1).
001900         88  WS-PHIST-EOF         VALUE "Y".
001910         88  WS-PHIST-NOT-EOF     VALUE "N".
001920     03  WS-BAL-EOF-SW       PIC X(1).
001930         88  WS-BAL-EOF           VALUE "Y".
001940         88  WS-BAL-NOT-EOF       VALUE "N".
001950     03  WS-BUD-EOF-SW       PIC X(1).
001960         88  WS-BUD-EOF           VALUE "Y".
001970         88  WS-BUD-NOT-EOF       VALUE "N".
001980     03  WS-VAR-FOUND-SW     PIC X(1).
001990         88  WS-VAR-FOUND         VALUE "Y".
002000         88  WS-VAR-NOT-FOUND     VALUE "N".
002010     03  WS-MONTH-SW         PIC X(1)  VALUE "C".
002020         88  WS-MONTH-CLOSED      VALUE "C".
002030         88  WS-MONTH-OPEN        VALUE "O".
002040     03  WS-PARM-VALID-SW    PIC X(1)  VALUE "Y".
002050         88  WS-PARM-VALID        VALUE "Y".
002060         88  WS-PARM-INVALID      VALUE "N".
002070     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
002080         88  WS-OPEN-FAILED       VALUE "Y".
002090 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002100 01  WS-REPORT-WORK.
002110     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002120     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
002130 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002140 01  WS-HDG-LINE-1.
002150     05  FILLER          PIC X(26)
002160         VALUE "BUDGET VARIANCE REPORT    ".
002170     05  FILLER          PIC X(14) VALUE "MONTH ENDING  ".
002180     05  WS-HDG-DATE     PIC 9(8).
002190     05  FILLER          PIC X(10) VALUE "  FISCAL  ".
002200     05  WS-HDG-FY       PIC 9(4).
002210     05  FILLER          PIC X(1)  VALUE "/".
002220     05  WS-HDG-FM       PIC 9(2).
002230     05  FILLER          PIC X(2)  VALUE SPACES.
002240     05  WS-HDG-STATE    PIC X(12).
002250     05  FILLER          PIC X(38) VALUE SPACES.
002260     05  FILLER          PIC X(5)  VALUE "PAGE ".
002270     05  WS-HDG-PAGE     PIC ZZZ9.
002280     05  FILLER          PIC X(6)  VALUE SPACES.
002290 01  WS-HDG-LINE-2.
002300     05  FILLER          PIC X(10) VALUE "TOLERANCE ".
002310     05  WS-HDG-TOL-PCT  PIC ZZ9.9.
002320     05  FILLER          PIC X(19) VALUE " PCT AND OVER      ".
002330     05  WS-HDG-TOL-AMT  PIC ZZZZZZZZ9.99.
002340     05  FILLER          PIC X(11) VALUE "   DIVISION".
002350     05  FILLER          PIC X(1)  VALUE SPACES.
002360     05  WS-HDG-DIV      PIC X(3).
002370     05  FILLER          PIC X(71) VALUE SPACES.
002380 01  WS-HDG-LINE-3.
002390     05  FILLER          PIC X(15) VALUE "DV T ACCOUNT".
002400     05  FILLER          PIC X(16) VALUE "   MONTH ACTUAL".
002410     05  FILLER          PIC X(16) VALUE "   MONTH BUDGET".
002420     05  FILLER          PIC X(16) VALUE "       VARIANCE".
002430     05  FILLER          PIC X(8)  VALUE "  VAR %".
002440     05  FILLER          PIC X(16) VALUE "     YTD ACTUAL".
002450     05  FILLER          PIC X(16) VALUE "     YTD BUDGET".
002460     05  FILLER          PIC X(16) VALUE "   YTD VARIANCE".
002470     05  FILLER          PIC X(8)  VALUE "  VAR %".
002480     05  FILLER          PIC X(5)  VALUE "FLAG".
002490 01  WS-DETAIL-LINE.
002500     05  WS-DTL-DIV      PIC X(2).
002510     05  FILLER          PIC X(1)  VALUE SPACES.
002520     05  WS-DTL-TYPE     PIC X(1).
002530     05  FILLER          PIC X(1)  VALUE SPACES.
002540     05  WS-DTL-ACCOUNT  PIC X(8).
002550     05  FILLER          PIC X(2)  VALUE SPACES.
002560     05  WS-DTL-MTH-ACT  PIC -ZZZZZZZZZZ9.99.
002570     05  FILLER          PIC X(1)  VALUE SPACES.
002580     05  WS-DTL-MTH-BUD  PIC -ZZZZZZZZZZ9.99.
002590     05  FILLER          PIC X(1)  VALUE SPACES.
002600     05  WS-DTL-MTH-VAR  PIC -ZZZZZZZZZZ9.99.
002610     05  FILLER          PIC X(1)  VALUE SPACES.
002620     05  WS-DTL-MTH-PCT-X.
002630         07  WS-DTL-MTH-PCT  PIC -ZZZ9.9.
002640     05  FILLER          PIC X(1)  VALUE SPACES.
002650     05  WS-DTL-YTD-ACT  PIC -ZZZZZZZZZZ9.99.
002660     05  FILLER          PIC X(1)  VALUE SPACES.
002670     05  WS-DTL-YTD-BUD  PIC -ZZZZZZZZZZ9.99.
002680     05  FILLER          PIC X(1)  VALUE SPACES.
002690     05  WS-DTL-YTD-VAR  PIC -ZZZZZZZZZZ9.99.
002700     05  FILLER          PIC X(1)  VALUE SPACES.
002710     05  WS-DTL-YTD-PCT-X.
002720         07  WS-DTL-YTD-PCT  PIC -ZZZ9.9.
002730     05  FILLER          PIC X(1)  VALUE SPACES.
002740     05  WS-DTL-FLAG     PIC X(3).
002750     05  FILLER          PIC X(2)  VALUE SPACES.
002760 01  WS-COUNT-LINE.
002770     05  WS-CNT-LABEL    PIC X(30).
002780     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
002790     05  FILLER          PIC X(93) VALUE SPACES.
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     IF NOT WS-OPEN-FAILED
002840             AND WS-PARM-VALID
002850         PERFORM 2000-LOAD-PERIOD-HIST THRU 2000-EXIT
002860             UNTIL WS-PHIST-EOF
002870         IF WS-MONTH-OPEN
002880             PERFORM 2200-LOAD-OPEN-MONTH THRU 2200-EXIT
002890                 UNTIL WS-BAL-EOF
002900         END-IF
002910         PERFORM 2400-LOAD-BUDGETS THRU 2400-EXIT
002920             UNTIL WS-BUD-EOF
002930         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002940         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002950     END-IF.
002960     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002970     MOVE WS-RETURN-CODE TO RETURN-CODE.
002980     STOP RUN.
002990
003000 1000-INITIALIZE.
003010     SET WS-PHIST-NOT-EOF TO TRUE.
003020     SET WS-BAL-NOT-EOF TO TRUE.
003030     SET WS-BUD-NOT-EOF TO TRUE.
003040     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
003050     PERFORM 1100-READ-VAR-PARM THRU 1100-EXIT.
003060     OPEN INPUT GL-PHIST-FILE.
003070     IF WS-PHIST-NO-FILE
003080         DISPLAY "GLPHIST NOT PRESENT, NO CLOSED-MONTH ACTUALS"
003090         SET WS-PHIST-EOF TO TRUE
003100     ELSE
003110         IF NOT WS-PHIST-OK
003120             DISPLAY "GL-PHIST-FILE OPEN FAILED, STATUS: "
003130                 WS-PHIST-STATUS
003140             SET WS-OPEN-FAILED TO TRUE
003150         END-IF
003160     END-IF.
003170     OPEN INPUT GL-BAL-FILE.
003180     IF NOT WS-BAL-OK
003190         DISPLAY "GL-BAL-FILE OPEN FAILED, STATUS: "
003200             WS-BAL-STATUS
003210         SET WS-OPEN-FAILED TO TRUE
003220     END-IF.
003230     OPEN INPUT COA-MAST.
003240     IF NOT WS-COA-OK
003250         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
003260             WS-COA-STATUS
003270         SET WS-OPEN-FAILED TO TRUE
003280     END-IF.
003290     OPEN INPUT BUD-MAST.
003300     IF WS-BUD-NO-FILE
003310         DISPLAY "BUDMST NOT PRESENT, NO BUDGETS"
003320         SET WS-BUD-EOF TO TRUE
003330     ELSE
003340         IF NOT WS-BUD-OK
003350             DISPLAY "BUD-MAST OPEN FAILED, STATUS: "
003360                 WS-BUD-STATUS
003370             SET WS-OPEN-FAILED TO TRUE
003380         END-IF
003390     END-IF.
003400     OPEN OUTPUT PRINT-FILE.
003410     IF NOT WS-PRINT-OK
003420         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003430             WS-PRINT-STATUS
003440         SET WS-OPEN-FAILED TO TRUE
003450     END-IF.
003460     IF WS-OPEN-FAILED
003470         MOVE 16 TO WS-RETURN-CODE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003510     IF WS-PARM-INVALID
003520         MOVE "BUDVPARM CARD INVALID -- NO REPORT PRINTED"
003530             TO WS-PRINT-LINE
003540         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003550     END-IF.
003560 1000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* A MISSING CARD OR A ZERO DATE REPORTS THE LAST CLOSED MONTH.  A
003610* DATE THAT IS NOT A REAL MONTH, ONE PAST THE OPEN MONTH, OR NO
003620* DATE WITH NO PERIOD CLOSED YET, IS AN INVALID CARD.
003630******************************************************************
003640 1100-READ-VAR-PARM.
003650     MOVE WS-CLOSED-THRU TO WS-RPT-DATE.
003660     OPEN INPUT PARM-FILE.
003670     IF NOT WS-PARM-OK
003680         DISPLAY "BUDVPARM NOT PRESENT, LAST CLOSED MONTH USED"
003690         GO TO 1100-CHECK
003700     END-IF.
003710     READ PARM-FILE
003720         AT END
003730             DISPLAY "BUDVPARM EMPTY, LAST CLOSED MONTH USED"
003740             CLOSE PARM-FILE
003750             GO TO 1100-CHECK
003760     END-READ.
003770     CLOSE PARM-FILE.
003780     IF BVP-PERIOD-END NUMERIC
003790         IF BVP-PERIOD-END > ZERO
003800             MOVE BVP-PERIOD-END TO WS-RPT-DATE
003810         END-IF
003820     ELSE
003830         IF BVP-PERIOD-END NOT = SPACES
003840             DISPLAY "BUDVPARM PERIOD-END NOT NUMERIC: "
003850                 BVP-PERIOD-END
003860             SET WS-PARM-INVALID TO TRUE
003870         END-IF
003880     END-IF.
003890     IF BVP-FYE-MONTH NUMERIC
003900             AND BVP-FYE-MONTH > ZERO
003910         MOVE BVP-FYE-MONTH TO WS-FYE-MONTH
003920     END-IF.
003930     IF BVP-TOL-PCT NUMERIC
003940             AND BVP-TOL-PCT > ZERO
003950         MOVE BVP-TOL-PCT TO WS-TOL-PCT
003960     END-IF.
003970     IF BVP-TOL-AMT NUMERIC
003980         MOVE BVP-TOL-AMT TO WS-TOL-AMT
003990     END-IF.
004000     MOVE BVP-DIV-CODE TO WS-SEL-DIV.
004010 1100-CHECK.
004020     IF WS-RPT-DATE = ZERO
004030         DISPLAY "BUDVAR NO REPORT MONTH AND NO PERIOD CLOSED"
004040         SET WS-PARM-INVALID TO TRUE
004050     END-IF.
004060     IF WS-RPT-MONTH < 1
004070             OR WS-RPT-MONTH > 12
004080             OR WS-FYE-MONTH > 12
004090         DISPLAY "BUDVAR REPORT MONTH OR FISCAL YEAR-END INVALID"
004100         SET WS-PARM-INVALID TO TRUE
004110     END-IF.
004112     IF WS-PARM-VALID
004114             AND WS-CLOSED-THRU > ZERO
004116         PERFORM 1150-CHECK-OPEN-MONTH THRU 1150-EXIT
004118     END-IF.
004120     IF WS-PARM-INVALID
004130         MOVE 12 TO WS-RETURN-CODE
004140         GO TO 1100-EXIT
004150     END-IF.
004160     MOVE WS-RPT-DATE TO WS-CNV-DATE.
004170     PERFORM 2900-FISCAL-MONTH THRU 2900-EXIT.
004180     MOVE WS-CNV-FY TO WS-RPT-FY.
004190     MOVE WS-CNV-FM TO WS-RPT-FM.
004200     IF WS-RPT-DATE > WS-CLOSED-THRU
004210         SET WS-MONTH-OPEN TO TRUE
004220     END-IF.
004230 1100-EXIT.
004231     EXIT.
004232
004233******************************************************************
004234* ONLY THE MONTH AFTER THE LAST CLOSE IS OPEN; GLBAL HOLDS NO
004235* ACTIVITY FOR ANY LATER MONTH.
004236******************************************************************
004237 1150-CHECK-OPEN-MONTH.
004238     MOVE WS-CLOSED-THRU TO WS-CNV-DATE.
004239     MOVE WS-CNV-YEAR TO WS-OPEN-YEAR.
004240     MOVE WS-CNV-MONTH TO WS-OPEN-MONTH.
004241     ADD 1 TO WS-OPEN-MONTH.
004242     IF WS-OPEN-MONTH > 12
004243         MOVE 1 TO WS-OPEN-MONTH
004244         ADD 1 TO WS-OPEN-YEAR
004245     END-IF.
004246     IF WS-RPT-YEAR > WS-OPEN-YEAR
004247             OR (WS-RPT-YEAR = WS-OPEN-YEAR
004248                 AND WS-RPT-MONTH > WS-OPEN-MONTH)
004249         DISPLAY "BUDVAR REPORT MONTH " WS-RPT-DATE
004250             " IS PAST THE OPEN MONTH " WS-OPEN-YM
004251         SET WS-PARM-INVALID TO TRUE
004252     END-IF.
004253 1150-EXIT.
004254     EXIT.
004255
004260 1200-READ-CONTROL.
004270     OPEN INPUT GL-CTL-FILE.
004280     IF NOT WS-CTL-OK
004290         GO TO 1200-EXIT
004300     END-IF.
004310     READ GL-CTL-FILE
004320         AT END
004330             MOVE ZERO TO GLPC-CLOSED-THRU
004340     END-READ.
004350     CLOSE GL-CTL-FILE.
004360     IF GLPC-CLOSED-THRU NUMERIC
004370         MOVE GLPC-CLOSED-THRU TO WS-CLOSED-THRU
004380     END-IF.
004390 1200-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* CLOSED MONTHS OF THE REPORT'S FISCAL YEAR, UP TO AND INCLUDING
004440* THE REPORT MONTH, FROM THE PERIOD-BALANCE HISTORY.
004450******************************************************************
004460 2000-LOAD-PERIOD-HIST.
004470     READ GL-PHIST-FILE
004480         AT END
004490             SET WS-PHIST-EOF TO TRUE
004500             GO TO 2000-EXIT
004510     END-READ.
004520     ADD 1 TO WS-PHIST-READ-CNT.
004530     IF GLPH-PERIOD-END NOT NUMERIC
004540         GO TO 2000-EXIT
004550     END-IF.
004560     MOVE GLPH-PERIOD-END TO WS-CNV-DATE.
004570     PERFORM 2900-FISCAL-MONTH THRU 2900-EXIT.
004580     IF WS-CNV-FY NOT = WS-RPT-FY
004590             OR WS-CNV-FM > WS-RPT-FM
004600         GO TO 2000-EXIT
004610     END-IF.
004620     IF WS-SEL-DIV NOT = SPACES
004630             AND GLPH-DIV-CODE NOT = WS-SEL-DIV
004640         GO TO 2000-EXIT
004650     END-IF.
004660     ADD 1 TO WS-PHIST-USED-CNT.
004670     MOVE GLPH-DIV-CODE TO WS-NEW-DIV.
004680     MOVE GLPH-ACCT-TYPE TO WS-NEW-TYPE.
004690     MOVE GLPH-ACCOUNT TO WS-NEW-ACCOUNT.
004700     COMPUTE WS-NET-AMT = GLPH-PTD-DEBITS - GLPH-PTD-CREDITS.
004710     MOVE 3 TO WS-ADD-SUB.
004720     PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT.
004730     IF WS-CNV-FM = WS-RPT-FM
004740         MOVE 1 TO WS-ADD-SUB
004750         PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT
004760     END-IF.
004770 2000-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* THE REPORT MONTH IS STILL OPEN: ITS ACTIVITY IS THE GLBAL
004820* PERIOD-TO-DATE DEBITS AND CREDITS, DIVISION AND TYPE FROM THE
004830* CHART.
004840******************************************************************
004850 2200-LOAD-OPEN-MONTH.
004860     READ GL-BAL-FILE NEXT RECORD
004870         AT END
004880             SET WS-BAL-EOF TO TRUE
004890             GO TO 2200-EXIT
004900     END-READ.
004910     IF GLB-PTD-DEBITS = ZERO
004920             AND GLB-PTD-CREDITS = ZERO
004930         GO TO 2200-EXIT
004940     END-IF.
004950     PERFORM 2800-CHART-KEY THRU 2800-EXIT.
004960     IF WS-SEL-DIV NOT = SPACES
004970             AND WS-NEW-DIV NOT = WS-SEL-DIV
004980         GO TO 2200-EXIT
004990     END-IF.
005000     ADD 1 TO WS-BAL-USED-CNT.
005010     COMPUTE WS-NET-AMT = GLB-PTD-DEBITS - GLB-PTD-CREDITS.
005020     MOVE 1 TO WS-ADD-SUB.
005030     PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT.
005040     MOVE 3 TO WS-ADD-SUB.
005050     PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT.
005060 2200-EXIT.
005070     EXIT.
005080
005090 2400-LOAD-BUDGETS.
005100     READ BUD-MAST NEXT RECORD
005110         AT END
005120             SET WS-BUD-EOF TO TRUE
005130             GO TO 2400-EXIT
005140     END-READ.
005150     ADD 1 TO WS-BUD-READ-CNT.
005160     IF BUD-FISCAL-YEAR NOT = WS-RPT-FY
005170             OR BUD-FISCAL-MONTH > WS-RPT-FM
005180         GO TO 2400-EXIT
005190     END-IF.
005200     IF WS-SEL-DIV NOT = SPACES
005210             AND BUD-DIV-CODE NOT = WS-SEL-DIV
005220         GO TO 2400-EXIT
005230     END-IF.
005240     ADD 1 TO WS-BUD-USED-CNT.
005250     MOVE BUD-ACCOUNT TO COA-ACCOUNT.
005260     READ COA-MAST
005270         INVALID KEY
005280             MOVE SPACES TO COA-ACCT-TYPE
005290     END-READ.
005300     MOVE BUD-DIV-CODE TO WS-NEW-DIV.
005310     MOVE COA-ACCT-TYPE TO WS-NEW-TYPE.
005320     MOVE BUD-ACCOUNT TO WS-NEW-ACCOUNT.
005330     MOVE BUD-AMOUNT TO WS-NET-AMT.
005340     MOVE 4 TO WS-ADD-SUB.
005350     PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT.
005360     IF BUD-FISCAL-MONTH = WS-RPT-FM
005370         MOVE 2 TO WS-ADD-SUB
005380         PERFORM 2500-ADD-TO-TABLE THRU 2500-EXIT
005390     END-IF.
005400 2400-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* ADD WS-NET-AMT TO AMOUNT WS-ADD-SUB OF THE ENTRY FOR
005450* WS-VAR-NEW-KEY, INSERTING A NEW ENTRY IN KEY ORDER WHEN THE
005460* ACCOUNT IS NOT YET IN THE TABLE.
005470******************************************************************
005480 2500-ADD-TO-TABLE.
005490     SET WS-VAR-NOT-FOUND TO TRUE.
005500     PERFORM 2550-FIND-VAR-ENTRY THRU 2550-EXIT
005510         VARYING WS-VAR-SUB FROM 1 BY 1
005520             UNTIL WS-VAR-SUB > WS-VAR-COUNT
005530                 OR WS-VAR-FOUND
005540                 OR WS-VAR-KEY(WS-VAR-SUB) > WS-VAR-NEW-KEY.
005550     IF WS-VAR-FOUND
005560         SUBTRACT 1 FROM WS-VAR-SUB
005570     ELSE
005580         IF WS-VAR-COUNT = 2000
005590             DISPLAY "BUDVAR TABLE FULL, ACCOUNT NOT REPORTED: "
005600                 WS-NEW-ACCOUNT
005610             ADD 1 TO WS-DROPPED-CNT
005620             IF WS-RETURN-CODE < 8
005630                 MOVE 8 TO WS-RETURN-CODE
005640             END-IF
005650             GO TO 2500-EXIT
005660         END-IF
005670         PERFORM 2560-SHIFT-VAR-ENTRY THRU 2560-EXIT
005680             VARYING WS-SHIFT-SUB FROM WS-VAR-COUNT BY -1
005690                 UNTIL WS-SHIFT-SUB < WS-VAR-SUB
005700         ADD 1 TO WS-VAR-COUNT
005710         MOVE WS-VAR-NEW-KEY TO WS-VAR-KEY(WS-VAR-SUB)
005720         PERFORM 2570-ZERO-VAR-AMT THRU 2570-EXIT
005730             VARYING WS-AMT-SUB FROM 1 BY 1
005740                 UNTIL WS-AMT-SUB > 4
005750     END-IF.
005760     ADD WS-NET-AMT TO WS-VAR-AMT(WS-VAR-SUB, WS-ADD-SUB).
005770 2500-EXIT.
005780     EXIT.
005790
005800 2550-FIND-VAR-ENTRY.
005810     IF WS-VAR-KEY(WS-VAR-SUB) = WS-VAR-NEW-KEY
005820         SET WS-VAR-FOUND TO TRUE
005830     END-IF.
005840 2550-EXIT.
005850     EXIT.
005860
005870 2560-SHIFT-VAR-ENTRY.
005880     MOVE WS-VAR-ENTRY(WS-SHIFT-SUB)
005890         TO WS-VAR-ENTRY(WS-SHIFT-SUB + 1).
005900 2560-EXIT.
005910     EXIT.
005920
005930 2570-ZERO-VAR-AMT.
005940     MOVE ZERO TO WS-VAR-AMT(WS-VAR-SUB, WS-AMT-SUB).
005950 2570-EXIT.
005960     EXIT.
005970
005980 2800-CHART-KEY.
005990     MOVE GLB-ACCOUNT TO COA-ACCOUNT.
006000     READ COA-MAST
006010         INVALID KEY
006020             MOVE SPACES TO COA-ACCT-TYPE
006030             MOVE SPACES TO COA-DIV-CODE
006040     END-READ.
006050     MOVE COA-DIV-CODE TO WS-NEW-DIV.
006060     MOVE COA-ACCT-TYPE TO WS-NEW-TYPE.
006070     MOVE GLB-ACCOUNT TO WS-NEW-ACCOUNT.
006080 2800-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* FISCAL YEAR AND MONTH OF THE CALENDAR DATE IN WS-CNV-DATE.
006130******************************************************************
006140 2900-FISCAL-MONTH.
006150     IF WS-CNV-MONTH > WS-FYE-MONTH
006160         COMPUTE WS-CNV-FY = WS-CNV-YEAR + 1
006170         COMPUTE WS-CNV-FM = WS-CNV-MONTH - WS-FYE-MONTH
006180     ELSE
006190         MOVE WS-CNV-YEAR TO WS-CNV-FY
006200         COMPUTE WS-CNV-FM = WS-CNV-MONTH + 12 - WS-FYE-MONTH
006210     END-IF.
006220 2900-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* ONE LINE PER TABLE ENTRY, WITH A SUBTOTAL AT EACH CHANGE OF
006270* ACCOUNT TYPE AND OF DIVISION AND THE GRAND TOTAL AT THE END.
006280******************************************************************
006290 3000-PRINT-REPORT.
006300     MOVE HIGH-VALUES TO WS-TT-DIV.
006310     MOVE HIGH-VALUES TO WS-TT-TYPE.
006320     MOVE HIGH-VALUES TO WS-DT-DIV.
006330     PERFORM 3050-ZERO-TOTALS THRU 3050-EXIT
006340         VARYING WS-AMT-SUB FROM 1 BY 1
006350             UNTIL WS-AMT-SUB > 4.
006360     PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
006370         VARYING WS-VAR-SUB FROM 1 BY 1
006380             UNTIL WS-VAR-SUB > WS-VAR-COUNT.
006390     IF WS-VAR-COUNT > ZERO
006400         PERFORM 3300-PRINT-TYPE-TOTAL THRU 3300-EXIT
006410         PERFORM 3400-PRINT-DIV-TOTAL THRU 3400-EXIT
006420     END-IF.
006430     PERFORM 3070-MOVE-GRAND-AMT THRU 3070-EXIT
006440         VARYING WS-AMT-SUB FROM 1 BY 1
006450             UNTIL WS-AMT-SUB > 4.
006460     MOVE SPACES TO WS-DETAIL-LINE.
006470     MOVE "ALL" TO WS-DTL-ACCOUNT.
006480     PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
006490     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006500     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006510 3000-EXIT.
006520     EXIT.
006530
006540 3050-ZERO-TOTALS.
006550     MOVE ZERO TO WS-TT-AMT(WS-AMT-SUB).
006560     MOVE ZERO TO WS-DT-AMT(WS-AMT-SUB).
006570     MOVE ZERO TO WS-GT-AMT(WS-AMT-SUB).
006580 3050-EXIT.
006590     EXIT.
006600
006610 3070-MOVE-GRAND-AMT.
006620     MOVE WS-GT-AMT(WS-AMT-SUB) TO WS-LN-AMT(WS-AMT-SUB).
006630 3070-EXIT.
006640     EXIT.
006650
006660 3100-PRINT-ENTRY.
006670     IF WS-VAR-DIV(WS-VAR-SUB) NOT = WS-DT-DIV
006680         IF WS-DT-DIV NOT = HIGH-VALUES
006690             PERFORM 3300-PRINT-TYPE-TOTAL THRU 3300-EXIT
006700             PERFORM 3400-PRINT-DIV-TOTAL THRU 3400-EXIT
006710         END-IF
006720         MOVE WS-VAR-DIV(WS-VAR-SUB) TO WS-DT-DIV
006730         MOVE WS-VAR-DIV(WS-VAR-SUB) TO WS-TT-DIV
006740         MOVE WS-VAR-TYPE(WS-VAR-SUB) TO WS-TT-TYPE
006750     ELSE
006760         IF WS-VAR-TYPE(WS-VAR-SUB) NOT = WS-TT-TYPE
006770             PERFORM 3300-PRINT-TYPE-TOTAL THRU 3300-EXIT
006780             MOVE WS-VAR-TYPE(WS-VAR-SUB) TO WS-TT-TYPE
006790         END-IF
006800     END-IF.
006810     PERFORM 3150-MOVE-ENTRY-AMT THRU 3150-EXIT
006820         VARYING WS-AMT-SUB FROM 1 BY 1
006830             UNTIL WS-AMT-SUB > 4.
006840     MOVE SPACES TO WS-DETAIL-LINE.
006850     MOVE WS-VAR-DIV(WS-VAR-SUB) TO WS-DTL-DIV.
006860     MOVE WS-VAR-TYPE(WS-VAR-SUB) TO WS-DTL-TYPE.
006870     MOVE WS-VAR-ACCOUNT(WS-VAR-SUB) TO WS-DTL-ACCOUNT.
006880     PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
006890     PERFORM 3600-CHECK-TOLERANCE THRU 3600-EXIT.
006900     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006910     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006920     ADD 1 TO WS-LINE-PRINT-CNT.
006930 3100-EXIT.
006940     EXIT.
006950
006960 3150-MOVE-ENTRY-AMT.
006970     MOVE WS-VAR-AMT(WS-VAR-SUB, WS-AMT-SUB)
006980         TO WS-LN-AMT(WS-AMT-SUB).
006990     ADD WS-VAR-AMT(WS-VAR-SUB, WS-AMT-SUB)
007000         TO WS-TT-AMT(WS-AMT-SUB).
007010     ADD WS-VAR-AMT(WS-VAR-SUB, WS-AMT-SUB)
007020         TO WS-DT-AMT(WS-AMT-SUB).
007030     ADD WS-VAR-AMT(WS-VAR-SUB, WS-AMT-SUB)
007040         TO WS-GT-AMT(WS-AMT-SUB).
007050 3150-EXIT.
007060     EXIT.
007070
007080 3300-PRINT-TYPE-TOTAL.
007090     PERFORM 3350-MOVE-TYPE-AMT THRU 3350-EXIT
007100         VARYING WS-AMT-SUB FROM 1 BY 1
007110             UNTIL WS-AMT-SUB > 4.
007120     MOVE SPACES TO WS-DETAIL-LINE.
007130     MOVE WS-TT-DIV TO WS-DTL-DIV.
007140     MOVE WS-TT-TYPE TO WS-DTL-TYPE.
007150     MOVE "TYPE" TO WS-DTL-ACCOUNT.
007160     PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
007170     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007180     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007190 3300-EXIT.
007200     EXIT.
007210
007220 3350-MOVE-TYPE-AMT.
007230     MOVE WS-TT-AMT(WS-AMT-SUB) TO WS-LN-AMT(WS-AMT-SUB).
007240     MOVE ZERO TO WS-TT-AMT(WS-AMT-SUB).
007250 3350-EXIT.
007260     EXIT.
007270
007280 3400-PRINT-DIV-TOTAL.
007290     PERFORM 3450-MOVE-DIV-AMT THRU 3450-EXIT
007300         VARYING WS-AMT-SUB FROM 1 BY 1
007310             UNTIL WS-AMT-SUB > 4.
007320     MOVE SPACES TO WS-DETAIL-LINE.
007330     MOVE WS-DT-DIV TO WS-DTL-DIV.
007340     MOVE "DIVISION" TO WS-DTL-ACCOUNT.
007350     PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
007360     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007370     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007380     MOVE SPACES TO WS-PRINT-LINE.
007390     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007400 3400-EXIT.
007410     EXIT.
007420
007430 3450-MOVE-DIV-AMT.
007440     MOVE WS-DT-AMT(WS-AMT-SUB) TO WS-LN-AMT(WS-AMT-SUB).
007450     MOVE ZERO TO WS-DT-AMT(WS-AMT-SUB).
007460 3450-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* ACTUAL, BUDGET, VARIANCE AND VARIANCE PER CENT FROM WS-LN-AMT.
007510* THE PER CENT IS OF THE BUDGET'S SIZE, SO IT CARRIES THE SIGN OF
007520* THE VARIANCE; IT IS LEFT BLANK WHEN THERE IS NO BUDGET.
007530******************************************************************
007540 3500-FORMAT-AMOUNTS.
007550     MOVE WS-LN-AMT(1) TO WS-DTL-MTH-ACT.
007560     MOVE WS-LN-AMT(2) TO WS-DTL-MTH-BUD.
007570     COMPUTE WS-VARIANCE = WS-LN-AMT(1) - WS-LN-AMT(2).
007580     MOVE WS-VARIANCE TO WS-DTL-MTH-VAR.
007590     MOVE SPACES TO WS-DTL-MTH-PCT-X.
007600     IF WS-LN-AMT(2) NOT = ZERO
007610         MOVE WS-LN-AMT(2) TO WS-ABS-BUD
007620         PERFORM 3550-PERCENT THRU 3550-EXIT
007630         MOVE WS-VAR-PCT TO WS-DTL-MTH-PCT
007640     END-IF.
007650     MOVE WS-LN-AMT(3) TO WS-DTL-YTD-ACT.
007660     MOVE WS-LN-AMT(4) TO WS-DTL-YTD-BUD.
007670     COMPUTE WS-VARIANCE = WS-LN-AMT(3) - WS-LN-AMT(4).
007680     MOVE WS-VARIANCE TO WS-DTL-YTD-VAR.
007690     MOVE SPACES TO WS-DTL-YTD-PCT-X.
007700     IF WS-LN-AMT(4) NOT = ZERO
007710         MOVE WS-LN-AMT(4) TO WS-ABS-BUD
007720         PERFORM 3550-PERCENT THRU 3550-EXIT
007730         MOVE WS-VAR-PCT TO WS-DTL-YTD-PCT
007740     END-IF.
007750 3500-EXIT.
007760     EXIT.
007770
007780 3550-PERCENT.
007790     IF WS-ABS-BUD < ZERO
007800         COMPUTE WS-ABS-BUD = ZERO - WS-ABS-BUD
007810     END-IF.
007820     COMPUTE WS-VAR-PCT ROUNDED =
007830         WS-VARIANCE * 100 / WS-ABS-BUD
007840         ON SIZE ERROR
007850             MOVE 9999.9 TO WS-VAR-PCT
007860     END-COMPUTE.
007870     IF WS-VAR-PCT > 9999.9
007880         MOVE 9999.9 TO WS-VAR-PCT
007890     END-IF.
007900     IF WS-VAR-PCT < -9999.9
007910         MOVE -9999.9 TO WS-VAR-PCT
007920     END-IF.
007930 3550-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* A VARIANCE IS BEYOND TOLERANCE WHEN IT EXCEEDS THE CARD'S
007980* AMOUNT AND ALSO THE CARD'S PER CENT OF BUDGET (ANY ACTIVITY
007990* WITHOUT A BUDGET EXCEEDS EVERY PER CENT).
008000******************************************************************
008010 3600-CHECK-TOLERANCE.
008020     MOVE SPACES TO WS-FLAG-TXT.
008030     COMPUTE WS-VARIANCE = WS-LN-AMT(1) - WS-LN-AMT(2).
008040     MOVE WS-LN-AMT(2) TO WS-ABS-BUD.
008050     PERFORM 3650-BEYOND-TOLERANCE THRU 3650-EXIT.
008060     IF WS-FLAG-TXT(3:1) = "*"
008070         MOVE "M" TO WS-FLAG-TXT(1:1)
008080     END-IF.
008090     MOVE SPACE TO WS-FLAG-TXT(3:1).
008100     COMPUTE WS-VARIANCE = WS-LN-AMT(3) - WS-LN-AMT(4).
008110     MOVE WS-LN-AMT(4) TO WS-ABS-BUD.
008120     PERFORM 3650-BEYOND-TOLERANCE THRU 3650-EXIT.
008130     IF WS-FLAG-TXT(3:1) = "*"
008140         MOVE "Y" TO WS-FLAG-TXT(2:1)
008150     END-IF.
008160     MOVE SPACE TO WS-FLAG-TXT(3:1).
008170     IF WS-FLAG-TXT NOT = SPACES
008180         MOVE "*" TO WS-FLAG-TXT(3:1)
008190         ADD 1 TO WS-FLAGGED-CNT
008200     END-IF.
008210     MOVE WS-FLAG-TXT TO WS-DTL-FLAG.
008220 3600-EXIT.
008230     EXIT.
008240
008250 3650-BEYOND-TOLERANCE.
008260     MOVE WS-VARIANCE TO WS-ABS-VAR.
008270     IF WS-ABS-VAR < ZERO
008280         COMPUTE WS-ABS-VAR = ZERO - WS-ABS-VAR
008290     END-IF.
008300     IF WS-ABS-VAR = ZERO
008310             OR WS-ABS-VAR NOT > WS-TOL-AMT
008320         GO TO 3650-EXIT
008330     END-IF.
008340     IF WS-ABS-BUD < ZERO
008350         COMPUTE WS-ABS-BUD = ZERO - WS-ABS-BUD
008360     END-IF.
008370     IF WS-ABS-BUD = ZERO
008380             OR WS-ABS-VAR * 100 > WS-ABS-BUD * WS-TOL-PCT
008390         MOVE "*" TO WS-FLAG-TXT(3:1)
008400     END-IF.
008410 3650-EXIT.
008420     EXIT.
008430
008440 4000-PRINT-SUMMARY.
008450     MOVE SPACES TO WS-PRINT-LINE.
008460     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008470     MOVE "PERIOD HISTORY ROWS READ:" TO WS-CNT-LABEL.
008480     MOVE WS-PHIST-READ-CNT TO WS-CNT-VALUE.
008490     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008500     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008510     MOVE "  IN THIS FISCAL YEAR TO DATE:" TO WS-CNT-LABEL.
008520     MOVE WS-PHIST-USED-CNT TO WS-CNT-VALUE.
008530     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008540     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008550     MOVE "GLBAL OPEN-MONTH ACCOUNTS:" TO WS-CNT-LABEL.
008560     MOVE WS-BAL-USED-CNT TO WS-CNT-VALUE.
008570     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008580     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008590     MOVE "BUDGET RECORDS READ:" TO WS-CNT-LABEL.
008600     MOVE WS-BUD-READ-CNT TO WS-CNT-VALUE.
008610     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008620     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008630     MOVE "  IN THIS FISCAL YEAR TO DATE:" TO WS-CNT-LABEL.
008640     MOVE WS-BUD-USED-CNT TO WS-CNT-VALUE.
008650     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008660     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008670     MOVE "ACCOUNT LINES PRINTED:" TO WS-CNT-LABEL.
008680     MOVE WS-LINE-PRINT-CNT TO WS-CNT-VALUE.
008690     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008700     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008710     MOVE "LINES BEYOND TOLERANCE:" TO WS-CNT-LABEL.
008720     MOVE WS-FLAGGED-CNT TO WS-CNT-VALUE.
008730     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008740     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008750     IF WS-DROPPED-CNT > ZERO
008760         MOVE "ACCOUNTS NOT REPORTED (FULL):" TO WS-CNT-LABEL
008770         MOVE WS-DROPPED-CNT TO WS-CNT-VALUE
008780         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
008790         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
008800     END-IF.
008810 4000-EXIT.
008820     EXIT.
008830
008840 5000-TERMINATE.
008850     DISPLAY "BUDVAR ACCOUNT LINES PRINTED:  " WS-LINE-PRINT-CNT.
008860     DISPLAY "BUDVAR LINES BEYOND TOLERANCE: " WS-FLAGGED-CNT.
008870     IF WS-FLAGGED-CNT > ZERO
008880             AND WS-RETURN-CODE < 4
008890         MOVE 4 TO WS-RETURN-CODE
008900     END-IF.
008910     CLOSE GL-PHIST-FILE.
008920     CLOSE GL-BAL-FILE.
008930     CLOSE COA-MAST.
008940     CLOSE BUD-MAST.
008950     CLOSE PRINT-FILE.
008960 5000-EXIT.
008970     EXIT.
008980
008990 6200-PRINT-HEADINGS.
009000     ADD 1 TO WS-PAGE-NO.
009010     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
009020     MOVE WS-RPT-DATE TO WS-HDG-DATE.
009030     MOVE WS-RPT-FY TO WS-HDG-FY.
009040     MOVE WS-RPT-FM TO WS-HDG-FM.
009050     IF WS-MONTH-OPEN
009060         MOVE "(OPEN MONTH)" TO WS-HDG-STATE
009070     ELSE
009080         MOVE "(CLOSED)" TO WS-HDG-STATE
009090     END-IF.
009100     MOVE WS-HDG-LINE-1 TO PRINT-REC.
009110     WRITE PRINT-REC.
009120     MOVE WS-TOL-PCT TO WS-HDG-TOL-PCT.
009130     MOVE WS-TOL-AMT TO WS-HDG-TOL-AMT.
009140     IF WS-SEL-DIV = SPACES
009150         MOVE "ALL" TO WS-HDG-DIV
009160     ELSE
009170         MOVE WS-SEL-DIV TO WS-HDG-DIV
009180     END-IF.
009190     MOVE WS-HDG-LINE-2 TO PRINT-REC.
009200     WRITE PRINT-REC.
009210     MOVE WS-HDG-LINE-3 TO PRINT-REC.
009220     WRITE PRINT-REC.
009230     MOVE ZERO TO WS-LINE-CNT.
009240 6200-EXIT.
009250     EXIT.
009260
009270 6350-WRITE-PRINT-REC.
009280     IF WS-LINE-CNT > 50
009290         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
009300     END-IF.
009310     MOVE WS-PRINT-LINE TO PRINT-REC.
009320     WRITE PRINT-REC.
009330     ADD 1 TO WS-LINE-CNT.
009340 6350-EXIT.
009350     EXIT.
009360 END PROGRAM BUDVAR.
