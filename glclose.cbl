000100******************************************************************
000110* PROGRAM-ID:  GLCLOSE
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-16
000150* DATE-COMPILED:
000160* PURPOSE:     CLOSES A GL PERIOD OVER THE GLBAL ACCOUNT BALANCE
000170*              MASTER.  THE PERIOD-END DATE COMES FROM THE
000180*              GLCLPARM PARAMETER CARD AND MUST FALL AFTER THE
000190*              LAST CLOSED PERIOD ON THE GLPCTL CONTROL RECORD.
000200*              EVERY ACCOUNT PRINTS ON THE CLOSING TRIAL BALANCE
000210*              WITH THE PERIOD'S DEBITS, CREDITS AND CLOSING
000220*              BALANCE, IS WRITTEN TO THE GLPHIST PERIOD-BALANCE
000230*              HISTORY UNDER THE PERIOD-END DATE, AND HAS ITS
000240*              PERIOD-TO-DATE FIELDS RESET FOR THE NEW PERIOD.
000250*              WHEN THE PERIOD-END FALLS IN THE FISCAL YEAR-END
000260*              MONTH, EVERY INCOME AND EXPENSE BALANCE IS CLOSED
000270*              TO THE RETAINED-EARNINGS ACCOUNT NAMED ON THE
000280*              CARD: THE BALANCED CLOSING ENTRIES ARE APPLIED TO
000290*              GLBAL HERE, WRITTEN TO THE GLCLOSO FILE IN THE
000300*              GLPOSTR LAYOUT AS THE RECORD OF THE CLOSE, AND
000310*              LISTED ON THE CLOSING-ENTRIES REPORT.  GLCLOSO IS
000320*              DATED INSIDE THE CLOSED YEAR, SO GLAPPL WILL NOT
000330*              (AND MUST NOT) APPLY IT A SECOND TIME.  THE
000340*              CONTROL RECORD IS UPDATED LAST; FROM THEN ON
000350*              GLAPPL REFUSES ANY POSTING FILE DATED ON OR
000360*              BEFORE THE PERIOD-END.
000370* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000380*
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* ---------- ----  --------------------------------------------
000420* 2026-09-16 TS    ORIGINAL VERSION.
000430* 2026-09-30 TS    PERIOD NOT CLOSED WHILE SUSPITM HOLDS AN OPEN
000440*                  SUSPENSE ITEM SUSPENDED ON OR BEFORE THE
000450*                  PERIOD-END; THE COUNT AND NET AMOUNT ARE SHOWN.
000460* 2026-10-02 TS    YEAR-END CLOSING ENTRIES ARE ALSO WRITTEN TO
000470*                  THE GLLEDGR LEDGER-DETAIL HISTORY UNDER THE
000480*                  PERIOD-END DATE, WITH A BALANCE-FORWARD RECORD
000490*                  FIRST FOR AN ACCOUNT THAT HAS NO HISTORY YET.
000500* 2026-10-15 TS    GLPCTL IS NOT ADVANCED WHEN THE CLOSE ENDS
000510*                  WITH CODE 12.  AT YEAR-END THE RETAINED-
000520*                  EARNINGS ACCOUNT AND THE SIZE OF THE YEAR
000530*                  RESULT ARE CHECKED BEFORE GLCLOSO IS OPENED
000540*                  OR ANY BALANCE IS CHANGED, AND AN INCOME OR
000550*                  EXPENSE BALANCE TOO LARGE TO CLOSE REFUSES THE
000560*                  WHOLE CLOSE.  A GLBAL REWRITE FAILURE STOPS THE
000570*                  SWEEP WITH CODE 16.  ONLY FILES THAT OPENED ARE
000580*                  CLOSED.  A PERIOD-END LATER THAN THE RUN DATE,
000583*                  OR A SECOND YEAR-END CLOSE FOR A FISCAL YEAR
000586*                  GLPCTL SHOWS CLOSED, IS AN INVALID CARD.
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. GLCLOSE.
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PARM-FILE ASSIGN TO GLCLPARM
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PARM-STATUS.
000680     SELECT GL-CTL-FILE ASSIGN TO GLPCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTL-STATUS.
000710     SELECT GL-BAL-FILE ASSIGN TO GLBAL
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS GLB-ACCOUNT
000750         FILE STATUS IS WS-BAL-STATUS.
000760     SELECT COA-MAST ASSIGN TO COAMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS COA-ACCOUNT
000800         FILE STATUS IS WS-COA-STATUS.
000810     SELECT GL-PHIST-FILE ASSIGN TO GLPHIST
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PHIST-STATUS.
000840     SELECT SUSP-MAST ASSIGN TO SUSPITM
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS SUSP-KEY
000880         FILE STATUS IS WS-SUSP-STATUS.
000890     SELECT GL-CLOSE-FILE ASSIGN TO GLCLOSO
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-CLOSE-STATUS.
000920     SELECT PRINT-FILE ASSIGN TO CLOSERPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PRINT-STATUS.
000950     SELECT CE-PRINT-FILE ASSIGN TO YECLRPT
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-CE-PRINT-STATUS.
000980     SELECT GL-LEDGER-FILE ASSIGN TO GLLEDGR
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS GLLD-KEY
001020         FILE STATUS IS WS-LDG-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  PARM-FILE
001060     RECORD CONTAINS 80 CHARACTERS.
001070 COPY GLCLPRM.
001080 FD  GL-CTL-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100 COPY GLPCTL.
001110 FD  GL-BAL-FILE
001120     RECORD CONTAINS 80 CHARACTERS.
001130 COPY GLBAL.
001140 FD  COA-MAST
001150     RECORD CONTAINS 60 CHARACTERS.
001160 COPY COAREC.
001170 FD  GL-PHIST-FILE
001180     RECORD CONTAINS 100 CHARACTERS.
001190 COPY GLPHIST.
001200 FD  SUSP-MAST
001210     RECORD CONTAINS 150 CHARACTERS.
001220 COPY SUSPITM.
001230 FD  GL-CLOSE-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250 COPY GLPOSTR.
001260 FD  PRINT-FILE
001270     RECORD CONTAINS 132 CHARACTERS.
001280 01  PRINT-REC                  PIC X(132).
001290 FD  CE-PRINT-FILE
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  CE-PRINT-REC               PIC X(132).
001320 FD  GL-LEDGER-FILE
001330     RECORD CONTAINS 100 CHARACTERS.
001340 COPY GLLDDTL.
001350 WORKING-STORAGE SECTION.
001360 01  WS-COUNTERS.
001370     03  WS-ACCT-CNT         PIC 9(6)  COMP VALUE ZERO.
001380     03  WS-PHIST-CNT        PIC 9(6)  COMP VALUE ZERO.
001390     03  WS-OFF-CHART-CNT    PIC 9(6)  COMP VALUE ZERO.
001400     03  WS-CLOSED-ACCT-CNT  PIC 9(6)  COMP VALUE ZERO.
001410     03  WS-CE-CNT           PIC 9(9)  COMP VALUE ZERO.
001420     03  WS-TB-DEBITS        PIC 9(13)V99   VALUE ZERO.
001430     03  WS-TB-CREDITS       PIC 9(13)V99   VALUE ZERO.
001440     03  WS-TB-BALANCE       PIC S9(13)V99  VALUE ZERO.
001450     03  WS-CE-DEBITS        PIC 9(13)V99   VALUE ZERO.
001460     03  WS-CE-CREDITS       PIC 9(13)V99   VALUE ZERO.
001470     03  WS-CE-HASH          PIC 9(13)V99   VALUE ZERO.
001480     03  WS-SUSP-OPEN-CNT    PIC 9(6)  COMP VALUE ZERO.
001490     03  WS-SUSP-OPEN-NET    PIC S9(13)V99  VALUE ZERO.
001500     03  WS-LEDGER-CNT       PIC 9(6)  COMP VALUE ZERO.
001510     03  WS-LDG-SEQ          PIC 9(6)  VALUE ZERO.
001520     03  WS-LDG-BAL-BEFORE   PIC S9(13)V99  VALUE ZERO.
001530     03  WS-YE-NET           PIC S9(13)V99  VALUE ZERO.
001540 01  WS-CLOSE-WORK.
001550     03  WS-PERIOD-END       PIC 9(8)  VALUE ZERO.
001560     03  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
001570         05  WS-PE-CC        PIC 9(2).
001580         05  WS-PE-YY        PIC 9(2).
001590         05  WS-PE-MM        PIC 9(2).
001600         05  WS-PE-DD        PIC 9(2).
001610     03  WS-FYE-MONTH        PIC 9(2)  VALUE 12.
001620     03  WS-RE-ACCOUNT       PIC X(8)  VALUE SPACES.
001630     03  WS-CLOSED-THRU      PIC 9(8)  VALUE ZERO.
001640     03  WS-LAST-YE-DATE     PIC 9(8)  VALUE ZERO.
001642     03  WS-LAST-YE-DATE-R REDEFINES WS-LAST-YE-DATE.
001644         05  WS-LYE-CC       PIC 9(2).
001646         05  WS-LYE-YY       PIC 9(2).
001648         05  FILLER          PIC 9(4).
001650     03  WS-RUN-DATE         PIC 9(8)  VALUE ZERO.
001660     03  WS-CE-AMOUNT        PIC 9(13)V99   VALUE ZERO.
001670     03  WS-CE-DC-IND        PIC X(1).
001680     03  WS-CE-ENTRY-IND     PIC X(1).
001690     03  WS-CE-RUN-ID.
001700         05  FILLER          PIC X(2)  VALUE "YE".
001710         05  WS-CE-RUN-YY    PIC 9(2).
001720         05  WS-CE-RUN-MM    PIC 9(2).
001730         05  WS-CE-RUN-DD    PIC 9(2).
001740******************************************************************
001750* CHART ATTRIBUTES OF THE ACCOUNT BEING CLOSED.  AN ACCOUNT NOT
001760* ON THE CHART (OPENED BEFORE THE CHART EXISTED) CARRIES A
001770* BLANK TYPE AND IS NEVER CLOSED TO RETAINED EARNINGS.
001780******************************************************************
001790 01  WS-ACCT-WORK.
001800     03  WS-ACCT-NAME        PIC X(30).
001810     03  WS-ACCT-TYPE        PIC X(1).
001820         88  WS-ACCT-NOMINAL      VALUE "I" "E".
001830     03  WS-ACCT-DIV         PIC X(2).
001840     03  WS-ACCT-CHART-SW    PIC X(1).
001850         88  WS-ACCT-ON-CHART     VALUE "Y".
001860         88  WS-ACCT-OFF-CHART    VALUE "N".
001870 01  WS-FLAGS.
001880     03  WS-PARM-STATUS      PIC X(2).
001890         88  WS-PARM-OK           VALUE "00".
001900     03  WS-CTL-STATUS       PIC X(2).
001910         88  WS-CTL-OK            VALUE "00".
001920     03  WS-BAL-STATUS       PIC X(2).
001930         88  WS-BAL-OK            VALUE "00".
001940         88  WS-BAL-NOT-FOUND     VALUE "23".
001950     03  WS-COA-STATUS       PIC X(2).
001960         88  WS-COA-OK            VALUE "00".
001970     03  WS-PHIST-STATUS     PIC X(2).
001980         88  WS-PHIST-OK          VALUE "00".
001990     03  WS-CLOSE-STATUS     PIC X(2).
002000         88  WS-CLOSE-OK          VALUE "00".
002010     03  WS-PRINT-STATUS     PIC X(2).
002020         88  WS-PRINT-OK          VALUE "00".
002030     03  WS-CE-PRINT-STATUS  PIC X(2).
002040         88  WS-CE-PRINT-OK       VALUE "00".
002050     03  WS-SUSP-STATUS      PIC X(2).
002060         88  WS-SUSP-OK           VALUE "00".
002070     03  WS-SUSP-EOF-SW      PIC X(1).
002080         88  WS-SUSP-EOF          VALUE "Y".
002090         88  WS-SUSP-NOT-EOF      VALUE "N".
002100     03  WS-SWEEP-EOF-SW     PIC X(1).
002110         88  WS-SWEEP-EOF         VALUE "Y".
002120         88  WS-SWEEP-NOT-EOF     VALUE "N".
002130     03  WS-PARM-VALID-SW    PIC X(1)  VALUE "Y".
002140         88  WS-PARM-VALID        VALUE "Y".
002150         88  WS-PARM-INVALID      VALUE "N".
002160     03  WS-YEAR-END-SW      PIC X(1)  VALUE "N".
002170         88  WS-YEAR-END          VALUE "Y".
002180     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
002190         88  WS-OPEN-FAILED       VALUE "Y".
002200     03  WS-BAL-OPEN-SW      PIC X(1)  VALUE "N".
002210         88  WS-BAL-OPEN          VALUE "Y".
002220     03  WS-COA-OPEN-SW      PIC X(1)  VALUE "N".
002230         88  WS-COA-OPEN          VALUE "Y".
002240     03  WS-PHIST-OPEN-SW    PIC X(1)  VALUE "N".
002250         88  WS-PHIST-OPEN        VALUE "Y".
002260     03  WS-PRINT-OPEN-SW    PIC X(1)  VALUE "N".
002270         88  WS-PRINT-OPEN        VALUE "Y".
002280     03  WS-CE-PRINT-OPEN-SW PIC X(1)  VALUE "N".
002290         88  WS-CE-PRINT-OPEN     VALUE "Y".
002300     03  WS-CLOSE-OPEN-SW    PIC X(1)  VALUE "N".
002310         88  WS-CLOSE-OPEN        VALUE "Y".
002320     03  WS-LDG-OPEN-SW      PIC X(1)  VALUE "N".
002330         88  WS-LDG-OPEN          VALUE "Y".
002340     03  WS-SWEEP-STOP-SW    PIC X(1)  VALUE "N".
002350         88  WS-SWEEP-STOPPED     VALUE "Y".
002360     03  WS-LDG-STATUS       PIC X(2).
002370         88  WS-LDG-OK            VALUE "00".
002380         88  WS-LDG-DUP-KEY       VALUE "22".
002390         88  WS-LDG-NO-FILE       VALUE "35".
002400     03  WS-LDG-HIST-SW      PIC X(1).
002410         88  WS-LDG-HAS-HIST      VALUE "Y".
002420         88  WS-LDG-NO-HIST       VALUE "N".
002430     03  WS-LDG-DONE-SW      PIC X(1).
002440         88  WS-LDG-DONE          VALUE "Y".
002450 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002460 01  WS-REPORT-WORK.
002470     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002480     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
002490     03  WS-CE-PAGE-NO       PIC 9(4)  VALUE ZERO.
002500     03  WS-CE-LINE-CNT      PIC 9(4)  VALUE ZERO.
002510 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002520 01  WS-CE-PRINT-LINE        PIC X(132) VALUE SPACES.
002530 01  WS-HDG-LINE-1.
002540     05  FILLER          PIC X(26)
002550         VALUE "GL CLOSING TRIAL BALANCE  ".
002560     05  FILLER          PIC X(14) VALUE "PERIOD ENDED ".
002570     05  WS-HDG-DATE     PIC 9(8).
002580     05  FILLER          PIC X(64) VALUE SPACES.
002590     05  FILLER          PIC X(5)  VALUE "PAGE ".
002600     05  WS-HDG-PAGE     PIC ZZZ9.
002610     05  FILLER          PIC X(11) VALUE SPACES.
002620 01  WS-HDG-LINE-2.
002630     05  FILLER          PIC X(10) VALUE "ACCOUNT   ".
002640     05  FILLER          PIC X(26) VALUE "NAME".
002650     05  FILLER          PIC X(8)  VALUE "TYPE DIV".
002660     05  FILLER          PIC X(16) VALUE "      PTD DEBITS".
002670     05  FILLER          PIC X(18) VALUE "       PTD CREDITS".
002680     05  FILLER          PIC X(19) VALUE "    CLOSING BALANCE".
002690     05  FILLER          PIC X(14) VALUE "  FLAGS".
002700     05  FILLER          PIC X(21) VALUE SPACES.
002710 01  WS-DETAIL-LINE.
002720     05  WS-DTL-ACCOUNT  PIC X(8).
002730     05  FILLER          PIC X(2)  VALUE SPACES.
002740     05  WS-DTL-NAME     PIC X(24).
002750     05  FILLER          PIC X(2)  VALUE SPACES.
002760     05  WS-DTL-TYPE     PIC X(1).
002770     05  FILLER          PIC X(4)  VALUE SPACES.
002780     05  WS-DTL-DIV      PIC X(2).
002790     05  FILLER          PIC X(1)  VALUE SPACES.
002800     05  WS-DTL-DEBITS   PIC ZZZZZZZZZZZZ9.99.
002810     05  FILLER          PIC X(2)  VALUE SPACES.
002820     05  WS-DTL-CREDITS  PIC ZZZZZZZZZZZZ9.99.
002830     05  FILLER          PIC X(2)  VALUE SPACES.
002840     05  WS-DTL-BALANCE  PIC -ZZZZZZZZZZZZ9.99.
002850     05  FILLER          PIC X(2)  VALUE SPACES.
002860     05  WS-DTL-FLAG     PIC X(12).
002870     05  FILLER          PIC X(21) VALUE SPACES.
002880 01  WS-TOTAL-LINE.
002890     05  FILLER          PIC X(10) VALUE SPACES.
002900     05  WS-TOT-LABEL    PIC X(24).
002910     05  FILLER          PIC X(10) VALUE SPACES.
002920     05  WS-TOT-DEBITS   PIC ZZZZZZZZZZZZ9.99.
002930     05  FILLER          PIC X(2)  VALUE SPACES.
002940     05  WS-TOT-CREDITS  PIC ZZZZZZZZZZZZ9.99.
002950     05  FILLER          PIC X(2)  VALUE SPACES.
002960     05  WS-TOT-BALANCE  PIC -ZZZZZZZZZZZZ9.99.
002970     05  FILLER          PIC X(2)  VALUE SPACES.
002980     05  WS-TOT-STATUS   PIC X(14).
002990     05  FILLER          PIC X(19) VALUE SPACES.
003000 01  WS-CE-HDG-LINE-1.
003010     05  FILLER          PIC X(26)
003020         VALUE "YEAR-END CLOSING ENTRIES  ".
003030     05  FILLER          PIC X(18) VALUE "FISCAL YEAR ENDED ".
003040     05  WS-CE-HDG-DATE  PIC 9(8).
003050     05  FILLER          PIC X(6)  VALUE SPACES.
003060     05  FILLER          PIC X(7)  VALUE "RUN ID ".
003070     05  WS-CE-HDG-RUN   PIC X(8).
003080     05  FILLER          PIC X(39) VALUE SPACES.
003090     05  FILLER          PIC X(5)  VALUE "PAGE ".
003100     05  WS-CE-HDG-PAGE  PIC ZZZ9.
003110     05  FILLER          PIC X(11) VALUE SPACES.
003120 01  WS-CE-HDG-LINE-2.
003130     05  FILLER          PIC X(10) VALUE "ACCOUNT   ".
003140     05  FILLER          PIC X(26) VALUE "NAME".
003150     05  FILLER          PIC X(5)  VALUE "TYPE ".
003160     05  FILLER          PIC X(17) VALUE "   BALANCE CLOSED".
003170     05  FILLER          PIC X(18) VALUE "             DEBIT".
003180     05  FILLER          PIC X(18) VALUE "            CREDIT".
003190     05  FILLER          PIC X(38) VALUE SPACES.
003200 01  WS-CE-DETAIL-LINE.
003210     05  WS-CED-ACCOUNT  PIC X(8).
003220     05  FILLER          PIC X(2)  VALUE SPACES.
003230     05  WS-CED-NAME     PIC X(24).
003240     05  FILLER          PIC X(2)  VALUE SPACES.
003250     05  WS-CED-TYPE     PIC X(1).
003260     05  FILLER          PIC X(3)  VALUE SPACES.
003270     05  WS-CED-BALANCE  PIC -ZZZZZZZZZZZZ9.99.
003280     05  FILLER          PIC X(2)  VALUE SPACES.
003290     05  WS-CED-DEBIT    PIC ZZZZZZZZZZZZ9.99.
003300     05  FILLER          PIC X(2)  VALUE SPACES.
003310     05  WS-CED-CREDIT   PIC ZZZZZZZZZZZZ9.99.
003320     05  FILLER          PIC X(2)  VALUE SPACES.
003330     05  WS-CED-FLAG     PIC X(20).
003340     05  FILLER          PIC X(17) VALUE SPACES.
003350 01  WS-COUNT-LINE.
003360     05  WS-CNT-LABEL    PIC X(30).
003370     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
003380     05  FILLER          PIC X(93) VALUE SPACES.
003390 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     IF NOT WS-OPEN-FAILED AND WS-PARM-VALID
003430         PERFORM 2000-CLOSE-ACCOUNTS THRU 2000-EXIT
003440         IF WS-YEAR-END
003450                 AND NOT WS-SWEEP-STOPPED
003460             PERFORM 3000-CLOSE-TO-RETAINED THRU 3000-EXIT
003470         END-IF
003480         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
003490         IF WS-RETURN-CODE < 12
003500             PERFORM 4500-UPDATE-CONTROL THRU 4500-EXIT
003510         ELSE
003520             DISPLAY "GLPCTL NOT UPDATED -- PERIOD NOT CLOSED"
003530         END-IF
003540     END-IF.
003550     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003560     MOVE WS-RETURN-CODE TO RETURN-CODE.
003570     STOP RUN.
003580
003590 1000-INITIALIZE.
003600     SET WS-SWEEP-NOT-EOF TO TRUE.
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003620     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003630     IF WS-PARM-VALID
003640         PERFORM 1200-READ-CONTROL THRU 1200-EXIT
003650     END-IF.
003660     IF WS-PARM-VALID
003670         PERFORM 1400-CHECK-SUSPENSE THRU 1400-EXIT
003680     END-IF.
003690     IF WS-PARM-INVALID
003700         DISPLAY "GLCLOSE PERIOD NOT CLOSED"
003710         MOVE 12 TO WS-RETURN-CODE
003720         GO TO 1000-EXIT
003730     END-IF.
003740     OPEN I-O GL-BAL-FILE.
003750     IF WS-BAL-OK
003760         SET WS-BAL-OPEN TO TRUE
003770     ELSE
003780         DISPLAY "GL-BAL-FILE OPEN FAILED, STATUS: "
003790             WS-BAL-STATUS
003800         SET WS-OPEN-FAILED TO TRUE
003810     END-IF.
003820     OPEN INPUT COA-MAST.
003830     IF WS-COA-OK
003840         SET WS-COA-OPEN TO TRUE
003850     ELSE
003860         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
003870             WS-COA-STATUS
003880         SET WS-OPEN-FAILED TO TRUE
003890     END-IF.
003900     IF WS-YEAR-END
003910             AND NOT WS-OPEN-FAILED
003920         PERFORM 1300-CHECK-RE-ACCOUNT THRU 1300-EXIT
003930         IF WS-PARM-VALID
003940             PERFORM 1600-CHECK-YEAR-RESULT THRU 1600-EXIT
003950         END-IF
003960         IF WS-PARM-INVALID
003970             DISPLAY "GLCLOSE PERIOD NOT CLOSED"
003980             MOVE 12 TO WS-RETURN-CODE
003990             GO TO 1000-EXIT
004000         END-IF
004010     END-IF.
004020     OPEN EXTEND GL-PHIST-FILE.
004030     IF NOT WS-PHIST-OK
004040         OPEN OUTPUT GL-PHIST-FILE
004050     END-IF.
004060     IF WS-PHIST-OK
004070         SET WS-PHIST-OPEN TO TRUE
004080     ELSE
004090         DISPLAY "GL-PHIST-FILE OPEN FAILED, STATUS: "
004100             WS-PHIST-STATUS
004110         SET WS-OPEN-FAILED TO TRUE
004120     END-IF.
004130     OPEN OUTPUT PRINT-FILE.
004140     IF WS-PRINT-OK
004150         SET WS-PRINT-OPEN TO TRUE
004160     ELSE
004170         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
004180             WS-PRINT-STATUS
004190         SET WS-OPEN-FAILED TO TRUE
004200     END-IF.
004210     OPEN OUTPUT CE-PRINT-FILE.
004220     IF WS-CE-PRINT-OK
004230         SET WS-CE-PRINT-OPEN TO TRUE
004240     ELSE
004250         DISPLAY "CE-PRINT-FILE OPEN FAILED, STATUS: "
004260             WS-CE-PRINT-STATUS
004270         SET WS-OPEN-FAILED TO TRUE
004280     END-IF.
004290     IF WS-YEAR-END
004300         OPEN OUTPUT GL-CLOSE-FILE
004310         IF WS-CLOSE-OK
004320             SET WS-CLOSE-OPEN TO TRUE
004330         ELSE
004340             DISPLAY "GL-CLOSE-FILE OPEN FAILED, STATUS: "
004350                 WS-CLOSE-STATUS
004360             SET WS-OPEN-FAILED TO TRUE
004370         END-IF
004380     END-IF.
004390     IF WS-YEAR-END
004400         PERFORM 1500-OPEN-LEDGER THRU 1500-EXIT
004410     END-IF.
004420     IF WS-OPEN-FAILED
004430         MOVE 16 TO WS-RETURN-CODE
004440         GO TO 1000-EXIT
004450     END-IF.
004460     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
004470     PERFORM 6300-PRINT-CE-HEADINGS THRU 6300-EXIT.
004480     IF WS-YEAR-END
004490         MOVE SPACES TO GLP-HEADER-REC
004500         MOVE "H" TO GLP-HDR-ID
004510         MOVE WS-PERIOD-END TO GLP-HDR-POST-DATE
004520         WRITE GLP-HEADER-REC
004530     ELSE
004540         MOVE "NOT A FISCAL YEAR-END -- NO CLOSING ENTRIES"
004550             TO WS-CE-PRINT-LINE
004560         PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT
004570     END-IF.
004580 1000-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* THE PERIOD-END DATE MUST BE A REAL DATE.  THE FISCAL YEAR-END
004630* MONTH DEFAULTS TO 12; A PERIOD-END IN THAT MONTH MAKES THIS
004640* RUN THE YEAR-END CLOSE.
004650******************************************************************
004660 1100-READ-PARM.
004670     OPEN INPUT PARM-FILE.
004680     IF NOT WS-PARM-OK
004690         DISPLAY "GLCLPARM NOT PRESENT, NO PERIOD-END DATE"
004700         SET WS-PARM-INVALID TO TRUE
004710         GO TO 1100-EXIT
004720     END-IF.
004730     READ PARM-FILE
004740         AT END
004750             DISPLAY "GLCLPARM EMPTY, NO PERIOD-END DATE"
004760             SET WS-PARM-INVALID TO TRUE
004770             CLOSE PARM-FILE
004780             GO TO 1100-EXIT
004790     END-READ.
004800     CLOSE PARM-FILE.
004810     IF GLCP-PERIOD-END NOT NUMERIC
004820             OR GLCP-PERIOD-END = ZERO
004830         DISPLAY "GLCLPARM PERIOD-END DATE INVALID: "
004840             GLCP-PERIOD-END
004850         SET WS-PARM-INVALID TO TRUE
004860         GO TO 1100-EXIT
004870     END-IF.
004880     MOVE GLCP-PERIOD-END TO WS-PERIOD-END.
004890     IF WS-PE-MM < 1 OR WS-PE-MM > 12
004900             OR WS-PE-DD < 1 OR WS-PE-DD > 31
004910         DISPLAY "GLCLPARM PERIOD-END DATE INVALID: "
004920             GLCP-PERIOD-END
004930         SET WS-PARM-INVALID TO TRUE
004940         GO TO 1100-EXIT
004950     END-IF.
004951     IF WS-PERIOD-END > WS-RUN-DATE
004952         DISPLAY "GLCLPARM PERIOD-END " WS-PERIOD-END
004953             " IS LATER THAN THE RUN DATE " WS-RUN-DATE
004954         SET WS-PARM-INVALID TO TRUE
004955         GO TO 1100-EXIT
004956     END-IF.
004960     IF GLCP-FYE-MONTH NUMERIC
004970             AND GLCP-FYE-MONTH > ZERO
004980             AND GLCP-FYE-MONTH NOT > 12
004990         MOVE GLCP-FYE-MONTH TO WS-FYE-MONTH
005000     END-IF.
005010     MOVE GLCP-RE-ACCOUNT TO WS-RE-ACCOUNT.
005020     IF WS-PE-MM = WS-FYE-MONTH
005030         SET WS-YEAR-END TO TRUE
005040         MOVE WS-PE-YY TO WS-CE-RUN-YY
005050         MOVE WS-PE-MM TO WS-CE-RUN-MM
005060         MOVE WS-PE-DD TO WS-CE-RUN-DD
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* A PERIOD CAN BE CLOSED ONCE, AND ONLY AFTER THE ONE BEFORE IT;
005125* A FISCAL YEAR HAS ONE YEAR-END CLOSE.
005130******************************************************************
005140 1200-READ-CONTROL.
005150     OPEN INPUT GL-CTL-FILE.
005160     IF NOT WS-CTL-OK
005170         DISPLAY "GLPCTL NOT PRESENT, NO PERIOD CLOSED YET"
005180         GO TO 1200-EXIT
005190     END-IF.
005200     READ GL-CTL-FILE
005210         AT END
005220             MOVE ZERO TO GLPC-CLOSED-THRU
005230             MOVE ZERO TO GLPC-LAST-YE-DATE
005240     END-READ.
005250     CLOSE GL-CTL-FILE.
005260     IF GLPC-CLOSED-THRU NUMERIC
005270         MOVE GLPC-CLOSED-THRU TO WS-CLOSED-THRU
005280     END-IF.
005290     IF GLPC-LAST-YE-DATE NUMERIC
005300         MOVE GLPC-LAST-YE-DATE TO WS-LAST-YE-DATE
005310     END-IF.
005320     IF WS-PERIOD-END NOT > WS-CLOSED-THRU
005330         DISPLAY "GLCLOSE PERIOD ENDING " WS-PERIOD-END
005340             " ALREADY CLOSED, GLPCTL CLOSED THRU "
005350             WS-CLOSED-THRU
005351         SET WS-PARM-INVALID TO TRUE
005352     END-IF.
005353     IF WS-YEAR-END
005354             AND WS-LYE-CC = WS-PE-CC
005355             AND WS-LYE-YY = WS-PE-YY
005356         DISPLAY "GLCLOSE FISCAL YEAR " WS-PE-CC WS-PE-YY
005357             " ALREADY CLOSED AT YEAR-END " WS-LAST-YE-DATE
005360         SET WS-PARM-INVALID TO TRUE
005370     END-IF.
005380 1200-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* THE YEAR-END CLOSE NEEDS SOMEWHERE TO PUT THE YEAR'S RESULT:
005430* AN ACTIVE EQUITY ACCOUNT ON THE CHART.
005440******************************************************************
005450 1300-CHECK-RE-ACCOUNT.
005460     IF WS-RE-ACCOUNT = SPACES
005470         DISPLAY "GLCLPARM NAMES NO RETAINED-EARNINGS ACCOUNT "
005480             "FOR THE YEAR-END CLOSE"
005490         SET WS-PARM-INVALID TO TRUE
005500         GO TO 1300-EXIT
005510     END-IF.
005520     MOVE WS-RE-ACCOUNT TO COA-ACCOUNT.
005530     READ COA-MAST
005540         INVALID KEY
005550             DISPLAY "RETAINED-EARNINGS ACCOUNT NOT ON CHART: "
005560                 WS-RE-ACCOUNT
005570             SET WS-PARM-INVALID TO TRUE
005580             GO TO 1300-EXIT
005590     END-READ.
005600     IF NOT COA-ACTIVE OR NOT COA-EQUITY
005610         DISPLAY "RETAINED-EARNINGS ACCOUNT NOT AN ACTIVE "
005620             "EQUITY ACCOUNT: " WS-RE-ACCOUNT
005630         SET WS-PARM-INVALID TO TRUE
005640     END-IF.
005650 1300-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* A PERIOD MAY NOT CLOSE WITH UNEXPLAINED SUSPENSE: ANY OPEN
005700* SUSPITM ITEM SUSPENDED ON OR BEFORE THE PERIOD-END MUST FIRST
005710* BE CLEARED BY GLSCLR.  NO SUSPITM FILE MEANS NOTHING SUSPENDED.
005720******************************************************************
005730 1400-CHECK-SUSPENSE.
005740     OPEN INPUT SUSP-MAST.
005750     IF NOT WS-SUSP-OK
005760         GO TO 1400-EXIT
005770     END-IF.
005780     SET WS-SUSP-NOT-EOF TO TRUE.
005790     MOVE LOW-VALUES TO SUSP-KEY.
005800     START SUSP-MAST KEY IS NOT < SUSP-KEY
005810         INVALID KEY
005820             SET WS-SUSP-EOF TO TRUE
005830     END-START.
005840     PERFORM 1450-READ-SUSPENSE THRU 1450-EXIT
005850         UNTIL WS-SUSP-EOF.
005860     CLOSE SUSP-MAST.
005870     IF WS-SUSP-OPEN-CNT > ZERO
005880         DISPLAY "GLCLOSE OPEN SUSPENSE ITEMS IN THE PERIOD: "
005890             WS-SUSP-OPEN-CNT
005900         DISPLAY "GLCLOSE OPEN SUSPENSE NET DEBIT: "
005910             WS-SUSP-OPEN-NET
005920         DISPLAY "GLCLOSE CLEAR SUSPENSE (GLSCLR) BEFORE CLOSING"
005930         SET WS-PARM-INVALID TO TRUE
005940     END-IF.
005950 1400-EXIT.
005960     EXIT.
005970
005980 1450-READ-SUSPENSE.
005990     READ SUSP-MAST NEXT RECORD
006000         AT END
006010             SET WS-SUSP-EOF TO TRUE
006020             GO TO 1450-EXIT
006030     END-READ.
006040     IF SUSP-OPEN
006050             AND SUSP-SUSP-DATE NOT > WS-PERIOD-END
006060         ADD 1 TO WS-SUSP-OPEN-CNT
006070         IF SUSP-CREDIT
006080             SUBTRACT SUSP-AMOUNT FROM WS-SUSP-OPEN-NET
006090         ELSE
006100             ADD SUSP-AMOUNT TO WS-SUSP-OPEN-NET
006110         END-IF
006120     END-IF.
006130 1450-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* GLLEDGR LEDGER-DETAIL HISTORY, WRITTEN ONLY BY A YEAR-END CLOSE.
006180******************************************************************
006190 1500-OPEN-LEDGER.
006200     OPEN I-O GL-LEDGER-FILE.
006210     IF WS-LDG-NO-FILE
006220         OPEN OUTPUT GL-LEDGER-FILE
006230         CLOSE GL-LEDGER-FILE
006240         OPEN I-O GL-LEDGER-FILE
006250     END-IF.
006260     IF WS-LDG-OK
006270         SET WS-LDG-OPEN TO TRUE
006280     ELSE
006290         DISPLAY "GL-LEDGER-FILE OPEN FAILED, STATUS: "
006300             WS-LDG-STATUS
006310         SET WS-OPEN-FAILED TO TRUE
006320     END-IF.
006330 1500-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* READ-ONLY PASS BEFORE THE YEAR-END CLOSE: THE NET OF THE INCOME
006380* AND EXPENSE BALANCES 2500 WILL CLOSE IS THE RETAINED-EARNINGS
006390* ENTRY.  IT AND EVERY BALANCE TO BE CLOSED MUST FIT ONE GLPOSTR
006400* DETAIL.  IF ANY DOES NOT, NOTHING IS CLOSED, SO GLBAL IS NEVER
006410* LEFT WITH THE YEAR HALF CLOSED.
006420******************************************************************
006430 1600-CHECK-YEAR-RESULT.
006440     MOVE ZERO TO WS-YE-NET.
006450     SET WS-SWEEP-NOT-EOF TO TRUE.
006460     MOVE LOW-VALUES TO GLB-ACCOUNT.
006470     START GL-BAL-FILE KEY NOT < GLB-ACCOUNT
006480         INVALID KEY
006490             SET WS-SWEEP-EOF TO TRUE
006500     END-START.
006510     PERFORM 1650-ADD-YEAR-RESULT THRU 1650-EXIT
006520         UNTIL WS-SWEEP-EOF.
006530     SET WS-SWEEP-NOT-EOF TO TRUE.
006540     IF WS-YE-NET < ZERO
006550         COMPUTE WS-CE-AMOUNT = ZERO - WS-YE-NET
006560     ELSE
006570         MOVE WS-YE-NET TO WS-CE-AMOUNT
006580     END-IF.
006590     IF WS-CE-AMOUNT > 999999999.99
006600         DISPLAY "GLCLOSE YEAR RESULT TOO LARGE FOR ONE CLOSING "
006610             "ENTRY: " WS-YE-NET
006620         SET WS-PARM-INVALID TO TRUE
006630     END-IF.
006640     IF WS-PARM-INVALID
006650         DISPLAY "GLCLOSE NO BALANCE CLOSED -- POST A MANUAL "
006660             "CLOSING JOURNAL FIRST"
006670     END-IF.
006680 1600-EXIT.
006690     EXIT.
006700
006710 1650-ADD-YEAR-RESULT.
006720     READ GL-BAL-FILE NEXT RECORD
006730         AT END
006740             SET WS-SWEEP-EOF TO TRUE
006750             GO TO 1650-EXIT
006760     END-READ.
006770     IF GLB-BALANCE = ZERO
006780         GO TO 1650-EXIT
006790     END-IF.
006800     MOVE GLB-ACCOUNT TO COA-ACCOUNT.
006810     READ COA-MAST
006820         INVALID KEY
006830             GO TO 1650-EXIT
006840     END-READ.
006850     IF NOT COA-INCOME AND NOT COA-EXPENSE
006860         GO TO 1650-EXIT
006870     END-IF.
006880     IF GLB-BALANCE > 999999999.99
006890             OR GLB-BALANCE < -999999999.99
006900         DISPLAY "GLCLOSE BALANCE TOO LARGE FOR ONE CLOSING "
006910             "ENTRY, ACCOUNT: " GLB-ACCOUNT
006920         SET WS-PARM-INVALID TO TRUE
006930         GO TO 1650-EXIT
006940     END-IF.
006950     ADD GLB-BALANCE TO WS-YE-NET.
006960 1650-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* SWEEP THE WHOLE BALANCE MASTER IN ACCOUNT ORDER: PRINT, WRITE
007010* THE PERIOD HISTORY, RESET THE PERIOD-TO-DATE FIELDS AND, AT
007020* YEAR-END, CLOSE INCOME AND EXPENSE BALANCES.
007030******************************************************************
007040 2000-CLOSE-ACCOUNTS.
007050     MOVE LOW-VALUES TO GLB-ACCOUNT.
007060     START GL-BAL-FILE KEY NOT < GLB-ACCOUNT
007070         INVALID KEY
007080             SET WS-SWEEP-EOF TO TRUE
007090     END-START.
007100     PERFORM 2100-CLOSE-ACCOUNT THRU 2100-EXIT
007110         UNTIL WS-SWEEP-EOF.
007120 2000-EXIT.
007130     EXIT.
007140
007150 2100-CLOSE-ACCOUNT.
007160     READ GL-BAL-FILE NEXT RECORD
007170         AT END
007180             SET WS-SWEEP-EOF TO TRUE
007190             GO TO 2100-EXIT
007200     END-READ.
007210     ADD 1 TO WS-ACCT-CNT.
007220     PERFORM 2200-GET-CHART THRU 2200-EXIT.
007230     MOVE GLB-ACCOUNT TO WS-DTL-ACCOUNT.
007240     MOVE WS-ACCT-NAME TO WS-DTL-NAME.
007250     MOVE WS-ACCT-TYPE TO WS-DTL-TYPE.
007260     MOVE WS-ACCT-DIV TO WS-DTL-DIV.
007270     MOVE GLB-PTD-DEBITS TO WS-DTL-DEBITS.
007280     MOVE GLB-PTD-CREDITS TO WS-DTL-CREDITS.
007290     MOVE GLB-BALANCE TO WS-DTL-BALANCE.
007300     MOVE SPACES TO WS-DTL-FLAG.
007310     IF WS-ACCT-OFF-CHART
007320         MOVE "NOT ON CHART" TO WS-DTL-FLAG
007330     END-IF.
007340     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007350     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007360     ADD GLB-PTD-DEBITS TO WS-TB-DEBITS.
007370     ADD GLB-PTD-CREDITS TO WS-TB-CREDITS.
007380     ADD GLB-BALANCE TO WS-TB-BALANCE.
007390     PERFORM 2400-WRITE-PERIOD-HIST THRU 2400-EXIT.
007400     MOVE ZERO TO GLB-PTD-DEBITS.
007410     MOVE ZERO TO GLB-PTD-CREDITS.
007420     IF WS-YEAR-END
007430             AND WS-ACCT-NOMINAL
007440             AND GLB-BALANCE NOT = ZERO
007450         PERFORM 2500-CLOSE-NOMINAL THRU 2500-EXIT
007460     END-IF.
007470     REWRITE GLB-REC
007480         INVALID KEY
007490             PERFORM 2150-REWRITE-FAILED THRU 2150-EXIT
007500     END-REWRITE.
007510 2100-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* GLBAL FAILED PART WAY THROUGH THE SWEEP.  THE ACCOUNTS AHEAD OF
007560* THIS ONE ARE ALREADY RESET, WITH THEIR GLPHIST ROWS AND AT
007570* YEAR-END THEIR CLOSING ENTRIES WRITTEN, SO THE SWEEP STOPS HERE
007580* AND GLPCTL IS NOT ADVANCED.
007590******************************************************************
007600 2150-REWRITE-FAILED.
007610     DISPLAY "GL-BAL-FILE REWRITE FAILED, ACCOUNT " GLB-ACCOUNT
007620         ", STATUS: " WS-BAL-STATUS.
007630     DISPLAY "GLCLOSE SWEEP STOPPED -- RESTORE GLBAL, GLPHIST "
007640         "AND GLLEDGR BEFORE THE NEXT RUN".
007650     SET WS-SWEEP-STOPPED TO TRUE.
007660     SET WS-SWEEP-EOF TO TRUE.
007670     MOVE 16 TO WS-RETURN-CODE.
007680 2150-EXIT.
007690     EXIT.
007700
007710 2200-GET-CHART.
007720     SET WS-ACCT-ON-CHART TO TRUE.
007730     MOVE GLB-ACCOUNT TO COA-ACCOUNT.
007740     READ COA-MAST
007750         INVALID KEY
007760             SET WS-ACCT-OFF-CHART TO TRUE
007770             ADD 1 TO WS-OFF-CHART-CNT
007780             MOVE SPACES TO WS-ACCT-NAME
007790             MOVE SPACE TO WS-ACCT-TYPE
007800             MOVE SPACES TO WS-ACCT-DIV
007810             GO TO 2200-EXIT
007820     END-READ.
007830     MOVE COA-NAME TO WS-ACCT-NAME.
007840     MOVE COA-ACCT-TYPE TO WS-ACCT-TYPE.
007850     MOVE COA-DIV-CODE TO WS-ACCT-DIV.
007860 2200-EXIT.
007870     EXIT.
007880
007890 2400-WRITE-PERIOD-HIST.
007900     MOVE SPACES TO GLPH-REC.
007910     MOVE WS-PERIOD-END TO GLPH-PERIOD-END.
007920     MOVE GLB-ACCOUNT TO GLPH-ACCOUNT.
007930     MOVE WS-ACCT-TYPE TO GLPH-ACCT-TYPE.
007940     MOVE WS-ACCT-DIV TO GLPH-DIV-CODE.
007950     MOVE GLB-PTD-DEBITS TO GLPH-PTD-DEBITS.
007960     MOVE GLB-PTD-CREDITS TO GLPH-PTD-CREDITS.
007970     MOVE GLB-BALANCE TO GLPH-BALANCE.
007980     MOVE WS-RUN-DATE TO GLPH-CLOSE-DATE.
007990     WRITE GLPH-REC.
008000     ADD 1 TO WS-PHIST-CNT.
008010 2400-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050* CLOSE ONE INCOME OR EXPENSE BALANCE: A DEBIT BALANCE IS
008060* CREDITED AWAY AND A CREDIT BALANCE DEBITED AWAY, LEAVING THE
008070* ACCOUNT AT ZERO FOR THE NEW YEAR.  1600 HAS ALREADY REFUSED THE
008080* CLOSE IF ANY SUCH BALANCE IS TOO LARGE FOR ONE GLPOSTR DETAIL.
008090******************************************************************
008100 2500-CLOSE-NOMINAL.
008110     MOVE SPACES TO WS-CED-FLAG.
008120     IF GLB-BALANCE < ZERO
008130         COMPUTE WS-CE-AMOUNT = ZERO - GLB-BALANCE
008140         MOVE "D" TO WS-CE-DC-IND
008150     ELSE
008160         MOVE GLB-BALANCE TO WS-CE-AMOUNT
008170         MOVE "C" TO WS-CE-DC-IND
008180     END-IF.
008190     MOVE GLB-ACCOUNT TO WS-CED-ACCOUNT.
008200     MOVE WS-ACCT-NAME TO WS-CED-NAME.
008210     MOVE WS-ACCT-TYPE TO WS-CED-TYPE.
008220     MOVE GLB-BALANCE TO WS-CED-BALANCE.
008230     MOVE ZERO TO WS-CED-DEBIT.
008240     MOVE ZERO TO WS-CED-CREDIT.
008250     IF WS-CE-DC-IND = "D"
008260         ADD WS-CE-AMOUNT TO WS-CE-DEBITS
008270         MOVE WS-CE-AMOUNT TO WS-CED-DEBIT
008280     ELSE
008290         ADD WS-CE-AMOUNT TO WS-CE-CREDITS
008300         MOVE WS-CE-AMOUNT TO WS-CED-CREDIT
008310     END-IF.
008320     MOVE "P" TO WS-CE-ENTRY-IND.
008330     MOVE GLB-BALANCE TO WS-LDG-BAL-BEFORE.
008340     PERFORM 2600-WRITE-CLOSING-DTL THRU 2600-EXIT.
008350     MOVE WS-CE-DETAIL-LINE TO WS-CE-PRINT-LINE.
008360     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
008370     MOVE ZERO TO GLB-BALANCE.
008380     MOVE WS-RUN-DATE TO GLB-LAST-POST-DATE.
008390     ADD 1 TO WS-CLOSED-ACCT-CNT.
008400 2500-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* ONE CLOSING DETAIL ON GLCLOSO.  THE CALLER SETS WS-CED-ACCOUNT,
008450* WS-CE-AMOUNT, WS-CE-DC-IND AND WS-CE-ENTRY-IND (P FOR A
008460* NOMINAL ACCOUNT, O FOR THE RETAINED-EARNINGS BALANCING LINE).
008470******************************************************************
008480 2600-WRITE-CLOSING-DTL.
008490     MOVE SPACES TO GLP-DETAIL-REC.
008500     MOVE "D" TO GLP-DTL-ID.
008510     MOVE WS-CED-ACCOUNT TO GLP-ACCOUNT.
008520     MOVE WS-CE-AMOUNT TO GLP-AMOUNT.
008530     MOVE WS-CE-DC-IND TO GLP-DC-IND.
008540     MOVE WS-PERIOD-END TO GLP-AS-OF-DATE.
008550     MOVE "GLCLOSE" TO GLP-PGM-SOURCE.
008560     MOVE "YE-CLOSE" TO GLP-TOTAL-TYPE.
008570     MOVE WS-CE-RUN-ID TO GLP-RUN-ID.
008580     MOVE WS-CE-ENTRY-IND TO GLP-ENTRY-IND.
008590     WRITE GLP-DETAIL-REC.
008600     PERFORM 2650-WRITE-LEDGER THRU 2650-EXIT.
008610     ADD 1 TO WS-CE-CNT.
008620     ADD WS-CE-AMOUNT TO WS-CE-HASH.
008630 2600-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670* EACH CLOSING ENTRY GOES TO THE LEDGER HISTORY UNDER THE PERIOD-
008680* END, AFTER A BALANCE-FORWARD RECORD WHEN THE ACCOUNT CARRIES A
008690* BALANCE (WS-LDG-BAL-BEFORE) BUT HAS NO HISTORY YET.
008700******************************************************************
008710 2650-WRITE-LEDGER.
008720     MOVE WS-CED-ACCOUNT TO COA-ACCOUNT.
008730     READ COA-MAST
008740         INVALID KEY
008750             MOVE SPACES TO COA-DIV-CODE
008760     END-READ.
008770     IF WS-LDG-BAL-BEFORE NOT = ZERO
008780         PERFORM 2680-LEDGER-BAL-FWD THRU 2680-EXIT
008790     END-IF.
008800     MOVE SPACES TO GLLD-REC.
008810     MOVE WS-CED-ACCOUNT TO GLLD-ACCOUNT.
008820     MOVE WS-PERIOD-END TO GLLD-POST-DATE.
008830     MOVE WS-CE-RUN-ID TO GLLD-RUN-ID.
008840     ADD 1 TO WS-LDG-SEQ.
008850     MOVE WS-LDG-SEQ TO GLLD-SEQ-NO.
008860     MOVE WS-CE-AMOUNT TO GLLD-AMOUNT.
008870     MOVE WS-CE-DC-IND TO GLLD-DC-IND.
008880     MOVE WS-CE-ENTRY-IND TO GLLD-ENTRY-IND.
008890     MOVE WS-PERIOD-END TO GLLD-AS-OF-DATE.
008900     MOVE "GLCLOSE" TO GLLD-PGM-SOURCE.
008910     MOVE "YE-CLOSE" TO GLLD-TOTAL-TYPE.
008920     MOVE COA-DIV-CODE TO GLLD-DIV-CODE.
008930     MOVE WS-RUN-DATE TO GLLD-APPL-DATE.
008940     MOVE "GLCLOSE" TO GLLD-APPL-PGM.
008950     PERFORM 2660-PUT-LEDGER THRU 2660-EXIT.
008960 2650-EXIT.
008970     EXIT.
008980
008990 2660-PUT-LEDGER.
009000     MOVE "N" TO WS-LDG-DONE-SW.
009010     PERFORM 2670-TRY-LEDGER-WRITE THRU 2670-EXIT
009020         UNTIL WS-LDG-DONE.
009030 2660-EXIT.
009040     EXIT.
009050
009060 2670-TRY-LEDGER-WRITE.
009070     WRITE GLLD-REC
009080         INVALID KEY
009090             IF WS-LDG-DUP-KEY
009100                     AND GLLD-SEQ-NO < 999999
009110                 ADD 1 TO GLLD-SEQ-NO
009120                 ADD 1 TO WS-LDG-SEQ
009130                 GO TO 2670-EXIT
009140             END-IF
009150             DISPLAY "GL-LEDGER-FILE WRITE FAILED, STATUS: "
009160                 WS-LDG-STATUS " ACCOUNT " GLLD-ACCOUNT
009170             IF WS-RETURN-CODE < 8
009180                 MOVE 8 TO WS-RETURN-CODE
009190             END-IF
009200             SET WS-LDG-DONE TO TRUE
009210             GO TO 2670-EXIT
009220     END-WRITE.
009230     ADD 1 TO WS-LEDGER-CNT.
009240     SET WS-LDG-DONE TO TRUE.
009250 2670-EXIT.
009260     EXIT.
009270
009280 2680-LEDGER-BAL-FWD.
009290     SET WS-LDG-NO-HIST TO TRUE.
009300     MOVE LOW-VALUES TO GLLD-KEY.
009310     MOVE WS-CED-ACCOUNT TO GLLD-ACCOUNT.
009320     START GL-LEDGER-FILE KEY NOT < GLLD-KEY
009330         INVALID KEY
009340             GO TO 2680-CHECK
009350     END-START.
009360     READ GL-LEDGER-FILE NEXT RECORD
009370         AT END
009380             GO TO 2680-CHECK
009390     END-READ.
009400     IF GLLD-ACCOUNT = WS-CED-ACCOUNT
009410         SET WS-LDG-HAS-HIST TO TRUE
009420     END-IF.
009430 2680-CHECK.
009440     IF WS-LDG-HAS-HIST
009450         GO TO 2680-EXIT
009460     END-IF.
009470     MOVE SPACES TO GLLD-REC.
009480     MOVE WS-CED-ACCOUNT TO GLLD-ACCOUNT.
009490     MOVE WS-PERIOD-END TO GLLD-POST-DATE.
009500     MOVE ZERO TO GLLD-SEQ-NO.
009510     IF WS-LDG-BAL-BEFORE < ZERO
009520         COMPUTE GLLD-AMOUNT = ZERO - WS-LDG-BAL-BEFORE
009530         SET GLLD-CREDIT TO TRUE
009540     ELSE
009550         MOVE WS-LDG-BAL-BEFORE TO GLLD-AMOUNT
009560         SET GLLD-DEBIT TO TRUE
009570     END-IF.
009580     SET GLLD-BAL-FWD TO TRUE.
009590     MOVE WS-PERIOD-END TO GLLD-AS-OF-DATE.
009600     MOVE "GLCLOSE" TO GLLD-PGM-SOURCE.
009610     MOVE "BAL-FWD" TO GLLD-TOTAL-TYPE.
009620     MOVE COA-DIV-CODE TO GLLD-DIV-CODE.
009630     MOVE WS-RUN-DATE TO GLLD-APPL-DATE.
009640     MOVE "GLCLOSE" TO GLLD-APPL-PGM.
009650     PERFORM 2660-PUT-LEDGER THRU 2660-EXIT.
009660 2680-EXIT.
009670     EXIT.
009680
009690******************************************************************
009700* THE NET OF THE CLOSING ENTRIES -- THE YEAR'S RESULT -- GOES TO
009710* RETAINED EARNINGS AS THE BALANCING (OFFSET) DETAIL, SO THE
009720* CLOSING ENTRIES BALANCE AND THE LEDGER STAYS IN BALANCE.
009730******************************************************************
009740 3000-CLOSE-TO-RETAINED.
009750     IF WS-CE-DEBITS = WS-CE-CREDITS
009760         GO TO 3000-TRAILER
009770     END-IF.
009780     IF WS-CE-DEBITS > WS-CE-CREDITS
009790         COMPUTE WS-CE-AMOUNT = WS-CE-DEBITS - WS-CE-CREDITS
009800         MOVE "C" TO WS-CE-DC-IND
009810     ELSE
009820         COMPUTE WS-CE-AMOUNT = WS-CE-CREDITS - WS-CE-DEBITS
009830         MOVE "D" TO WS-CE-DC-IND
009840     END-IF.
009850     MOVE SPACES TO WS-CED-FLAG.
009860     MOVE WS-RE-ACCOUNT TO WS-CED-ACCOUNT.
009870     MOVE WS-RE-ACCOUNT TO COA-ACCOUNT.
009880     READ COA-MAST
009890         INVALID KEY
009900             MOVE SPACES TO COA-NAME
009910     END-READ.
009920     MOVE COA-NAME TO WS-CED-NAME.
009930     MOVE "Q" TO WS-CED-TYPE.
009940     MOVE ZERO TO WS-CED-BALANCE.
009950     MOVE ZERO TO WS-CED-DEBIT.
009960     MOVE ZERO TO WS-CED-CREDIT.
009970     IF WS-CE-AMOUNT > 999999999.99
009980         DISPLAY "GLCLOSE YEAR RESULT TOO LARGE FOR ONE "
009990             "CLOSING ENTRY, RETAINED EARNINGS NOT POSTED"
010000         MOVE "NOT POSTED - SIZE" TO WS-CED-FLAG
010010         MOVE WS-CE-DETAIL-LINE TO WS-CE-PRINT-LINE
010020         PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT
010030         IF WS-RETURN-CODE < 12
010040             MOVE 12 TO WS-RETURN-CODE
010050         END-IF
010060         GO TO 3000-TRAILER
010070     END-IF.
010080     IF WS-CE-DC-IND = "D"
010090         ADD WS-CE-AMOUNT TO WS-CE-DEBITS
010100         MOVE WS-CE-AMOUNT TO WS-CED-DEBIT
010110     ELSE
010120         ADD WS-CE-AMOUNT TO WS-CE-CREDITS
010130         MOVE WS-CE-AMOUNT TO WS-CED-CREDIT
010140     END-IF.
010150     MOVE "RETAINED EARNINGS" TO WS-CED-FLAG.
010160     MOVE WS-RE-ACCOUNT TO GLB-ACCOUNT.
010170     READ GL-BAL-FILE
010180         INVALID KEY
010190             MOVE ZERO TO GLB-BALANCE
010200     END-READ.
010210     MOVE GLB-BALANCE TO WS-LDG-BAL-BEFORE.
010220     MOVE "O" TO WS-CE-ENTRY-IND.
010230     PERFORM 2600-WRITE-CLOSING-DTL THRU 2600-EXIT.
010240     MOVE WS-CE-DETAIL-LINE TO WS-CE-PRINT-LINE.
010250     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
010260     PERFORM 3100-APPLY-RETAINED THRU 3100-EXIT.
010270 3000-TRAILER.
010280     MOVE SPACES TO GLP-TRAILER-REC.
010290     MOVE "T" TO GLP-TRL-ID.
010300     MOVE WS-CE-CNT TO GLP-TRL-COUNT.
010310     MOVE WS-CE-HASH TO GLP-TRL-HASH.
010320     WRITE GLP-TRAILER-REC.
010330 3000-EXIT.
010340     EXIT.
010350
010360 3100-APPLY-RETAINED.
010370     MOVE WS-RE-ACCOUNT TO GLB-ACCOUNT.
010380     READ GL-BAL-FILE
010390         INVALID KEY
010400             MOVE SPACES TO GLB-REC
010410             MOVE WS-RE-ACCOUNT TO GLB-ACCOUNT
010420             MOVE ZERO TO GLB-PTD-DEBITS
010430             MOVE ZERO TO GLB-PTD-CREDITS
010440             MOVE ZERO TO GLB-BALANCE
010450             MOVE ZERO TO GLB-LAST-POST-DATE
010460             WRITE GLB-REC
010470                 INVALID KEY
010480                     DISPLAY "GL-BAL-FILE WRITE FAILED, "
010490                         "ACCOUNT " WS-RE-ACCOUNT
010500                     IF WS-RETURN-CODE < 12
010510                         MOVE 12 TO WS-RETURN-CODE
010520                     END-IF
010530                     GO TO 3100-EXIT
010540             END-WRITE
010550     END-READ.
010560     IF WS-CE-DC-IND = "C"
010570         SUBTRACT WS-CE-AMOUNT FROM GLB-BALANCE
010580     ELSE
010590         ADD WS-CE-AMOUNT TO GLB-BALANCE
010600     END-IF.
010610     MOVE WS-RUN-DATE TO GLB-LAST-POST-DATE.
010620     REWRITE GLB-REC
010630         INVALID KEY
010640             DISPLAY "GL-BAL-FILE REWRITE FAILED, ACCOUNT "
010650                 GLB-ACCOUNT
010660             IF WS-RETURN-CODE < 12
010670                 MOVE 12 TO WS-RETURN-CODE
010680             END-IF
010690     END-REWRITE.
010700 3100-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* TRIAL BALANCE TOTALS: THE PERIOD'S DEBITS MUST EQUAL ITS
010750* CREDITS AND THE BALANCES MUST NET TO ZERO.  THE CLOSING-
010760* ENTRIES REPORT ENDS WITH ITS OWN DEBIT/CREDIT PROOF.
010770******************************************************************
010780 4000-PRINT-TOTALS.
010790     MOVE SPACES TO WS-PRINT-LINE.
010800     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
010810     MOVE "PERIOD TOTALS" TO WS-TOT-LABEL.
010820     MOVE WS-TB-DEBITS TO WS-TOT-DEBITS.
010830     MOVE WS-TB-CREDITS TO WS-TOT-CREDITS.
010840     MOVE WS-TB-BALANCE TO WS-TOT-BALANCE.
010850     IF WS-TB-DEBITS = WS-TB-CREDITS
010860             AND WS-TB-BALANCE = ZERO
010870         MOVE "IN BALANCE" TO WS-TOT-STATUS
010880     ELSE
010890         MOVE "OUT OF BALANCE" TO WS-TOT-STATUS
010900         DISPLAY "GLCLOSE TRIAL BALANCE OUT OF BALANCE, DEBITS "
010910             WS-TB-DEBITS " CREDITS " WS-TB-CREDITS
010920             " NET BALANCE " WS-TB-BALANCE
010930         IF WS-RETURN-CODE < 8
010940             MOVE 8 TO WS-RETURN-CODE
010950         END-IF
010960     END-IF.
010970     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010980     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
010990     MOVE SPACES TO WS-PRINT-LINE.
011000     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
011010     MOVE "ACCOUNTS CLOSED:              " TO WS-CNT-LABEL.
011020     MOVE WS-ACCT-CNT TO WS-CNT-VALUE.
011030     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
011040     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
011050     MOVE "PERIOD HISTORY ROWS WRITTEN:  " TO WS-CNT-LABEL.
011060     MOVE WS-PHIST-CNT TO WS-CNT-VALUE.
011070     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
011080     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
011090     MOVE "ACCOUNTS NOT ON CHART:        " TO WS-CNT-LABEL.
011100     MOVE WS-OFF-CHART-CNT TO WS-CNT-VALUE.
011110     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
011120     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
011130     IF WS-OFF-CHART-CNT > ZERO
011140             AND WS-RETURN-CODE < 4
011150         MOVE 4 TO WS-RETURN-CODE
011160     END-IF.
011170     IF NOT WS-YEAR-END
011180         GO TO 4000-EXIT
011190     END-IF.
011200     MOVE SPACES TO WS-CE-PRINT-LINE.
011210     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011220     MOVE "TOTAL CLOSING ENTRIES" TO WS-TOT-LABEL.
011230     MOVE WS-CE-DEBITS TO WS-TOT-DEBITS.
011240     MOVE WS-CE-CREDITS TO WS-TOT-CREDITS.
011250     MOVE ZERO TO WS-TOT-BALANCE.
011260     IF WS-CE-DEBITS = WS-CE-CREDITS
011270         MOVE "IN BALANCE" TO WS-TOT-STATUS
011280     ELSE
011290         MOVE "OUT OF BALANCE" TO WS-TOT-STATUS
011300     END-IF.
011310     MOVE WS-TOTAL-LINE TO WS-CE-PRINT-LINE.
011320     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011330     MOVE SPACES TO WS-CE-PRINT-LINE.
011340     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011350     MOVE "NOMINAL ACCOUNTS CLOSED:      " TO WS-CNT-LABEL.
011360     MOVE WS-CLOSED-ACCT-CNT TO WS-CNT-VALUE.
011370     MOVE WS-COUNT-LINE TO WS-CE-PRINT-LINE.
011380     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011390     MOVE "CLOSING DETAILS WRITTEN:      " TO WS-CNT-LABEL.
011400     MOVE WS-CE-CNT TO WS-CNT-VALUE.
011410     MOVE WS-COUNT-LINE TO WS-CE-PRINT-LINE.
011420     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011430     MOVE "LEDGER HISTORY ROWS WRITTEN:  " TO WS-CNT-LABEL.
011440     MOVE WS-LEDGER-CNT TO WS-CNT-VALUE.
011450     MOVE WS-COUNT-LINE TO WS-CE-PRINT-LINE.
011460     PERFORM 6450-WRITE-CE-REC THRU 6450-EXIT.
011470 4000-EXIT.
011480     EXIT.
011490
011500******************************************************************
011510* RECORD THE CLOSE.  FROM HERE ON GLAPPL REFUSES ANY POSTING
011520* FILE DATED ON OR BEFORE THIS PERIOD-END.
011530******************************************************************
011540 4500-UPDATE-CONTROL.
011550     OPEN OUTPUT GL-CTL-FILE.
011560     IF NOT WS-CTL-OK
011570         DISPLAY "GL-CTL-FILE OPEN FAILED, STATUS: "
011580             WS-CTL-STATUS " -- GLPCTL NOT UPDATED"
011590         IF WS-RETURN-CODE < 12
011600             MOVE 12 TO WS-RETURN-CODE
011610         END-IF
011620         GO TO 4500-EXIT
011630     END-IF.
011640     MOVE SPACES TO GLPC-REC.
011650     MOVE WS-PERIOD-END TO GLPC-CLOSED-THRU.
011660     MOVE WS-RUN-DATE TO GLPC-CLOSE-RUN-DATE.
011670     IF WS-YEAR-END
011680         MOVE WS-PERIOD-END TO GLPC-LAST-YE-DATE
011690     ELSE
011700         MOVE WS-LAST-YE-DATE TO GLPC-LAST-YE-DATE
011710     END-IF.
011720     WRITE GLPC-REC.
011730     CLOSE GL-CTL-FILE.
011740 4500-EXIT.
011750     EXIT.
011760
011770 5000-TERMINATE.
011780     DISPLAY "GLCLOSE PERIOD ENDED:        " WS-PERIOD-END.
011790     DISPLAY "GLCLOSE ACCOUNTS CLOSED:     " WS-ACCT-CNT.
011800     DISPLAY "GLCLOSE HISTORY ROWS:        " WS-PHIST-CNT.
011810     IF WS-YEAR-END
011820         DISPLAY "GLCLOSE YEAR-END CLOSING DETAILS: " WS-CE-CNT
011830         DISPLAY "GLCLOSE LEDGER HISTORY ROWS: " WS-LEDGER-CNT
011840     END-IF.
011850     IF WS-RETURN-CODE > ZERO
011860         DISPLAY "GLCLOSE ENDING WITH CONDITION CODE "
011870             WS-RETURN-CODE
011880     END-IF.
011890     IF WS-BAL-OPEN
011900         CLOSE GL-BAL-FILE
011910     END-IF.
011920     IF WS-COA-OPEN
011930         CLOSE COA-MAST
011940     END-IF.
011950     IF WS-PHIST-OPEN
011960         CLOSE GL-PHIST-FILE
011970     END-IF.
011980     IF WS-CLOSE-OPEN
011990         CLOSE GL-CLOSE-FILE
012000     END-IF.
012010     IF WS-PRINT-OPEN
012020         CLOSE PRINT-FILE
012030     END-IF.
012040     IF WS-CE-PRINT-OPEN
012050         CLOSE CE-PRINT-FILE
012060     END-IF.
012070     IF WS-LDG-OPEN
012080         CLOSE GL-LEDGER-FILE
012090     END-IF.
012100 5000-EXIT.
012110     EXIT.
012120
012130 6200-PRINT-HEADINGS.
012140     ADD 1 TO WS-PAGE-NO.
012150     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
012160     MOVE WS-PERIOD-END TO WS-HDG-DATE.
012170     MOVE WS-HDG-LINE-1 TO PRINT-REC.
012180     WRITE PRINT-REC.
012190     MOVE WS-HDG-LINE-2 TO PRINT-REC.
012200     WRITE PRINT-REC.
012210     MOVE ZERO TO WS-LINE-CNT.
012220 6200-EXIT.
012230     EXIT.
012240
012250 6300-PRINT-CE-HEADINGS.
012260     ADD 1 TO WS-CE-PAGE-NO.
012270     MOVE WS-CE-PAGE-NO TO WS-CE-HDG-PAGE.
012280     MOVE WS-PERIOD-END TO WS-CE-HDG-DATE.
012290     IF WS-YEAR-END
012300         MOVE WS-CE-RUN-ID TO WS-CE-HDG-RUN
012310     ELSE
012320         MOVE SPACES TO WS-CE-HDG-RUN
012330     END-IF.
012340     MOVE WS-CE-HDG-LINE-1 TO CE-PRINT-REC.
012350     WRITE CE-PRINT-REC.
012360     MOVE WS-CE-HDG-LINE-2 TO CE-PRINT-REC.
012370     WRITE CE-PRINT-REC.
012380     MOVE ZERO TO WS-CE-LINE-CNT.
012390 6300-EXIT.
012400     EXIT.
012410
012420 6350-WRITE-PRINT-REC.
012430     IF WS-LINE-CNT > 50
012440         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
012450     END-IF.
012460     MOVE WS-PRINT-LINE TO PRINT-REC.
012470     WRITE PRINT-REC.
012480     ADD 1 TO WS-LINE-CNT.
012490 6350-EXIT.
012500     EXIT.
012510
012520 6450-WRITE-CE-REC.
012530     IF WS-CE-LINE-CNT > 50
012540         PERFORM 6300-PRINT-CE-HEADINGS THRU 6300-EXIT
012550     END-IF.
012560     MOVE WS-CE-PRINT-LINE TO CE-PRINT-REC.
012570     WRITE CE-PRINT-REC.
012580     ADD 1 TO WS-CE-LINE-CNT.
012590 6450-EXIT.
012600     EXIT.
012610 END PROGRAM GLCLOSE.
