000100******************************************************************
000110* PROGRAM-ID:  GLJEDIT
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-23
000150* DATE-COMPILED:
000160* PURPOSE:     EDITS THE MANUAL JOURNAL ENTRY FILE (GLJRNL) AND
000170*              FEEDS EACH ACCEPTED JOURNAL TO GLPOST.  A JOURNAL
000180*              IS A HEADER (NUMBER, DATE, PREPARER, DESCRIPTION)
000190*              AND ITS DEBIT/CREDIT LINES BY ACCOUNT AND
000200*              DIVISION.  IT IS REJECTED WHOLE WHEN IT DOES NOT
000210*              BALANCE, WHEN ANY LINE NAMES AN ACCOUNT THAT IS
000220*              NOT ACTIVE ON THE COAMST CHART OR NOT OPEN TO THE
000230*              LINE'S DIVISION, WHEN ITS DATE FALLS ON OR BEFORE
000240*              THE GLPCTL CLOSED-THRU DATE, OR WHEN ITS NUMBER
000250*              HAS ALREADY BEEN FED.  A REVERSAL HEADER NAMES A
000260*              RUN ID INSTEAD OF CARRYING LINES: EVERY DETAIL ON
000270*              THE POSTING FILE (GLREVIN -- THE GLPOSTO THAT
000280*              CARRIED THE RUN) WITH THAT GLP-RUN-ID BECOMES A
000290*              LINE FOR THE SAME ACCOUNT AND AMOUNT WITH THE
000300*              OPPOSITE DEBIT/CREDIT INDICATOR, AND A RUN CAN BE
000310*              REVERSED ONLY ONCE.  ACCEPTED LINES ARE APPENDED
000320*              TO GLFEED AS SOURCE GLJEDIT, ONE ROW PER LINE, WITH
000330*              THE JOURNAL NUMBER AS THE RUN ID AND THE ACCOUNT IN
000340*              GL-ACCOUNT, SO GLPOST POSTS THEM UNDER THE SAME
000350*              GLFHIST ALREADY-POSTED CONTROL AS ANY FEED ROW.
000360*              EVERY JOURNAL, ITS LINES AND ITS RESULT ARE
000370*              PRINTED ON THE EDIT LISTING.
000380* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000390*
000400* MODIFICATION HISTORY
000410* DATE       INIT  DESCRIPTION
000420* ---------- ----  --------------------------------------------
000430* 2026-09-23 TS    ORIGINAL VERSION.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. GLJEDIT.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT GLJ-FILE ASSIGN TO GLJRNL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GLJ-STATUS.
000530     SELECT COA-MAST ASSIGN TO COAMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS COA-ACCOUNT
000570         FILE STATUS IS WS-COA-STATUS.
000580     SELECT GL-CTL-FILE ASSIGN TO GLPCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CTL-STATUS.
000610     SELECT GL-FEED-FILE ASSIGN TO GLFEED
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GLFEED-STATUS.
000640     SELECT GL-HIST-FILE ASSIGN TO GLFHIST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT GL-REV-FILE ASSIGN TO GLREVIN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REV-STATUS.
000700     SELECT PRINT-FILE ASSIGN TO GLJERPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRINT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  GLJ-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 COPY GLJRNL.
000780 FD  COA-MAST
000790     RECORD CONTAINS 60 CHARACTERS.
000800 COPY COAREC.
000810 FD  GL-CTL-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830 COPY GLPCTL.
000840 FD  GL-FEED-FILE
000850     RECORD CONTAINS 110 CHARACTERS.
000860 COPY GLFEED.
000870 FD  GL-HIST-FILE
000880     RECORD CONTAINS 119 CHARACTERS.
000890 COPY GLFHIST.
000900 FD  GL-REV-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 COPY GLPOSTR.
000930 FD  PRINT-FILE
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  PRINT-REC                  PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  WS-COUNTERS.
000980     03  WS-REC-READ-CNT     PIC 9(6)  COMP VALUE ZERO.
000990     03  WS-JRNL-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
001000     03  WS-ACCEPTED-CNT     PIC 9(6)  COMP VALUE ZERO.
001010     03  WS-REJECTED-CNT     PIC 9(6)  COMP VALUE ZERO.
001020     03  WS-ORPHAN-CNT       PIC 9(6)  COMP VALUE ZERO.
001030     03  WS-FEED-WRITE-CNT   PIC 9(6)  COMP VALUE ZERO.
001040     03  WS-ACC-DEBITS       PIC 9(13)V99   VALUE ZERO.
001050     03  WS-ACC-CREDITS      PIC 9(13)V99   VALUE ZERO.
001060 01  WS-CLOSED-THRU          PIC 9(8)  VALUE ZERO.
001070******************************************************************
001080* JOURNAL NUMBERS ALREADY FED (KIND J) AND RUN IDS ALREADY
001090* REVERSED (KIND R), LOADED FROM THE GLJEDIT ROWS ON GLFEED AND
001100* GLFHIST AND EXTENDED AS JOURNALS ARE ACCEPTED THIS RUN.  A
001110* JOURNAL NUMBER FED TWICE WOULD POST TWICE IF BOTH COPIES
001120* REACHED GLPOST BEFORE EITHER WAS ON HISTORY.
001130******************************************************************
001140 01  WS-USED-TABLE.
001150     03  WS-USED-COUNT       PIC 9(4)  COMP VALUE ZERO.
001160     03  WS-USED-ENTRY OCCURS 2000 TIMES.
001170         05  WS-USED-KIND    PIC X(1).
001180         05  WS-USED-ID      PIC X(8).
001190 01  WS-USED-SUB             PIC 9(4)  COMP VALUE ZERO.
001200 01  WS-USED-SEARCH.
001210     03  WS-US-KIND          PIC X(1).
001220     03  WS-US-ID            PIC X(8).
001230     03  WS-US-FOUND-SW      PIC X(1)  VALUE "N".
001240         88  WS-US-FOUND          VALUE "Y".
001250         88  WS-US-NOT-FOUND      VALUE "N".
001260******************************************************************
001270* WORKING-STORAGE VIEW OF A GL-FEED-REC IMAGE, USED TO PULL THE
001280* SOURCE, RUN ID AND REVERSED RUN ID OUT OF A GLFHIST ROW.
001290******************************************************************
001300 01  WS-FEED-PARSE.
001310     03  WS-FP-SOURCE        PIC X(8).
001320     03  FILLER              PIC X(35).
001330     03  WS-FP-RUN-ID        PIC X(8).
001340     03  FILLER              PIC X(44).
001350     03  WS-FP-REV-RUN-ID    PIC X(8).
001360     03  FILLER              PIC X(7).
001370******************************************************************
001380* THE JOURNAL BEING EDITED: ITS HEADER AND UP TO 999 LINES, HELD
001390* UNTIL THE WHOLE JOURNAL HAS BEEN SEEN SO THAT IT IS FED ALL
001400* OR NOTHING.
001410******************************************************************
001420 01  WS-JE-HEADER.
001430     03  WS-JE-TYPE          PIC X(1).
001440         88  WS-JE-MANUAL         VALUE "H".
001450         88  WS-JE-REVERSAL       VALUE "R".
001460     03  WS-JE-NUMBER        PIC X(8).
001470     03  WS-JE-DATE-X        PIC X(8).
001480     03  WS-JE-DATE REDEFINES WS-JE-DATE-X
001490                             PIC 9(8).
001500     03  WS-JE-DATE-R REDEFINES WS-JE-DATE-X.
001510         05  WS-JE-CCYY      PIC 9(4).
001520         05  WS-JE-MM        PIC 9(2).
001530         05  WS-JE-DD        PIC 9(2).
001540     03  WS-JE-PREPARER      PIC X(8).
001550     03  WS-JE-DESC          PIC X(30).
001560     03  WS-JE-REV-RUN-ID    PIC X(8).
001570     03  WS-JE-LINES-READ    PIC 9(4)  COMP VALUE ZERO.
001580     03  WS-JE-LINE-ERR-CNT  PIC 9(4)  COMP VALUE ZERO.
001590     03  WS-JE-DEBITS        PIC 9(13)V99   VALUE ZERO.
001600     03  WS-JE-CREDITS       PIC 9(13)V99   VALUE ZERO.
001610     03  WS-JE-REASON        PIC X(30).
001620     03  WS-JE-OVERFLOW-SW   PIC X(1)  VALUE "N".
001630         88  WS-JE-OVERFLOW       VALUE "Y".
001640 01  WS-JE-TABLE.
001650     03  WS-JE-LINE-COUNT    PIC 9(4)  COMP VALUE ZERO.
001660     03  WS-JE-LINE OCCURS 999 TIMES.
001670         05  WS-JL-ACCOUNT   PIC X(8).
001680         05  WS-JL-DIV       PIC X(2).
001690         05  WS-JL-DC-IND    PIC X(1).
001700         05  WS-JL-AMOUNT    PIC 9(9)V99.
001710         05  WS-JL-ERROR     PIC X(30).
001720 01  WS-JL-SUB               PIC 9(4)  COMP VALUE ZERO.
001730 01  WS-NEW-REASON           PIC X(30) VALUE SPACES.
001740******************************************************************
001750* GL-TOTAL-TYPE OF A JOURNAL FEED ROW: JRNL-LN (OR JRNL-RV FOR A
001760* REVERSAL) AND THE LINE NUMBER, SO EVERY LINE OF A JOURNAL HAS
001770* ITS OWN GLFHIST KEY.
001780******************************************************************
001790 01  WS-TYPE-KEY.
001800     03  WS-TK-PREFIX        PIC X(7).
001810     03  WS-TK-LINE          PIC 9(3).
001820 01  WS-FLAGS.
001830     03  WS-GLJ-STATUS       PIC X(2).
001840         88  WS-GLJ-OK            VALUE "00".
001850     03  WS-COA-STATUS       PIC X(2).
001860         88  WS-COA-OK            VALUE "00".
001870     03  WS-CTL-STATUS       PIC X(2).
001880         88  WS-CTL-OK            VALUE "00".
001890     03  WS-GLFEED-STATUS    PIC X(2).
001900         88  WS-GLFEED-OK         VALUE "00".
001910     03  WS-HIST-STATUS      PIC X(2).
001920         88  WS-HIST-OK           VALUE "00".
001930     03  WS-REV-STATUS       PIC X(2).
001940         88  WS-REV-OK            VALUE "00".
001950     03  WS-PRINT-STATUS     PIC X(2).
001960         88  WS-PRINT-OK          VALUE "00".
001970     03  WS-GLJ-EOF-SW       PIC X(1).
001980         88  WS-GLJ-EOF           VALUE "Y".
001990         88  WS-GLJ-NOT-EOF       VALUE "N".
002000     03  WS-EOF-SW           PIC X(1).
002010         88  WS-EOF               VALUE "Y".
002020         88  WS-NOT-EOF           VALUE "N".
002030     03  WS-REV-TRL-SW       PIC X(1).
002040         88  WS-REV-TRL-SEEN      VALUE "Y".
002050         88  WS-REV-TRL-NOT-SEEN  VALUE "N".
002060     03  WS-USED-FULL-SW     PIC X(1)  VALUE "N".
002070         88  WS-USED-FULL         VALUE "Y".
002080     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
002090         88  WS-OPEN-FAILED       VALUE "Y".
002100 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002110 01  WS-REPORT-WORK.
002120     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002130     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
002140 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002150 01  WS-HDG-LINE-1.
002160     05  FILLER          PIC X(30)
002170         VALUE "MANUAL JOURNAL EDIT LISTING".
002180     05  FILLER          PIC X(13) VALUE "CLOSED THRU ".
002190     05  WS-HDG-CLOSED   PIC 9(8).
002200     05  FILLER          PIC X(61) VALUE SPACES.
002210     05  FILLER          PIC X(5)  VALUE "PAGE ".
002220     05  WS-HDG-PAGE     PIC ZZZ9.
002230     05  FILLER          PIC X(11) VALUE SPACES.
002240 01  WS-HDG-LINE-2.
002250     05  FILLER          PIC X(20) VALUE "  JOURNAL / LINE".
002260     05  FILLER          PIC X(40) VALUE
002270         "ACCOUNT   DV  D/C         AMOUNT  RESULT".
002280     05  FILLER          PIC X(72) VALUE SPACES.
002290 01  WS-JH-LINE.
002300     05  FILLER          PIC X(8)  VALUE "JOURNAL ".
002310     05  WS-JH-NUMBER    PIC X(8).
002320     05  FILLER          PIC X(2)  VALUE SPACES.
002330     05  WS-JH-KIND      PIC X(8).
002340     05  FILLER          PIC X(2)  VALUE SPACES.
002350     05  WS-JH-DATE      PIC X(8).
002360     05  FILLER          PIC X(2)  VALUE SPACES.
002370     05  WS-JH-PREPARER  PIC X(8).
002380     05  FILLER          PIC X(2)  VALUE SPACES.
002390     05  WS-JH-DESC      PIC X(30).
002400     05  FILLER          PIC X(2)  VALUE SPACES.
002410     05  WS-JH-STATUS    PIC X(8).
002420     05  FILLER          PIC X(2)  VALUE SPACES.
002430     05  WS-JH-REASON    PIC X(30).
002440     05  FILLER          PIC X(12) VALUE SPACES.
002450 01  WS-JR-LINE.
002460     05  FILLER          PIC X(18) VALUE SPACES.
002470     05  FILLER          PIC X(17) VALUE "REVERSES RUN ID ".
002480     05  WS-JR-RUN-ID    PIC X(8).
002490     05  FILLER          PIC X(89) VALUE SPACES.
002500 01  WS-JD-LINE.
002510     05  FILLER          PIC X(12) VALUE SPACES.
002520     05  WS-JD-LINE-NO   PIC ZZ9.
002530     05  FILLER          PIC X(5)  VALUE SPACES.
002540     05  WS-JD-ACCOUNT   PIC X(8).
002550     05  FILLER          PIC X(2)  VALUE SPACES.
002560     05  WS-JD-DIV       PIC X(2).
002570     05  FILLER          PIC X(3)  VALUE SPACES.
002580     05  WS-JD-DC-IND    PIC X(1).
002590     05  FILLER          PIC X(2)  VALUE SPACES.
002600     05  WS-JD-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
002610     05  FILLER          PIC X(2)  VALUE SPACES.
002620     05  WS-JD-RESULT    PIC X(30).
002630     05  FILLER          PIC X(48) VALUE SPACES.
002640 01  WS-JT-LINE.
002650     05  FILLER          PIC X(18) VALUE SPACES.
002660     05  FILLER          PIC X(8)  VALUE "DEBITS ".
002670     05  WS-JT-DEBITS    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER          PIC X(3)  VALUE SPACES.
002690     05  FILLER          PIC X(8)  VALUE "CREDITS ".
002700     05  WS-JT-CREDITS   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002710     05  FILLER          PIC X(59) VALUE SPACES.
002720 01  WS-COUNT-LINE.
002730     05  WS-CNT-LABEL    PIC X(30).
002740     05  WS-CNT-VALUE    PIC ZZZZZ9.
002750     05  FILLER          PIC X(96) VALUE SPACES.
002760 01  WS-AMOUNT-LINE.
002770     05  WS-AMT-LABEL    PIC X(30).
002780     05  WS-AMT-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002790     05  FILLER          PIC X(84) VALUE SPACES.
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     IF NOT WS-OPEN-FAILED AND NOT WS-USED-FULL
002840         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
002850         PERFORM 3000-PROCESS-JOURNAL THRU 3000-EXIT
002860             UNTIL WS-GLJ-EOF
002870         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002880     END-IF.
002890     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002900     MOVE WS-RETURN-CODE TO RETURN-CODE.
002910     STOP RUN.
002920
002930 1000-INITIALIZE.
002940     SET WS-GLJ-NOT-EOF TO TRUE.
002950     OPEN INPUT GLJ-FILE.
002960     IF NOT WS-GLJ-OK
002970         DISPLAY "GLJ-FILE OPEN FAILED, STATUS: "
002980             WS-GLJ-STATUS
002990         SET WS-OPEN-FAILED TO TRUE
003000     END-IF.
003010     OPEN INPUT COA-MAST.
003020     IF NOT WS-COA-OK
003030         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
003040             WS-COA-STATUS
003050         SET WS-OPEN-FAILED TO TRUE
003060     END-IF.
003070     OPEN OUTPUT PRINT-FILE.
003080     IF NOT WS-PRINT-OK
003090         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003100             WS-PRINT-STATUS
003110         SET WS-OPEN-FAILED TO TRUE
003120     END-IF.
003130     IF WS-OPEN-FAILED
003140         MOVE 16 TO WS-RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     PERFORM 1200-READ-PERIOD-CONTROL THRU 1200-EXIT.
003180     PERFORM 1500-LOAD-USED THRU 1500-EXIT.
003190     IF WS-USED-FULL
003200         MOVE 12 TO WS-RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     OPEN EXTEND GL-FEED-FILE.
003240     IF NOT WS-GLFEED-OK
003250         OPEN OUTPUT GL-FEED-FILE
003260     END-IF.
003270     IF NOT WS-GLFEED-OK
003280         DISPLAY "GL-FEED-FILE OPEN FAILED, STATUS: "
003290             WS-GLFEED-STATUS
003300         SET WS-OPEN-FAILED TO TRUE
003310         MOVE 16 TO WS-RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003350 1000-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390* THE CLOSED-THRU DATE FROM THE GLPCTL PERIOD CONTROL RECORD.  NO
003400* RECORD MEANS NO PERIOD HAS BEEN CLOSED YET.
003410******************************************************************
003420 1200-READ-PERIOD-CONTROL.
003430     OPEN INPUT GL-CTL-FILE.
003440     IF NOT WS-CTL-OK
003450         DISPLAY "GLPCTL NOT PRESENT, NO PERIOD CLOSED YET"
003460         GO TO 1200-EXIT
003470     END-IF.
003480     READ GL-CTL-FILE
003490         AT END
003500             DISPLAY "GLPCTL EMPTY, NO PERIOD CLOSED YET"
003510             CLOSE GL-CTL-FILE
003520             GO TO 1200-EXIT
003530     END-READ.
003540     IF GLPC-CLOSED-THRU NUMERIC
003550         MOVE GLPC-CLOSED-THRU TO WS-CLOSED-THRU
003560     END-IF.
003570     CLOSE GL-CTL-FILE.
003580     DISPLAY "GLJEDIT PERIODS CLOSED THRU " WS-CLOSED-THRU.
003590 1200-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* COLLECT THE JOURNAL NUMBERS AND REVERSED RUN IDS ALREADY ON
003640* GLFHIST (POSTED) AND ON GLFEED (FED, PERHAPS NOT YET POSTED).
003650* AN INCOMPLETE TABLE COULD LET A JOURNAL FEED TWICE, SO THE RUN
003660* IS HELD WHEN IT OVERFLOWS.
003670******************************************************************
003680 1500-LOAD-USED.
003690     OPEN INPUT GL-HIST-FILE.
003700     IF WS-HIST-OK
003710         SET WS-NOT-EOF TO TRUE
003720         PERFORM 1550-READ-HISTORY THRU 1550-EXIT
003730             UNTIL WS-EOF
003740         CLOSE GL-HIST-FILE
003750     ELSE
003760         DISPLAY "GLFHIST NOT PRESENT, NO PRIOR POSTINGS"
003770     END-IF.
003780     OPEN INPUT GL-FEED-FILE.
003790     IF WS-GLFEED-OK
003800         SET WS-NOT-EOF TO TRUE
003810         PERFORM 1600-READ-FEED THRU 1600-EXIT
003820             UNTIL WS-EOF
003830         CLOSE GL-FEED-FILE
003840     ELSE
003850         DISPLAY "GLFEED NOT PRESENT, NO ROWS FED"
003860     END-IF.
003870     IF WS-USED-FULL
003880         DISPLAY "GLJEDIT JOURNAL CONTROL TABLE EXCEEDS 2000 "
003890             "ENTRIES, RUN HELD -- NOTHING FED"
003900     END-IF.
003910 1500-EXIT.
003920     EXIT.
003930
003940 1550-READ-HISTORY.
003950     READ GL-HIST-FILE
003960         AT END
003970             SET WS-EOF TO TRUE
003980             GO TO 1550-EXIT
003990     END-READ.
004000     MOVE GLFH-FEED-REC TO WS-FEED-PARSE.
004010     IF WS-FP-SOURCE NOT = "GLJEDIT"
004020         GO TO 1550-EXIT
004030     END-IF.
004040     PERFORM 1700-NOTE-USED THRU 1700-EXIT.
004050 1550-EXIT.
004060     EXIT.
004070
004080 1600-READ-FEED.
004090     READ GL-FEED-FILE
004100         AT END
004110             SET WS-EOF TO TRUE
004120             GO TO 1600-EXIT
004130     END-READ.
004140     MOVE GL-FEED-REC TO WS-FEED-PARSE.
004150     IF WS-FP-SOURCE NOT = "GLJEDIT"
004160         GO TO 1600-EXIT
004170     END-IF.
004180     PERFORM 1700-NOTE-USED THRU 1700-EXIT.
004190 1600-EXIT.
004200     EXIT.
004210
004220 1700-NOTE-USED.
004230     MOVE "J" TO WS-US-KIND.
004240     MOVE WS-FP-RUN-ID TO WS-US-ID.
004250     PERFORM 1750-ADD-USED THRU 1750-EXIT.
004260     IF WS-FP-REV-RUN-ID NOT = SPACES
004270         MOVE "R" TO WS-US-KIND
004280         MOVE WS-FP-REV-RUN-ID TO WS-US-ID
004290         PERFORM 1750-ADD-USED THRU 1750-EXIT
004300     END-IF.
004310 1700-EXIT.
004320     EXIT.
004330
004340 1750-ADD-USED.
004350     PERFORM 1800-FIND-USED THRU 1800-EXIT.
004360     IF WS-US-FOUND
004370         GO TO 1750-EXIT
004380     END-IF.
004390     IF WS-USED-COUNT = 2000
004400         SET WS-USED-FULL TO TRUE
004410         SET WS-EOF TO TRUE
004420         GO TO 1750-EXIT
004430     END-IF.
004440     ADD 1 TO WS-USED-COUNT.
004450     MOVE WS-US-KIND TO WS-USED-KIND(WS-USED-COUNT).
004460     MOVE WS-US-ID TO WS-USED-ID(WS-USED-COUNT).
004470 1750-EXIT.
004480     EXIT.
004490
004500 1800-FIND-USED.
004510     SET WS-US-NOT-FOUND TO TRUE.
004520     PERFORM 1850-SCAN-USED THRU 1850-EXIT
004530         VARYING WS-USED-SUB FROM 1 BY 1
004540             UNTIL WS-USED-SUB > WS-USED-COUNT
004550                 OR WS-US-FOUND.
004560 1800-EXIT.
004570     EXIT.
004580
004590 1850-SCAN-USED.
004600     IF WS-US-KIND = WS-USED-KIND(WS-USED-SUB)
004610             AND WS-US-ID = WS-USED-ID(WS-USED-SUB)
004620         SET WS-US-FOUND TO TRUE
004630     END-IF.
004640 1850-EXIT.
004650     EXIT.
004660
004670 2000-READ-JOURNAL.
004680     READ GLJ-FILE
004690         AT END
004700             SET WS-GLJ-EOF TO TRUE
004710             GO TO 2000-EXIT
004720     END-READ.
004730     ADD 1 TO WS-REC-READ-CNT.
004740 2000-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* ONE JOURNAL: THE HEADER JUST READ AND THE LINE RECORDS THAT
004790* FOLLOW IT.  A LINE RECORD WITH NO HEADER BEFORE IT IS LISTED
004800* AND SKIPPED.
004810******************************************************************
004820 3000-PROCESS-JOURNAL.
004830     IF NOT GLJ-HEADER AND NOT GLJ-REVERSAL
004840         PERFORM 3050-PRINT-ORPHAN THRU 3050-EXIT
004850         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
004860         GO TO 3000-EXIT
004870     END-IF.
004880     ADD 1 TO WS-JRNL-READ-CNT.
004890     PERFORM 3100-START-JOURNAL THRU 3100-EXIT.
004900     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
004910     PERFORM 3200-COLLECT-LINE THRU 3200-EXIT
004920         UNTIL WS-GLJ-EOF
004930             OR NOT GLJ-LINE.
004940     IF WS-JE-REVERSAL
004950         PERFORM 3400-BUILD-REVERSAL THRU 3400-EXIT
004960     END-IF.
004970     PERFORM 3500-EDIT-JOURNAL THRU 3500-EXIT.
004980     IF WS-JE-REASON = SPACES
004990         PERFORM 3700-FEED-JOURNAL THRU 3700-EXIT
005000     ELSE
005010         ADD 1 TO WS-REJECTED-CNT
005020     END-IF.
005030     PERFORM 3800-PRINT-JOURNAL THRU 3800-EXIT.
005040 3000-EXIT.
005050     EXIT.
005060
005070 3050-PRINT-ORPHAN.
005080     ADD 1 TO WS-ORPHAN-CNT.
005090     MOVE SPACES TO WS-JH-KIND.
005100     MOVE GLJ-JOURNAL-NO TO WS-JH-NUMBER.
005110     MOVE SPACES TO WS-JH-DATE.
005120     MOVE SPACES TO WS-JH-PREPARER.
005130     MOVE SPACES TO WS-JH-DESC.
005140     MOVE "REJECTED" TO WS-JH-STATUS.
005150     MOVE "RECORD HAS NO JOURNAL HEADER" TO WS-JH-REASON.
005160     MOVE WS-JH-LINE TO WS-PRINT-LINE.
005170     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
005180 3050-EXIT.
005190     EXIT.
005200
005210 3100-START-JOURNAL.
005220     MOVE GLJ-REC-TYPE TO WS-JE-TYPE.
005230     MOVE GLJ-JOURNAL-NO TO WS-JE-NUMBER.
005240     MOVE GLJ-DATE TO WS-JE-DATE-X.
005250     MOVE GLJ-PREPARER TO WS-JE-PREPARER.
005260     MOVE GLJ-DESC TO WS-JE-DESC.
005270     IF WS-JE-REVERSAL
005280         MOVE GLJ-REV-RUN-ID TO WS-JE-REV-RUN-ID
005290     ELSE
005300         MOVE SPACES TO WS-JE-REV-RUN-ID
005310     END-IF.
005320     MOVE ZERO TO WS-JE-LINES-READ.
005330     MOVE ZERO TO WS-JE-LINE-ERR-CNT.
005340     MOVE ZERO TO WS-JE-DEBITS.
005350     MOVE ZERO TO WS-JE-CREDITS.
005360     MOVE SPACES TO WS-JE-REASON.
005370     MOVE "N" TO WS-JE-OVERFLOW-SW.
005380     MOVE ZERO TO WS-JE-LINE-COUNT.
005390 3100-EXIT.
005400     EXIT.
005410
005420 3200-COLLECT-LINE.
005430     ADD 1 TO WS-JE-LINES-READ.
005440     IF WS-JE-LINE-COUNT = 999
005450         SET WS-JE-OVERFLOW TO TRUE
005460         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
005470         GO TO 3200-EXIT
005480     END-IF.
005490     ADD 1 TO WS-JE-LINE-COUNT.
005500     MOVE WS-JE-LINE-COUNT TO WS-JL-SUB.
005510     MOVE GLJ-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-SUB).
005520     MOVE GLJ-DIV-CODE TO WS-JL-DIV(WS-JL-SUB).
005530     MOVE GLJ-DC-IND TO WS-JL-DC-IND(WS-JL-SUB).
005540     MOVE SPACES TO WS-JL-ERROR(WS-JL-SUB).
005550     IF GLJ-AMOUNT NUMERIC
005560         MOVE GLJ-AMOUNT TO WS-JL-AMOUNT(WS-JL-SUB)
005570     ELSE
005580         MOVE ZERO TO WS-JL-AMOUNT(WS-JL-SUB)
005590         MOVE "AMOUNT NOT NUMERIC" TO WS-JL-ERROR(WS-JL-SUB)
005600     END-IF.
005610     IF GLJ-JOURNAL-NO NOT = WS-JE-NUMBER
005620         MOVE "JOURNAL NUMBER DIFFERS" TO WS-JL-ERROR(WS-JL-SUB)
005630     END-IF.
005640     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
005650 3200-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* A REVERSAL TAKES NO LINE RECORDS.  ITS LINES ARE THE EXACT
005700* CONTRA OF EVERY DETAIL ON THE POSTING FILE CARRYING THE RUN ID:
005710* SAME ACCOUNT AND AMOUNT, OPPOSITE DEBIT/CREDIT INDICATOR.  THE
005720* POSTING FILE MUST BE COMPLETE (TRAILER PRESENT) -- A HELD FILE
005730* NEVER REACHED THE LEDGER AND HAS NOTHING TO REVERSE.
005740******************************************************************
005750 3400-BUILD-REVERSAL.
005760     IF WS-JE-LINES-READ > ZERO
005770         MOVE "LINES NOT ALLOWED ON REVERSAL" TO WS-NEW-REASON
005780         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
005790         GO TO 3400-EXIT
005800     END-IF.
005810     IF WS-JE-REV-RUN-ID = SPACES
005820         MOVE "REVERSAL RUN ID MISSING" TO WS-NEW-REASON
005830         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
005840         GO TO 3400-EXIT
005850     END-IF.
005860     MOVE "R" TO WS-US-KIND.
005870     MOVE WS-JE-REV-RUN-ID TO WS-US-ID.
005880     PERFORM 1800-FIND-USED THRU 1800-EXIT.
005890     IF WS-US-FOUND
005900         MOVE "RUN ALREADY REVERSED" TO WS-NEW-REASON
005910         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
005920         GO TO 3400-EXIT
005930     END-IF.
005940     OPEN INPUT GL-REV-FILE.
005950     IF NOT WS-REV-OK
005960         DISPLAY "GL-REV-FILE OPEN FAILED, STATUS: "
005970             WS-REV-STATUS
005980         MOVE "POSTING FILE NOT AVAILABLE" TO WS-NEW-REASON
005990         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006000         GO TO 3400-EXIT
006010     END-IF.
006020     SET WS-NOT-EOF TO TRUE.
006030     SET WS-REV-TRL-NOT-SEEN TO TRUE.
006040     PERFORM 3450-READ-REV-POSTING THRU 3450-EXIT
006050         UNTIL WS-EOF.
006060     CLOSE GL-REV-FILE.
006070     IF WS-REV-TRL-NOT-SEEN
006080         MOVE "POSTING FILE HAS NO TRAILER" TO WS-NEW-REASON
006090         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006100         GO TO 3400-EXIT
006110     END-IF.
006120     IF WS-JE-LINE-COUNT = ZERO
006130             AND NOT WS-JE-OVERFLOW
006140         MOVE "RUN ID NOT ON POSTING FILE" TO WS-NEW-REASON
006150         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006160     END-IF.
006170 3400-EXIT.
006180     EXIT.
006190
006200 3450-READ-REV-POSTING.
006210     READ GL-REV-FILE
006220         AT END
006230             SET WS-EOF TO TRUE
006240             GO TO 3450-EXIT
006250     END-READ.
006260     IF GLP-TRAILER
006270         SET WS-REV-TRL-SEEN TO TRUE
006280         GO TO 3450-EXIT
006290     END-IF.
006300     IF NOT GLP-DETAIL
006310             OR GLP-RUN-ID NOT = WS-JE-REV-RUN-ID
006320         GO TO 3450-EXIT
006330     END-IF.
006340     IF WS-JE-LINE-COUNT = 999
006350         SET WS-JE-OVERFLOW TO TRUE
006360         GO TO 3450-EXIT
006370     END-IF.
006380     ADD 1 TO WS-JE-LINE-COUNT.
006390     MOVE WS-JE-LINE-COUNT TO WS-JL-SUB.
006400     MOVE GLP-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-SUB).
006410     MOVE SPACES TO WS-JL-DIV(WS-JL-SUB).
006420     IF GLP-DC-IND = "C"
006430         MOVE "D" TO WS-JL-DC-IND(WS-JL-SUB)
006440     ELSE
006450         MOVE "C" TO WS-JL-DC-IND(WS-JL-SUB)
006460     END-IF.
006470     MOVE SPACES TO WS-JL-ERROR(WS-JL-SUB).
006480     IF GLP-AMOUNT NUMERIC
006490         MOVE GLP-AMOUNT TO WS-JL-AMOUNT(WS-JL-SUB)
006500     ELSE
006510         MOVE ZERO TO WS-JL-AMOUNT(WS-JL-SUB)
006520         MOVE "AMOUNT NOT NUMERIC" TO WS-JL-ERROR(WS-JL-SUB)
006530     END-IF.
006540 3450-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* JOURNAL-LEVEL EDITS, THEN EVERY LINE.  THE FIRST REASON FOUND
006590* IS THE ONE LISTED; LINE ERRORS ARE LISTED AGAINST THEIR LINES.
006600******************************************************************
006610 3500-EDIT-JOURNAL.
006620     IF WS-JE-NUMBER = SPACES
006630         MOVE "JOURNAL NUMBER MISSING" TO WS-NEW-REASON
006640         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006650     ELSE
006660         MOVE "J" TO WS-US-KIND
006670         MOVE WS-JE-NUMBER TO WS-US-ID
006680         PERFORM 1800-FIND-USED THRU 1800-EXIT
006690         IF WS-US-FOUND
006700             MOVE "JOURNAL NUMBER ALREADY FED" TO WS-NEW-REASON
006710             PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006720         END-IF
006730     END-IF.
006740     IF WS-JE-DATE NOT NUMERIC
006750         MOVE "INVALID JOURNAL DATE" TO WS-NEW-REASON
006760         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006770     ELSE
006780         IF WS-JE-MM < 1 OR WS-JE-MM > 12
006790                 OR WS-JE-DD < 1 OR WS-JE-DD > 31
006800             MOVE "INVALID JOURNAL DATE" TO WS-NEW-REASON
006810             PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006820         ELSE
006830             IF WS-JE-DATE NOT > WS-CLOSED-THRU
006840                 MOVE "DATE IN CLOSED PERIOD" TO WS-NEW-REASON
006850                 PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006860             END-IF
006870         END-IF
006880     END-IF.
006890     IF WS-JE-OVERFLOW
006900         MOVE "MORE THAN 999 LINES" TO WS-NEW-REASON
006910         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006920     END-IF.
006930     IF WS-JE-MANUAL
006940             AND WS-JE-LINE-COUNT < 2
006950         MOVE "FEWER THAN TWO LINES" TO WS-NEW-REASON
006960         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
006970     END-IF.
006980     IF WS-USED-COUNT > 1998
006990         MOVE "JOURNAL CONTROL TABLE FULL" TO WS-NEW-REASON
007000         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
007010     END-IF.
007020     PERFORM 3550-EDIT-LINE THRU 3550-EXIT
007030         VARYING WS-JL-SUB FROM 1 BY 1
007040             UNTIL WS-JL-SUB > WS-JE-LINE-COUNT.
007050     IF WS-JE-LINE-ERR-CNT > ZERO
007060         MOVE "LINE ERRORS, SEE LINES" TO WS-NEW-REASON
007070         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
007080     END-IF.
007090     IF WS-JE-DEBITS NOT = WS-JE-CREDITS
007100         MOVE "DEBITS NOT EQUAL CREDITS" TO WS-NEW-REASON
007110         PERFORM 3590-NOTE-REASON THRU 3590-EXIT
007120     END-IF.
007130 3500-EXIT.
007140     EXIT.
007150
007160 3550-EDIT-LINE.
007170     IF WS-JL-DC-IND(WS-JL-SUB) = "D"
007180         ADD WS-JL-AMOUNT(WS-JL-SUB) TO WS-JE-DEBITS
007190     ELSE
007200         IF WS-JL-DC-IND(WS-JL-SUB) = "C"
007210             ADD WS-JL-AMOUNT(WS-JL-SUB) TO WS-JE-CREDITS
007220         ELSE
007230             IF WS-JL-ERROR(WS-JL-SUB) = SPACES
007240                 MOVE "INVALID DEBIT/CREDIT" TO
007250                     WS-JL-ERROR(WS-JL-SUB)
007260             END-IF
007270         END-IF
007280     END-IF.
007290     IF WS-JL-ERROR(WS-JL-SUB) NOT = SPACES
007300         ADD 1 TO WS-JE-LINE-ERR-CNT
007310         GO TO 3550-EXIT
007320     END-IF.
007330     IF WS-JL-AMOUNT(WS-JL-SUB) = ZERO
007340         MOVE "ZERO AMOUNT" TO WS-JL-ERROR(WS-JL-SUB)
007350         ADD 1 TO WS-JE-LINE-ERR-CNT
007360         GO TO 3550-EXIT
007370     END-IF.
007380     IF WS-JL-ACCOUNT(WS-JL-SUB) = SPACES
007390         MOVE "ACCOUNT MISSING" TO WS-JL-ERROR(WS-JL-SUB)
007400         ADD 1 TO WS-JE-LINE-ERR-CNT
007410         GO TO 3550-EXIT
007420     END-IF.
007430     MOVE WS-JL-ACCOUNT(WS-JL-SUB) TO COA-ACCOUNT.
007440     READ COA-MAST
007450         INVALID KEY
007460             MOVE "ACCOUNT NOT ON CHART" TO WS-JL-ERROR(WS-JL-SUB)
007470             ADD 1 TO WS-JE-LINE-ERR-CNT
007480             GO TO 3550-EXIT
007490     END-READ.
007500     IF NOT COA-ACTIVE
007510         MOVE "ACCOUNT NOT ACTIVE" TO WS-JL-ERROR(WS-JL-SUB)
007520         ADD 1 TO WS-JE-LINE-ERR-CNT
007530         GO TO 3550-EXIT
007540     END-IF.
007550*    A REVERSAL LINE TAKES THE DIVISION OF ITS ACCOUNT, SINCE THE
007560*    POSTING DETAIL IT CAME FROM DOES NOT CARRY ONE.
007570     IF WS-JE-REVERSAL
007580         MOVE COA-DIV-CODE TO WS-JL-DIV(WS-JL-SUB)
007590     END-IF.
007600     IF COA-DIV-CODE NOT = SPACES
007610             AND COA-DIV-CODE NOT = WS-JL-DIV(WS-JL-SUB)
007620         MOVE "ACCOUNT NOT OPEN TO DIVISION" TO
007630             WS-JL-ERROR(WS-JL-SUB)
007640         ADD 1 TO WS-JE-LINE-ERR-CNT
007650     END-IF.
007660 3550-EXIT.
007670     EXIT.
007680
007690 3590-NOTE-REASON.
007700     IF WS-JE-REASON = SPACES
007710         MOVE WS-NEW-REASON TO WS-JE-REASON
007720     END-IF.
007730 3590-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* AN ACCEPTED JOURNAL GOES TO GLFEED WHOLE, ONE ROW PER LINE, AND
007780* ITS NUMBER (AND ANY RUN IT REVERSES) IS MARKED USED.
007790******************************************************************
007800 3700-FEED-JOURNAL.
007810     IF WS-JE-REVERSAL
007820         MOVE "JRNL-RV" TO WS-TK-PREFIX
007830     ELSE
007840         MOVE "JRNL-LN" TO WS-TK-PREFIX
007850     END-IF.
007860     PERFORM 3750-WRITE-FEED-ROW THRU 3750-EXIT
007870         VARYING WS-JL-SUB FROM 1 BY 1
007880             UNTIL WS-JL-SUB > WS-JE-LINE-COUNT.
007890     MOVE "J" TO WS-US-KIND.
007900     MOVE WS-JE-NUMBER TO WS-US-ID.
007910     PERFORM 1750-ADD-USED THRU 1750-EXIT.
007920     IF WS-JE-REVERSAL
007930         MOVE "R" TO WS-US-KIND
007940         MOVE WS-JE-REV-RUN-ID TO WS-US-ID
007950         PERFORM 1750-ADD-USED THRU 1750-EXIT
007960     END-IF.
007970     ADD 1 TO WS-ACCEPTED-CNT.
007980     ADD WS-JE-DEBITS TO WS-ACC-DEBITS.
007990     ADD WS-JE-CREDITS TO WS-ACC-CREDITS.
008000 3700-EXIT.
008010     EXIT.
008020
008030 3750-WRITE-FEED-ROW.
008040     MOVE SPACES TO GL-FEED-REC.
008050     MOVE "GLJEDIT" TO GL-PGM-SOURCE.
008060     MOVE WS-JL-SUB TO WS-TK-LINE.
008070     MOVE WS-TYPE-KEY TO GL-TOTAL-TYPE.
008080     MOVE WS-JL-AMOUNT(WS-JL-SUB) TO GL-AMOUNT.
008090     MOVE WS-JE-DATE TO GL-AS-OF-DATE.
008100     MOVE WS-JL-DC-IND(WS-JL-SUB) TO GL-DC-IND.
008110     MOVE WS-JE-NUMBER TO GL-RUN-ID.
008120     MOVE WS-JE-DESC TO GL-TYPE-DESC.
008130     MOVE WS-JL-DIV(WS-JL-SUB) TO GL-DIV-CODE.
008140     MOVE WS-JL-ACCOUNT(WS-JL-SUB) TO GL-ACCOUNT.
008150     MOVE WS-JE-REV-RUN-ID TO GL-REV-RUN-ID.
008160     WRITE GL-FEED-REC.
008170     ADD 1 TO WS-FEED-WRITE-CNT.
008180 3750-EXIT.
008190     EXIT.
008200
008210 3800-PRINT-JOURNAL.
008220     MOVE SPACES TO WS-PRINT-LINE.
008230     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008240     MOVE WS-JE-NUMBER TO WS-JH-NUMBER.
008250     IF WS-JE-REVERSAL
008260         MOVE "REVERSAL" TO WS-JH-KIND
008270     ELSE
008280         MOVE "MANUAL" TO WS-JH-KIND
008290     END-IF.
008300     MOVE WS-JE-DATE-X TO WS-JH-DATE.
008310     MOVE WS-JE-PREPARER TO WS-JH-PREPARER.
008320     MOVE WS-JE-DESC TO WS-JH-DESC.
008330     IF WS-JE-REASON = SPACES
008340         MOVE "ACCEPTED" TO WS-JH-STATUS
008350     ELSE
008360         MOVE "REJECTED" TO WS-JH-STATUS
008370     END-IF.
008380     MOVE WS-JE-REASON TO WS-JH-REASON.
008390     MOVE WS-JH-LINE TO WS-PRINT-LINE.
008400     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008410     IF WS-JE-REVERSAL
008420         MOVE WS-JE-REV-RUN-ID TO WS-JR-RUN-ID
008430         MOVE WS-JR-LINE TO WS-PRINT-LINE
008440         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
008450     END-IF.
008460     PERFORM 3850-PRINT-LINE THRU 3850-EXIT
008470         VARYING WS-JL-SUB FROM 1 BY 1
008480             UNTIL WS-JL-SUB > WS-JE-LINE-COUNT.
008490     MOVE WS-JE-DEBITS TO WS-JT-DEBITS.
008500     MOVE WS-JE-CREDITS TO WS-JT-CREDITS.
008510     MOVE WS-JT-LINE TO WS-PRINT-LINE.
008520     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008530 3800-EXIT.
008540     EXIT.
008550
008560 3850-PRINT-LINE.
008570     MOVE WS-JL-SUB TO WS-JD-LINE-NO.
008580     MOVE WS-JL-ACCOUNT(WS-JL-SUB) TO WS-JD-ACCOUNT.
008590     MOVE WS-JL-DIV(WS-JL-SUB) TO WS-JD-DIV.
008600     MOVE WS-JL-DC-IND(WS-JL-SUB) TO WS-JD-DC-IND.
008610     MOVE WS-JL-AMOUNT(WS-JL-SUB) TO WS-JD-AMOUNT.
008620     MOVE WS-JL-ERROR(WS-JL-SUB) TO WS-JD-RESULT.
008630     MOVE WS-JD-LINE TO WS-PRINT-LINE.
008640     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008650 3850-EXIT.
008660     EXIT.
008670
008680 4000-PRINT-TOTALS.
008690     MOVE SPACES TO WS-PRINT-LINE.
008700     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008710     MOVE "INPUT RECORDS READ:           " TO WS-CNT-LABEL.
008720     MOVE WS-REC-READ-CNT TO WS-CNT-VALUE.
008730     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008740     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008750     MOVE "JOURNALS READ:                " TO WS-CNT-LABEL.
008760     MOVE WS-JRNL-READ-CNT TO WS-CNT-VALUE.
008770     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008780     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008790     MOVE "JOURNALS ACCEPTED:            " TO WS-CNT-LABEL.
008800     MOVE WS-ACCEPTED-CNT TO WS-CNT-VALUE.
008810     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008820     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008830     MOVE "JOURNALS REJECTED:            " TO WS-CNT-LABEL.
008840     MOVE WS-REJECTED-CNT TO WS-CNT-VALUE.
008850     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008860     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008870     MOVE "RECORDS WITH NO HEADER:       " TO WS-CNT-LABEL.
008880     MOVE WS-ORPHAN-CNT TO WS-CNT-VALUE.
008890     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008900     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008910     MOVE "GLFEED ROWS WRITTEN:          " TO WS-CNT-LABEL.
008920     MOVE WS-FEED-WRITE-CNT TO WS-CNT-VALUE.
008930     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008940     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008950     MOVE "ACCEPTED DEBITS:              " TO WS-AMT-LABEL.
008960     MOVE WS-ACC-DEBITS TO WS-AMT-VALUE.
008970     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
008980     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008990     MOVE "ACCEPTED CREDITS:             " TO WS-AMT-LABEL.
009000     MOVE WS-ACC-CREDITS TO WS-AMT-VALUE.
009010     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
009020     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
009030 4000-EXIT.
009040     EXIT.
009050
009060 5000-TERMINATE.
009070     DISPLAY "GLJEDIT JOURNALS READ:     " WS-JRNL-READ-CNT.
009080     DISPLAY "GLJEDIT JOURNALS ACCEPTED: " WS-ACCEPTED-CNT.
009090     DISPLAY "GLJEDIT JOURNALS REJECTED: " WS-REJECTED-CNT.
009100     DISPLAY "GLJEDIT GLFEED ROWS WRITTEN: " WS-FEED-WRITE-CNT.
009110     IF (WS-REJECTED-CNT > ZERO OR WS-ORPHAN-CNT > ZERO)
009120             AND WS-RETURN-CODE < 8
009130         MOVE 8 TO WS-RETURN-CODE
009140     END-IF.
009150     IF WS-JRNL-READ-CNT = ZERO
009160             AND NOT WS-OPEN-FAILED
009170             AND WS-RETURN-CODE < 4
009180         DISPLAY "GLJEDIT WARNING: GLJRNL FILE IS EMPTY"
009190         MOVE 4 TO WS-RETURN-CODE
009200     END-IF.
009210     CLOSE GLJ-FILE.
009220     CLOSE COA-MAST.
009230     CLOSE GL-FEED-FILE.
009240     CLOSE PRINT-FILE.
009250 5000-EXIT.
009260     EXIT.
009270
009280 6200-PRINT-HEADINGS.
009290     ADD 1 TO WS-PAGE-NO.
009300     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
009310     MOVE WS-CLOSED-THRU TO WS-HDG-CLOSED.
009320     MOVE WS-HDG-LINE-1 TO PRINT-REC.
009330     WRITE PRINT-REC.
009340     MOVE WS-HDG-LINE-2 TO PRINT-REC.
009350     WRITE PRINT-REC.
009360     MOVE ZERO TO WS-LINE-CNT.
009370 6200-EXIT.
009380     EXIT.
009390
009400 6350-WRITE-PRINT-REC.
009410     IF WS-LINE-CNT > 50
009420         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
009430     END-IF.
009440     MOVE WS-PRINT-LINE TO PRINT-REC.
009450     WRITE PRINT-REC.
009460     ADD 1 TO WS-LINE-CNT.
009470 6350-EXIT.
009480     EXIT.
009490 END PROGRAM GLJEDIT.
