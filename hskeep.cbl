000100******************************************************************
000110* PROGRAM-ID:  HSKEEP
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-15
000150* DATE-COMPILED:
000160* PURPOSE:     HOUSEKEEPING RUN FOR THE SHARED HISTORY AND
000170*              EXCEPTION FILES THAT THE NIGHTLY STREAM ONLY EVER
000180*              APPENDS TO: RUNHIST, GLFEED AND GLFHIST, RUNREG,
000190*              TRANEXCP AND TRANRSV, EXCPOUT AND GLREJECT.  THE
000200*              HSKPARM CARDS GIVE A KEEP-DAYS VALUE PER FILE.  A
000210*              ROW OLDER THAN THAT, COUNTED BACK FROM THE RUNPARM
000220*              PROCESSING DATE, IS COPIED TO THE DATED HSKARCH
000230*              ARCHIVE AND THE LIVE FILE IS REWRITTEN WITHOUT IT
000240*              (RUNREG IS KEYED AND IS CUT IN PLACE).  A ROW STILL
000250*              NEEDED IS NEVER CUT, WHATEVER ITS AGE:
000260*                - RUNHIST ROWS RUNRPT NEEDS FOR ITS YEAR-TO-DATE,
000270*                  MONTH AND PRIOR-MONTH TOTALS, AND EACH SERIES'
000280*                  LATEST RUN DAY BEFORE THE AS-OF DATE (ITS
000285*                  PRIOR-DAY COMPARISON);
000290*                - GLFHIST KEYS WHOSE GLFEED ROWS ARE NOT CUT IN
000300*                  THE SAME RUN -- GLPOST RE-PRESENTS EVERY GLFEED
000310*                  ROW EVERY NIGHT, SO THE TWO ARE CUT TOGETHER;
000320*                - TRANEXCP REJECTS WITH NO TRANRSV RESOLVED
000330*                  RECORD, WHICH TRESUB IS STILL AGING.
000340*              A BEFORE/AFTER REPORT (HSKRPT) GIVES EACH FILE'S
000350*              RECORD COUNT AND AMOUNT TOTAL BEFORE THE CUT, CUT
000360*              TO THE ARCHIVE, AND RE-READ FROM THE REWRITTEN
000370*              FILE, AND PROVES BEFORE = ARCHIVED + AFTER.  RUN IT
000380*              AFTER THE NIGHT STREAM HAS ENDED, NEVER ALONGSIDE
000390*              IT.
000400* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000410*
000420* MODIFICATION HISTORY
000430* DATE       INIT  DESCRIPTION
000440* ---------- ----  --------------------------------------------
000450* 2026-10-15 TS    ORIGINAL VERSION.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. HSKEEP.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARM-FILE ASSIGN TO HSKPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPARM-STATUS.
000580     SELECT RR-PARM-FILE ASSIGN TO RRPARM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RRP-STATUS.
000610     SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RHIST-STATUS.
000640     SELECT GL-FEED-FILE ASSIGN TO GLFEED
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GLFEED-STATUS.
000670     SELECT GL-HIST-FILE ASSIGN TO GLFHIST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HIST-STATUS.
000700     SELECT RUN-REG-FILE ASSIGN TO RUNREG
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RREG-KEY
000740         FILE STATUS IS WS-RREG-STATUS.
000750     SELECT TRAN-EXCP-FILE ASSIGN TO TRANEXCP
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TEXCP-STATUS.
000780     SELECT RESOLVE-FILE ASSIGN TO TRANRSV
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-TRSV-STATUS.
000810     SELECT EXCP-FILE ASSIGN TO EXCPOUT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-EXCP-STATUS.
000840     SELECT GL-REJECT-FILE ASSIGN TO GLREJECT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REJECT-STATUS.
000870     SELECT WORK-FILE ASSIGN TO HSKWORK
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-WORK-STATUS.
000900     SELECT ARCH-FILE ASSIGN TO HSKARCH
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-ARCH-STATUS.
000930     SELECT PRINT-FILE ASSIGN TO HSKRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PRINT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PARM-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000 COPY HSKPRM.
001010 FD  RUN-PARM-FILE
001020     RECORD CONTAINS 80 CHARACTERS.
001030 COPY RUNPARM.
001040 FD  RR-PARM-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060 COPY RRPARM.
001070 FD  RUN-HIST-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 COPY RUNHIST.
001100 FD  GL-FEED-FILE
001110     RECORD CONTAINS 110 CHARACTERS.
001120 COPY GLFEED.
001130 FD  GL-HIST-FILE
001140     RECORD CONTAINS 119 CHARACTERS.
001150 COPY GLFHIST.
001160 FD  RUN-REG-FILE
001170     RECORD CONTAINS 60 CHARACTERS.
001180 COPY RUNREG.
001190 FD  TRAN-EXCP-FILE
001200     RECORD CONTAINS 117 CHARACTERS.
001210 COPY TRANEXC.
001220 FD  RESOLVE-FILE
001230     RECORD CONTAINS 80 CHARACTERS.
001240 COPY TRANRSV.
001250 FD  EXCP-FILE
001260     RECORD CONTAINS 80 CHARACTERS.
001270 COPY EXCPREC.
001280 FD  GL-REJECT-FILE
001290     RECORD CONTAINS 113 CHARACTERS.
001300 COPY GLREJEC.
001310 FD  WORK-FILE
001320     RECORD CONTAINS 120 CHARACTERS.
001330 01  WORK-REC                   PIC X(120).
001340 FD  ARCH-FILE
001350     RECORD CONTAINS 138 CHARACTERS.
001360 01  ARCH-REC                   PIC X(138).
001370 FD  PRINT-FILE
001380     RECORD CONTAINS 132 CHARACTERS.
001390 01  PRINT-REC                  PIC X(132).
001400 WORKING-STORAGE SECTION.
001410 01  WS-COUNTERS.
001420     03  WS-CARD-CNT         PIC 9(6)  COMP VALUE ZERO.
001430     03  WS-FILES-CUT-CNT    PIC 9(4)  COMP VALUE ZERO.
001440     03  WS-TOTAL-ARCH-CNT   PIC 9(9)  COMP VALUE ZERO.
001450     03  WS-OUT-OF-BAL-CNT   PIC 9(4)  COMP VALUE ZERO.
001460     03  WS-HELD-CNT         PIC 9(4)  COMP VALUE ZERO.
001470     03  WS-GLKEY-OVER-CNT   PIC 9(9)  COMP VALUE ZERO.
001480     03  WS-RSV-OVER-CNT     PIC 9(9)  COMP VALUE ZERO.
001490 01  WS-PARM-WORK.
001500     03  WS-RUN-DATE         PIC 9(8)  VALUE ZERO.
001510     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001520     03  WS-RR-AS-OF-DATE    PIC 9(8)  VALUE ZERO.
001530     03  WS-BASIS-DATE       PIC 9(8)  VALUE ZERO.
001540     03  WS-BASIS-PARTS REDEFINES WS-BASIS-DATE.
001550         05  WS-BASIS-YEAR   PIC 9(4).
001560         05  WS-BASIS-MONTH  PIC 9(2).
001570         05  WS-BASIS-DAY    PIC 9(2).
001580     03  WS-YTD-FLOOR        PIC 9(8)  VALUE ZERO.
001590******************************************************************
001600* KEEP DAYS PER FILE FROM THE HSKPARM CARDS.  ZERO MEANS NO CARD:
001610* THE FILE IS COUNTED ON THE REPORT BUT NOTHING IS CUT FROM IT.
001620******************************************************************
001630 01  WS-RETENTION.
001640     03  WS-KEEP-RUNHIST     PIC 9(4)  VALUE ZERO.
001650     03  WS-KEEP-GLFHIST     PIC 9(4)  VALUE ZERO.
001660     03  WS-KEEP-RUNREG      PIC 9(4)  VALUE ZERO.
001670     03  WS-KEEP-TRANEXCP    PIC 9(4)  VALUE ZERO.
001680     03  WS-KEEP-EXCPOUT     PIC 9(4)  VALUE ZERO.
001690     03  WS-KEEP-GLREJECT    PIC 9(4)  VALUE ZERO.
001700******************************************************************
001710* THE FILE BEING CUT.  BEFORE COUNTS COME FROM THE PASS THAT
001720* SPLITS THE LIVE FILE, ARCHIVED COUNTS FROM THE ROWS WRITTEN TO
001730* HSKARCH, AND AFTER COUNTS FROM A SEPARATE RE-READ OF THE LIVE
001740* FILE ONCE IT HAS BEEN REWRITTEN.  KEPT COUNTS THE ROWS WRITTEN
001750* TO THE WORK FILE FOR THE REWRITE.
001760******************************************************************
001770 01  WS-FILE-WORK.
001780     03  WS-FILE-ID          PIC X(8)  VALUE SPACES.
001790     03  WS-KEEP-DAYS        PIC 9(4)  VALUE ZERO.
001800     03  WS-CUTOFF-DATE      PIC 9(8)  VALUE ZERO.
001810     03  WS-FILE-STATE       PIC X(12) VALUE SPACES.
001820         88  WS-STATE-CLEAR       VALUE SPACES.
001830         88  WS-STATE-HELD        VALUE "HELD".
001840         88  WS-STATE-REWRITE-FAIL VALUE "REWRITE FAIL".
001850         88  WS-STATE-NO-RECOUNT  VALUES "NOT PRESENT"
001860                                         "OPEN FAILED"
001870                                         "REWRITE FAIL".
001880         88  WS-STATE-NOT-PRESENT VALUE "NOT PRESENT".
001890         88  WS-STATE-BALANCED    VALUE "BALANCED".
001900     03  WS-BEFORE-CNT       PIC 9(9)  COMP VALUE ZERO.
001910     03  WS-ARCH-CNT         PIC 9(9)  COMP VALUE ZERO.
001920     03  WS-KEPT-CNT         PIC 9(9)  COMP VALUE ZERO.
001930     03  WS-AFTER-CNT        PIC 9(9)  COMP VALUE ZERO.
001940     03  WS-PROT-CNT         PIC 9(9)  COMP VALUE ZERO.
001950     03  WS-BEFORE-AMT       PIC S9(13)V99  VALUE ZERO.
001960     03  WS-ARCH-AMT         PIC S9(13)V99  VALUE ZERO.
001970     03  WS-AFTER-AMT        PIC S9(13)V99  VALUE ZERO.
001980 01  WS-ROW-WORK.
001990     03  WS-ROW-IMAGE        PIC X(120) VALUE SPACES.
002000     03  WS-ROW-DATE         PIC 9(8)  VALUE ZERO.
002010     03  WS-ROW-AMT          PIC S9(11)V99  VALUE ZERO.
002020     03  WS-ROW-CUT-SW       PIC X(1)  VALUE "N".
002030         88  WS-ROW-CUT           VALUE "Y".
002040         88  WS-ROW-KEPT          VALUE "N".
002050******************************************************************
002060* A GLFEED ROW IMAGE, AS CARRIED ON GLFEED ITSELF, INSIDE A
002070* GLFHIST ROW AND INSIDE A GLREJECT ROW.
002080******************************************************************
002090 01  WS-FEED-VIEW.
002100     03  WS-FV-SOURCE        PIC X(8).
002110     03  FILLER              PIC X(1).
002120     03  WS-FV-TYPE          PIC X(10).
002130     03  FILLER              PIC X(1).
002140     03  WS-FV-AMOUNT        PIC 9(9)V99.
002150     03  FILLER              PIC X(1).
002160     03  WS-FV-AS-OF-DATE    PIC 9(8).
002170     03  FILLER              PIC X(1).
002180     03  WS-FV-DC-IND        PIC X(1).
002190     03  FILLER              PIC X(1).
002200     03  WS-FV-RUN-ID        PIC X(8).
002210     03  FILLER              PIC X(1).
002220     03  WS-FV-TYPE-DESC     PIC X(30).
002230     03  FILLER              PIC X(1).
002240     03  WS-FV-DIV-CODE      PIC X(2).
002250     03  FILLER              PIC X(25).
002260 COPY TRANREC.
002270******************************************************************
002280* RUNHIST SERIES (PROGRAM, TOTAL TYPE, DIVISION -- AS RUNRPT
002290* GROUPS THEM) WITH THE LATEST RUN DAY BEFORE THE RUNRPT AS-OF
002300* DATE.  THAT DAY IS RUNRPT'S PRIOR-DAY COMPARISON AND IS
002310* KEPT HOWEVER OLD IT IS.
002320******************************************************************
002330 01  WS-SERIES-TABLE.
002340     03  WS-SER-USED         PIC 9(3)  COMP VALUE ZERO.
002350     03  WS-SER-SUB          PIC 9(3)  COMP VALUE ZERO.
002360     03  WS-SER-HIT          PIC 9(3)  COMP VALUE ZERO.
002370     03  WS-SER-ENTRY OCCURS 200 TIMES.
002380         05  WS-SER-PGM      PIC X(8).
002390         05  WS-SER-TYPE     PIC X(10).
002400         05  WS-SER-DIV      PIC X(2).
002410         05  WS-SER-LAST-DATE PIC 9(8).
002420******************************************************************
002430* GLFHIST KEYS PAST THE KEEP DAYS, IN FILE ORDER (OLDEST FIRST).
002440* THE GLFEED ROWS CARRYING THESE KEYS AND THE GLFHIST ROWS
002450* THEMSELVES ARE CUT TOGETHER.  KEYS BEYOND THE TABLE ARE LEFT
002460* FOR THE NEXT RUN.  SAME KEY AS GLPOST'S HISTORY TABLE.
002470******************************************************************
002480 01  WS-GLKEY-TABLE.
002490     03  WS-GLKEY-USED       PIC 9(4)  COMP VALUE ZERO.
002500     03  WS-GLKEY-SUB        PIC 9(4)  COMP VALUE ZERO.
002510     03  WS-GLKEY-ENTRY OCCURS 5000 TIMES
002520                             PIC X(36).
002530 01  WS-GLKEY-FIND.
002540     03  WS-GK-SOURCE        PIC X(8).
002550     03  WS-GK-TYPE          PIC X(10).
002560     03  WS-GK-RUN-ID        PIC X(8).
002570     03  WS-GK-AS-OF-DATE    PIC 9(8).
002580     03  WS-GK-DIV-CODE      PIC X(2).
002590******************************************************************
002600* TRANRSV RESOLVED REJECTS PAST THE TRANEXCP KEEP DAYS.  ONLY A
002610* TRANEXCP ROW FOUND HERE MAY BE CUT; ANY OTHER IS STILL BEING
002620* AGED BY TRESUB.  RESOLVED RECORDS BEYOND THE TABLE ARE LEFT,
002630* WITH THEIR REJECTS, FOR THE NEXT RUN.
002640******************************************************************
002650 01  WS-RSV-TABLE.
002660     03  WS-RSV-USED         PIC 9(4)  COMP VALUE ZERO.
002670     03  WS-RSV-SUB          PIC 9(4)  COMP VALUE ZERO.
002680     03  WS-RSV-ENTRY OCCURS 5000 TIMES
002690                             PIC X(22).
002700 01  WS-RSV-FIND.
002710     03  WS-RK-SEQ-NO        PIC 9(6).
002720     03  WS-RK-REJECT-DATE   PIC 9(8).
002730     03  WS-RK-RUN-ID        PIC X(8).
002740 COPY HSKARC.
002750 01  WS-FLAGS.
002760     03  WS-PARM-STATUS      PIC X(2).
002770         88  WS-PARM-OK           VALUE "00".
002780     03  WS-RPARM-STATUS     PIC X(2).
002790         88  WS-RPARM-OK          VALUE "00".
002800     03  WS-RRP-STATUS       PIC X(2).
002810         88  WS-RRP-OK            VALUE "00".
002820     03  WS-RHIST-STATUS     PIC X(2).
002830         88  WS-RHIST-OK          VALUE "00".
002840     03  WS-GLFEED-STATUS    PIC X(2).
002850         88  WS-GLFEED-OK         VALUE "00".
002860     03  WS-HIST-STATUS      PIC X(2).
002870         88  WS-HIST-OK           VALUE "00".
002880     03  WS-RREG-STATUS      PIC X(2).
002890         88  WS-RREG-OK           VALUE "00".
002900     03  WS-TEXCP-STATUS     PIC X(2).
002910         88  WS-TEXCP-OK          VALUE "00".
002920     03  WS-TRSV-STATUS      PIC X(2).
002930         88  WS-TRSV-OK           VALUE "00".
002940     03  WS-EXCP-STATUS      PIC X(2).
002950         88  WS-EXCP-OK           VALUE "00".
002960     03  WS-REJECT-STATUS    PIC X(2).
002970         88  WS-REJECT-OK         VALUE "00".
002980     03  WS-WORK-STATUS      PIC X(2).
002990         88  WS-WORK-OK           VALUE "00".
003000     03  WS-ARCH-STATUS      PIC X(2).
003010         88  WS-ARCH-OK           VALUE "00".
003020     03  WS-PRINT-STATUS     PIC X(2).
003030         88  WS-PRINT-OK          VALUE "00".
003040     03  WS-IO-STATUS        PIC X(2).
003050         88  WS-IO-OK             VALUE "00".
003060         88  WS-IO-NO-FILE        VALUE "35".
003070     03  WS-PARM-EOF-SW      PIC X(1)  VALUE "N".
003080         88  WS-PARM-EOF          VALUE "Y".
003090         88  WS-PARM-NOT-EOF      VALUE "N".
003100     03  WS-LIVE-EOF-SW      PIC X(1)  VALUE "N".
003110         88  WS-LIVE-EOF          VALUE "Y".
003120         88  WS-LIVE-NOT-EOF      VALUE "N".
003130     03  WS-WORK-EOF-SW      PIC X(1)  VALUE "N".
003140         88  WS-WORK-EOF          VALUE "Y".
003150         88  WS-WORK-NOT-EOF      VALUE "N".
003160     03  WS-FOUND-SW         PIC X(1)  VALUE "N".
003170         88  WS-FOUND             VALUE "Y".
003180         88  WS-NOT-FOUND         VALUE "N".
003190     03  WS-PARM-VALID-SW    PIC X(1)  VALUE "Y".
003200         88  WS-PARM-VALID        VALUE "Y".
003210         88  WS-PARM-INVALID      VALUE "N".
003220     03  WS-CUT-SW           PIC X(1)  VALUE "N".
003230         88  WS-CUT-WANTED        VALUE "Y".
003240         88  WS-CUT-DROPPED       VALUE "N".
003250     03  WS-PAIR-SW          PIC X(1)  VALUE "N".
003260         88  WS-PAIR-CUT-OK       VALUE "Y".
003270         88  WS-PAIR-CUT-HELD     VALUE "N".
003280     03  WS-STOP-SW          PIC X(1)  VALUE "N".
003290         88  WS-STOPPED           VALUE "Y".
003300         88  WS-NOT-STOPPED       VALUE "N".
003310     03  WS-ARCH-OPEN-SW     PIC X(1)  VALUE "N".
003320         88  WS-ARCH-OPEN         VALUE "Y".
003330     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
003340         88  WS-OPEN-FAILED       VALUE "Y".
003350 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
003360 01  WS-REPORT-WORK.
003370     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
003380     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
003390 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
003400 01  WS-HDG-LINE-1.
003410     05  FILLER          PIC X(26)
003420         VALUE "SHARED FILE HOUSEKEEPING  ".
003430     05  FILLER          PIC X(16) VALUE "PROCESSING DATE ".
003440     05  WS-HDG-PROC-DATE PIC 9(8).
003450     05  FILLER          PIC X(4)  VALUE SPACES.
003460     05  FILLER          PIC X(9)  VALUE "RUN DATE ".
003470     05  WS-HDG-DATE     PIC 9(8).
003480     05  FILLER          PIC X(47) VALUE SPACES.
003490     05  FILLER          PIC X(5)  VALUE "PAGE ".
003500     05  WS-HDG-PAGE     PIC ZZZ9.
003510     05  FILLER          PIC X(5)  VALUE SPACES.
003520 01  WS-HDG-LINE-2.
003530     05  FILLER          PIC X(25)
003540         VALUE "RUNHIST ROWS ON OR AFTER ".
003550     05  WS-HDG-FLOOR    PIC 9(8).
003560     05  FILLER          PIC X(23)
003570         VALUE " KEPT FOR RUNRPT AS OF ".
003580     05  WS-HDG-BASIS    PIC 9(8).
003590     05  FILLER          PIC X(68) VALUE SPACES.
003600 01  WS-HDG-LINE-3.
003610     05  FILLER          PIC X(9)  VALUE "FILE".
003620     05  FILLER          PIC X(5)  VALUE "KEEP".
003630     05  FILLER          PIC X(9)  VALUE "CUTOFF".
003640     05  FILLER          PIC X(10) VALUE "   BEFORE".
003650     05  FILLER          PIC X(18) VALUE "    BEFORE AMOUNT".
003660     05  FILLER          PIC X(10) VALUE " ARCHIVED".
003670     05  FILLER          PIC X(18) VALUE "  ARCHIVED AMOUNT".
003680     05  FILLER          PIC X(10) VALUE "    AFTER".
003690     05  FILLER          PIC X(18) VALUE "     AFTER AMOUNT".
003700     05  FILLER          PIC X(10) VALUE "PROTECTED".
003710     05  FILLER          PIC X(15) VALUE "STATUS".
003720 01  WS-DETAIL-LINE.
003730     05  WS-DTL-FILE     PIC X(8).
003740     05  FILLER          PIC X(1)  VALUE SPACES.
003750     05  WS-DTL-KEEP     PIC ZZZ9.
003760     05  FILLER          PIC X(1)  VALUE SPACES.
003770     05  WS-DTL-CUTOFF   PIC X(8).
003780     05  FILLER          PIC X(1)  VALUE SPACES.
003790     05  WS-DTL-BEFORE   PIC ZZZZZZZZ9.
003800     05  FILLER          PIC X(1)  VALUE SPACES.
003810     05  WS-DTL-BEFORE-AMT PIC -ZZZZZZZZZZZZ9.99.
003820     05  FILLER          PIC X(1)  VALUE SPACES.
003830     05  WS-DTL-ARCH     PIC ZZZZZZZZ9.
003840     05  FILLER          PIC X(1)  VALUE SPACES.
003850     05  WS-DTL-ARCH-AMT PIC -ZZZZZZZZZZZZ9.99.
003860     05  FILLER          PIC X(1)  VALUE SPACES.
003870     05  WS-DTL-AFTER    PIC ZZZZZZZZ9.
003880     05  FILLER          PIC X(1)  VALUE SPACES.
003890     05  WS-DTL-AFTER-AMT PIC -ZZZZZZZZZZZZ9.99.
003900     05  FILLER          PIC X(1)  VALUE SPACES.
003910     05  WS-DTL-PROT     PIC ZZZZZZZZ9.
003920     05  FILLER          PIC X(1)  VALUE SPACES.
003930     05  WS-DTL-STATE    PIC X(12).
003940     05  FILLER          PIC X(3)  VALUE SPACES.
003950 01  WS-LEGEND-LINE-1.
003960     05  FILLER          PIC X(44)
003970         VALUE "PROTECTED = PAST THE KEEP DAYS BUT STILL NEE".
003980     05  FILLER          PIC X(44)
003990         VALUE "DED: RUNHIST FOR RUNRPT, GLFHIST WHOSE FEED ".
004000     05  FILLER          PIC X(44)
004010         VALUE "ROW IS NOT CUT, TRANEXCP NOT YET RESOLVED.  ".
004020 01  WS-COUNT-LINE.
004030     05  WS-CNT-LABEL    PIC X(30).
004040     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
004050     05  FILLER          PIC X(93) VALUE SPACES.
004060 PROCEDURE DIVISION.
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004090     IF NOT WS-OPEN-FAILED
004100             AND WS-PARM-VALID
004110         PERFORM 2000-CUT-RUNHIST THRU 2000-EXIT
004120         PERFORM 2200-LOAD-GL-KEYS THRU 2200-EXIT
004130         PERFORM 2300-CUT-GLFEED THRU 2300-EXIT
004140         PERFORM 2400-CUT-GLFHIST THRU 2400-EXIT
004150         PERFORM 2500-CUT-RUNREG THRU 2500-EXIT
004160         PERFORM 2600-LOAD-RESOLVED THRU 2600-EXIT
004170         PERFORM 2700-CUT-TRANEXCP THRU 2700-EXIT
004180         PERFORM 2800-CUT-TRANRSV THRU 2800-EXIT
004190         PERFORM 3000-CUT-EXCPOUT THRU 3000-EXIT
004200         PERFORM 3100-CUT-GLREJECT THRU 3100-EXIT
004210         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
004220     END-IF.
004230     PERFORM 5000-TERMINATE THRU 5000-EXIT.
004240     MOVE WS-RETURN-CODE TO RETURN-CODE.
004250     STOP RUN.
004260
004270 1000-INITIALIZE.
004280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004290     MOVE WS-RUN-DATE TO WS-PROC-DATE.
004300     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
004310     PERFORM 1150-READ-RR-PARM THRU 1150-EXIT.
004320     PERFORM 1200-READ-HSK-PARM THRU 1200-EXIT.
004330     PERFORM 1300-SET-YTD-FLOOR THRU 1300-EXIT.
004340     OPEN OUTPUT PRINT-FILE.
004350     IF NOT WS-PRINT-OK
004360         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
004370             WS-PRINT-STATUS
004380         SET WS-OPEN-FAILED TO TRUE
004390     END-IF.
004400     IF WS-PARM-VALID
004410         OPEN EXTEND ARCH-FILE
004420         IF NOT WS-ARCH-OK
004430             OPEN OUTPUT ARCH-FILE
004440         END-IF
004450         IF WS-ARCH-OK
004460             SET WS-ARCH-OPEN TO TRUE
004470         ELSE
004480             DISPLAY "ARCH-FILE OPEN FAILED, STATUS: "
004490                 WS-ARCH-STATUS
004500             SET WS-OPEN-FAILED TO TRUE
004510         END-IF
004520     END-IF.
004530     IF WS-OPEN-FAILED
004540         MOVE 16 TO WS-RETURN-CODE
004550         GO TO 1000-EXIT
004560     END-IF.
004570     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
004580     IF WS-PARM-INVALID
004590         MOVE "HSKPARM CARD INVALID -- NOTHING CUT"
004600             TO WS-PRINT-LINE
004610         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
004620     END-IF.
004630 1000-EXIT.
004640     EXIT.
004650
004660 1100-READ-RUN-PARM.
004670     OPEN INPUT RUN-PARM-FILE.
004680     IF NOT WS-RPARM-OK
004690         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
004700         GO TO 1100-EXIT
004710     END-IF.
004720     READ RUN-PARM-FILE
004730         AT END
004740             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
004750             CLOSE RUN-PARM-FILE
004760             GO TO 1100-EXIT
004770     END-READ.
004780     IF RPARM-PROC-DATE NUMERIC
004790             AND RPARM-PROC-DATE > ZERO
004800         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
004810     END-IF.
004820     CLOSE RUN-PARM-FILE.
004830 1100-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* THE RUNRPT CARD, READ ONLY FOR ITS AS-OF DATE.  A RUNRPT RUN
004880* SET BACK TO AN EARLIER DATE STILL FINDS ITS YEAR-TO-DATE ROWS.
004890******************************************************************
004900 1150-READ-RR-PARM.
004910     OPEN INPUT RR-PARM-FILE.
004920     IF NOT WS-RRP-OK
004930         GO TO 1150-EXIT
004940     END-IF.
004950     READ RR-PARM-FILE
004960         AT END
004970             CLOSE RR-PARM-FILE
004980             GO TO 1150-EXIT
004990     END-READ.
005000     IF RRP-AS-OF-DATE NUMERIC
005010             AND RRP-AS-OF-DATE > ZERO
005020         MOVE RRP-AS-OF-DATE TO WS-RR-AS-OF-DATE
005030     END-IF.
005040     CLOSE RR-PARM-FILE.
005050 1150-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* HSKPARM IS OPTIONAL -- WITH NO CARDS EVERY FILE IS COUNTED AND
005100* NOTHING IS CUT.  EVERY CARD IS CHECKED; ANY BAD CARD MAKES THE
005110* WHOLE DECK INVALID SO A HALF-READ DECK NEVER CUTS ANYTHING.
005120******************************************************************
005130 1200-READ-HSK-PARM.
005140     OPEN INPUT PARM-FILE.
005150     IF NOT WS-PARM-OK
005160         DISPLAY "HSKPARM NOT PRESENT, NO FILE IS CUT"
005170         GO TO 1200-EXIT
005180     END-IF.
005190     PERFORM 1250-READ-PARM-CARD THRU 1250-EXIT
005200         UNTIL WS-PARM-EOF.
005210     CLOSE PARM-FILE.
005220     IF WS-PARM-INVALID
005230         MOVE 12 TO WS-RETURN-CODE
005240     END-IF.
005250 1200-EXIT.
005260     EXIT.
005270
005280 1250-READ-PARM-CARD.
005290     READ PARM-FILE
005300         AT END
005310             SET WS-PARM-EOF TO TRUE
005320             GO TO 1250-EXIT
005330     END-READ.
005340     ADD 1 TO WS-CARD-CNT.
005350     IF HSKP-KEEP-DAYS-X NOT NUMERIC
005360             OR HSKP-KEEP-DAYS = ZERO
005370         DISPLAY "HSKPARM KEEP DAYS NOT 1 TO 9999: " HSKP-FILE-ID
005380         SET WS-PARM-INVALID TO TRUE
005390         GO TO 1250-EXIT
005400     END-IF.
005410     IF HSKP-RUNHIST
005420         IF WS-KEEP-RUNHIST > ZERO
005430             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005440         ELSE
005450             MOVE HSKP-KEEP-DAYS TO WS-KEEP-RUNHIST
005460         END-IF
005470         GO TO 1250-EXIT
005480     END-IF.
005490     IF HSKP-GLFHIST
005500         IF WS-KEEP-GLFHIST > ZERO
005510             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005520         ELSE
005530             MOVE HSKP-KEEP-DAYS TO WS-KEEP-GLFHIST
005540         END-IF
005550         GO TO 1250-EXIT
005560     END-IF.
005570     IF HSKP-RUNREG
005580         IF WS-KEEP-RUNREG > ZERO
005590             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005600         ELSE
005610             MOVE HSKP-KEEP-DAYS TO WS-KEEP-RUNREG
005620         END-IF
005630         GO TO 1250-EXIT
005640     END-IF.
005650     IF HSKP-TRANEXCP
005660         IF WS-KEEP-TRANEXCP > ZERO
005670             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005680         ELSE
005690             MOVE HSKP-KEEP-DAYS TO WS-KEEP-TRANEXCP
005700         END-IF
005710         GO TO 1250-EXIT
005720     END-IF.
005730     IF HSKP-EXCPOUT
005740         IF WS-KEEP-EXCPOUT > ZERO
005750             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005760         ELSE
005770             MOVE HSKP-KEEP-DAYS TO WS-KEEP-EXCPOUT
005780         END-IF
005790         GO TO 1250-EXIT
005800     END-IF.
005810     IF HSKP-GLREJECT
005820         IF WS-KEEP-GLREJECT > ZERO
005830             PERFORM 1290-CARD-TWICE THRU 1290-EXIT
005840         ELSE
005850             MOVE HSKP-KEEP-DAYS TO WS-KEEP-GLREJECT
005860         END-IF
005870         GO TO 1250-EXIT
005880     END-IF.
005890     DISPLAY "HSKPARM FILE NOT RECOGNIZED: " HSKP-FILE-ID.
005900     SET WS-PARM-INVALID TO TRUE.
005910 1250-EXIT.
005920     EXIT.
005930
005940 1290-CARD-TWICE.
005950     DISPLAY "HSKPARM FILE LISTED TWICE: " HSKP-FILE-ID.
005960     SET WS-PARM-INVALID TO TRUE.
005970 1290-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* OLDEST RUNHIST DAY RUNRPT CAN STILL ASK FOR: JANUARY 1ST OF THE
006020* AS-OF YEAR (YEAR-TO-DATE), OR IN JANUARY THE 1ST OF DECEMBER
006030* BEFORE IT (THE FULL PRIOR MONTH).  THE AS-OF DATE IS THE
006040* PROCESSING DATE, OR THE RRPARM DATE WHEN THAT IS EARLIER.
006050******************************************************************
006060 1300-SET-YTD-FLOOR.
006070     MOVE WS-PROC-DATE TO WS-BASIS-DATE.
006080     IF WS-RR-AS-OF-DATE > ZERO
006090             AND WS-RR-AS-OF-DATE < WS-BASIS-DATE
006100         MOVE WS-RR-AS-OF-DATE TO WS-BASIS-DATE
006110     END-IF.
006120     IF WS-BASIS-MONTH = 1
006130         COMPUTE WS-YTD-FLOOR =
006140             (WS-BASIS-YEAR - 1) * 10000 + 1201
006150     ELSE
006160         COMPUTE WS-YTD-FLOOR = WS-BASIS-YEAR * 10000 + 101
006170     END-IF.
006180 1300-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* RUNHIST.  A ROW IS CUT ONLY WHEN IT IS PAST THE KEEP DAYS, IS
006230* BEFORE THE RUNRPT FLOOR, AND IS NOT ITS SERIES' LATEST RUN DAY.
006240******************************************************************
006250 2000-CUT-RUNHIST.
006260     MOVE "RUNHIST" TO WS-FILE-ID.
006270     MOVE WS-KEEP-RUNHIST TO WS-KEEP-DAYS.
006280     PERFORM 7000-START-FILE THRU 7000-EXIT.
006290     IF WS-CUT-WANTED
006300         PERFORM 2050-LOAD-SERIES THRU 2050-EXIT
006310     END-IF.
006320     IF WS-CUT-WANTED
006330         PERFORM 2010-SPLIT-RUNHIST THRU 2010-EXIT
006340     END-IF.
006350     IF WS-CUT-WANTED
006360             AND WS-ARCH-CNT > ZERO
006370         PERFORM 2020-COPY-BACK-RUNHIST THRU 2020-EXIT
006380     END-IF.
006390     IF NOT WS-STATE-NO-RECOUNT
006400         PERFORM 2030-RECOUNT-RUNHIST THRU 2030-EXIT
006410     END-IF.
006420     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
006430 2000-EXIT.
006440     EXIT.
006450
006460 2010-SPLIT-RUNHIST.
006470     OPEN INPUT RUN-HIST-FILE.
006480     MOVE WS-RHIST-STATUS TO WS-IO-STATUS.
006490     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
006500     IF WS-CUT-DROPPED
006510         GO TO 2010-EXIT
006520     END-IF.
006530     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
006540     IF WS-CUT-DROPPED
006550         CLOSE RUN-HIST-FILE
006560         GO TO 2010-EXIT
006570     END-IF.
006580     PERFORM 2015-SPLIT-RUNHIST-ROW THRU 2015-EXIT
006590         UNTIL WS-LIVE-EOF
006600             OR WS-CUT-DROPPED.
006610     CLOSE RUN-HIST-FILE.
006620     CLOSE WORK-FILE.
006630 2010-EXIT.
006640     EXIT.
006650
006660 2015-SPLIT-RUNHIST-ROW.
006670     PERFORM 2040-READ-RUNHIST THRU 2040-EXIT.
006680     IF WS-LIVE-EOF
006690         GO TO 2015-EXIT
006700     END-IF.
006710     SET WS-ROW-KEPT TO TRUE.
006720     IF WS-ROW-DATE > ZERO
006730             AND WS-ROW-DATE < WS-CUTOFF-DATE
006740         PERFORM 2045-CHECK-RUNHIST-NEED THRU 2045-EXIT
006750     END-IF.
006760     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
006770 2015-EXIT.
006780     EXIT.
006790
006800 2020-COPY-BACK-RUNHIST.
006810     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
006820     IF WS-CUT-DROPPED
006830         GO TO 2020-EXIT
006840     END-IF.
006850     OPEN OUTPUT RUN-HIST-FILE.
006860     IF NOT WS-RHIST-OK
006870         CLOSE WORK-FILE
006880         MOVE WS-RHIST-STATUS TO WS-IO-STATUS
006890         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
006900         GO TO 2020-EXIT
006910     END-IF.
006920     PERFORM 2025-COPY-RUNHIST-ROW THRU 2025-EXIT
006930         UNTIL WS-WORK-EOF
006940             OR WS-CUT-DROPPED.
006950     CLOSE WORK-FILE.
006960     CLOSE RUN-HIST-FILE.
006970 2020-EXIT.
006980     EXIT.
006990
007000 2025-COPY-RUNHIST-ROW.
007010     READ WORK-FILE
007020         AT END
007030             SET WS-WORK-EOF TO TRUE
007040             GO TO 2025-EXIT
007050     END-READ.
007060     MOVE WORK-REC TO RHIST-REC.
007070     WRITE RHIST-REC.
007080     IF NOT WS-RHIST-OK
007090         MOVE WS-RHIST-STATUS TO WS-IO-STATUS
007100         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
007110     END-IF.
007120 2025-EXIT.
007130     EXIT.
007140
007150 2030-RECOUNT-RUNHIST.
007160     OPEN INPUT RUN-HIST-FILE.
007170     MOVE WS-RHIST-STATUS TO WS-IO-STATUS.
007180     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
007190     IF WS-STATE-NO-RECOUNT
007200         GO TO 2030-EXIT
007210     END-IF.
007220     PERFORM 2035-RECOUNT-RUNHIST-ROW THRU 2035-EXIT
007230         UNTIL WS-LIVE-EOF.
007240     CLOSE RUN-HIST-FILE.
007250 2030-EXIT.
007260     EXIT.
007270
007280 2035-RECOUNT-RUNHIST-ROW.
007290     PERFORM 2040-READ-RUNHIST THRU 2040-EXIT.
007300     IF NOT WS-LIVE-EOF
007310         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
007320     END-IF.
007330 2035-EXIT.
007340     EXIT.
007350
007360 2040-READ-RUNHIST.
007370     READ RUN-HIST-FILE
007380         AT END
007390             SET WS-LIVE-EOF TO TRUE
007400             GO TO 2040-EXIT
007410     END-READ.
007420     MOVE RHIST-REC TO WS-ROW-IMAGE.
007430     MOVE ZERO TO WS-ROW-DATE.
007440     MOVE ZERO TO WS-ROW-AMT.
007450     IF RHIST-RUN-DATE NUMERIC
007460         MOVE RHIST-RUN-DATE TO WS-ROW-DATE
007470     END-IF.
007480     IF RHIST-AMOUNT NUMERIC
007490         MOVE RHIST-AMOUNT TO WS-ROW-AMT
007500     END-IF.
007510 2040-EXIT.
007520     EXIT.
007530
007540 2045-CHECK-RUNHIST-NEED.
007550     IF WS-ROW-DATE NOT < WS-YTD-FLOOR
007560         ADD 1 TO WS-PROT-CNT
007570         GO TO 2045-EXIT
007580     END-IF.
007590     PERFORM 2060-FIND-SERIES THRU 2060-EXIT.
007600     IF WS-FOUND
007610             AND WS-SER-LAST-DATE(WS-SER-HIT) = WS-ROW-DATE
007620         ADD 1 TO WS-PROT-CNT
007630         GO TO 2045-EXIT
007640     END-IF.
007650     SET WS-ROW-CUT TO TRUE.
007660 2045-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* FIRST PASS OVER RUNHIST: EACH SERIES' LATEST RUN DAY BEFORE
007710* THE AS-OF DATE.  A FULL TABLE HOLDS THE FILE UNCUT.
007720******************************************************************
007730 2050-LOAD-SERIES.
007740     OPEN INPUT RUN-HIST-FILE.
007750     MOVE WS-RHIST-STATUS TO WS-IO-STATUS.
007760     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
007770     IF WS-CUT-DROPPED
007780         GO TO 2050-EXIT
007790     END-IF.
007800     PERFORM 2055-LOAD-SERIES-ROW THRU 2055-EXIT
007810         UNTIL WS-LIVE-EOF
007820             OR WS-CUT-DROPPED.
007830     CLOSE RUN-HIST-FILE.
007840 2050-EXIT.
007850     EXIT.
007860
007870 2055-LOAD-SERIES-ROW.
007880     PERFORM 2040-READ-RUNHIST THRU 2040-EXIT.
007890     IF WS-LIVE-EOF
007900         GO TO 2055-EXIT
007910     END-IF.
007920     IF WS-ROW-DATE = ZERO
007930             OR WS-ROW-DATE NOT < WS-BASIS-DATE
007940         GO TO 2055-EXIT
007950     END-IF.
007960     PERFORM 2060-FIND-SERIES THRU 2060-EXIT.
007970     IF WS-FOUND
007980         IF WS-ROW-DATE > WS-SER-LAST-DATE(WS-SER-HIT)
007990             MOVE WS-ROW-DATE TO WS-SER-LAST-DATE(WS-SER-HIT)
008000         END-IF
008010         GO TO 2055-EXIT
008020     END-IF.
008030     IF WS-SER-USED = 200
008040         DISPLAY "RUNHIST SERIES TABLE FULL, FILE NOT CUT"
008050         MOVE "HELD" TO WS-FILE-STATE
008060         SET WS-CUT-DROPPED TO TRUE
008070         IF WS-RETURN-CODE < 8
008080             MOVE 8 TO WS-RETURN-CODE
008090         END-IF
008100         GO TO 2055-EXIT
008110     END-IF.
008120     ADD 1 TO WS-SER-USED.
008130     MOVE RHIST-PGM-ID TO WS-SER-PGM(WS-SER-USED).
008140     MOVE RHIST-TOTAL-TYPE TO WS-SER-TYPE(WS-SER-USED).
008150     MOVE RHIST-DIV-CODE TO WS-SER-DIV(WS-SER-USED).
008160     MOVE WS-ROW-DATE TO WS-SER-LAST-DATE(WS-SER-USED).
008170 2055-EXIT.
008180     EXIT.
008190
008200 2060-FIND-SERIES.
008210     SET WS-NOT-FOUND TO TRUE.
008220     PERFORM 2065-SCAN-SERIES THRU 2065-EXIT
008230         VARYING WS-SER-SUB FROM 1 BY 1
008240             UNTIL WS-SER-SUB > WS-SER-USED
008250                 OR WS-FOUND.
008260 2060-EXIT.
008270     EXIT.
008280
008290 2065-SCAN-SERIES.
008300     IF WS-SER-PGM(WS-SER-SUB) = RHIST-PGM-ID
008310             AND WS-SER-TYPE(WS-SER-SUB) = RHIST-TOTAL-TYPE
008320             AND WS-SER-DIV(WS-SER-SUB) = RHIST-DIV-CODE
008330         SET WS-FOUND TO TRUE
008340         MOVE WS-SER-SUB TO WS-SER-HIT
008350     END-IF.
008360 2065-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* GLFHIST KEYS PAST THE KEEP DAYS.  THIS PASS ONLY READS GLFHIST;
008410* GLFEED IS CUT NEXT AND GLFHIST ONLY AFTER GLFEED HAS BALANCED,
008420* SO A HISTORY KEY IS NEVER GONE WHILE ITS FEED ROW REMAINS.
008430******************************************************************
008440 2200-LOAD-GL-KEYS.
008450     SET WS-PAIR-CUT-OK TO TRUE.
008460     MOVE "GLFHIST" TO WS-FILE-ID.
008470     MOVE WS-KEEP-GLFHIST TO WS-KEEP-DAYS.
008480     PERFORM 7000-START-FILE THRU 7000-EXIT.
008490     IF WS-CUT-DROPPED
008500         GO TO 2200-EXIT
008510     END-IF.
008520     OPEN INPUT GL-HIST-FILE.
008530     MOVE WS-HIST-STATUS TO WS-IO-STATUS.
008540     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
008550     IF WS-STATE-NOT-PRESENT
008560         GO TO 2200-EXIT
008570     END-IF.
008580     IF WS-CUT-DROPPED
008590         SET WS-PAIR-CUT-HELD TO TRUE
008600         GO TO 2200-EXIT
008610     END-IF.
008620     PERFORM 2210-LOAD-GL-KEY-ROW THRU 2210-EXIT
008630         UNTIL WS-LIVE-EOF.
008640     CLOSE GL-HIST-FILE.
008650     IF WS-GLKEY-OVER-CNT > ZERO
008660         DISPLAY "GLFHIST KEYS LEFT FOR NEXT RUN: "
008670             WS-GLKEY-OVER-CNT
008680         IF WS-RETURN-CODE < 4
008690             MOVE 4 TO WS-RETURN-CODE
008700         END-IF
008710     END-IF.
008720 2200-EXIT.
008730     EXIT.
008740
008750 2210-LOAD-GL-KEY-ROW.
008760     PERFORM 2440-READ-GLFHIST THRU 2440-EXIT.
008770     IF WS-LIVE-EOF
008780         GO TO 2210-EXIT
008790     END-IF.
008800     IF WS-ROW-DATE = ZERO
008810             OR WS-ROW-DATE NOT < WS-CUTOFF-DATE
008820         GO TO 2210-EXIT
008830     END-IF.
008840     IF WS-GLKEY-USED = 5000
008850         ADD 1 TO WS-GLKEY-OVER-CNT
008860         GO TO 2210-EXIT
008870     END-IF.
008880     PERFORM 2230-BUILD-GL-KEY THRU 2230-EXIT.
008890     ADD 1 TO WS-GLKEY-USED.
008900     MOVE WS-GLKEY-FIND TO WS-GLKEY-ENTRY(WS-GLKEY-USED).
008910 2210-EXIT.
008920     EXIT.
008930
008940 2220-FIND-GL-KEY.
008950     PERFORM 2230-BUILD-GL-KEY THRU 2230-EXIT.
008960     SET WS-NOT-FOUND TO TRUE.
008970     PERFORM 2225-SCAN-GL-KEY THRU 2225-EXIT
008980         VARYING WS-GLKEY-SUB FROM 1 BY 1
008990             UNTIL WS-GLKEY-SUB > WS-GLKEY-USED
009000                 OR WS-FOUND.
009010 2220-EXIT.
009020     EXIT.
009030
009040 2225-SCAN-GL-KEY.
009050     IF WS-GLKEY-ENTRY(WS-GLKEY-SUB) = WS-GLKEY-FIND
009060         SET WS-FOUND TO TRUE
009070     END-IF.
009080 2225-EXIT.
009090     EXIT.
009100
009110 2230-BUILD-GL-KEY.
009120     MOVE WS-FV-SOURCE TO WS-GK-SOURCE.
009130     MOVE WS-FV-TYPE TO WS-GK-TYPE.
009140     MOVE WS-FV-RUN-ID TO WS-GK-RUN-ID.
009150     MOVE WS-FV-AS-OF-DATE TO WS-GK-AS-OF-DATE.
009160     MOVE WS-FV-DIV-CODE TO WS-GK-DIV-CODE.
009170 2230-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210* GLFEED, UNDER THE GLFHIST CARD.  A FEED ROW IS CUT ONLY WHEN
009220* ITS KEY WAS LOADED ABOVE, I.E. IT WAS POSTED BEFORE THE KEEP
009230* DAYS; ROWS NEVER POSTED STAY HOWEVER OLD THEY ARE.
009240******************************************************************
009250 2300-CUT-GLFEED.
009260     MOVE "GLFEED" TO WS-FILE-ID.
009270     MOVE WS-KEEP-GLFHIST TO WS-KEEP-DAYS.
009280     PERFORM 7000-START-FILE THRU 7000-EXIT.
009290     IF WS-CUT-WANTED
009300             AND WS-PAIR-CUT-HELD
009310         PERFORM 7080-HOLD-FILE THRU 7080-EXIT
009320     END-IF.
009330     IF WS-CUT-WANTED
009340         PERFORM 2310-SPLIT-GLFEED THRU 2310-EXIT
009350     END-IF.
009360     IF WS-CUT-WANTED
009370             AND WS-ARCH-CNT > ZERO
009380         PERFORM 2320-COPY-BACK-GLFEED THRU 2320-EXIT
009390     END-IF.
009400     IF NOT WS-STATE-NO-RECOUNT
009410         PERFORM 2330-RECOUNT-GLFEED THRU 2330-EXIT
009420     END-IF.
009430     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
009440     IF NOT WS-STATE-BALANCED
009450             AND NOT WS-STATE-NOT-PRESENT
009460         SET WS-PAIR-CUT-HELD TO TRUE
009470     END-IF.
009480 2300-EXIT.
009490     EXIT.
009500
009510 2310-SPLIT-GLFEED.
009520     OPEN INPUT GL-FEED-FILE.
009530     MOVE WS-GLFEED-STATUS TO WS-IO-STATUS.
009540     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
009550     IF WS-CUT-DROPPED
009560         GO TO 2310-EXIT
009570     END-IF.
009580     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
009590     IF WS-CUT-DROPPED
009600         CLOSE GL-FEED-FILE
009610         GO TO 2310-EXIT
009620     END-IF.
009630     PERFORM 2315-SPLIT-GLFEED-ROW THRU 2315-EXIT
009640         UNTIL WS-LIVE-EOF
009650             OR WS-CUT-DROPPED.
009660     CLOSE GL-FEED-FILE.
009670     CLOSE WORK-FILE.
009680 2310-EXIT.
009690     EXIT.
009700
009710 2315-SPLIT-GLFEED-ROW.
009720     PERFORM 2340-READ-GLFEED THRU 2340-EXIT.
009730     IF WS-LIVE-EOF
009740         GO TO 2315-EXIT
009750     END-IF.
009760     SET WS-ROW-KEPT TO TRUE.
009770     PERFORM 2220-FIND-GL-KEY THRU 2220-EXIT.
009780     IF WS-FOUND
009790         SET WS-ROW-CUT TO TRUE
009800     END-IF.
009810     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
009820 2315-EXIT.
009830     EXIT.
009840
009850 2320-COPY-BACK-GLFEED.
009860     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
009870     IF WS-CUT-DROPPED
009880         GO TO 2320-EXIT
009890     END-IF.
009900     OPEN OUTPUT GL-FEED-FILE.
009910     IF NOT WS-GLFEED-OK
009920         CLOSE WORK-FILE
009930         MOVE WS-GLFEED-STATUS TO WS-IO-STATUS
009940         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
009950         GO TO 2320-EXIT
009960     END-IF.
009970     PERFORM 2325-COPY-GLFEED-ROW THRU 2325-EXIT
009980         UNTIL WS-WORK-EOF
009990             OR WS-CUT-DROPPED.
010000     CLOSE WORK-FILE.
010010     CLOSE GL-FEED-FILE.
010020 2320-EXIT.
010030     EXIT.
010040
010050 2325-COPY-GLFEED-ROW.
010060     READ WORK-FILE
010070         AT END
010080             SET WS-WORK-EOF TO TRUE
010090             GO TO 2325-EXIT
010100     END-READ.
010110     MOVE WORK-REC TO GL-FEED-REC.
010120     WRITE GL-FEED-REC.
010130     IF NOT WS-GLFEED-OK
010140         MOVE WS-GLFEED-STATUS TO WS-IO-STATUS
010150         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
010160     END-IF.
010170 2325-EXIT.
010180     EXIT.
010190
010200 2330-RECOUNT-GLFEED.
010210     OPEN INPUT GL-FEED-FILE.
010220     MOVE WS-GLFEED-STATUS TO WS-IO-STATUS.
010230     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
010240     IF WS-STATE-NO-RECOUNT
010250         GO TO 2330-EXIT
010260     END-IF.
010270     PERFORM 2335-RECOUNT-GLFEED-ROW THRU 2335-EXIT
010280         UNTIL WS-LIVE-EOF.
010290     CLOSE GL-FEED-FILE.
010300 2330-EXIT.
010310     EXIT.
010320
010330 2335-RECOUNT-GLFEED-ROW.
010340     PERFORM 2340-READ-GLFEED THRU 2340-EXIT.
010350     IF NOT WS-LIVE-EOF
010360         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
010370     END-IF.
010380 2335-EXIT.
010390     EXIT.
010400
010410 2340-READ-GLFEED.
010420     READ GL-FEED-FILE
010430         AT END
010440             SET WS-LIVE-EOF TO TRUE
010450             GO TO 2340-EXIT
010460     END-READ.
010470     MOVE GL-FEED-REC TO WS-ROW-IMAGE.
010480     MOVE GL-FEED-REC TO WS-FEED-VIEW.
010490     MOVE ZERO TO WS-ROW-DATE.
010500     MOVE ZERO TO WS-ROW-AMT.
010510     IF WS-FV-AS-OF-DATE NUMERIC
010520         MOVE WS-FV-AS-OF-DATE TO WS-ROW-DATE
010530     END-IF.
010540     IF WS-FV-AMOUNT NUMERIC
010550         MOVE WS-FV-AMOUNT TO WS-ROW-AMT
010560     END-IF.
010570 2340-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* GLFHIST.  HELD WHEN GLFEED DID NOT BALANCE.  A ROW PAST THE
010620* KEEP DAYS IS CUT WHEN ITS KEY IS IN THE TABLE (ITS FEED ROWS
010630* WERE CUT ABOVE); ONE THAT DID NOT FIT THE TABLE IS KEPT.
010640******************************************************************
010650 2400-CUT-GLFHIST.
010660     MOVE "GLFHIST" TO WS-FILE-ID.
010670     MOVE WS-KEEP-GLFHIST TO WS-KEEP-DAYS.
010680     PERFORM 7000-START-FILE THRU 7000-EXIT.
010690     IF WS-CUT-WANTED
010700             AND WS-PAIR-CUT-HELD
010710         PERFORM 7080-HOLD-FILE THRU 7080-EXIT
010720     END-IF.
010730     IF WS-CUT-WANTED
010740         PERFORM 2410-SPLIT-GLFHIST THRU 2410-EXIT
010750     END-IF.
010760     IF WS-CUT-WANTED
010770             AND WS-ARCH-CNT > ZERO
010780         PERFORM 2420-COPY-BACK-GLFHIST THRU 2420-EXIT
010790     END-IF.
010800     IF NOT WS-STATE-NO-RECOUNT
010810         PERFORM 2430-RECOUNT-GLFHIST THRU 2430-EXIT
010820     END-IF.
010830     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
010840 2400-EXIT.
010850     EXIT.
010860
010870 2410-SPLIT-GLFHIST.
010880     OPEN INPUT GL-HIST-FILE.
010890     MOVE WS-HIST-STATUS TO WS-IO-STATUS.
010900     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
010910     IF WS-CUT-DROPPED
010920         GO TO 2410-EXIT
010930     END-IF.
010940     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
010950     IF WS-CUT-DROPPED
010960         CLOSE GL-HIST-FILE
010970         GO TO 2410-EXIT
010980     END-IF.
010990     PERFORM 2415-SPLIT-GLFHIST-ROW THRU 2415-EXIT
011000         UNTIL WS-LIVE-EOF
011010             OR WS-CUT-DROPPED.
011020     CLOSE GL-HIST-FILE.
011030     CLOSE WORK-FILE.
011040 2410-EXIT.
011050     EXIT.
011060
011070 2415-SPLIT-GLFHIST-ROW.
011080     PERFORM 2440-READ-GLFHIST THRU 2440-EXIT.
011090     IF WS-LIVE-EOF
011100         GO TO 2415-EXIT
011110     END-IF.
011120     SET WS-ROW-KEPT TO TRUE.
011130     IF WS-ROW-DATE > ZERO
011140             AND WS-ROW-DATE < WS-CUTOFF-DATE
011150         PERFORM 2220-FIND-GL-KEY THRU 2220-EXIT
011160         IF WS-FOUND
011170             SET WS-ROW-CUT TO TRUE
011180         ELSE
011190             ADD 1 TO WS-PROT-CNT
011200         END-IF
011210     END-IF.
011220     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
011230 2415-EXIT.
011240     EXIT.
011250
011260 2420-COPY-BACK-GLFHIST.
011270     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
011280     IF WS-CUT-DROPPED
011290         GO TO 2420-EXIT
011300     END-IF.
011310     OPEN OUTPUT GL-HIST-FILE.
011320     IF NOT WS-HIST-OK
011330         CLOSE WORK-FILE
011340         MOVE WS-HIST-STATUS TO WS-IO-STATUS
011350         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
011360         GO TO 2420-EXIT
011370     END-IF.
011380     PERFORM 2425-COPY-GLFHIST-ROW THRU 2425-EXIT
011390         UNTIL WS-WORK-EOF
011400             OR WS-CUT-DROPPED.
011410     CLOSE WORK-FILE.
011420     CLOSE GL-HIST-FILE.
011430 2420-EXIT.
011440     EXIT.
011450
011460 2425-COPY-GLFHIST-ROW.
011470     READ WORK-FILE
011480         AT END
011490             SET WS-WORK-EOF TO TRUE
011500             GO TO 2425-EXIT
011510     END-READ.
011520     MOVE WORK-REC TO GLFH-REC.
011530     WRITE GLFH-REC.
011540     IF NOT WS-HIST-OK
011550         MOVE WS-HIST-STATUS TO WS-IO-STATUS
011560         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
011570     END-IF.
011580 2425-EXIT.
011590     EXIT.
011600
011610 2430-RECOUNT-GLFHIST.
011620     OPEN INPUT GL-HIST-FILE.
011630     MOVE WS-HIST-STATUS TO WS-IO-STATUS.
011640     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
011650     IF WS-STATE-NO-RECOUNT
011660         GO TO 2430-EXIT
011670     END-IF.
011680     PERFORM 2435-RECOUNT-GLFHIST-ROW THRU 2435-EXIT
011690         UNTIL WS-LIVE-EOF.
011700     CLOSE GL-HIST-FILE.
011710 2430-EXIT.
011720     EXIT.
011730
011740 2435-RECOUNT-GLFHIST-ROW.
011750     PERFORM 2440-READ-GLFHIST THRU 2440-EXIT.
011760     IF NOT WS-LIVE-EOF
011770         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
011780     END-IF.
011790 2435-EXIT.
011800     EXIT.
011810
011820 2440-READ-GLFHIST.
011830     READ GL-HIST-FILE
011840         AT END
011850             SET WS-LIVE-EOF TO TRUE
011860             GO TO 2440-EXIT
011870     END-READ.
011880     MOVE GLFH-REC TO WS-ROW-IMAGE.
011890     MOVE GLFH-FEED-REC TO WS-FEED-VIEW.
011900     MOVE ZERO TO WS-ROW-DATE.
011910     MOVE ZERO TO WS-ROW-AMT.
011920     IF GLFH-POST-DATE NUMERIC
011930         MOVE GLFH-POST-DATE TO WS-ROW-DATE
011940     END-IF.
011950     IF WS-FV-AMOUNT NUMERIC
011960         MOVE WS-FV-AMOUNT TO WS-ROW-AMT
011970     END-IF.
011980 2440-EXIT.
011990     EXIT.
012000
012010******************************************************************
012020* RUNREG IS KEYED: ROWS PAST THE KEEP DAYS ARE COPIED TO THE
012030* ARCHIVE AND DELETED IN PLACE, AS AUDINQ CUTS THE AUDIT LOG.
012040******************************************************************
012050 2500-CUT-RUNREG.
012060     MOVE "RUNREG" TO WS-FILE-ID.
012070     MOVE WS-KEEP-RUNREG TO WS-KEEP-DAYS.
012080     PERFORM 7000-START-FILE THRU 7000-EXIT.
012090     OPEN I-O RUN-REG-FILE.
012100     MOVE WS-RREG-STATUS TO WS-IO-STATUS.
012110     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
012120     IF WS-STATE-NO-RECOUNT
012130         PERFORM 7500-PROVE-FILE THRU 7500-EXIT
012140         GO TO 2500-EXIT
012150     END-IF.
012160     IF WS-CUT-WANTED
012170         PERFORM 2510-START-RUNREG THRU 2510-EXIT
012180         PERFORM 2515-CUT-RUNREG-ROW THRU 2515-EXIT
012190             UNTIL WS-LIVE-EOF
012200                 OR WS-CUT-DROPPED
012210     END-IF.
012220     PERFORM 2510-START-RUNREG THRU 2510-EXIT.
012230     PERFORM 2535-RECOUNT-RUNREG-ROW THRU 2535-EXIT
012240         UNTIL WS-LIVE-EOF.
012250     CLOSE RUN-REG-FILE.
012260     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
012270 2500-EXIT.
012280     EXIT.
012290
012300 2510-START-RUNREG.
012310     SET WS-LIVE-NOT-EOF TO TRUE.
012320     MOVE LOW-VALUES TO RREG-KEY.
012330     START RUN-REG-FILE KEY NOT < RREG-KEY
012340         INVALID KEY
012350             SET WS-LIVE-EOF TO TRUE
012360     END-START.
012370 2510-EXIT.
012380     EXIT.
012390
012400 2515-CUT-RUNREG-ROW.
012410     PERFORM 2540-READ-RUNREG THRU 2540-EXIT.
012420     IF WS-LIVE-EOF
012430         GO TO 2515-EXIT
012440     END-IF.
012450     ADD 1 TO WS-BEFORE-CNT.
012460     ADD WS-ROW-AMT TO WS-BEFORE-AMT.
012470     IF WS-ROW-DATE = ZERO
012480             OR WS-ROW-DATE NOT < WS-CUTOFF-DATE
012490         ADD 1 TO WS-KEPT-CNT
012500         GO TO 2515-EXIT
012510     END-IF.
012520     PERFORM 7150-ARCHIVE-ROW THRU 7150-EXIT.
012530     IF WS-CUT-DROPPED
012540         GO TO 2515-EXIT
012550     END-IF.
012560     DELETE RUN-REG-FILE RECORD
012570         INVALID KEY
012580             DISPLAY "RUNREG DELETE FAILED, KEY: " RREG-KEY
012590             MOVE "HELD" TO WS-FILE-STATE
012600             SET WS-CUT-DROPPED TO TRUE
012610             SET WS-STOPPED TO TRUE
012620             IF WS-RETURN-CODE < 12
012630                 MOVE 12 TO WS-RETURN-CODE
012640             END-IF
012650     END-DELETE.
012660 2515-EXIT.
012670     EXIT.
012680
012690 2535-RECOUNT-RUNREG-ROW.
012700     PERFORM 2540-READ-RUNREG THRU 2540-EXIT.
012710     IF NOT WS-LIVE-EOF
012720         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
012730     END-IF.
012740 2535-EXIT.
012750     EXIT.
012760
012770 2540-READ-RUNREG.
012780     READ RUN-REG-FILE NEXT
012790         AT END
012800             SET WS-LIVE-EOF TO TRUE
012810             GO TO 2540-EXIT
012820     END-READ.
012830     MOVE RREG-REC TO WS-ROW-IMAGE.
012840     MOVE ZERO TO WS-ROW-DATE.
012850     MOVE ZERO TO WS-ROW-AMT.
012860     IF RREG-RUN-DATE NUMERIC
012870         MOVE RREG-RUN-DATE TO WS-ROW-DATE
012880     END-IF.
012890     IF RREG-GRAND-TOTAL NUMERIC
012900         MOVE RREG-GRAND-TOTAL TO WS-ROW-AMT
012910     END-IF.
012920 2540-EXIT.
012930     EXIT.
012940
012950******************************************************************
012960* TRANRSV RESOLVED REJECTS PAST THE TRANEXCP KEEP DAYS.  READ
012970* ONLY; TRANEXCP IS CUT NEXT AND TRANRSV ONLY AFTER TRANEXCP HAS
012980* BALANCED.  NO TRANRSV FILE MEANS NOTHING IS RESOLVED.
012990******************************************************************
013000 2600-LOAD-RESOLVED.
013010     SET WS-PAIR-CUT-OK TO TRUE.
013020     MOVE "TRANRSV" TO WS-FILE-ID.
013030     MOVE WS-KEEP-TRANEXCP TO WS-KEEP-DAYS.
013040     PERFORM 7000-START-FILE THRU 7000-EXIT.
013050     IF WS-CUT-DROPPED
013060         GO TO 2600-EXIT
013070     END-IF.
013080     OPEN INPUT RESOLVE-FILE.
013090     MOVE WS-TRSV-STATUS TO WS-IO-STATUS.
013100     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
013110     IF WS-STATE-NOT-PRESENT
013120         GO TO 2600-EXIT
013130     END-IF.
013140     IF WS-CUT-DROPPED
013150         SET WS-PAIR-CUT-HELD TO TRUE
013160         GO TO 2600-EXIT
013170     END-IF.
013180     PERFORM 2610-LOAD-RESOLVED-ROW THRU 2610-EXIT
013190         UNTIL WS-LIVE-EOF.
013200     CLOSE RESOLVE-FILE.
013210     IF WS-RSV-OVER-CNT > ZERO
013220         DISPLAY "TRANRSV RECORDS LEFT FOR NEXT RUN: "
013230             WS-RSV-OVER-CNT
013240         IF WS-RETURN-CODE < 4
013250             MOVE 4 TO WS-RETURN-CODE
013260         END-IF
013270     END-IF.
013280 2600-EXIT.
013290     EXIT.
013300
013310 2610-LOAD-RESOLVED-ROW.
013320     PERFORM 2840-READ-TRANRSV THRU 2840-EXIT.
013330     IF WS-LIVE-EOF
013340         GO TO 2610-EXIT
013350     END-IF.
013360     IF WS-ROW-DATE = ZERO
013370             OR WS-ROW-DATE NOT < WS-CUTOFF-DATE
013380         GO TO 2610-EXIT
013390     END-IF.
013400     IF WS-RSV-USED = 5000
013410         ADD 1 TO WS-RSV-OVER-CNT
013420         GO TO 2610-EXIT
013430     END-IF.
013440     MOVE TRSV-SEQ-NO TO WS-RK-SEQ-NO.
013450     MOVE TRSV-REJECT-DATE TO WS-RK-REJECT-DATE.
013460     MOVE TRSV-RUN-ID TO WS-RK-RUN-ID.
013470     ADD 1 TO WS-RSV-USED.
013480     MOVE WS-RSV-FIND TO WS-RSV-ENTRY(WS-RSV-USED).
013490 2610-EXIT.
013500     EXIT.
013510
013520 2620-FIND-RESOLVED.
013530     SET WS-NOT-FOUND TO TRUE.
013540     PERFORM 2625-SCAN-RESOLVED THRU 2625-EXIT
013550         VARYING WS-RSV-SUB FROM 1 BY 1
013560             UNTIL WS-RSV-SUB > WS-RSV-USED
013570                 OR WS-FOUND.
013580 2620-EXIT.
013590     EXIT.
013600
013610 2625-SCAN-RESOLVED.
013620     IF WS-RSV-ENTRY(WS-RSV-SUB) = WS-RSV-FIND
013630         SET WS-FOUND TO TRUE
013640     END-IF.
013650 2625-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* TRANEXCP.  A REJECT PAST THE KEEP DAYS IS CUT ONLY WHEN IT HAS
013700* A RESOLVED RECORD; AN UNRESOLVED ONE IS STILL AGED BY TRESUB.
013710******************************************************************
013720 2700-CUT-TRANEXCP.
013730     MOVE "TRANEXCP" TO WS-FILE-ID.
013740     MOVE WS-KEEP-TRANEXCP TO WS-KEEP-DAYS.
013750     PERFORM 7000-START-FILE THRU 7000-EXIT.
013760     IF WS-CUT-WANTED
013770             AND WS-PAIR-CUT-HELD
013780         PERFORM 7080-HOLD-FILE THRU 7080-EXIT
013790     END-IF.
013800     IF WS-CUT-WANTED
013810         PERFORM 2710-SPLIT-TRANEXCP THRU 2710-EXIT
013820     END-IF.
013830     IF WS-CUT-WANTED
013840             AND WS-ARCH-CNT > ZERO
013850         PERFORM 2720-COPY-BACK-TRANEXCP THRU 2720-EXIT
013860     END-IF.
013870     IF NOT WS-STATE-NO-RECOUNT
013880         PERFORM 2730-RECOUNT-TRANEXCP THRU 2730-EXIT
013890     END-IF.
013900     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
013910     IF NOT WS-STATE-BALANCED
013920             AND NOT WS-STATE-NOT-PRESENT
013930         SET WS-PAIR-CUT-HELD TO TRUE
013940     END-IF.
013950 2700-EXIT.
013960     EXIT.
013970
013980 2710-SPLIT-TRANEXCP.
013990     OPEN INPUT TRAN-EXCP-FILE.
014000     MOVE WS-TEXCP-STATUS TO WS-IO-STATUS.
014010     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
014020     IF WS-CUT-DROPPED
014030         GO TO 2710-EXIT
014040     END-IF.
014050     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
014060     IF WS-CUT-DROPPED
014070         CLOSE TRAN-EXCP-FILE
014080         GO TO 2710-EXIT
014090     END-IF.
014100     PERFORM 2715-SPLIT-TRANEXCP-ROW THRU 2715-EXIT
014110         UNTIL WS-LIVE-EOF
014120             OR WS-CUT-DROPPED.
014130     CLOSE TRAN-EXCP-FILE.
014140     CLOSE WORK-FILE.
014150 2710-EXIT.
014160     EXIT.
014170
014180 2715-SPLIT-TRANEXCP-ROW.
014190     PERFORM 2740-READ-TRANEXCP THRU 2740-EXIT.
014200     IF WS-LIVE-EOF
014210         GO TO 2715-EXIT
014220     END-IF.
014230     SET WS-ROW-KEPT TO TRUE.
014240     IF WS-ROW-DATE > ZERO
014250             AND WS-ROW-DATE < WS-CUTOFF-DATE
014260         MOVE TEXCP-SEQ-NO TO WS-RK-SEQ-NO
014270         MOVE TEXCP-REJECT-DATE TO WS-RK-REJECT-DATE
014280         MOVE TEXCP-RUN-ID TO WS-RK-RUN-ID
014290         PERFORM 2620-FIND-RESOLVED THRU 2620-EXIT
014300         IF WS-FOUND
014310             SET WS-ROW-CUT TO TRUE
014320         ELSE
014330             ADD 1 TO WS-PROT-CNT
014340         END-IF
014350     END-IF.
014360     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
014370 2715-EXIT.
014380     EXIT.
014390
014400 2720-COPY-BACK-TRANEXCP.
014410     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
014420     IF WS-CUT-DROPPED
014430         GO TO 2720-EXIT
014440     END-IF.
014450     OPEN OUTPUT TRAN-EXCP-FILE.
014460     IF NOT WS-TEXCP-OK
014470         CLOSE WORK-FILE
014480         MOVE WS-TEXCP-STATUS TO WS-IO-STATUS
014490         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
014500         GO TO 2720-EXIT
014510     END-IF.
014520     PERFORM 2725-COPY-TRANEXCP-ROW THRU 2725-EXIT
014530         UNTIL WS-WORK-EOF
014540             OR WS-CUT-DROPPED.
014550     CLOSE WORK-FILE.
014560     CLOSE TRAN-EXCP-FILE.
014570 2720-EXIT.
014580     EXIT.
014590
014600 2725-COPY-TRANEXCP-ROW.
014610     READ WORK-FILE
014620         AT END
014630             SET WS-WORK-EOF TO TRUE
014640             GO TO 2725-EXIT
014650     END-READ.
014660     MOVE WORK-REC TO TEXCP-REC.
014670     WRITE TEXCP-REC.
014680     IF NOT WS-TEXCP-OK
014690         MOVE WS-TEXCP-STATUS TO WS-IO-STATUS
014700         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
014710     END-IF.
014720 2725-EXIT.
014730     EXIT.
014740
014750 2730-RECOUNT-TRANEXCP.
014760     OPEN INPUT TRAN-EXCP-FILE.
014770     MOVE WS-TEXCP-STATUS TO WS-IO-STATUS.
014780     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
014790     IF WS-STATE-NO-RECOUNT
014800         GO TO 2730-EXIT
014810     END-IF.
014820     PERFORM 2735-RECOUNT-TRANEXCP-ROW THRU 2735-EXIT
014830         UNTIL WS-LIVE-EOF.
014840     CLOSE TRAN-EXCP-FILE.
014850 2730-EXIT.
014860     EXIT.
014870
014880 2735-RECOUNT-TRANEXCP-ROW.
014890     PERFORM 2740-READ-TRANEXCP THRU 2740-EXIT.
014900     IF NOT WS-LIVE-EOF
014910         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
014920     END-IF.
014930 2735-EXIT.
014940     EXIT.
014950
014960******************************************************************
014970* THE TRANEXCP AMOUNT IS THE TRAN-NUM-1 PLUS TRAN-NUM-2 HASH OF
014980* THE REJECTED RECORD, TAKING ONLY THE FIELDS THAT ARE NUMERIC.
014990******************************************************************
015000 2740-READ-TRANEXCP.
015010     READ TRAN-EXCP-FILE
015020         AT END
015030             SET WS-LIVE-EOF TO TRUE
015040             GO TO 2740-EXIT
015050     END-READ.
015060     MOVE TEXCP-REC TO WS-ROW-IMAGE.
015070     MOVE TEXCP-RAW-REC TO TRAN-REC.
015080     MOVE ZERO TO WS-ROW-DATE.
015090     MOVE ZERO TO WS-ROW-AMT.
015100     IF TEXCP-REJECT-DATE NUMERIC
015110         MOVE TEXCP-REJECT-DATE TO WS-ROW-DATE
015120     END-IF.
015130     IF TRAN-NUM-1 NUMERIC
015140         ADD TRAN-NUM-1 TO WS-ROW-AMT
015150     END-IF.
015160     IF TRAN-NUM-2 NUMERIC
015170         ADD TRAN-NUM-2 TO WS-ROW-AMT
015180     END-IF.
015190 2740-EXIT.
015200     EXIT.
015210
015220******************************************************************
015230* TRANRSV, UNDER THE TRANEXCP CARD.  HELD WHEN TRANEXCP DID NOT
015240* BALANCE.  A RESOLVED RECORD IS CUT WHEN IT WAS LOADED ABOVE --
015250* ITS REJECT, IF STILL ON TRANEXCP, HAS JUST BEEN CUT WITH IT.
015260******************************************************************
015270 2800-CUT-TRANRSV.
015280     MOVE "TRANRSV" TO WS-FILE-ID.
015290     MOVE WS-KEEP-TRANEXCP TO WS-KEEP-DAYS.
015300     PERFORM 7000-START-FILE THRU 7000-EXIT.
015310     IF WS-CUT-WANTED
015320             AND WS-PAIR-CUT-HELD
015330         PERFORM 7080-HOLD-FILE THRU 7080-EXIT
015340     END-IF.
015350     IF WS-CUT-WANTED
015360         PERFORM 2810-SPLIT-TRANRSV THRU 2810-EXIT
015370     END-IF.
015380     IF WS-CUT-WANTED
015390             AND WS-ARCH-CNT > ZERO
015400         PERFORM 2820-COPY-BACK-TRANRSV THRU 2820-EXIT
015410     END-IF.
015420     IF NOT WS-STATE-NO-RECOUNT
015430         PERFORM 2830-RECOUNT-TRANRSV THRU 2830-EXIT
015440     END-IF.
015450     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
015460 2800-EXIT.
015470     EXIT.
015480
015490 2810-SPLIT-TRANRSV.
015500     OPEN INPUT RESOLVE-FILE.
015510     MOVE WS-TRSV-STATUS TO WS-IO-STATUS.
015520     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
015530     IF WS-CUT-DROPPED
015540         GO TO 2810-EXIT
015550     END-IF.
015560     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
015570     IF WS-CUT-DROPPED
015580         CLOSE RESOLVE-FILE
015590         GO TO 2810-EXIT
015600     END-IF.
015610     PERFORM 2815-SPLIT-TRANRSV-ROW THRU 2815-EXIT
015620         UNTIL WS-LIVE-EOF
015630             OR WS-CUT-DROPPED.
015640     CLOSE RESOLVE-FILE.
015650     CLOSE WORK-FILE.
015660 2810-EXIT.
015670     EXIT.
015680
015690 2815-SPLIT-TRANRSV-ROW.
015700     PERFORM 2840-READ-TRANRSV THRU 2840-EXIT.
015710     IF WS-LIVE-EOF
015720         GO TO 2815-EXIT
015730     END-IF.
015740     SET WS-ROW-KEPT TO TRUE.
015750     IF WS-ROW-DATE > ZERO
015760             AND WS-ROW-DATE < WS-CUTOFF-DATE
015770         MOVE TRSV-SEQ-NO TO WS-RK-SEQ-NO
015780         MOVE TRSV-REJECT-DATE TO WS-RK-REJECT-DATE
015790         MOVE TRSV-RUN-ID TO WS-RK-RUN-ID
015800         PERFORM 2620-FIND-RESOLVED THRU 2620-EXIT
015810         IF WS-FOUND
015820             SET WS-ROW-CUT TO TRUE
015830         ELSE
015840             ADD 1 TO WS-PROT-CNT
015850         END-IF
015860     END-IF.
015870     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
015880 2815-EXIT.
015890     EXIT.
015900
015910 2820-COPY-BACK-TRANRSV.
015920     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
015930     IF WS-CUT-DROPPED
015940         GO TO 2820-EXIT
015950     END-IF.
015960     OPEN OUTPUT RESOLVE-FILE.
015970     IF NOT WS-TRSV-OK
015980         CLOSE WORK-FILE
015990         MOVE WS-TRSV-STATUS TO WS-IO-STATUS
016000         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
016010         GO TO 2820-EXIT
016020     END-IF.
016030     PERFORM 2825-COPY-TRANRSV-ROW THRU 2825-EXIT
016040         UNTIL WS-WORK-EOF
016050             OR WS-CUT-DROPPED.
016060     CLOSE WORK-FILE.
016070     CLOSE RESOLVE-FILE.
016080 2820-EXIT.
016090     EXIT.
016100
016110 2825-COPY-TRANRSV-ROW.
016120     READ WORK-FILE
016130         AT END
016140             SET WS-WORK-EOF TO TRUE
016150             GO TO 2825-EXIT
016160     END-READ.
016170     MOVE WORK-REC TO TRSV-REC.
016180     WRITE TRSV-REC.
016190     IF NOT WS-TRSV-OK
016200         MOVE WS-TRSV-STATUS TO WS-IO-STATUS
016210         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
016220     END-IF.
016230 2825-EXIT.
016240     EXIT.
016250
016260 2830-RECOUNT-TRANRSV.
016270     OPEN INPUT RESOLVE-FILE.
016280     MOVE WS-TRSV-STATUS TO WS-IO-STATUS.
016290     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
016300     IF WS-STATE-NO-RECOUNT
016310         GO TO 2830-EXIT
016320     END-IF.
016330     PERFORM 2835-RECOUNT-TRANRSV-ROW THRU 2835-EXIT
016340         UNTIL WS-LIVE-EOF.
016350     CLOSE RESOLVE-FILE.
016360 2830-EXIT.
016370     EXIT.
016380
016390 2835-RECOUNT-TRANRSV-ROW.
016400     PERFORM 2840-READ-TRANRSV THRU 2840-EXIT.
016410     IF NOT WS-LIVE-EOF
016420         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
016430     END-IF.
016440 2835-EXIT.
016450     EXIT.
016460
016470 2840-READ-TRANRSV.
016480     READ RESOLVE-FILE
016490         AT END
016500             SET WS-LIVE-EOF TO TRUE
016510             GO TO 2840-EXIT
016520     END-READ.
016530     MOVE TRSV-REC TO WS-ROW-IMAGE.
016540     MOVE ZERO TO WS-ROW-DATE.
016550     MOVE ZERO TO WS-ROW-AMT.
016560     IF TRSV-REJECT-DATE NUMERIC
016570         MOVE TRSV-REJECT-DATE TO WS-ROW-DATE
016580     END-IF.
016590 2840-EXIT.
016600     EXIT.
016610
016620******************************************************************
016630* EXCPOUT.  DATED BY THE FIRST EIGHT BYTES OF EXCP-TIMESTAMP (THE
016640* TEST2 PROCESSING DATE); THE AMOUNT IS THE ATTEMPTED VALUE.
016650******************************************************************
016660 3000-CUT-EXCPOUT.
016670     MOVE "EXCPOUT" TO WS-FILE-ID.
016680     MOVE WS-KEEP-EXCPOUT TO WS-KEEP-DAYS.
016690     PERFORM 7000-START-FILE THRU 7000-EXIT.
016700     IF WS-CUT-WANTED
016710         PERFORM 3010-SPLIT-EXCPOUT THRU 3010-EXIT
016720     END-IF.
016730     IF WS-CUT-WANTED
016740             AND WS-ARCH-CNT > ZERO
016750         PERFORM 3020-COPY-BACK-EXCPOUT THRU 3020-EXIT
016760     END-IF.
016770     IF NOT WS-STATE-NO-RECOUNT
016780         PERFORM 3030-RECOUNT-EXCPOUT THRU 3030-EXIT
016790     END-IF.
016800     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
016810 3000-EXIT.
016820     EXIT.
016830
016840 3010-SPLIT-EXCPOUT.
016850     OPEN INPUT EXCP-FILE.
016860     MOVE WS-EXCP-STATUS TO WS-IO-STATUS.
016870     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
016880     IF WS-CUT-DROPPED
016890         GO TO 3010-EXIT
016900     END-IF.
016910     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
016920     IF WS-CUT-DROPPED
016930         CLOSE EXCP-FILE
016940         GO TO 3010-EXIT
016950     END-IF.
016960     PERFORM 3015-SPLIT-EXCPOUT-ROW THRU 3015-EXIT
016970         UNTIL WS-LIVE-EOF
016980             OR WS-CUT-DROPPED.
016990     CLOSE EXCP-FILE.
017000     CLOSE WORK-FILE.
017010 3010-EXIT.
017020     EXIT.
017030
017040 3015-SPLIT-EXCPOUT-ROW.
017050     PERFORM 3040-READ-EXCPOUT THRU 3040-EXIT.
017060     IF WS-LIVE-EOF
017070         GO TO 3015-EXIT
017080     END-IF.
017090     SET WS-ROW-KEPT TO TRUE.
017100     IF WS-ROW-DATE > ZERO
017110             AND WS-ROW-DATE < WS-CUTOFF-DATE
017120         SET WS-ROW-CUT TO TRUE
017130     END-IF.
017140     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
017150 3015-EXIT.
017160     EXIT.
017170
017180 3020-COPY-BACK-EXCPOUT.
017190     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
017200     IF WS-CUT-DROPPED
017210         GO TO 3020-EXIT
017220     END-IF.
017230     OPEN OUTPUT EXCP-FILE.
017240     IF NOT WS-EXCP-OK
017250         CLOSE WORK-FILE
017260         MOVE WS-EXCP-STATUS TO WS-IO-STATUS
017270         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
017280         GO TO 3020-EXIT
017290     END-IF.
017300     PERFORM 3025-COPY-EXCPOUT-ROW THRU 3025-EXIT
017310         UNTIL WS-WORK-EOF
017320             OR WS-CUT-DROPPED.
017330     CLOSE WORK-FILE.
017340     CLOSE EXCP-FILE.
017350 3020-EXIT.
017360     EXIT.
017370
017380 3025-COPY-EXCPOUT-ROW.
017390     READ WORK-FILE
017400         AT END
017410             SET WS-WORK-EOF TO TRUE
017420             GO TO 3025-EXIT
017430     END-READ.
017440     MOVE WORK-REC TO EXCP-REC.
017450     WRITE EXCP-REC.
017460     IF NOT WS-EXCP-OK
017470         MOVE WS-EXCP-STATUS TO WS-IO-STATUS
017480         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
017490     END-IF.
017500 3025-EXIT.
017510     EXIT.
017520
017530 3030-RECOUNT-EXCPOUT.
017540     OPEN INPUT EXCP-FILE.
017550     MOVE WS-EXCP-STATUS TO WS-IO-STATUS.
017560     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
017570     IF WS-STATE-NO-RECOUNT
017580         GO TO 3030-EXIT
017590     END-IF.
017600     PERFORM 3035-RECOUNT-EXCPOUT-ROW THRU 3035-EXIT
017610         UNTIL WS-LIVE-EOF.
017620     CLOSE EXCP-FILE.
017630 3030-EXIT.
017640     EXIT.
017650
017660 3035-RECOUNT-EXCPOUT-ROW.
017670     PERFORM 3040-READ-EXCPOUT THRU 3040-EXIT.
017680     IF NOT WS-LIVE-EOF
017690         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
017700     END-IF.
017710 3035-EXIT.
017720     EXIT.
017730
017740 3040-READ-EXCPOUT.
017750     READ EXCP-FILE
017760         AT END
017770             SET WS-LIVE-EOF TO TRUE
017780             GO TO 3040-EXIT
017790     END-READ.
017800     MOVE EXCP-REC TO WS-ROW-IMAGE.
017810     MOVE ZERO TO WS-ROW-DATE.
017820     MOVE ZERO TO WS-ROW-AMT.
017830     IF EXCP-TIMESTAMP(1:8) NUMERIC
017840         MOVE EXCP-TIMESTAMP(1:8) TO WS-ROW-DATE
017850     END-IF.
017860     IF EXCP-ATTEMPTED-VAL NUMERIC
017870         MOVE EXCP-ATTEMPTED-VAL TO WS-ROW-AMT
017880     END-IF.
017890 3040-EXIT.
017900     EXIT.
017910
017920******************************************************************
017930* GLREJECT.  DATED BY THE AS-OF DATE OF THE REJECTED FEED ROW; A
017940* ROW WHOSE DATE IS NOT NUMERIC (REASON 03) IS NEVER CUT.
017950******************************************************************
017960 3100-CUT-GLREJECT.
017970     MOVE "GLREJECT" TO WS-FILE-ID.
017980     MOVE WS-KEEP-GLREJECT TO WS-KEEP-DAYS.
017990     PERFORM 7000-START-FILE THRU 7000-EXIT.
018000     IF WS-CUT-WANTED
018010         PERFORM 3110-SPLIT-GLREJECT THRU 3110-EXIT
018020     END-IF.
018030     IF WS-CUT-WANTED
018040             AND WS-ARCH-CNT > ZERO
018050         PERFORM 3120-COPY-BACK-GLREJECT THRU 3120-EXIT
018060     END-IF.
018070     IF NOT WS-STATE-NO-RECOUNT
018080         PERFORM 3130-RECOUNT-GLREJECT THRU 3130-EXIT
018090     END-IF.
018100     PERFORM 7500-PROVE-FILE THRU 7500-EXIT.
018110 3100-EXIT.
018120     EXIT.
018130
018140 3110-SPLIT-GLREJECT.
018150     OPEN INPUT GL-REJECT-FILE.
018160     MOVE WS-REJECT-STATUS TO WS-IO-STATUS.
018170     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
018180     IF WS-CUT-DROPPED
018190         GO TO 3110-EXIT
018200     END-IF.
018210     PERFORM 7060-OPEN-WORK-OUT THRU 7060-EXIT.
018220     IF WS-CUT-DROPPED
018230         CLOSE GL-REJECT-FILE
018240         GO TO 3110-EXIT
018250     END-IF.
018260     PERFORM 3115-SPLIT-GLREJECT-ROW THRU 3115-EXIT
018270         UNTIL WS-LIVE-EOF
018280             OR WS-CUT-DROPPED.
018290     CLOSE GL-REJECT-FILE.
018300     CLOSE WORK-FILE.
018310 3110-EXIT.
018320     EXIT.
018330
018340 3115-SPLIT-GLREJECT-ROW.
018350     PERFORM 3140-READ-GLREJECT THRU 3140-EXIT.
018360     IF WS-LIVE-EOF
018370         GO TO 3115-EXIT
018380     END-IF.
018390     SET WS-ROW-KEPT TO TRUE.
018400     IF WS-ROW-DATE > ZERO
018410             AND WS-ROW-DATE < WS-CUTOFF-DATE
018420         SET WS-ROW-CUT TO TRUE
018430     END-IF.
018440     PERFORM 7100-DISPOSE-ROW THRU 7100-EXIT.
018450 3115-EXIT.
018460     EXIT.
018470
018480 3120-COPY-BACK-GLREJECT.
018490     PERFORM 7070-OPEN-WORK-IN THRU 7070-EXIT.
018500     IF WS-CUT-DROPPED
018510         GO TO 3120-EXIT
018520     END-IF.
018530     OPEN OUTPUT GL-REJECT-FILE.
018540     IF NOT WS-REJECT-OK
018550         CLOSE WORK-FILE
018560         MOVE WS-REJECT-STATUS TO WS-IO-STATUS
018570         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
018580         GO TO 3120-EXIT
018590     END-IF.
018600     PERFORM 3125-COPY-GLREJECT-ROW THRU 3125-EXIT
018610         UNTIL WS-WORK-EOF
018620             OR WS-CUT-DROPPED.
018630     CLOSE WORK-FILE.
018640     CLOSE GL-REJECT-FILE.
018650 3120-EXIT.
018660     EXIT.
018670
018680 3125-COPY-GLREJECT-ROW.
018690     READ WORK-FILE
018700         AT END
018710             SET WS-WORK-EOF TO TRUE
018720             GO TO 3125-EXIT
018730     END-READ.
018740     MOVE WORK-REC TO GLREJ-REC.
018750     WRITE GLREJ-REC.
018760     IF NOT WS-REJECT-OK
018770         MOVE WS-REJECT-STATUS TO WS-IO-STATUS
018780         PERFORM 7090-REWRITE-FAILED THRU 7090-EXIT
018790     END-IF.
018800 3125-EXIT.
018810     EXIT.
018820
018830 3130-RECOUNT-GLREJECT.
018840     OPEN INPUT GL-REJECT-FILE.
018850     MOVE WS-REJECT-STATUS TO WS-IO-STATUS.
018860     PERFORM 7050-CHECK-LIVE-OPEN THRU 7050-EXIT.
018870     IF WS-STATE-NO-RECOUNT
018880         GO TO 3130-EXIT
018890     END-IF.
018900     PERFORM 3135-RECOUNT-GLREJECT-ROW THRU 3135-EXIT
018910         UNTIL WS-LIVE-EOF.
018920     CLOSE GL-REJECT-FILE.
018930 3130-EXIT.
018940     EXIT.
018950
018960 3135-RECOUNT-GLREJECT-ROW.
018970     PERFORM 3140-READ-GLREJECT THRU 3140-EXIT.
018980     IF NOT WS-LIVE-EOF
018990         PERFORM 7200-COUNT-AFTER THRU 7200-EXIT
019000     END-IF.
019010 3135-EXIT.
019020     EXIT.
019030
019040 3140-READ-GLREJECT.
019050     READ GL-REJECT-FILE
019060         AT END
019070             SET WS-LIVE-EOF TO TRUE
019080             GO TO 3140-EXIT
019090     END-READ.
019100     MOVE GLREJ-REC TO WS-ROW-IMAGE.
019110     MOVE GLREJ-RAW-REC TO WS-FEED-VIEW.
019120     MOVE ZERO TO WS-ROW-DATE.
019130     MOVE ZERO TO WS-ROW-AMT.
019140     IF WS-FV-AS-OF-DATE NUMERIC
019150         MOVE WS-FV-AS-OF-DATE TO WS-ROW-DATE
019160     END-IF.
019170     IF WS-FV-AMOUNT NUMERIC
019180         MOVE WS-FV-AMOUNT TO WS-ROW-AMT
019190     END-IF.
019200 3140-EXIT.
019210     EXIT.
019220
019230 4000-PRINT-SUMMARY.
019240     MOVE SPACES TO WS-PRINT-LINE.
019250     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019260     MOVE WS-LEGEND-LINE-1 TO WS-PRINT-LINE.
019270     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019280     MOVE SPACES TO WS-PRINT-LINE.
019290     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019300     MOVE "RETENTION CARDS READ:" TO WS-CNT-LABEL.
019310     MOVE WS-CARD-CNT TO WS-CNT-VALUE.
019320     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
019330     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019340     MOVE "FILES CUT:" TO WS-CNT-LABEL.
019350     MOVE WS-FILES-CUT-CNT TO WS-CNT-VALUE.
019360     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
019370     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019380     MOVE "ROWS CUT TO HSKARCH:" TO WS-CNT-LABEL.
019390     MOVE WS-TOTAL-ARCH-CNT TO WS-CNT-VALUE.
019400     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
019410     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019420     MOVE "FILES OUT OF BALANCE:" TO WS-CNT-LABEL.
019430     MOVE WS-OUT-OF-BAL-CNT TO WS-CNT-VALUE.
019440     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
019450     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019460     MOVE "FILES HELD UNCUT:" TO WS-CNT-LABEL.
019470     MOVE WS-HELD-CNT TO WS-CNT-VALUE.
019480     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
019490     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019500     IF WS-GLKEY-OVER-CNT > ZERO
019510         MOVE "GLFHIST KEYS LEFT (FULL):" TO WS-CNT-LABEL
019520         MOVE WS-GLKEY-OVER-CNT TO WS-CNT-VALUE
019530         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
019540         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
019550     END-IF.
019560     IF WS-RSV-OVER-CNT > ZERO
019570         MOVE "TRANRSV RECORDS LEFT (FULL):" TO WS-CNT-LABEL
019580         MOVE WS-RSV-OVER-CNT TO WS-CNT-VALUE
019590         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
019600         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
019610     END-IF.
019620     MOVE SPACES TO WS-PRINT-LINE.
019630     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019640     IF WS-OUT-OF-BAL-CNT = ZERO
019650             AND WS-HELD-CNT = ZERO
019660         MOVE "ALL FILES PROVED -- BEFORE = ARCHIVED + AFTER"
019670             TO WS-PRINT-LINE
019680     ELSE
019690         MOVE "FILES OUT OF BALANCE OR HELD -- SEE LINES ABOVE"
019700             TO WS-PRINT-LINE
019710     END-IF.
019720     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
019730 4000-EXIT.
019740     EXIT.
019750
019760 5000-TERMINATE.
019770     DISPLAY "HSKEEP PROCESSING DATE:      " WS-PROC-DATE.
019780     DISPLAY "HSKEEP ROWS ARCHIVED:        " WS-TOTAL-ARCH-CNT.
019790     DISPLAY "HSKEEP FILES OUT OF BALANCE: " WS-OUT-OF-BAL-CNT.
019800     DISPLAY "HSKEEP FILES HELD UNCUT:     " WS-HELD-CNT.
019810     IF WS-ARCH-OPEN
019820         CLOSE ARCH-FILE
019830     END-IF.
019840     CLOSE PRINT-FILE.
019850 5000-EXIT.
019860     EXIT.
019870
019880 6200-PRINT-HEADINGS.
019890     ADD 1 TO WS-PAGE-NO.
019900     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
019910     MOVE WS-RUN-DATE TO WS-HDG-DATE.
019920     MOVE WS-PROC-DATE TO WS-HDG-PROC-DATE.
019930     MOVE WS-HDG-LINE-1 TO PRINT-REC.
019940     WRITE PRINT-REC.
019950     MOVE WS-YTD-FLOOR TO WS-HDG-FLOOR.
019960     MOVE WS-BASIS-DATE TO WS-HDG-BASIS.
019970     MOVE WS-HDG-LINE-2 TO PRINT-REC.
019980     WRITE PRINT-REC.
019990     MOVE WS-HDG-LINE-3 TO PRINT-REC.
020000     WRITE PRINT-REC.
020010     MOVE ZERO TO WS-LINE-CNT.
020020 6200-EXIT.
020030     EXIT.
020040
020050 6350-WRITE-PRINT-REC.
020060     IF WS-LINE-CNT > 50
020070         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
020080     END-IF.
020090     MOVE WS-PRINT-LINE TO PRINT-REC.
020100     WRITE PRINT-REC.
020110     ADD 1 TO WS-LINE-CNT.
020120 6350-EXIT.
020130     EXIT.
020140
020150******************************************************************
020160* START OF ONE FILE: CLEAR ITS TOTALS AND WORK OUT THE CUTOFF.  A
020170* ROW DATED BEFORE THE CUTOFF IS PAST THE KEEP DAYS.  NO CARD, OR
020180* A WRITE FAILURE ON AN EARLIER FILE, MEANS COUNT ONLY.
020190******************************************************************
020200 7000-START-FILE.
020210     MOVE SPACES TO WS-FILE-STATE.
020220     MOVE ZERO TO WS-CUTOFF-DATE.
020230     MOVE ZERO TO WS-BEFORE-CNT.
020240     MOVE ZERO TO WS-ARCH-CNT.
020250     MOVE ZERO TO WS-KEPT-CNT.
020260     MOVE ZERO TO WS-AFTER-CNT.
020270     MOVE ZERO TO WS-PROT-CNT.
020280     MOVE ZERO TO WS-BEFORE-AMT.
020290     MOVE ZERO TO WS-ARCH-AMT.
020300     MOVE ZERO TO WS-AFTER-AMT.
020310     SET WS-LIVE-NOT-EOF TO TRUE.
020320     SET WS-CUT-WANTED TO TRUE.
020330     IF WS-KEEP-DAYS = ZERO
020340         MOVE "NO CARD" TO WS-FILE-STATE
020350         SET WS-CUT-DROPPED TO TRUE
020360         GO TO 7000-EXIT
020370     END-IF.
020380     IF WS-STOPPED
020390         MOVE "NOT CUT" TO WS-FILE-STATE
020400         SET WS-CUT-DROPPED TO TRUE
020410         GO TO 7000-EXIT
020420     END-IF.
020430     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
020440         FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) - WS-KEEP-DAYS).
020450 7000-EXIT.
020460     EXIT.
020470
020480 7050-CHECK-LIVE-OPEN.
020490     SET WS-LIVE-NOT-EOF TO TRUE.
020500     IF WS-IO-NO-FILE
020510         MOVE "NOT PRESENT" TO WS-FILE-STATE
020520         SET WS-CUT-DROPPED TO TRUE
020530         GO TO 7050-EXIT
020540     END-IF.
020550     IF NOT WS-IO-OK
020560         DISPLAY WS-FILE-ID " OPEN FAILED, STATUS: "
020570             WS-IO-STATUS
020580         MOVE "OPEN FAILED" TO WS-FILE-STATE
020590         SET WS-CUT-DROPPED TO TRUE
020600         IF WS-RETURN-CODE < 8
020610             MOVE 8 TO WS-RETURN-CODE
020620         END-IF
020630     END-IF.
020640 7050-EXIT.
020650     EXIT.
020660
020670 7060-OPEN-WORK-OUT.
020680     OPEN OUTPUT WORK-FILE.
020690     IF NOT WS-WORK-OK
020700         DISPLAY "WORK-FILE OPEN FAILED, STATUS: "
020710             WS-WORK-STATUS
020720         PERFORM 7085-STOP-CUTTING THRU 7085-EXIT
020730     END-IF.
020740 7060-EXIT.
020750     EXIT.
020760
020770 7070-OPEN-WORK-IN.
020780     SET WS-WORK-NOT-EOF TO TRUE.
020790     OPEN INPUT WORK-FILE.
020800     IF NOT WS-WORK-OK
020810         DISPLAY "WORK-FILE OPEN FAILED, STATUS: "
020820             WS-WORK-STATUS
020830         DISPLAY WS-FILE-ID " NOT REWRITTEN, CUT ROWS ARE ALSO "
020840             "STILL ON THE LIVE FILE"
020850         PERFORM 7085-STOP-CUTTING THRU 7085-EXIT
020860     END-IF.
020870 7070-EXIT.
020880     EXIT.
020890
020900******************************************************************
020910* THE FILE'S PARTNER COULD NOT BE CUT, SO NEITHER IS THIS ONE.
020920******************************************************************
020930 7080-HOLD-FILE.
020940     DISPLAY WS-FILE-ID " HELD, ITS PAIRED FILE WAS NOT CUT".
020950     MOVE "HELD" TO WS-FILE-STATE.
020960     SET WS-CUT-DROPPED TO TRUE.
020970     IF WS-RETURN-CODE < 8
020980         MOVE 8 TO WS-RETURN-CODE
020990     END-IF.
021000 7080-EXIT.
021010     EXIT.
021020
021030******************************************************************
021040* A WRITE TO THE ARCHIVE OR WORK FILE FAILED.  THE LIVE FILE HAS
021050* NOT BEEN TOUCHED; NOTHING FURTHER IS CUT IN THIS RUN.
021060******************************************************************
021070 7085-STOP-CUTTING.
021080     MOVE "HELD" TO WS-FILE-STATE.
021090     SET WS-CUT-DROPPED TO TRUE.
021100     SET WS-STOPPED TO TRUE.
021110     IF WS-RETURN-CODE < 12
021120         MOVE 12 TO WS-RETURN-CODE
021130     END-IF.
021140 7085-EXIT.
021150     EXIT.
021160
021170******************************************************************
021180* THE LIVE FILE FAILED PART WAY THROUGH ITS REWRITE.  ITS KEPT
021190* ROWS ARE STILL ON HSKWORK AND ITS CUT ROWS ON HSKARCH, SO
021200* NOTHING ELSE MAY RUN THAT WOULD REUSE THE WORK FILE.
021210******************************************************************
021220 7090-REWRITE-FAILED.
021230     DISPLAY WS-FILE-ID " REWRITE FAILED, STATUS: " WS-IO-STATUS.
021240     DISPLAY WS-FILE-ID " KEPT ROWS ARE ON HSKWORK, "
021250         "CUT ROWS ON HSKARCH -- RESTORE BEFORE THE NEXT RUN".
021260     MOVE "REWRITE FAIL" TO WS-FILE-STATE.
021270     SET WS-CUT-DROPPED TO TRUE.
021280     SET WS-STOPPED TO TRUE.
021290     MOVE 16 TO WS-RETURN-CODE.
021300 7090-EXIT.
021310     EXIT.
021320
021330******************************************************************
021340* ONE ROW FROM THE SPLIT PASS: TO THE ARCHIVE WHEN CUT, ELSE TO
021350* THE WORK FILE THE LIVE FILE IS REWRITTEN FROM.
021360******************************************************************
021370 7100-DISPOSE-ROW.
021380     ADD 1 TO WS-BEFORE-CNT.
021390     ADD WS-ROW-AMT TO WS-BEFORE-AMT.
021400     IF WS-ROW-CUT
021410         PERFORM 7150-ARCHIVE-ROW THRU 7150-EXIT
021420         GO TO 7100-EXIT
021430     END-IF.
021440     WRITE WORK-REC FROM WS-ROW-IMAGE.
021450     IF NOT WS-WORK-OK
021460         DISPLAY "WORK-FILE WRITE FAILED, STATUS: "
021470             WS-WORK-STATUS
021480         PERFORM 7085-STOP-CUTTING THRU 7085-EXIT
021490         GO TO 7100-EXIT
021500     END-IF.
021510     ADD 1 TO WS-KEPT-CNT.
021520 7100-EXIT.
021530     EXIT.
021540
021550 7150-ARCHIVE-ROW.
021560     MOVE WS-PROC-DATE TO HSKA-ARCH-DATE.
021570     MOVE WS-FILE-ID TO HSKA-FILE-ID.
021580     MOVE WS-ROW-IMAGE TO HSKA-IMAGE.
021590     WRITE ARCH-REC FROM HSKA-REC.
021600     IF NOT WS-ARCH-OK
021610         DISPLAY "ARCH-FILE WRITE FAILED, STATUS: "
021620             WS-ARCH-STATUS
021630         PERFORM 7085-STOP-CUTTING THRU 7085-EXIT
021640         GO TO 7150-EXIT
021650     END-IF.
021660     ADD 1 TO WS-ARCH-CNT.
021670     ADD WS-ROW-AMT TO WS-ARCH-AMT.
021680 7150-EXIT.
021690     EXIT.
021700
021710 7200-COUNT-AFTER.
021720     ADD 1 TO WS-AFTER-CNT.
021730     ADD WS-ROW-AMT TO WS-AFTER-AMT.
021740 7200-EXIT.
021750     EXIT.
021760
021770******************************************************************
021780* PROOF FOR A FILE THAT WAS CUT: EVERY ROW READ BEFORE THE CUT IS
021790* EITHER ON THE ARCHIVE OR BACK ON THE RE-READ LIVE FILE, BY
021800* COUNT AND BY AMOUNT.  A FILE NOT CUT SHOWS ITS ONE COUNT.
021810******************************************************************
021820 7500-PROVE-FILE.
021830     IF WS-STATE-CLEAR
021840         IF WS-BEFORE-CNT = WS-ARCH-CNT + WS-AFTER-CNT
021850                 AND WS-BEFORE-AMT = WS-ARCH-AMT + WS-AFTER-AMT
021860                 AND WS-KEPT-CNT = WS-AFTER-CNT
021870             MOVE "BALANCED" TO WS-FILE-STATE
021880             ADD WS-ARCH-CNT TO WS-TOTAL-ARCH-CNT
021890             IF WS-ARCH-CNT > ZERO
021900                 ADD 1 TO WS-FILES-CUT-CNT
021910             END-IF
021920         ELSE
021930             DISPLAY WS-FILE-ID " OUT OF BALANCE AFTER CUT"
021940             MOVE "OUT OF BAL" TO WS-FILE-STATE
021950             ADD 1 TO WS-OUT-OF-BAL-CNT
021960             IF WS-RETURN-CODE < 12
021970                 MOVE 12 TO WS-RETURN-CODE
021980             END-IF
021990         END-IF
022000     ELSE
022010         IF NOT WS-STATE-REWRITE-FAIL
022020             MOVE WS-AFTER-CNT TO WS-BEFORE-CNT
022030             MOVE WS-AFTER-AMT TO WS-BEFORE-AMT
022040         END-IF
022050         IF WS-STATE-HELD
022060                 OR WS-STATE-REWRITE-FAIL
022070             ADD 1 TO WS-HELD-CNT
022080         END-IF
022090     END-IF.
022100     MOVE WS-FILE-ID TO WS-DTL-FILE.
022110     MOVE WS-KEEP-DAYS TO WS-DTL-KEEP.
022120     MOVE SPACES TO WS-DTL-CUTOFF.
022130     IF WS-CUTOFF-DATE > ZERO
022140         MOVE WS-CUTOFF-DATE TO WS-DTL-CUTOFF
022150     END-IF.
022160     MOVE WS-BEFORE-CNT TO WS-DTL-BEFORE.
022170     MOVE WS-BEFORE-AMT TO WS-DTL-BEFORE-AMT.
022180     MOVE WS-ARCH-CNT TO WS-DTL-ARCH.
022190     MOVE WS-ARCH-AMT TO WS-DTL-ARCH-AMT.
022200     MOVE WS-AFTER-CNT TO WS-DTL-AFTER.
022210     MOVE WS-AFTER-AMT TO WS-DTL-AFTER-AMT.
022220     MOVE WS-PROT-CNT TO WS-DTL-PROT.
022230     MOVE WS-FILE-STATE TO WS-DTL-STATE.
022240     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
022250     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
022260 7500-EXIT.
022270     EXIT.
022280 END PROGRAM HSKEEP.
