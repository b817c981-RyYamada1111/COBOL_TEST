000100******************************************************************
000110* PROGRAM-ID:  GLSCLR
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-30
000150* DATE-COMPILED:
000160* PURPOSE:     CLEARS THE GL SUSPENSE ACCOUNTS AND PRINTS THE AGED
000170*              SUSPENSE REPORT.  EVERY OPEN ITEM ON SUSPITM IS
000180*              RE-DRIVEN AGAINST GLXREF AS GLPOST WOULD MAP ITS
000190*              ORIGINAL FEED ROW (SOURCE, TOTAL TYPE, DIVISION).
000200*              ONCE THE ROW MAPS TO A PRIMARY AND OFFSET ACCOUNT
000210*              THAT ARE BOTH ACTIVE ON THE CHART, FOUR GLFEED ROWS
000220*              ARE APPENDED AS SOURCE GLSCLR -- THE REVERSAL OUT
000230*              OF THE SUSPENSE ACCOUNT AND SUSPENSE OFFSET AND THE
000240*              POSTING INTO THE PROPER ACCOUNT AND OFFSET -- EACH
000250*              NAMING ITS ACCOUNT, SO THE NEXT GLPOST RUN POSTS
000260*              THEM AS A BALANCED ENTRY.  THE ITEM IS MARKED
000270*              CLEARED WITH THE DATE AND THE ACCOUNTS IT WENT TO.
000280*              THE CLEARING ROWS ARE DATED AT THE RUNPARM
000290*              PROCESSING DATE; WHEN THAT DATE IS IN A CLOSED
000300*              PERIOD NOTHING IS CLEARED AND THE RUN ENDS WITH
000310*              CODE 12.  THE REPORT LISTS EVERY ITEM CLEARED OR
000320*              STILL OPEN, WITH ITS AGE IN DAYS AND WHY IT STAYS
000330*              OPEN, THEN THE OPEN AMOUNTS BY REASON CODE AND
000340*              DIVISION IN 0-30, 31-60, 61-90 AND OVER-90-DAY AGE
000350*              BANDS, NET DEBIT POSITIVE.  OPEN ITEMS LEFT AT THE
000360*              END OF THE RUN GIVE CODE 4; GLCLOSE WILL NOT CLOSE
000370*              A PERIOD WHILE ANY ITEM SUSPENDED IN IT IS OPEN.
000380* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000390*
000400* MODIFICATION HISTORY
000410* DATE       INIT  DESCRIPTION
000420* ---------- ----  --------------------------------------------
000430* 2026-09-30 TS    ORIGINAL VERSION.
000432* 2026-10-15 TS    AN ITEM WHOSE GLFEED CLEARING ROWS CANNOT ALL
000434*                  BE WRITTEN IS LEFT OPEN AND THE RUN ENDS WITH
000436*                  CODE 12.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. GLSCLR.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-FILE ASSIGN TO RUNPARM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT GL-CTL-FILE ASSIGN TO GLPCTL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CTL-STATUS.
000560     SELECT GL-XREF-FILE ASSIGN TO GLXREF
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-XREF-STATUS.
000590     SELECT COA-MAST ASSIGN TO COAMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS COA-ACCOUNT
000630         FILE STATUS IS WS-COA-STATUS.
000640     SELECT SUSP-MAST ASSIGN TO SUSPITM
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS SUSP-KEY
000680         FILE STATUS IS WS-SUSP-STATUS.
000690     SELECT GL-FEED-FILE ASSIGN TO GLFEED
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-GLFEED-STATUS.
000720     SELECT PRINT-FILE ASSIGN TO SUSPRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PRINT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARM-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY RUNPARM.
000800 FD  GL-CTL-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 COPY GLPCTL.
000830 FD  GL-XREF-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000850 COPY GLXREF.
000860 FD  COA-MAST
000870     RECORD CONTAINS 60 CHARACTERS.
000880 COPY COAREC.
000890 FD  SUSP-MAST
000900     RECORD CONTAINS 150 CHARACTERS.
000910 COPY SUSPITM.
000920 FD  GL-FEED-FILE
000930     RECORD CONTAINS 110 CHARACTERS.
000940 COPY GLFEED.
000950 FD  PRINT-FILE
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  PRINT-REC                  PIC X(132).
000980 WORKING-STORAGE SECTION.
000990 01  WS-COUNTERS.
001000     03  WS-ITEM-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
001010     03  WS-PRIOR-CLEAR-CNT  PIC 9(6)  COMP VALUE ZERO.
001020     03  WS-CLEARED-CNT      PIC 9(6)  COMP VALUE ZERO.
001030     03  WS-OPEN-CNT         PIC 9(6)  COMP VALUE ZERO.
001040     03  WS-FEED-WRITE-CNT   PIC 9(6)  COMP VALUE ZERO.
001050     03  WS-CLEARED-AMT      PIC 9(13)V99   VALUE ZERO.
001060     03  WS-OPEN-NET         PIC S9(13)V99  VALUE ZERO.
001070 01  WS-CLEAR-WORK.
001080     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001090     03  WS-PROC-DATE-INT    PIC S9(9) COMP VALUE ZERO.
001100     03  WS-CLOSED-THRU      PIC 9(8)  VALUE ZERO.
001110     03  WS-AGE-DAYS         PIC S9(5) COMP VALUE ZERO.
001120     03  WS-AGE-BAND         PIC 9(1)  VALUE ZERO.
001130     03  WS-SIGNED-AMT       PIC S9(13)V99  VALUE ZERO.
001140     03  WS-FOUND-ACCT       PIC X(8).
001150     03  WS-FOUND-OFFSET     PIC X(8).
001160     03  WS-REDRIVE-SW       PIC X(1).
001170         88  WS-REDRIVE-OK        VALUE "Y".
001180         88  WS-REDRIVE-FAILED    VALUE "N".
001190     03  WS-OPEN-REASON      PIC X(24).
001200     03  WS-LEG-NO           PIC 9(1)  VALUE ZERO.
001210     03  WS-LEG-ACCT         PIC X(8).
001220     03  WS-LEG-DC-IND       PIC X(1).
001230     03  WS-OPP-DC-IND       PIC X(1).
001240     03  WS-CLEAR-TYPE.
001250         05  FILLER          PIC X(2)  VALUE "SC".
001260         05  WS-CT-ITEM-NO   PIC 9(6).
001270         05  FILLER          PIC X(1)  VALUE "-".
001280         05  WS-CT-LEG-NO    PIC 9(1).
001290 01  WS-XREF-TABLE.
001300     03  WS-XREF-COUNT       PIC 9(3)  COMP VALUE ZERO.
001310     03  WS-XREF-ENTRY OCCURS 200 TIMES.
001320         05  WS-XREF-SOURCE  PIC X(8).
001330         05  WS-XREF-TYPE    PIC X(10).
001340         05  WS-XREF-DIV     PIC X(2).
001350         05  WS-XREF-ACCT    PIC X(8).
001360         05  WS-XREF-OFFSET  PIC X(8).
001370 01  WS-XREF-SUB             PIC 9(3)  COMP VALUE ZERO.
001380******************************************************************
001390* OPEN SUSPENSE BY REASON CODE AND DIVISION, KEPT IN KEY ORDER AS
001400* ENTRIES ARE ADDED.  AMOUNT 1-4 ARE THE AGE BANDS, 5 THE TOTAL.
001410******************************************************************
001420 01  WS-AGE-TABLE.
001430     03  WS-AGE-COUNT        PIC 9(3)  COMP VALUE ZERO.
001440     03  WS-AGE-ENTRY OCCURS 300 TIMES.
001450         05  WS-AGE-KEY.
001460             07  WS-AGE-REASON   PIC X(2).
001470             07  WS-AGE-DIV      PIC X(2).
001480         05  WS-AGE-ITEMS    PIC 9(6)  COMP.
001490         05  WS-AGE-AMT      PIC S9(13)V99 OCCURS 5 TIMES.
001500 01  WS-AGE-SUBS.
001510     03  WS-AGE-SUB          PIC 9(3)  COMP VALUE ZERO.
001520     03  WS-SHIFT-SUB        PIC 9(3)  COMP VALUE ZERO.
001530     03  WS-BAND-SUB         PIC 9(1)  COMP VALUE ZERO.
001540 01  WS-AGE-NEW-KEY.
001550     03  WS-NEW-REASON       PIC X(2).
001560     03  WS-NEW-DIV          PIC X(2).
001570 01  WS-REASON-TOTALS.
001580     03  WS-RT-REASON        PIC X(2)  VALUE SPACES.
001590     03  WS-RT-ITEMS         PIC 9(6)  COMP VALUE ZERO.
001600     03  WS-RT-AMT           PIC S9(13)V99 OCCURS 5 TIMES.
001610 01  WS-GRAND-TOTALS.
001620     03  WS-GT-ITEMS         PIC 9(6)  COMP VALUE ZERO.
001630     03  WS-GT-AMT           PIC S9(13)V99 OCCURS 5 TIMES.
001640 01  WS-FLAGS.
001650     03  WS-PARM-STATUS      PIC X(2).
001660         88  WS-PARM-OK           VALUE "00".
001670     03  WS-CTL-STATUS       PIC X(2).
001680         88  WS-CTL-OK            VALUE "00".
001690     03  WS-XREF-STATUS      PIC X(2).
001700         88  WS-XREF-OK           VALUE "00".
001710     03  WS-COA-STATUS       PIC X(2).
001720         88  WS-COA-OK            VALUE "00".
001730     03  WS-SUSP-STATUS      PIC X(2).
001740         88  WS-SUSP-OK           VALUE "00".
001750         88  WS-SUSP-NO-FILE      VALUE "35".
001760     03  WS-GLFEED-STATUS    PIC X(2).
001770         88  WS-GLFEED-OK         VALUE "00".
001780     03  WS-PRINT-STATUS     PIC X(2).
001790         88  WS-PRINT-OK          VALUE "00".
001800     03  WS-XREF-EOF-SW      PIC X(1).
001810         88  WS-XREF-EOF          VALUE "Y".
001820         88  WS-XREF-NOT-EOF      VALUE "N".
001830     03  WS-SUSP-EOF-SW      PIC X(1).
001840         88  WS-SUSP-EOF          VALUE "Y".
001850         88  WS-SUSP-NOT-EOF      VALUE "N".
001860     03  WS-XREF-FOUND-SW    PIC X(1).
001870         88  WS-XREF-FOUND        VALUE "Y".
001880         88  WS-XREF-NOT-FOUND    VALUE "N".
001890     03  WS-CHART-SW         PIC X(1).
001900         88  WS-ON-CHART          VALUE "Y".
001910         88  WS-NOT-ON-CHART      VALUE "N".
001920     03  WS-PERIOD-SW        PIC X(1)  VALUE "Y".
001930         88  WS-PERIOD-OPEN       VALUE "Y".
001940         88  WS-PERIOD-CLOSED     VALUE "N".
001950     03  WS-AGE-FOUND-SW     PIC X(1).
001960         88  WS-AGE-FOUND         VALUE "Y".
001970         88  WS-AGE-NOT-FOUND     VALUE "N".
001980     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001990         88  WS-OPEN-FAILED       VALUE "Y".
001992     03  WS-FEED-FAIL-SW     PIC X(1).
001994         88  WS-FEED-FAILED       VALUE "Y".
001996         88  WS-FEED-WRITTEN      VALUE "N".
002000 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002010 01  WS-REPORT-WORK.
002020     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002030     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
002040     03  WS-HDG-SW           PIC X(1)  VALUE "D".
002050         88  WS-HDG-DETAIL        VALUE "D".
002060         88  WS-HDG-SUMMARY       VALUE "S".
002070 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002080 01  WS-HDG-LINE-1.
002090     05  FILLER          PIC X(26)
002100         VALUE "GL SUSPENSE AGED REPORT   ".
002110     05  FILLER          PIC X(17) VALUE "PROCESSING DATE ".
002120     05  WS-HDG-DATE     PIC 9(8).
002130     05  FILLER          PIC X(61) VALUE SPACES.
002140     05  FILLER          PIC X(5)  VALUE "PAGE ".
002150     05  WS-HDG-PAGE     PIC ZZZ9.
002160     05  FILLER          PIC X(11) VALUE SPACES.
002170 01  WS-HDG-LINE-2.
002180     05  FILLER          PIC X(8)  VALUE "ITEM NO ".
002190     05  FILLER          PIC X(9)  VALUE "SOURCE".
002200     05  FILLER          PIC X(11) VALUE "TOTAL TYPE".
002210     05  FILLER          PIC X(9)  VALUE "RUN ID".
002220     05  FILLER          PIC X(9)  VALUE "AS-OF".
002230     05  FILLER          PIC X(4)  VALUE "DIV".
002240     05  FILLER          PIC X(4)  VALUE "RSN".
002250     05  FILLER          PIC X(9)  VALUE "SUSPENDED".
002260     05  FILLER          PIC X(7)  VALUE " DAYS".
002270     05  FILLER          PIC X(2)  VALUE "DC".
002280     05  FILLER          PIC X(13) VALUE "       AMOUNT".
002290     05  FILLER          PIC X(2)  VALUE SPACES.
002300     05  FILLER          PIC X(24) VALUE "STATUS".
002310     05  FILLER          PIC X(21) VALUE SPACES.
002320 01  WS-DETAIL-LINE.
002330     05  WS-DTL-ITEM-NO  PIC 9(6).
002340     05  FILLER          PIC X(2)  VALUE SPACES.
002350     05  WS-DTL-SOURCE   PIC X(8).
002360     05  FILLER          PIC X(1)  VALUE SPACES.
002370     05  WS-DTL-TYPE     PIC X(10).
002380     05  FILLER          PIC X(1)  VALUE SPACES.
002390     05  WS-DTL-RUN-ID   PIC X(8).
002400     05  FILLER          PIC X(1)  VALUE SPACES.
002410     05  WS-DTL-AS-OF    PIC X(8).
002420     05  FILLER          PIC X(1)  VALUE SPACES.
002430     05  WS-DTL-DIV      PIC X(2).
002440     05  FILLER          PIC X(2)  VALUE SPACES.
002450     05  WS-DTL-REASON   PIC X(2).
002460     05  FILLER          PIC X(2)  VALUE SPACES.
002470     05  WS-DTL-SUSP-DATE PIC 9(8).
002480     05  FILLER          PIC X(1)  VALUE SPACES.
002490     05  WS-DTL-DAYS     PIC ZZZZ9.
002500     05  FILLER          PIC X(2)  VALUE SPACES.
002510     05  WS-DTL-DC-IND   PIC X(1).
002520     05  FILLER          PIC X(1)  VALUE SPACES.
002530     05  WS-DTL-AMOUNT   PIC ZZZZZZZZZ9.99.
002540     05  FILLER          PIC X(2)  VALUE SPACES.
002550     05  WS-DTL-STATUS   PIC X(24).
002560     05  FILLER          PIC X(21) VALUE SPACES.
002570 01  WS-AGE-HDG-LINE.
002580     05  FILLER          PIC X(5)  VALUE "RSN".
002590     05  FILLER          PIC X(5)  VALUE "DIV".
002600     05  FILLER          PIC X(8)  VALUE "   ITEMS".
002610     05  FILLER          PIC X(18) VALUE "         0-30 DAYS".
002620     05  FILLER          PIC X(18) VALUE "        31-60 DAYS".
002630     05  FILLER          PIC X(18) VALUE "        61-90 DAYS".
002640     05  FILLER          PIC X(18) VALUE "      OVER 90 DAYS".
002650     05  FILLER          PIC X(18) VALUE "      TOTAL NET DR".
002660     05  FILLER          PIC X(24) VALUE SPACES.
002670 01  WS-AGE-LINE.
002680     05  WS-AGL-REASON   PIC X(3).
002690     05  FILLER          PIC X(2)  VALUE SPACES.
002700     05  WS-AGL-DIV      PIC X(3).
002710     05  FILLER          PIC X(2)  VALUE SPACES.
002720     05  WS-AGL-ITEMS    PIC ZZZZZ9.
002730     05  WS-AGL-BAND OCCURS 5 TIMES.
002740         07  FILLER      PIC X(2).
002750         07  WS-AGL-AMT  PIC -ZZZZZZZZZZZ9.99.
002760     05  FILLER          PIC X(26) VALUE SPACES.
002770 01  WS-COUNT-LINE.
002780     05  WS-CNT-LABEL    PIC X(30).
002790     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
002800     05  FILLER          PIC X(93) VALUE SPACES.
002810 01  WS-AMOUNT-LINE.
002820     05  WS-AMT-LABEL    PIC X(30).
002830     05  WS-AMT-VALUE    PIC -ZZZZZZZZZZZ9.99.
002840     05  FILLER          PIC X(86) VALUE SPACES.
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     IF NOT WS-OPEN-FAILED
002890         PERFORM 2000-LOAD-XREF THRU 2000-EXIT
002900             UNTIL WS-XREF-EOF
002910         PERFORM 3000-PROCESS-ITEMS THRU 3000-EXIT
002920         PERFORM 4000-PRINT-AGED-SUMMARY THRU 4000-EXIT
002930     END-IF.
002940     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002950     MOVE WS-RETURN-CODE TO RETURN-CODE.
002960     STOP RUN.
002970
002980 1000-INITIALIZE.
002990     SET WS-XREF-NOT-EOF TO TRUE.
003000     SET WS-SUSP-NOT-EOF TO TRUE.
003010     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
003020     COMPUTE WS-PROC-DATE-INT =
003030         FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
003040     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
003050     OPEN INPUT GL-XREF-FILE.
003060     IF NOT WS-XREF-OK
003070         DISPLAY "GL-XREF-FILE OPEN FAILED, STATUS: "
003080             WS-XREF-STATUS
003090         SET WS-OPEN-FAILED TO TRUE
003100     END-IF.
003110     OPEN INPUT COA-MAST.
003120     IF NOT WS-COA-OK
003130         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
003140             WS-COA-STATUS
003150         SET WS-OPEN-FAILED TO TRUE
003160     END-IF.
003170     OPEN I-O SUSP-MAST.
003180     IF WS-SUSP-NO-FILE
003190         OPEN OUTPUT SUSP-MAST
003200         CLOSE SUSP-MAST
003210         OPEN I-O SUSP-MAST
003220     END-IF.
003230     IF NOT WS-SUSP-OK
003240         DISPLAY "SUSP-MAST OPEN FAILED, STATUS: "
003250             WS-SUSP-STATUS
003260         SET WS-OPEN-FAILED TO TRUE
003270     END-IF.
003280     OPEN EXTEND GL-FEED-FILE.
003290     IF NOT WS-GLFEED-OK
003300         OPEN OUTPUT GL-FEED-FILE
003310     END-IF.
003320     IF NOT WS-GLFEED-OK
003330         DISPLAY "GL-FEED-FILE OPEN FAILED, STATUS: "
003340             WS-GLFEED-STATUS
003350         SET WS-OPEN-FAILED TO TRUE
003360     END-IF.
003370     OPEN OUTPUT PRINT-FILE.
003380     IF NOT WS-PRINT-OK
003390         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003400             WS-PRINT-STATUS
003410         SET WS-OPEN-FAILED TO TRUE
003420     END-IF.
003430     IF WS-OPEN-FAILED
003440         MOVE 16 TO WS-RETURN-CODE
003450         GO TO 1000-EXIT
003460     END-IF.
003470     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003480     IF WS-PERIOD-CLOSED
003490         MOVE "DATE IN A CLOSED PERIOD -- NOTHING CLEARED"
003500             TO WS-PRINT-LINE
003510         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003520         MOVE SPACES TO WS-PRINT-LINE
003530         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.
003570
003580 1100-READ-RUN-PARM.
003590     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
003600     OPEN INPUT PARM-FILE.
003610     IF NOT WS-PARM-OK
003620         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
003630         GO TO 1100-EXIT
003640     END-IF.
003650     READ PARM-FILE
003660         AT END
003670             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
003680             CLOSE PARM-FILE
003690             GO TO 1100-EXIT
003700     END-READ.
003710     IF RPARM-PROC-DATE NUMERIC
003720             AND RPARM-PROC-DATE > ZERO
003730         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
003740     END-IF.
003750     CLOSE PARM-FILE.
003760 1100-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* CLEARING ROWS CARRY THE PROCESSING DATE.  GLAPPL REFUSES A
003810* POSTING FILE DATED IN A CLOSED PERIOD, SO NOTHING IS CLEARED
003820* WHEN THE PROCESSING DATE IS ON OR BEFORE THE LAST CLOSE.
003830******************************************************************
003840 1200-READ-CONTROL.
003850     OPEN INPUT GL-CTL-FILE.
003860     IF NOT WS-CTL-OK
003870         GO TO 1200-EXIT
003880     END-IF.
003890     READ GL-CTL-FILE
003900         AT END
003910             MOVE ZERO TO GLPC-CLOSED-THRU
003920     END-READ.
003930     CLOSE GL-CTL-FILE.
003940     IF GLPC-CLOSED-THRU NUMERIC
003950         MOVE GLPC-CLOSED-THRU TO WS-CLOSED-THRU
003960     END-IF.
003970     IF WS-PROC-DATE NOT > WS-CLOSED-THRU
003980         DISPLAY "GLSCLR PROCESSING DATE " WS-PROC-DATE
003990             " IS IN A CLOSED PERIOD, GLPCTL CLOSED THRU "
004000             WS-CLOSED-THRU
004010         DISPLAY "GLSCLR NO SUSPENSE ITEMS CLEARED"
004020         SET WS-PERIOD-CLOSED TO TRUE
004030         MOVE 12 TO WS-RETURN-CODE
004040     END-IF.
004050 1200-EXIT.
004060     EXIT.
004070
004080 2000-LOAD-XREF.
004090     READ GL-XREF-FILE
004100         AT END
004110             SET WS-XREF-EOF TO TRUE
004120             GO TO 2000-EXIT
004130     END-READ.
004140     IF WS-XREF-COUNT = 200
004150         DISPLAY "GLXREF EXCEEDS 200-ENTRY TABLE CAPACITY, "
004160             "ENTRY IGNORED: " GLX-PGM-SOURCE " " GLX-TOTAL-TYPE
004170         GO TO 2000-EXIT
004180     END-IF.
004190     ADD 1 TO WS-XREF-COUNT.
004200     MOVE GLX-PGM-SOURCE TO WS-XREF-SOURCE(WS-XREF-COUNT).
004210     MOVE GLX-TOTAL-TYPE TO WS-XREF-TYPE(WS-XREF-COUNT).
004220     MOVE GLX-DIV-CODE   TO WS-XREF-DIV(WS-XREF-COUNT).
004230     MOVE GLX-ACCOUNT    TO WS-XREF-ACCT(WS-XREF-COUNT).
004240     MOVE GLX-OFFSET-ACCT TO WS-XREF-OFFSET(WS-XREF-COUNT).
004250 2000-EXIT.
004260     EXIT.
004270
004280 3000-PROCESS-ITEMS.
004290     MOVE LOW-VALUES TO SUSP-KEY.
004300     START SUSP-MAST KEY IS NOT < SUSP-KEY
004310         INVALID KEY
004320             SET WS-SUSP-EOF TO TRUE
004330     END-START.
004340     PERFORM 3100-PROCESS-ITEM THRU 3100-EXIT
004350         UNTIL WS-SUSP-EOF.
004360 3000-EXIT.
004370     EXIT.
004380
004390 3100-PROCESS-ITEM.
004400     READ SUSP-MAST NEXT RECORD
004410         AT END
004420             SET WS-SUSP-EOF TO TRUE
004430             GO TO 3100-EXIT
004440     END-READ.
004450     ADD 1 TO WS-ITEM-READ-CNT.
004460     IF NOT SUSP-OPEN
004470         ADD 1 TO WS-PRIOR-CLEAR-CNT
004480         GO TO 3100-EXIT
004490     END-IF.
004500     PERFORM 3200-AGE-ITEM THRU 3200-EXIT.
004510     IF WS-PERIOD-CLOSED
004520         MOVE "OPEN - PERIOD CLOSED" TO WS-OPEN-REASON
004530         GO TO 3100-OPEN
004540     END-IF.
004550     PERFORM 3300-REDRIVE-ITEM THRU 3300-EXIT.
004560     IF WS-REDRIVE-FAILED
004570         GO TO 3100-OPEN
004580     END-IF.
004590     PERFORM 3500-CLEAR-ITEM THRU 3500-EXIT.
004592     IF WS-FEED-FAILED
004594         MOVE "OPEN - FEED WRITE FAILED" TO WS-OPEN-REASON
004596         GO TO 3100-OPEN
004598     END-IF.
004600     GO TO 3100-EXIT.
004610 3100-OPEN.
004620     ADD 1 TO WS-OPEN-CNT.
004630     IF SUSP-CREDIT
004640         COMPUTE WS-SIGNED-AMT = ZERO - SUSP-AMOUNT
004650     ELSE
004660         MOVE SUSP-AMOUNT TO WS-SIGNED-AMT
004670     END-IF.
004680     ADD WS-SIGNED-AMT TO WS-OPEN-NET.
004690     PERFORM 3700-ADD-TO-AGE-TABLE THRU 3700-EXIT.
004700     MOVE WS-OPEN-REASON TO WS-DTL-STATUS.
004710     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
004720 3100-EXIT.
004730     EXIT.
004740
004750 3200-AGE-ITEM.
004760     MOVE ZERO TO WS-AGE-DAYS.
004770     IF SUSP-SUSP-DATE NUMERIC
004780             AND SUSP-SUSP-DATE > ZERO
004790         COMPUTE WS-AGE-DAYS = WS-PROC-DATE-INT
004800             - FUNCTION INTEGER-OF-DATE(SUSP-SUSP-DATE)
004810     END-IF.
004820     IF WS-AGE-DAYS < ZERO
004830         MOVE ZERO TO WS-AGE-DAYS
004840     END-IF.
004850     IF WS-AGE-DAYS > 90
004860         MOVE 4 TO WS-AGE-BAND
004870     ELSE
004880         IF WS-AGE-DAYS > 60
004890             MOVE 3 TO WS-AGE-BAND
004900         ELSE
004910             IF WS-AGE-DAYS > 30
004920                 MOVE 2 TO WS-AGE-BAND
004930             ELSE
004940                 MOVE 1 TO WS-AGE-BAND
004950             END-IF
004960         END-IF
004970     END-IF.
004980 3200-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* MAP THE ORIGINAL FEED ROW EXACTLY AS GLPOST DOES.  THE PROPER
005030* ACCOUNTS AND THE SUSPENSE PAIR THE ITEM SITS IN MUST ALL BE
005040* ACTIVE ON THE CHART, OR GLPOST WOULD REJECT A LEG AND HOLD THE
005050* WHOLE POSTING FILE.
005060******************************************************************
005070 3300-REDRIVE-ITEM.
005080     SET WS-REDRIVE-OK TO TRUE.
005090     SET WS-XREF-NOT-FOUND TO TRUE.
005100     MOVE SPACES TO WS-FOUND-ACCT.
005110     MOVE SPACES TO WS-FOUND-OFFSET.
005120     PERFORM 3350-SCAN-XREF THRU 3350-EXIT
005130         VARYING WS-XREF-SUB FROM 1 BY 1
005140             UNTIL WS-XREF-SUB > WS-XREF-COUNT
005150                 OR WS-XREF-FOUND.
005160     IF WS-XREF-NOT-FOUND
005170         MOVE "OPEN - NOT ON GLXREF" TO WS-OPEN-REASON
005180         SET WS-REDRIVE-FAILED TO TRUE
005190         GO TO 3300-EXIT
005200     END-IF.
005210     IF WS-FOUND-OFFSET = SPACES
005220         MOVE "OPEN - NO OFFSET ACCOUNT" TO WS-OPEN-REASON
005230         SET WS-REDRIVE-FAILED TO TRUE
005240         GO TO 3300-EXIT
005250     END-IF.
005260     MOVE WS-FOUND-ACCT TO COA-ACCOUNT.
005270     PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT.
005280     IF WS-ON-CHART
005290         MOVE WS-FOUND-OFFSET TO COA-ACCOUNT
005300         PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT
005310     END-IF.
005320     IF WS-NOT-ON-CHART
005330         MOVE "OPEN - ACCOUNT INACTIVE" TO WS-OPEN-REASON
005340         SET WS-REDRIVE-FAILED TO TRUE
005350         GO TO 3300-EXIT
005360     END-IF.
005370     MOVE SUSP-SUSP-ACCT TO COA-ACCOUNT.
005380     PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT.
005390     IF WS-ON-CHART
005400         MOVE SUSP-SUSP-OFFSET TO COA-ACCOUNT
005410         PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT
005420     END-IF.
005430     IF WS-NOT-ON-CHART
005440         MOVE "OPEN - SUSPENSE INACTIVE" TO WS-OPEN-REASON
005450         SET WS-REDRIVE-FAILED TO TRUE
005460     END-IF.
005470 3300-EXIT.
005480     EXIT.
005490
005500 3350-SCAN-XREF.
005510     IF SUSP-PGM-SOURCE = WS-XREF-SOURCE(WS-XREF-SUB)
005520             AND SUSP-TOTAL-TYPE = WS-XREF-TYPE(WS-XREF-SUB)
005530             AND SUSP-DIV-CODE = WS-XREF-DIV(WS-XREF-SUB)
005540         SET WS-XREF-FOUND TO TRUE
005550         MOVE WS-XREF-ACCT(WS-XREF-SUB) TO WS-FOUND-ACCT
005560         MOVE WS-XREF-OFFSET(WS-XREF-SUB) TO WS-FOUND-OFFSET
005570     END-IF.
005580 3350-EXIT.
005590     EXIT.
005600
005610 3400-CHECK-ACCOUNT.
005620     SET WS-ON-CHART TO TRUE.
005630     READ COA-MAST
005640         INVALID KEY
005650             SET WS-NOT-ON-CHART TO TRUE
005660             GO TO 3400-EXIT
005670     END-READ.
005680     IF NOT COA-ACTIVE
005690         SET WS-NOT-ON-CHART TO TRUE
005700     END-IF.
005710 3400-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* FOUR CLEARING ROWS, ONE PER ACCOUNT, TOTAL TYPE "SC" + ITEM NO
005760* + LEG, SO EACH HAS ITS OWN GLFHIST KEY:
005770*   1  SUSPENSE ACCOUNT, OPPOSITE SIDE  (REVERSES THE PRIMARY)
005780*   2  SUSPENSE OFFSET, ORIGINAL SIDE   (REVERSES THE CONTRA)
005790*   3  PROPER ACCOUNT, ORIGINAL SIDE
005800*   4  PROPER OFFSET, OPPOSITE SIDE
005810******************************************************************
005820 3500-CLEAR-ITEM.
005825     SET WS-FEED-WRITTEN TO TRUE.
005830     IF SUSP-CREDIT
005840         MOVE "D" TO WS-OPP-DC-IND
005850     ELSE
005860         MOVE "C" TO WS-OPP-DC-IND
005870     END-IF.
005880     MOVE SUSP-ITEM-NO TO WS-CT-ITEM-NO.
005890     MOVE 1 TO WS-LEG-NO.
005900     MOVE SUSP-SUSP-ACCT TO WS-LEG-ACCT.
005910     MOVE WS-OPP-DC-IND TO WS-LEG-DC-IND.
005920     PERFORM 3600-WRITE-CLEAR-ROW THRU 3600-EXIT.
005930     MOVE 2 TO WS-LEG-NO.
005940     MOVE SUSP-SUSP-OFFSET TO WS-LEG-ACCT.
005950     MOVE SUSP-DC-IND TO WS-LEG-DC-IND.
005960     PERFORM 3600-WRITE-CLEAR-ROW THRU 3600-EXIT.
005970     MOVE 3 TO WS-LEG-NO.
005980     MOVE WS-FOUND-ACCT TO WS-LEG-ACCT.
005990     MOVE SUSP-DC-IND TO WS-LEG-DC-IND.
006000     PERFORM 3600-WRITE-CLEAR-ROW THRU 3600-EXIT.
006010     MOVE 4 TO WS-LEG-NO.
006020     MOVE WS-FOUND-OFFSET TO WS-LEG-ACCT.
006030     MOVE WS-OPP-DC-IND TO WS-LEG-DC-IND.
006040     PERFORM 3600-WRITE-CLEAR-ROW THRU 3600-EXIT.
006042     IF WS-FEED-FAILED
006044         GO TO 3500-EXIT
006046     END-IF.
006050     SET SUSP-CLEARED TO TRUE.
006060     MOVE WS-PROC-DATE TO SUSP-CLEAR-DATE.
006070     MOVE WS-FOUND-ACCT TO SUSP-CLEAR-ACCT.
006080     MOVE WS-FOUND-OFFSET TO SUSP-CLEAR-OFFSET.
006090     REWRITE SUSP-REC
006100         INVALID KEY
006110             DISPLAY "SUSP-MAST REWRITE FAILED, ITEM "
006120                 SUSP-ITEM-NO
006130             IF WS-RETURN-CODE < 12
006140                 MOVE 12 TO WS-RETURN-CODE
006150             END-IF
006160     END-REWRITE.
006170     ADD 1 TO WS-CLEARED-CNT.
006180     ADD SUSP-AMOUNT TO WS-CLEARED-AMT.
006190     MOVE "CLEARED TO " TO WS-DTL-STATUS.
006200     MOVE WS-FOUND-ACCT TO WS-DTL-STATUS(12:8).
006210     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
006220 3500-EXIT.
006230     EXIT.
006240
006250 3600-WRITE-CLEAR-ROW.
006252     IF WS-FEED-FAILED
006254         GO TO 3600-EXIT
006256     END-IF.
006260     MOVE SPACES TO GL-FEED-REC.
006270     MOVE "GLSCLR" TO GL-PGM-SOURCE.
006280     MOVE WS-LEG-NO TO WS-CT-LEG-NO.
006290     MOVE WS-CLEAR-TYPE TO GL-TOTAL-TYPE.
006300     MOVE SUSP-AMOUNT TO GL-AMOUNT.
006310     MOVE WS-PROC-DATE TO GL-AS-OF-DATE.
006320     MOVE WS-LEG-DC-IND TO GL-DC-IND.
006330     MOVE SUSP-RUN-ID TO GL-RUN-ID.
006340     MOVE SUSP-TYPE-DESC TO GL-TYPE-DESC.
006350     MOVE SUSP-DIV-CODE TO GL-DIV-CODE.
006360     MOVE WS-LEG-ACCT TO GL-ACCOUNT.
006370     WRITE GL-FEED-REC.
006371     IF NOT WS-GLFEED-OK
006372         DISPLAY "GL-FEED-FILE WRITE FAILED, ITEM " SUSP-ITEM-NO
006373             " LEG " WS-LEG-NO ", STATUS: " WS-GLFEED-STATUS
006374         SET WS-FEED-FAILED TO TRUE
006375         IF WS-RETURN-CODE < 12
006376             MOVE 12 TO WS-RETURN-CODE
006377         END-IF
006378         GO TO 3600-EXIT
006379     END-IF.
006380     ADD 1 TO WS-FEED-WRITE-CNT.
006390 3600-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* ADD THE OPEN ITEM TO ITS REASON/DIVISION ENTRY, INSERTING A NEW
006440* ENTRY IN KEY ORDER WHEN THE PAIR IS NOT YET IN THE TABLE.
006450******************************************************************
006460 3700-ADD-TO-AGE-TABLE.
006470     MOVE SUSP-REASON-CD TO WS-NEW-REASON.
006480     MOVE SUSP-DIV-CODE TO WS-NEW-DIV.
006490     SET WS-AGE-NOT-FOUND TO TRUE.
006500     PERFORM 3750-FIND-AGE-ENTRY THRU 3750-EXIT
006510         VARYING WS-AGE-SUB FROM 1 BY 1
006520             UNTIL WS-AGE-SUB > WS-AGE-COUNT
006530                 OR WS-AGE-FOUND
006540                 OR WS-AGE-KEY(WS-AGE-SUB) > WS-AGE-NEW-KEY.
006550     IF WS-AGE-FOUND
006560         SUBTRACT 1 FROM WS-AGE-SUB
006570     ELSE
006580         IF WS-AGE-COUNT = 300
006590             DISPLAY "GLSCLR AGED SUMMARY TABLE FULL, ITEM NOT "
006600                 "SUMMARISED: " SUSP-ITEM-NO
006610             IF WS-RETURN-CODE < 8
006620                 MOVE 8 TO WS-RETURN-CODE
006630             END-IF
006640             GO TO 3700-EXIT
006650         END-IF
006660         PERFORM 3760-SHIFT-AGE-ENTRY THRU 3760-EXIT
006670             VARYING WS-SHIFT-SUB FROM WS-AGE-COUNT BY -1
006680                 UNTIL WS-SHIFT-SUB < WS-AGE-SUB
006690         ADD 1 TO WS-AGE-COUNT
006700         MOVE WS-AGE-NEW-KEY TO WS-AGE-KEY(WS-AGE-SUB)
006710         MOVE ZERO TO WS-AGE-ITEMS(WS-AGE-SUB)
006720         PERFORM 3770-ZERO-AGE-BAND THRU 3770-EXIT
006730             VARYING WS-BAND-SUB FROM 1 BY 1
006740                 UNTIL WS-BAND-SUB > 5
006750     END-IF.
006760     ADD 1 TO WS-AGE-ITEMS(WS-AGE-SUB).
006770     ADD WS-SIGNED-AMT TO WS-AGE-AMT(WS-AGE-SUB, WS-AGE-BAND).
006780     ADD WS-SIGNED-AMT TO WS-AGE-AMT(WS-AGE-SUB, 5).
006790 3700-EXIT.
006800     EXIT.
006810
006820 3750-FIND-AGE-ENTRY.
006830     IF WS-AGE-KEY(WS-AGE-SUB) = WS-AGE-NEW-KEY
006840         SET WS-AGE-FOUND TO TRUE
006850     END-IF.
006860 3750-EXIT.
006870     EXIT.
006880
006890 3760-SHIFT-AGE-ENTRY.
006900     MOVE WS-AGE-ENTRY(WS-SHIFT-SUB)
006910         TO WS-AGE-ENTRY(WS-SHIFT-SUB + 1).
006920 3760-EXIT.
006930     EXIT.
006940
006950 3770-ZERO-AGE-BAND.
006960     MOVE ZERO TO WS-AGE-AMT(WS-AGE-SUB, WS-BAND-SUB).
006970 3770-EXIT.
006980     EXIT.
006990
007000 3800-PRINT-ITEM.
007010     MOVE SUSP-ITEM-NO TO WS-DTL-ITEM-NO.
007020     MOVE SUSP-PGM-SOURCE TO WS-DTL-SOURCE.
007030     MOVE SUSP-TOTAL-TYPE TO WS-DTL-TYPE.
007040     MOVE SUSP-RUN-ID TO WS-DTL-RUN-ID.
007050     MOVE SUSP-AS-OF-DATE TO WS-DTL-AS-OF.
007060     MOVE SUSP-DIV-CODE TO WS-DTL-DIV.
007070     MOVE SUSP-REASON-CD TO WS-DTL-REASON.
007080     MOVE SUSP-SUSP-DATE TO WS-DTL-SUSP-DATE.
007090     MOVE WS-AGE-DAYS TO WS-DTL-DAYS.
007100     MOVE SUSP-DC-IND TO WS-DTL-DC-IND.
007110     MOVE SUSP-AMOUNT TO WS-DTL-AMOUNT.
007120     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007130     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007140 3800-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* AGED SUMMARY OF WHAT IS STILL OPEN: ONE LINE PER REASON AND
007190* DIVISION, A SUBTOTAL PER REASON CODE, THEN THE GRAND TOTAL.
007200******************************************************************
007210 4000-PRINT-AGED-SUMMARY.
007220     SET WS-HDG-SUMMARY TO TRUE.
007230     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
007240     MOVE SPACES TO WS-RT-REASON.
007250     MOVE ZERO TO WS-RT-ITEMS.
007260     MOVE ZERO TO WS-GT-ITEMS.
007270     PERFORM 4050-ZERO-TOTAL-BAND THRU 4050-EXIT
007280         VARYING WS-BAND-SUB FROM 1 BY 1
007290             UNTIL WS-BAND-SUB > 5.
007300     PERFORM 4100-PRINT-AGE-ENTRY THRU 4100-EXIT
007310         VARYING WS-AGE-SUB FROM 1 BY 1
007320             UNTIL WS-AGE-SUB > WS-AGE-COUNT.
007330     IF WS-RT-REASON NOT = SPACES
007340         PERFORM 4200-PRINT-REASON-TOTAL THRU 4200-EXIT
007350     END-IF.
007360     MOVE "ALL" TO WS-AGL-REASON.
007370     MOVE "ALL" TO WS-AGL-DIV.
007380     MOVE WS-GT-ITEMS TO WS-AGL-ITEMS.
007390     PERFORM 4070-MOVE-GRAND-BAND THRU 4070-EXIT
007400         VARYING WS-BAND-SUB FROM 1 BY 1
007410             UNTIL WS-BAND-SUB > 5.
007420     MOVE WS-AGE-LINE TO WS-PRINT-LINE.
007430     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007440     MOVE SPACES TO WS-PRINT-LINE.
007450     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007460     MOVE "SUSPENSE ITEMS READ:" TO WS-CNT-LABEL.
007470     MOVE WS-ITEM-READ-CNT TO WS-CNT-VALUE.
007480     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007490     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007500     MOVE "CLEARED IN EARLIER RUNS:" TO WS-CNT-LABEL.
007510     MOVE WS-PRIOR-CLEAR-CNT TO WS-CNT-VALUE.
007520     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007530     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007540     MOVE "CLEARED THIS RUN:" TO WS-CNT-LABEL.
007550     MOVE WS-CLEARED-CNT TO WS-CNT-VALUE.
007560     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007570     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007580     MOVE "AMOUNT CLEARED THIS RUN:" TO WS-AMT-LABEL.
007590     MOVE WS-CLEARED-AMT TO WS-AMT-VALUE.
007600     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
007610     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007620     MOVE "STILL OPEN:" TO WS-CNT-LABEL.
007630     MOVE WS-OPEN-CNT TO WS-CNT-VALUE.
007640     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007650     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007660     MOVE "OPEN SUSPENSE NET DR:" TO WS-AMT-LABEL.
007670     MOVE WS-OPEN-NET TO WS-AMT-VALUE.
007680     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
007690     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007700     MOVE "GLFEED CLEARING ROWS WRITTEN:" TO WS-CNT-LABEL.
007710     MOVE WS-FEED-WRITE-CNT TO WS-CNT-VALUE.
007720     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007730     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007740 4000-EXIT.
007750     EXIT.
007760
007770 4050-ZERO-TOTAL-BAND.
007780     MOVE ZERO TO WS-RT-AMT(WS-BAND-SUB).
007790     MOVE ZERO TO WS-GT-AMT(WS-BAND-SUB).
007800 4050-EXIT.
007810     EXIT.
007820
007830 4070-MOVE-GRAND-BAND.
007840     MOVE SPACES TO WS-AGL-BAND(WS-BAND-SUB).
007850     MOVE WS-GT-AMT(WS-BAND-SUB) TO WS-AGL-AMT(WS-BAND-SUB).
007860 4070-EXIT.
007870     EXIT.
007880
007890 4100-PRINT-AGE-ENTRY.
007900     IF WS-AGE-REASON(WS-AGE-SUB) NOT = WS-RT-REASON
007910         IF WS-RT-REASON NOT = SPACES
007920             PERFORM 4200-PRINT-REASON-TOTAL THRU 4200-EXIT
007930         END-IF
007940         MOVE WS-AGE-REASON(WS-AGE-SUB) TO WS-RT-REASON
007950     END-IF.
007960     MOVE WS-AGE-REASON(WS-AGE-SUB) TO WS-AGL-REASON.
007970     MOVE WS-AGE-DIV(WS-AGE-SUB) TO WS-AGL-DIV.
007980     MOVE WS-AGE-ITEMS(WS-AGE-SUB) TO WS-AGL-ITEMS.
007990     ADD WS-AGE-ITEMS(WS-AGE-SUB) TO WS-RT-ITEMS.
008000     ADD WS-AGE-ITEMS(WS-AGE-SUB) TO WS-GT-ITEMS.
008010     PERFORM 4150-MOVE-ENTRY-BAND THRU 4150-EXIT
008020         VARYING WS-BAND-SUB FROM 1 BY 1
008030             UNTIL WS-BAND-SUB > 5.
008040     MOVE WS-AGE-LINE TO WS-PRINT-LINE.
008050     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008060 4100-EXIT.
008070     EXIT.
008080
008090 4150-MOVE-ENTRY-BAND.
008100     MOVE SPACES TO WS-AGL-BAND(WS-BAND-SUB).
008110     MOVE WS-AGE-AMT(WS-AGE-SUB, WS-BAND-SUB)
008120         TO WS-AGL-AMT(WS-BAND-SUB).
008130     ADD WS-AGE-AMT(WS-AGE-SUB, WS-BAND-SUB)
008140         TO WS-RT-AMT(WS-BAND-SUB).
008150     ADD WS-AGE-AMT(WS-AGE-SUB, WS-BAND-SUB)
008160         TO WS-GT-AMT(WS-BAND-SUB).
008170 4150-EXIT.
008180     EXIT.
008190
008200 4200-PRINT-REASON-TOTAL.
008210     MOVE WS-RT-REASON TO WS-AGL-REASON.
008220     MOVE "ALL" TO WS-AGL-DIV.
008230     MOVE WS-RT-ITEMS TO WS-AGL-ITEMS.
008240     PERFORM 4250-MOVE-REASON-BAND THRU 4250-EXIT
008250         VARYING WS-BAND-SUB FROM 1 BY 1
008260             UNTIL WS-BAND-SUB > 5.
008270     MOVE WS-AGE-LINE TO WS-PRINT-LINE.
008280     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008290     MOVE SPACES TO WS-PRINT-LINE.
008300     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008310     MOVE ZERO TO WS-RT-ITEMS.
008320 4200-EXIT.
008330     EXIT.
008340
008350 4250-MOVE-REASON-BAND.
008360     MOVE SPACES TO WS-AGL-BAND(WS-BAND-SUB).
008370     MOVE WS-RT-AMT(WS-BAND-SUB) TO WS-AGL-AMT(WS-BAND-SUB).
008380     MOVE ZERO TO WS-RT-AMT(WS-BAND-SUB).
008390 4250-EXIT.
008400     EXIT.
008410
008420 5000-TERMINATE.
008430     DISPLAY "GLSCLR SUSPENSE ITEMS READ:    " WS-ITEM-READ-CNT.
008440     DISPLAY "GLSCLR ITEMS CLEARED:          " WS-CLEARED-CNT.
008450     DISPLAY "GLSCLR ITEMS STILL OPEN:       " WS-OPEN-CNT.
008460     DISPLAY "GLSCLR GLFEED ROWS WRITTEN:    " WS-FEED-WRITE-CNT.
008470     IF WS-OPEN-CNT > ZERO
008480             AND WS-RETURN-CODE < 4
008490         MOVE 4 TO WS-RETURN-CODE
008500     END-IF.
008510     CLOSE GL-XREF-FILE.
008520     CLOSE COA-MAST.
008530     CLOSE SUSP-MAST.
008540     CLOSE GL-FEED-FILE.
008550     CLOSE PRINT-FILE.
008560 5000-EXIT.
008570     EXIT.
008580
008590 6200-PRINT-HEADINGS.
008600     ADD 1 TO WS-PAGE-NO.
008610     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
008620     MOVE WS-PROC-DATE TO WS-HDG-DATE.
008630     MOVE WS-HDG-LINE-1 TO PRINT-REC.
008640     WRITE PRINT-REC.
008650     IF WS-HDG-SUMMARY
008660         MOVE WS-AGE-HDG-LINE TO PRINT-REC
008670     ELSE
008680         MOVE WS-HDG-LINE-2 TO PRINT-REC
008690     END-IF.
008700     WRITE PRINT-REC.
008710     MOVE ZERO TO WS-LINE-CNT.
008720 6200-EXIT.
008730     EXIT.
008740
008750 6350-WRITE-PRINT-REC.
008760     IF WS-LINE-CNT > 50
008770         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
008780     END-IF.
008790     MOVE WS-PRINT-LINE TO PRINT-REC.
008800     WRITE PRINT-REC.
008810     ADD 1 TO WS-LINE-CNT.
008820 6350-EXIT.
008830     EXIT.
008840 END PROGRAM GLSCLR.
