000710*                  DEDUPE TABLE -- POSTING WITH AN INCOMPLETE
000720*                  TABLE WOULD LET RECENT FEED ROWS RE-POST
000730*                  SILENTLY.  A FEED ROW THAT CANNOT BE RECORDED
000731*                  ON THE PENDING HISTORY LIKEWISE REJECTS WITH
000732*                  REASON "06" INSTEAD OF POSTING UNRECORDED.
000733* 2026-09-09 TS    BOTH ACCOUNTS A FEED ROW MAPS TO MUST NOW BE
000734*                  ACTIVE ON THE COAMST CHART OF ACCOUNTS
000735*                  (MAINTAINED BY COAMNT).  A ROW WHOSE PRIMARY
000736*                  OR OFFSET ACCOUNT IS MISSING OR INACTIVE
000737*                  REJECTS WITH REASON "07" INSTEAD OF POSTING
000738*                  TO AN ACCOUNT THE LEDGER DOES NOT KNOW.
000739* 2026-09-23 TS    POSTS GLJEDIT MANUAL JOURNAL ROWS.  A FEED ROW
000740*                  CARRYING GL-ACCOUNT POSTS ONE PRIMARY DETAIL
000741*                  TO THAT ACCOUNT WITH NO GLXREF LOOKUP AND NO
000742*                  OFFSET -- THE JOURNAL'S OWN LINES BALANCE.
000743*                  THE ACCOUNT MUST BE ACTIVE ON THE CHART
000744*                  (REASON "07").  JOURNAL ROWS GET THE SAME
000745*                  GLFHIST ALREADY-POSTED TREATMENT AS FEED ROWS.
000746* 2026-09-30 TS    SUSPENSE PROCESSING.  A GLXREF-MAPPED FEED ROW
000747*                  THAT WOULD REJECT WITH REASON "01", "05" OR
000748*                  "06" IS POSTED INSTEAD TO ITS DIVISION'S
000749*                  SUSPENSE ACCOUNT AND SUSPENSE OFFSET -- THE
000750*                  GLXREF ENTRY WITH SOURCE AND TOTAL TYPE
000751*                  "SUSPENSE" FOR THE ROW'S DIVISION, ELSE THE
000752*                  BLANK-DIVISION ONE -- AND RECORDED ON THE
000753*                  SUSPITM OPEN-SUSPENSE ITEM FILE (WRITTEN,
000754*                  LIKE GLFHIST, ONLY AFTER THE TRAILER).  A FEED
000755*                  ROW ALREADY ON SUSPITM IS SKIPPED; GLSCLR
000756*                  CLEARS IT TO ITS PROPER ACCOUNTS.  A ROW WITH
000757*                  NO USABLE SUSPENSE ENTRY STILL REJECTS.
000758*                  SUSPENDED ROWS END THE RUN WITH CODE 4.
000759* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000760*                  JOB STEP LOG (PROCESSING DATE, START AND END
000761*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000762*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000763*                  SHEET.  READS THE RUNPARM CARD FOR THE
000764*                  PROCESSING DATE; A MISSING CARD MEANS THE
000765*                  SYSTEM DATE.
000766******************************************************************
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. GLPOST.
000790 ENVIRONMENT DIVISION.
000930         FILE STATUS IS WS-REJECT-STATUS.
000940     SELECT GL-HIST-FILE ASSIGN TO GLFHIST
000950         ORGANIZATION IS LINE SEQUENTIAL
000951         FILE STATUS IS WS-HIST-STATUS.
000952     SELECT COA-MAST ASSIGN TO COAMST
000953         ORGANIZATION IS INDEXED
000954         ACCESS MODE IS RANDOM
000955         RECORD KEY IS COA-ACCOUNT
000956         FILE STATUS IS WS-COA-STATUS.
000957     SELECT SUSP-MAST ASSIGN TO SUSPITM
000958         ORGANIZATION IS INDEXED
000959         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS SUSP-KEY
000961         FILE STATUS IS WS-SUSP-STATUS.
000962     SELECT PARM-FILE ASSIGN TO RUNPARM
000963         ORGANIZATION IS LINE SEQUENTIAL
000964         FILE STATUS IS WS-PARM-STATUS.
000965     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000966         ORGANIZATION IS LINE SEQUENTIAL
000967         FILE STATUS IS WS-SLOG-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  GL-FEED-FILE
001100 COPY GLREJEC.
001110 FD  GL-HIST-FILE
001120     RECORD CONTAINS 119 CHARACTERS.
001121 COPY GLFHIST.
001122 FD  COA-MAST
001123     RECORD CONTAINS 60 CHARACTERS.
001124 COPY COAREC.
001125 FD  SUSP-MAST
001126     RECORD CONTAINS 150 CHARACTERS.
001127 COPY SUSPITM.
001128 FD  PARM-FILE
001129     RECORD CONTAINS 80 CHARACTERS.
001130 COPY RUNPARM.
001131 FD  STEP-LOG-FILE
001132     RECORD CONTAINS 120 CHARACTERS.
001133 COPY STEPLOG.
001140 WORKING-STORAGE SECTION.
001150 01  WS-XREF-TABLE.
001160     03  WS-XREF-COUNT       PIC 9(3)  COMP VALUE ZERO.
001280     03  WS-TOTAL-DEBITS     PIC 9(13)V99   VALUE ZERO.
001290     03  WS-TOTAL-CREDITS    PIC 9(13)V99   VALUE ZERO.
001300     03  WS-AMOUNT-HASH      PIC 9(13)V99   VALUE ZERO.
001302     03  WS-SUSPENDED-CNT    PIC 9(9)  COMP VALUE ZERO.
001304     03  WS-SUSP-SKIP-CNT    PIC 9(9)  COMP VALUE ZERO.
001306     03  WS-NEXT-ITEM-NO     PIC 9(6)  VALUE ZERO.
001310******************************************************************
001320* KEYS OF FEED ROWS ALREADY POSTED BY A PRIOR RUN, LOADED FROM
001330* THE GLFHIST HISTORY FILE AT INITIALIZE.  A FEED ROW WHOSE
001570     03  WS-PEND-ENTRY OCCURS 2000 TIMES.
001580         05  WS-PEND-FEED    PIC X(110).
001590 01  WS-PEND-SUB             PIC 9(4)  COMP VALUE ZERO.
001591* FEED ROWS POSTED TO SUSPENSE THIS RUN, HELD THE SAME WAY.
001592 01  WS-SUSP-PEND-TABLE.
001593     03  WS-SUSP-PEND-COUNT  PIC 9(3)  COMP VALUE ZERO.
001594     03  WS-SUSP-PEND-ENTRY OCCURS 500 TIMES.
001595         05  WS-SP-ITEM      PIC X(150).
001596 01  WS-SUSP-PEND-SUB        PIC 9(3)  COMP VALUE ZERO.
001600 01  WS-LOOKUP-WORK.
001610     03  WS-XREF-SUB         PIC 9(3)  COMP VALUE ZERO.
001620     03  WS-FOUND-SW         PIC X(1)  VALUE "N".
001640         88  WS-XREF-NOT-FOUND    VALUE "N".
001650     03  WS-FOUND-ACCT       PIC X(8).
001660     03  WS-FOUND-OFFSET     PIC X(8).
001662     03  WS-CHART-SW         PIC X(1)  VALUE "Y".
001664         88  WS-ON-CHART          VALUE "Y".
001666         88  WS-NOT-ON-CHART      VALUE "N".
001668     03  WS-SUSP-DIV         PIC X(2).
001670******************************************************************
001680* WORKING-STORAGE VIEW OF A GL-FEED-REC IMAGE, USED TO PULL THE
001690* HISTORY KEY FIELDS OUT OF A GLFHIST ROW.
001990     03  WS-HIST-STATUS      PIC X(2).
002000         88  WS-HIST-OK           VALUE "00".
002010         88  WS-HIST-NO-FILE      VALUE "35".
002011     03  WS-COA-STATUS       PIC X(2).
002012         88  WS-COA-OK            VALUE "00".
002013     03  WS-SUSP-STATUS      PIC X(2).
002014         88  WS-SUSP-OK           VALUE "00".
002015         88  WS-SUSP-NO-FILE      VALUE "35".
002016     03  WS-PARM-STATUS      PIC X(2).
002017         88  WS-PARM-OK           VALUE "00".
002018     03  WS-SLOG-STATUS      PIC X(2).
002019         88  WS-SLOG-OK           VALUE "00".
002020         88  WS-SLOG-NO-FILE      VALUE "35".
002021     03  WS-HIST-EOF-SW      PIC X(1).
002030         88  WS-HIST-EOF          VALUE "Y".
002040         88  WS-HIST-NOT-EOF      VALUE "N".
002050     03  WS-FEED-EOF-SW      PIC X(1).
002140         88  WS-BALANCED          VALUE "Y".
002150         88  WS-OUT-OF-BALANCE    VALUE "N".
002160     03  WS-HIST-FULL-SW     PIC X(1)  VALUE "N".
002161         88  WS-HIST-FULL         VALUE "Y".
002162     03  WS-SUSP-EOF-SW      PIC X(1).
002163         88  WS-SUSP-EOF          VALUE "Y".
002164         88  WS-SUSP-NOT-EOF      VALUE "N".
002165     03  WS-SUSP-FOUND-SW    PIC X(1)  VALUE "N".
002166         88  WS-SUSP-FOUND        VALUE "Y".
002167         88  WS-SUSP-NOT-FOUND    VALUE "N".
002168******************************************************************
002169* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
002170* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
002171* RUN IDS HANDLED ARE NOTED ONCE EACH, UP TO 20; THE FIRST
002172* FOUR GO ON THE LOG RECORD.
002173******************************************************************
002174 01  WS-STEP-LOG-WORK.
002175     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
002176     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
002177     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
002178     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
002179     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
002180     03  WS-STEP-NOTE-ID     PIC X(8)  VALUE SPACES.
002181     03  WS-STEP-RUN-USED    PIC 9(2)  COMP VALUE ZERO.
002182     03  WS-STEP-RUN-SUB     PIC 9(2)  COMP VALUE ZERO.
002183     03  WS-STEP-FOUND-SW    PIC X(1)  VALUE "N".
002184         88  WS-STEP-RUN-FOUND     VALUE "Y".
002185         88  WS-STEP-RUN-NOT-FOUND VALUE "N".
002186     03  WS-STEP-RUN-IDS               VALUE SPACES.
002187         05  WS-STEP-RUN-ID  PIC X(8)  OCCURS 20 TIMES.
002188 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002215     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
002220     IF NOT WS-OPEN-FAILED AND NOT WS-HIST-FULL
002230         PERFORM 2000-LOAD-XREF THRU 2000-EXIT
002240             UNTIL WS-XREF-EOF
002290         IF WS-BALANCED
002300             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002310             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002315             PERFORM 4600-WRITE-SUSPENSE THRU 4600-EXIT
002320         ELSE
002330             PERFORM 4200-HOLD-POSTING-FILE THRU 4200-EXIT
002340         END-IF
002350     END-IF.
002360     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002365     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
002370     MOVE WS-RETURN-CODE TO RETURN-CODE.
002380     STOP RUN.
002390
002400 1000-INITIALIZE.
002403     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
002406     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
002410     SET WS-FEED-NOT-EOF TO TRUE.
002420     SET WS-XREF-NOT-EOF TO TRUE.
002430     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
002650             WS-REJECT-STATUS
002660         SET WS-OPEN-FAILED TO TRUE
002670     END-IF.
002671     OPEN INPUT COA-MAST.
002672     IF NOT WS-COA-OK
002673         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
002674             WS-COA-STATUS
002675         SET WS-OPEN-FAILED TO TRUE
002676     END-IF.
002680     IF WS-OPEN-FAILED
002690         MOVE 16 TO WS-RETURN-CODE
002700     END-IF.
002710     IF NOT WS-OPEN-FAILED
002720         PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT
002730     END-IF.
002732     IF NOT WS-OPEN-FAILED
002734         PERFORM 1600-OPEN-SUSPENSE THRU 1600-EXIT
002736     END-IF.
002740 1000-EXIT.
002741     EXIT.
002742
002743******************************************************************
002744* RUNPARM IS READ ONLY FOR THE PROCESSING DATE STAMPED ON THE
002745* STEP LOG.  A MISSING OR EMPTY CARD MEANS THE SYSTEM DATE.
002746******************************************************************
002747 1100-READ-RUN-PARM.
002748     OPEN INPUT PARM-FILE.
002749     IF NOT WS-PARM-OK
002750         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
002751         GO TO 1100-EXIT
002752     END-IF.
002753     READ PARM-FILE
002754         AT END
002755             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
002756             CLOSE PARM-FILE
002757             GO TO 1100-EXIT
002758     END-READ.
002759     IF RPARM-PROC-DATE NUMERIC
002760             AND RPARM-PROC-DATE > ZERO
002761         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
002762     END-IF.
002763     CLOSE PARM-FILE.
002764 1100-EXIT.
002765     EXIT.
002766
002770 1500-LOAD-HISTORY.
002780     SET WS-HIST-NOT-EOF TO TRUE.
002790     OPEN INPUT GL-HIST-FILE.
003110     MOVE WS-FP-TYPE TO WS-HKEY-TYPE(WS-HKEY-COUNT).
003120     MOVE WS-FP-RUN-ID TO WS-HKEY-RUN(WS-HKEY-COUNT).
003130     MOVE WS-FP-DATE TO WS-HKEY-DATE(WS-HKEY-COUNT).
003131     MOVE WS-FP-DIV-CODE TO WS-HKEY-DIV(WS-HKEY-COUNT).
003132 1550-EXIT.
003133     EXIT.
003134
003135******************************************************************
003136* OPEN SUSPITM, CREATING IT ON FIRST USE, AND FIND THE HIGHEST
003137* ITEM NUMBER ISSUED SO FAR.
003138******************************************************************
003139 1600-OPEN-SUSPENSE.
003140     OPEN I-O SUSP-MAST.
003141     IF WS-SUSP-NO-FILE
003142         OPEN OUTPUT SUSP-MAST
003143         CLOSE SUSP-MAST
003144         OPEN I-O SUSP-MAST
003145     END-IF.
003146     IF NOT WS-SUSP-OK
003147         DISPLAY "SUSP-MAST OPEN FAILED, STATUS: "
003148             WS-SUSP-STATUS
003149         SET WS-OPEN-FAILED TO TRUE
003150         MOVE 16 TO WS-RETURN-CODE
003151         GO TO 1600-EXIT
003152     END-IF.
003153     MOVE ZERO TO WS-NEXT-ITEM-NO.
003154     SET WS-SUSP-NOT-EOF TO TRUE.
003155     MOVE LOW-VALUES TO SUSP-KEY.
003156     START SUSP-MAST KEY IS NOT < SUSP-KEY
003157         INVALID KEY
003158             SET WS-SUSP-EOF TO TRUE
003159     END-START.
003160     PERFORM 1650-READ-SUSPENSE THRU 1650-EXIT
003161         UNTIL WS-SUSP-EOF.
003162 1600-EXIT.
003163     EXIT.
003164
003165 1650-READ-SUSPENSE.
003166     READ SUSP-MAST NEXT RECORD
003167         AT END
003168             SET WS-SUSP-EOF TO TRUE
003169             GO TO 1650-EXIT
003170     END-READ.
003171     IF SUSP-ITEM-NO > WS-NEXT-ITEM-NO
003172         MOVE SUSP-ITEM-NO TO WS-NEXT-ITEM-NO
003173     END-IF.
003174 1650-EXIT.
003175     EXIT.
003176
003180 2000-LOAD-XREF.
003190     READ GL-XREF-FILE
003200         AT END
003560         ADD 1 TO WS-SKIPPED-CNT
003570         GO TO 3000-EXIT
003580     END-IF.
003581     PERFORM 3070-CHECK-SUSPENSE THRU 3070-EXIT.
003582     IF WS-SUSP-FOUND
003583         ADD 1 TO WS-SUSP-SKIP-CNT
003584         GO TO 3000-EXIT
003585     END-IF.
003590
003600     IF GL-AMOUNT NOT NUMERIC
003610         MOVE "02" TO WS-REASON-CD
003750         GO TO 3000-EXIT
003760     END-IF.
003770
003772     IF GL-ACCOUNT NOT = SPACES
003774         PERFORM 3300-POST-JOURNAL-ROW THRU 3300-EXIT
003776         GO TO 3000-EXIT
003778     END-IF.
003780     PERFORM 3100-LOOKUP-ACCOUNT THRU 3100-EXIT.
003790     IF WS-XREF-NOT-FOUND
003800         MOVE "01" TO WS-REASON-CD
003810         PERFORM 3600-SUSPEND-ROW THRU 3600-EXIT
003820         GO TO 3000-EXIT
003830     END-IF.
003840     IF WS-FOUND-OFFSET = SPACES
003850         MOVE "05" TO WS-REASON-CD
003851         PERFORM 3600-SUSPEND-ROW THRU 3600-EXIT
003852         GO TO 3000-EXIT
003853     END-IF.
003854     PERFORM 3200-CHECK-CHART THRU 3200-EXIT.
003855     IF WS-NOT-ON-CHART
003856         MOVE "07" TO WS-REASON-CD
003860         PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
003870         GO TO 3000-EXIT
003880     END-IF.
004090         SET WS-HKEY-FOUND TO TRUE
004100     END-IF.
004110 3060-EXIT.
004111     EXIT.
004112
004113******************************************************************
004114* A FEED ROW ALREADY ON SUSPITM, OPEN OR CLEARED, HAS BEEN POSTED
004115* THROUGH SUSPENSE AND MUST NOT POST AGAIN.
004116******************************************************************
004117 3070-CHECK-SUSPENSE.
004118     SET WS-SUSP-NOT-FOUND TO TRUE.
004119     MOVE GL-PGM-SOURCE TO SUSP-PGM-SOURCE.
004120     MOVE GL-TOTAL-TYPE TO SUSP-TOTAL-TYPE.
004121     MOVE GL-RUN-ID TO SUSP-RUN-ID.
004122     MOVE GL-AS-OF-DATE TO SUSP-AS-OF-DATE.
004123     MOVE GL-DIV-CODE TO SUSP-DIV-CODE.
004124     READ SUSP-MAST
004125         INVALID KEY
004126             GO TO 3070-EXIT
004127     END-READ.
004128     SET WS-SUSP-FOUND TO TRUE.
004129 3070-EXIT.
004130     EXIT.
004131
004140 3100-LOOKUP-ACCOUNT.
004150     SET WS-XREF-NOT-FOUND TO TRUE.
004160     MOVE SPACES TO WS-FOUND-ACCT.
004280             AND GL-DIV-CODE = WS-XREF-DIV(WS-XREF-SUB)
004290         SET WS-XREF-FOUND TO TRUE
004300         MOVE WS-XREF-ACCT(WS-XREF-SUB) TO WS-FOUND-ACCT
004301         MOVE WS-XREF-OFFSET(WS-XREF-SUB) TO WS-FOUND-OFFSET
004302     END-IF.
004303 3150-EXIT.
004304     EXIT.
004305
004306******************************************************************
004307* THE PRIMARY AND OFFSET ACCOUNTS MUST BOTH BE ACTIVE ON THE
004308* CHART OF ACCOUNTS.  A GLXREF ENTRY NAMING ANYTHING ELSE WOULD
004309* OPEN A LEDGER ACCOUNT NOBODY DEFINED.
004310******************************************************************
004311 3200-CHECK-CHART.
004312     SET WS-ON-CHART TO TRUE.
004313     MOVE WS-FOUND-ACCT TO COA-ACCOUNT.
004314     READ COA-MAST
004315         INVALID KEY
004316             SET WS-NOT-ON-CHART TO TRUE
004317             GO TO 3200-EXIT
004318     END-READ.
004319     IF NOT COA-ACTIVE
004320         SET WS-NOT-ON-CHART TO TRUE
004321         GO TO 3200-EXIT
004322     END-IF.
004323     IF WS-FOUND-OFFSET = SPACES
004324         GO TO 3200-EXIT
004325     END-IF.
004326     MOVE WS-FOUND-OFFSET TO COA-ACCOUNT.
004327     READ COA-MAST
004328         INVALID KEY
004329             SET WS-NOT-ON-CHART TO TRUE
004330             GO TO 3200-EXIT
004331     END-READ.
004332     IF NOT COA-ACTIVE
004333         SET WS-NOT-ON-CHART TO TRUE
004334     END-IF.
004335 3200-EXIT.
004336     EXIT.
004337
004338******************************************************************
004339* A GLJEDIT JOURNAL ROW NAMES ITS OWN ACCOUNT.  IT POSTS THE ONE
004340* PRIMARY DETAIL THERE; THE OTHER LINES OF THE SAME JOURNAL ARE
004341* THE OTHER SIDE, SO THE RUN STILL PROVES DEBITS EQUAL CREDITS.
004342******************************************************************
004343 3300-POST-JOURNAL-ROW.
004344     MOVE GL-ACCOUNT TO WS-FOUND-ACCT.
004345     MOVE SPACES TO WS-FOUND-OFFSET.
004346     PERFORM 3200-CHECK-CHART THRU 3200-EXIT.
004347     IF WS-NOT-ON-CHART
004348         MOVE "07" TO WS-REASON-CD
004349         PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
004350         GO TO 3300-EXIT
004351     END-IF.
004352     PERFORM 3500-WRITE-POSTING THRU 3500-EXIT.
004353 3300-EXIT.
004354     EXIT.
004355
004360 3500-WRITE-POSTING.
004370*    A ROW THAT CANNOT BE RECORDED ON THE GLFHIST HISTORY MUST
004380*    NOT POST -- THE NEXT RUN WOULD RE-SELECT AND DOUBLE-POST
004400*    HISTORY AND FEED ARE CUT.
004410     IF WS-PEND-COUNT = 2000
004420         DISPLAY "GLPOST PENDING HISTORY TABLE FULL, FEED ROW "
004430             "NOT POSTED: " GL-RUN-ID
004440         MOVE "06" TO WS-REASON-CD
004450         IF GL-ACCOUNT = SPACES
004452             PERFORM 3600-SUSPEND-ROW THRU 3600-EXIT
004454         ELSE
004456             PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
004458         END-IF
004460         GO TO 3500-EXIT
004470     END-IF.
004471     PERFORM 3550-WRITE-DETAILS THRU 3550-EXIT.
004472     ADD 1 TO WS-PEND-COUNT.
004473     MOVE GL-FEED-REC TO WS-PEND-FEED(WS-PEND-COUNT).
004474 3500-EXIT.
004475     EXIT.
004476
004477 3550-WRITE-DETAILS.
004480     MOVE SPACES TO GLP-DETAIL-REC.
004490     MOVE "D" TO GLP-DTL-ID.
004500     MOVE WS-FOUND-ACCT TO GLP-ACCOUNT.
004630     MOVE "P" TO GLP-ENTRY-IND.
004640     WRITE GLP-DETAIL-REC.
004650     ADD 1 TO WS-POSTED-CNT.
004653     MOVE GL-RUN-ID TO WS-STEP-NOTE-ID.
004656     PERFORM 8860-NOTE-STEP-RUN THRU 8860-EXIT.
004660     ADD GL-AMOUNT TO WS-AMOUNT-HASH.
004670*    CONTRA DETAIL: SAME AMOUNT AND RUN ID AGAINST THE OFFSET
004671*    ACCOUNT WITH THE OPPOSITE DEBIT/CREDIT INDICATOR, SO EVERY
004672*    POSTING LANDS ON THE LEDGER AS A BALANCED DOUBLE ENTRY.
004673*    A JOURNAL ROW HAS NO OFFSET -- ITS JOURNAL'S OTHER LINES
004674*    ARE THE OTHER SIDE OF THE ENTRY.
004675     IF WS-FOUND-OFFSET NOT = SPACES
004676         MOVE WS-FOUND-OFFSET TO GLP-ACCOUNT
004677         IF GL-CREDIT
004678             MOVE "D" TO GLP-DC-IND
004679             ADD GL-AMOUNT TO WS-TOTAL-DEBITS
004680         ELSE
004681             MOVE "C" TO GLP-DC-IND
004682             ADD GL-AMOUNT TO WS-TOTAL-CREDITS
004683         END-IF
004684         MOVE "O" TO GLP-ENTRY-IND
004685         WRITE GLP-DETAIL-REC
004686         ADD 1 TO WS-POSTED-CNT
004687         ADD GL-AMOUNT TO WS-AMOUNT-HASH
004688     END-IF.
004689 3550-EXIT.
004690     EXIT.
004691
004692******************************************************************
004693* SUSPENSE.  THE ROW IS POSTED TO THE SUSPENSE ACCOUNT PAIR SET
004694* UP ON GLXREF UNDER SOURCE AND TOTAL TYPE "SUSPENSE" -- THE ROW'S
004695* OWN DIVISION FIRST, THEN THE BLANK-DIVISION ENTRY -- AND HELD
004696* AS AN OPEN ITEM UNTIL GLSCLR MOVES IT TO ITS PROPER ACCOUNTS.
004697* NO USABLE PAIR, OR NO ROOM TO HOLD THE ITEM, AND THE ROW REJECTS
004698* WITH THE REASON IT CAME IN WITH.
004699******************************************************************
004700 3600-SUSPEND-ROW.
004701     PERFORM 3650-FIND-SUSPENSE THRU 3650-EXIT.
004702     IF WS-XREF-NOT-FOUND
004703             OR WS-FOUND-ACCT = SPACES
004704             OR WS-FOUND-OFFSET = SPACES
004705         PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
004706         GO TO 3600-EXIT
004707     END-IF.
004708     PERFORM 3200-CHECK-CHART THRU 3200-EXIT.
004709     IF WS-NOT-ON-CHART
004710         DISPLAY "GLPOST SUSPENSE ACCOUNT NOT ACTIVE, DIVISION "
004711             GL-DIV-CODE ": " WS-FOUND-ACCT " " WS-FOUND-OFFSET
004712         PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
004713         GO TO 3600-EXIT
004714     END-IF.
004715     IF WS-SUSP-PEND-COUNT = 500
004716         DISPLAY "GLPOST PENDING SUSPENSE TABLE FULL, FEED ROW "
004717             "REJECTED: " GL-RUN-ID
004718         PERFORM 3700-WRITE-REJECT THRU 3700-EXIT
004719         GO TO 3600-EXIT
004720     END-IF.
004721     PERFORM 3550-WRITE-DETAILS THRU 3550-EXIT.
004722     ADD 1 TO WS-SUSPENDED-CNT.
004723     MOVE SPACES TO SUSP-REC.
004724     MOVE GL-PGM-SOURCE TO SUSP-PGM-SOURCE.
004725     MOVE GL-TOTAL-TYPE TO SUSP-TOTAL-TYPE.
004726     MOVE GL-RUN-ID TO SUSP-RUN-ID.
004727     MOVE GL-AS-OF-DATE TO SUSP-AS-OF-DATE.
004728     MOVE GL-DIV-CODE TO SUSP-DIV-CODE.
004729     MOVE ZERO TO SUSP-ITEM-NO.
004730     MOVE WS-REASON-CD TO SUSP-REASON-CD.
004731     SET SUSP-OPEN TO TRUE.
004732     MOVE GL-AMOUNT TO SUSP-AMOUNT.
004733     IF GL-CREDIT
004734         SET SUSP-CREDIT TO TRUE
004740     ELSE
004750         SET SUSP-DEBIT TO TRUE
004770     END-IF.
004780     MOVE GL-TYPE-DESC TO SUSP-TYPE-DESC.
004790     MOVE WS-POST-DATE TO SUSP-SUSP-DATE.
004800     MOVE WS-FOUND-ACCT TO SUSP-SUSP-ACCT.
004810     MOVE WS-FOUND-OFFSET TO SUSP-SUSP-OFFSET.
004820     MOVE ZERO TO SUSP-CLEAR-DATE.
004830     ADD 1 TO WS-SUSP-PEND-COUNT.
004831     MOVE SUSP-REC TO WS-SP-ITEM(WS-SUSP-PEND-COUNT).
004832 3600-EXIT.
004833     EXIT.
004834
004835 3650-FIND-SUSPENSE.
004836     SET WS-XREF-NOT-FOUND TO TRUE.
004837     MOVE SPACES TO WS-FOUND-ACCT.
004838     MOVE SPACES TO WS-FOUND-OFFSET.
004839     MOVE GL-DIV-CODE TO WS-SUSP-DIV.
004840     PERFORM 3660-SCAN-SUSPENSE THRU 3660-EXIT
004841         VARYING WS-XREF-SUB FROM 1 BY 1
004842             UNTIL WS-XREF-SUB > WS-XREF-COUNT
004843                 OR WS-XREF-FOUND.
004844     IF WS-XREF-NOT-FOUND
004845         MOVE SPACES TO WS-SUSP-DIV
004846         PERFORM 3660-SCAN-SUSPENSE THRU 3660-EXIT
004847             VARYING WS-XREF-SUB FROM 1 BY 1
004848                 UNTIL WS-XREF-SUB > WS-XREF-COUNT
004849                     OR WS-XREF-FOUND
004850     END-IF.
004851 3650-EXIT.
004852     EXIT.
004853
004854 3660-SCAN-SUSPENSE.
004855     IF WS-XREF-SOURCE(WS-XREF-SUB) = "SUSPENSE"
004856             AND WS-XREF-TYPE(WS-XREF-SUB) = "SUSPENSE"
004857             AND WS-XREF-DIV(WS-XREF-SUB) = WS-SUSP-DIV
004858         SET WS-XREF-FOUND TO TRUE
004859         MOVE WS-XREF-ACCT(WS-XREF-SUB) TO WS-FOUND-ACCT
004860         MOVE WS-XREF-OFFSET(WS-XREF-SUB) TO WS-FOUND-OFFSET
004861     END-IF.
004862 3660-EXIT.
004863     EXIT.
004864
004870 3700-WRITE-REJECT.
004880     MOVE SPACES TO GLREJ-REC.
004890     MOVE WS-REASON-CD TO GLREJ-REASON-CD.
005580     MOVE WS-POST-DATE TO GLFH-POST-DATE.
005590     MOVE WS-PEND-FEED(WS-PEND-SUB) TO GLFH-FEED-REC.
005600     WRITE GLFH-REC.
005601 4550-EXIT.
005602     EXIT.
005603
005604******************************************************************
005605* THE SUSPENSE ITEMS ARE WRITTEN ONLY ONCE THE POSTING FILE HAS
005606* ITS TRAILER, LIKE THE GLFHIST ROWS -- A HELD RUN LEAVES NO
005607* ITEMS AND ITS ROWS SUSPEND AGAIN ON THE RE-RUN.
005608******************************************************************
005609 4600-WRITE-SUSPENSE.
005610     IF WS-SUSP-PEND-COUNT = ZERO
005611         GO TO 4600-EXIT
005612     END-IF.
005613     PERFORM 4650-WRITE-SUSP-ITEM THRU 4650-EXIT
005614         VARYING WS-SUSP-PEND-SUB FROM 1 BY 1
005615             UNTIL WS-SUSP-PEND-SUB > WS-SUSP-PEND-COUNT.
005616 4600-EXIT.
005617     EXIT.
005618
005619 4650-WRITE-SUSP-ITEM.
005620     MOVE WS-SP-ITEM(WS-SUSP-PEND-SUB) TO SUSP-REC.
005621     ADD 1 TO WS-NEXT-ITEM-NO.
005622     MOVE WS-NEXT-ITEM-NO TO SUSP-ITEM-NO.
005623     WRITE SUSP-REC
005624         INVALID KEY
005625             DISPLAY "GLPOST SUSPENSE ITEM NOT WRITTEN, STATUS: "
005626                 WS-SUSP-STATUS " RUN: " SUSP-RUN-ID
005627             IF WS-RETURN-CODE < 8
005628                 MOVE 8 TO WS-RETURN-CODE
005629             END-IF
005630     END-WRITE.
005631 4650-EXIT.
005632     EXIT.
005633
005640 5000-TERMINATE.
005650     DISPLAY "GLPOST FEED ROWS READ:   " WS-FEED-READ-CNT.
005660     DISPLAY "GLPOST DETAILS NEWLY POSTED: " WS-POSTED-CNT.
005670     DISPLAY "GLPOST ROWS ALREADY POSTED, SKIPPED: "
005680         WS-SKIPPED-CNT.
005690     DISPLAY "GLPOST FEED ROWS REJECTED: " WS-REJECT-CNT.
005692     DISPLAY "GLPOST FEED ROWS SENT TO SUSPENSE: "
005694         WS-SUSPENDED-CNT.
005696     DISPLAY "GLPOST ROWS ALREADY IN SUSPENSE, SKIPPED: "
005698         WS-SUSP-SKIP-CNT.
005700     DISPLAY "GLPOST TOTAL DEBITS:  " WS-TOTAL-DEBITS.
005710     DISPLAY "GLPOST TOTAL CREDITS: " WS-TOTAL-CREDITS.
005720     IF WS-HIST-FULL
005780             AND WS-RETURN-CODE < 8
005790         MOVE 8 TO WS-RETURN-CODE
005800     END-IF.
005802     IF WS-SUSPENDED-CNT > ZERO
005804             AND WS-RETURN-CODE < 4
005806         MOVE 4 TO WS-RETURN-CODE
005808     END-IF.
005810     IF WS-FEED-READ-CNT = ZERO
005820             AND NOT WS-OPEN-FAILED
005830             AND WS-RETURN-CODE < 4
005880     CLOSE GL-XREF-FILE.
005890     CLOSE GL-POST-FILE.
005900     CLOSE GL-REJECT-FILE.
005903     CLOSE COA-MAST.
005906     CLOSE SUSP-MAST.
005910 5000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
005960* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
005970* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
005980* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
005990* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
006000* STEP'S OWN CONDITION CODE.
006010******************************************************************
006020 8800-LOG-STEP-START.
006030     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006040     ACCEPT WS-STEP-START-TIME FROM TIME.
006050     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
006060     IF NOT WS-SLOG-OK
006070         GO TO 8800-EXIT
006080     END-IF.
006090     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
006100     SET SLOG-START-EVENT TO TRUE.
006110     WRITE SLOG-REC.
006120     CLOSE STEP-LOG-FILE.
006130 8800-EXIT.
006140     EXIT.
006150
006160 8850-FILL-STEP-REC.
006170     MOVE SPACES TO SLOG-REC.
006180     MOVE "GLPOST" TO SLOG-PGM-ID.
006190     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
006200     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
006210     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
006220     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
006230     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
006240     MOVE WS-STEP-RUN-USED TO SLOG-RUN-CNT.
006250     MOVE WS-STEP-RUN-IDS(1:32) TO SLOG-RUN-IDS.
006260 8850-EXIT.
006270     EXIT.
006280
006290 8860-NOTE-STEP-RUN.
006300     IF WS-STEP-NOTE-ID = SPACES
006310         GO TO 8860-EXIT
006320     END-IF.
006330     SET WS-STEP-RUN-NOT-FOUND TO TRUE.
006340     PERFORM 8870-SCAN-STEP-RUN THRU 8870-EXIT
006350         VARYING WS-STEP-RUN-SUB FROM 1 BY 1
006360             UNTIL WS-STEP-RUN-SUB > WS-STEP-RUN-USED
006370                OR WS-STEP-RUN-FOUND.
006380     IF WS-STEP-RUN-FOUND OR WS-STEP-RUN-USED = 20
006390         GO TO 8860-EXIT
006400     END-IF.
006410     ADD 1 TO WS-STEP-RUN-USED.
006420     MOVE WS-STEP-NOTE-ID TO WS-STEP-RUN-ID(WS-STEP-RUN-USED).
006430 8860-EXIT.
006440     EXIT.
006450
006460 8870-SCAN-STEP-RUN.
006470     IF WS-STEP-RUN-ID(WS-STEP-RUN-SUB) = WS-STEP-NOTE-ID
006480         SET WS-STEP-RUN-FOUND TO TRUE
006490     END-IF.
006500 8870-EXIT.
006510     EXIT.
006520
006530 8900-LOG-STEP-END.
006540     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
006550     ACCEPT WS-STEP-END-TIME FROM TIME.
006560     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
006570     IF NOT WS-SLOG-OK
006580         GO TO 8900-EXIT
006590     END-IF.
006600     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
006610     SET SLOG-END-EVENT TO TRUE.
006620     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
006630     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
006640     MOVE WS-FEED-READ-CNT TO SLOG-IN-CNT.
006650     MOVE WS-POSTED-CNT TO SLOG-OUT-CNT.
006660     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
006670     WRITE SLOG-REC.
006680     CLOSE STEP-LOG-FILE.
006690 8900-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
006740* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
006750******************************************************************
006760 8950-OPEN-STEP-LOG.
006770     OPEN EXTEND STEP-LOG-FILE.
006780     IF WS-SLOG-NO-FILE
006790         OPEN OUTPUT STEP-LOG-FILE
006800     END-IF.
006810     IF NOT WS-SLOG-OK
006820         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
006830             WS-SLOG-STATUS
006840     END-IF.
006850 8950-EXIT.
006860     EXIT.
006870 END PROGRAM GLPOST.
