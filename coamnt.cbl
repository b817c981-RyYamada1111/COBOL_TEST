000100******************************************************************
000110* PROGRAM-ID:  COAMNT
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-09-09
000150* DATE-COMPILED:
000160* PURPOSE:     MAINTAINS THE CHART-OF-ACCOUNTS MASTER (COAMST)
000170*              AND THE GLXREF ACCOUNT CROSS-REFERENCE FROM ONE
000180*              TRANSACTION FILE.  CHART TRANSACTIONS ADD AN
000190*              ACCOUNT, CHANGE ITS NAME, TYPE AND DIVISION (AND
000200*              REACTIVATE WHEN REQUESTED) OR DEACTIVATE IT;
000210*              ACCOUNTS ARE NEVER PHYSICALLY DELETED.  GLXREF
000220*              TRANSACTIONS ADD, CHANGE OR REMOVE A SOURCE /
000230*              TOTAL TYPE / DIVISION MAPPING.  A GLXREF ENTRY IS
000240*              REFUSED UNLESS BOTH ITS PRIMARY AND OFFSET
000250*              ACCOUNTS ARE ACTIVE ON THE CHART AND OPEN TO THE
000260*              ENTRY'S DIVISION, AND A CHART ACCOUNT STILL NAMED
000270*              BY GLXREF CANNOT BE DEACTIVATED OR MOVED TO A
000280*              DIVISION ITS ENTRIES DO NOT BELONG TO.  GLXREF IS
000290*              HELD IN A TABLE AND WRITTEN BACK IN FULL AT END
000300*              OF RUN WHEN ANY ENTRY CHANGED.  EVERY TRANSACTION
000310*              AND ITS RESULT IS PRINTED ON THE MAINTENANCE
000320*              REPORT.
000330* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000340*
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* ---------- ----  --------------------------------------------
000380* 2026-09-09 TS    ORIGINAL VERSION, MODELED ON TYPMNT.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. COAMNT.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT COA-MAST ASSIGN TO COAMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS COA-ACCOUNT
000490         FILE STATUS IS WS-COA-STATUS.
000500     SELECT COAM-FILE ASSIGN TO COATRAN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-COAM-STATUS.
000530     SELECT GL-XREF-FILE ASSIGN TO GLXREF
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-XREF-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO COAMRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRINT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COA-MAST
000620     RECORD CONTAINS 60 CHARACTERS.
000630 COPY COAREC.
000640 FD  COAM-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 COPY COAMTRN.
000670 FD  GL-XREF-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 COPY GLXREF.
000700 FD  PRINT-FILE
000710     RECORD CONTAINS 132 CHARACTERS.
000720 01  PRINT-REC                  PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 01  WS-COUNTERS.
000750     03  WS-TRAN-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
000760     03  WS-APPLIED-CNT      PIC 9(6)  COMP VALUE ZERO.
000770     03  WS-ERROR-CNT        PIC 9(6)  COMP VALUE ZERO.
000780     03  WS-XREF-CHANGE-CNT  PIC 9(6)  COMP VALUE ZERO.
000790     03  WS-XREF-WRITE-CNT   PIC 9(6)  COMP VALUE ZERO.
000800     03  WS-XREF-USE-CNT     PIC 9(6)  COMP VALUE ZERO.
000810******************************************************************
000820* THE WHOLE GLXREF FILE, LOADED AT INITIALIZE, MAINTAINED IN
000830* PLACE AND WRITTEN BACK AT END OF RUN.  SAME CAPACITY AS THE
000840* GLPOST LOOKUP TABLE -- AN ENTRY THIS PROGRAM COULD HOLD BUT
000850* GLPOST COULD NOT WOULD BE IGNORED AT POSTING TIME.
000860******************************************************************
000870 01  WS-XREF-TABLE.
000880     03  WS-XREF-COUNT       PIC 9(3)  COMP VALUE ZERO.
000890     03  WS-XREF-ENTRY OCCURS 200 TIMES.
000900         05  WS-XREF-SOURCE  PIC X(8).
000910         05  WS-XREF-TYPE    PIC X(10).
000920         05  WS-XREF-DIV     PIC X(2).
000930         05  WS-XREF-ACCT    PIC X(8).
000940         05  WS-XREF-OFFSET  PIC X(8).
000950 01  WS-XREF-SUB             PIC 9(3)  COMP VALUE ZERO.
000960 01  WS-XREF-HIT             PIC 9(3)  COMP VALUE ZERO.
000970 01  WS-XREF-FOUND-SW        PIC X(1)  VALUE "N".
000980     88  WS-XREF-FOUND            VALUE "Y".
000990     88  WS-XREF-NOT-FOUND        VALUE "N".
001000 01  WS-CHECK-WORK.
001010     03  WS-CHK-ACCT         PIC X(8).
001020     03  WS-CHK-DIV          PIC X(2).
001030     03  WS-CHK-RESULT       PIC X(1).
001040         88  WS-CHK-OK            VALUE "0".
001050         88  WS-CHK-NOT-ACTIVE    VALUE "1".
001060         88  WS-CHK-WRONG-DIV     VALUE "2".
001070 01  WS-RESULT-TXT           PIC X(30) VALUE SPACES.
001080 01  WS-FLAGS.
001090     03  WS-COA-STATUS       PIC X(2).
001100         88  WS-COA-OK            VALUE "00".
001110         88  WS-COA-NOT-FOUND     VALUE "23".
001120         88  WS-COA-NO-FILE       VALUE "35".
001130     03  WS-COAM-STATUS      PIC X(2).
001140         88  WS-COAM-OK           VALUE "00".
001150     03  WS-XREF-STATUS      PIC X(2).
001160         88  WS-XREF-OK           VALUE "00".
001170         88  WS-XREF-NO-FILE      VALUE "35".
001180     03  WS-PRINT-STATUS     PIC X(2).
001190         88  WS-PRINT-OK          VALUE "00".
001200     03  WS-COAM-EOF-SW      PIC X(1).
001210         88  WS-COAM-EOF          VALUE "Y".
001220         88  WS-COAM-NOT-EOF      VALUE "N".
001230     03  WS-XREF-EOF-SW      PIC X(1).
001240         88  WS-XREF-EOF          VALUE "Y".
001250         88  WS-XREF-NOT-EOF      VALUE "N".
001260     03  WS-XREF-FULL-SW     PIC X(1)  VALUE "N".
001270         88  WS-XREF-FULL         VALUE "Y".
001280     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001290         88  WS-OPEN-FAILED       VALUE "Y".
001300 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001310 01  WS-REPORT-WORK.
001320     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001330     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001340 01  WS-HDG-LINE-1.
001350     05  FILLER          PIC X(40)
001360         VALUE "CHART OF ACCOUNTS / GLXREF MAINTENANCE".
001370     05  FILLER          PIC X(72) VALUE SPACES.
001380     05  FILLER          PIC X(5)  VALUE "PAGE ".
001390     05  WS-HDG-PAGE     PIC ZZZ9.
001400     05  FILLER          PIC X(11) VALUE SPACES.
001410 01  WS-HDG-LINE-2.
001420     05  FILLER          PIC X(6)  VALUE "  TRAN".
001430     05  FILLER          PIC X(8)  VALUE "  ACTION".
001440     05  FILLER          PIC X(24) VALUE "  KEY".
001450     05  FILLER          PIC X(32) VALUE "  DETAIL".
001460     05  FILLER          PIC X(30) VALUE "  RESULT".
001470     05  FILLER          PIC X(32) VALUE SPACES.
001480 01  WS-DETAIL-LINE.
001490     05  FILLER          PIC X(5)  VALUE SPACES.
001500     05  WS-DTL-TRAN     PIC X(1).
001510     05  FILLER          PIC X(7)  VALUE SPACES.
001520     05  WS-DTL-ACTION   PIC X(1).
001530     05  FILLER          PIC X(2)  VALUE SPACES.
001540     05  WS-DTL-KEY      PIC X(22).
001550     05  FILLER          PIC X(2)  VALUE SPACES.
001560     05  WS-DTL-DETAIL   PIC X(30).
001570     05  FILLER          PIC X(2)  VALUE SPACES.
001580     05  WS-DTL-RESULT   PIC X(30).
001590     05  FILLER          PIC X(30) VALUE SPACES.
001600******************************************************************
001610* PRINTABLE VIEWS OF A GLXREF TRANSACTION'S KEY (SOURCE, TOTAL
001620* TYPE, DIVISION) AND ACCOUNTS (PRIMARY, OFFSET) FOR THE
001630* DETAIL LINE.
001640******************************************************************
001650 01  WS-XR-KEY-VIEW.
001660     05  WS-XKV-SOURCE   PIC X(8).
001670     05  FILLER          PIC X(1)  VALUE SPACE.
001680     05  WS-XKV-TYPE     PIC X(10).
001690     05  FILLER          PIC X(1)  VALUE SPACE.
001700     05  WS-XKV-DIV      PIC X(2).
001710 01  WS-XR-ACCT-VIEW.
001720     05  WS-XAV-ACCOUNT  PIC X(8).
001730     05  FILLER          PIC X(4)  VALUE " / ".
001740     05  WS-XAV-OFFSET   PIC X(8).
001750     05  FILLER          PIC X(10) VALUE SPACES.
001760 01  WS-COUNT-LINE.
001770     05  WS-CNT-LABEL    PIC X(30).
001780     05  WS-CNT-VALUE    PIC ZZZZZ9.
001790     05  FILLER          PIC X(96) VALUE SPACES.
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF NOT WS-OPEN-FAILED
001840         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001850             UNTIL WS-COAM-EOF
001860         IF WS-XREF-CHANGE-CNT > ZERO
001870             PERFORM 3000-REWRITE-XREF THRU 3000-EXIT
001880         END-IF
001890         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001900     END-IF.
001910     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001920     MOVE WS-RETURN-CODE TO RETURN-CODE.
001930     STOP RUN.
001940
001950 1000-INITIALIZE.
001960     SET WS-COAM-NOT-EOF TO TRUE.
001970     SET WS-XREF-NOT-EOF TO TRUE.
001980     OPEN I-O COA-MAST.
001990     IF WS-COA-NO-FILE
002000         OPEN OUTPUT COA-MAST
002010         CLOSE COA-MAST
002020         OPEN I-O COA-MAST
002030     END-IF.
002040     IF NOT WS-COA-OK
002050         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
002060             WS-COA-STATUS
002070         SET WS-OPEN-FAILED TO TRUE
002080     END-IF.
002090     OPEN INPUT COAM-FILE.
002100     IF NOT WS-COAM-OK
002110         DISPLAY "COAM-FILE OPEN FAILED, STATUS: "
002120             WS-COAM-STATUS
002130         SET WS-OPEN-FAILED TO TRUE
002140     END-IF.
002150     OPEN OUTPUT PRINT-FILE.
002160     IF NOT WS-PRINT-OK
002170         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
002180             WS-PRINT-STATUS
002190         SET WS-OPEN-FAILED TO TRUE
002200     END-IF.
002210     IF WS-OPEN-FAILED
002220         MOVE 16 TO WS-RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF.
002250     PERFORM 1500-LOAD-XREF THRU 1500-EXIT.
002260     IF WS-OPEN-FAILED
002270         MOVE 16 TO WS-RETURN-CODE
002280         GO TO 1000-EXIT
002290     END-IF.
002300     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350* LOAD THE CURRENT GLXREF INTO THE TABLE.  A MISSING FILE IS AN
002360* EMPTY CROSS-REFERENCE (FIRST RUN).  A FILE LARGER THAN THE
002370* TABLE CANNOT BE WRITTEN BACK WHOLE, SO GLXREF TRANSACTIONS
002380* ARE REFUSED FOR THE RUN AND THE FILE IS LEFT UNTOUCHED.
002390******************************************************************
002400 1500-LOAD-XREF.
002410     OPEN INPUT GL-XREF-FILE.
002420     IF WS-XREF-NO-FILE
002430         DISPLAY "GLXREF NOT PRESENT, STARTING EMPTY"
002440         GO TO 1500-EXIT
002450     END-IF.
002460     IF NOT WS-XREF-OK
002470         DISPLAY "GL-XREF-FILE OPEN FAILED, STATUS: "
002480             WS-XREF-STATUS
002490         SET WS-OPEN-FAILED TO TRUE
002500         GO TO 1500-EXIT
002510     END-IF.
002520     PERFORM 1550-READ-XREF THRU 1550-EXIT
002530         UNTIL WS-XREF-EOF.
002540     CLOSE GL-XREF-FILE.
002550 1500-EXIT.
002560     EXIT.
002570
002580 1550-READ-XREF.
002590     READ GL-XREF-FILE
002600         AT END
002610             SET WS-XREF-EOF TO TRUE
002620             GO TO 1550-EXIT
002630     END-READ.
002640     IF WS-XREF-COUNT = 200
002650         DISPLAY "GLXREF EXCEEDS 200-ENTRY TABLE CAPACITY, "
002660             "GLXREF TRANSACTIONS REFUSED THIS RUN"
002670         SET WS-XREF-FULL TO TRUE
002680         SET WS-XREF-EOF TO TRUE
002690         GO TO 1550-EXIT
002700     END-IF.
002710     ADD 1 TO WS-XREF-COUNT.
002720     MOVE GLX-PGM-SOURCE TO WS-XREF-SOURCE(WS-XREF-COUNT).
002730     MOVE GLX-TOTAL-TYPE TO WS-XREF-TYPE(WS-XREF-COUNT).
002740     MOVE GLX-DIV-CODE   TO WS-XREF-DIV(WS-XREF-COUNT).
002750     MOVE GLX-ACCOUNT    TO WS-XREF-ACCT(WS-XREF-COUNT).
002760     MOVE GLX-OFFSET-ACCT TO WS-XREF-OFFSET(WS-XREF-COUNT).
002770 1550-EXIT.
002780     EXIT.
002790
002800 2000-PROCESS-TRAN.
002810     READ COAM-FILE
002820         AT END
002830             SET WS-COAM-EOF TO TRUE
002840             GO TO 2000-EXIT
002850     END-READ.
002860     ADD 1 TO WS-TRAN-READ-CNT.
002870     MOVE SPACES TO WS-RESULT-TXT.
002880
002890     IF COAM-ACCOUNT-TRAN
002900         PERFORM 2050-ACCOUNT-TRAN THRU 2050-EXIT
002910     ELSE
002920         IF COAM-XREF-TRAN
002930             PERFORM 2500-XREF-TRAN THRU 2500-EXIT
002940         ELSE
002950             MOVE "INVALID TRANSACTION TYPE" TO WS-RESULT-TXT
002960             ADD 1 TO WS-ERROR-CNT
002970         END-IF
002980     END-IF.
002990     PERFORM 2900-PRINT-RESULT THRU 2900-EXIT.
003000 2000-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* CHART-OF-ACCOUNTS TRANSACTIONS.
003050******************************************************************
003060 2050-ACCOUNT-TRAN.
003070     IF COAM-ADD
003080         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003090     ELSE
003100         IF COAM-CHANGE
003110             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003120         ELSE
003130             IF COAM-DELETE
003140                 PERFORM 2300-APPLY-DEACTIVATE THRU 2300-EXIT
003150             ELSE
003160                 MOVE "INVALID ACTION" TO WS-RESULT-TXT
003170                 ADD 1 TO WS-ERROR-CNT
003180             END-IF
003190         END-IF
003200     END-IF.
003210 2050-EXIT.
003220     EXIT.
003230
003240 2100-APPLY-ADD.
003250     IF COAM-ACCOUNT = SPACES
003260         MOVE "ACCOUNT NUMBER MISSING" TO WS-RESULT-TXT
003270         ADD 1 TO WS-ERROR-CNT
003280         GO TO 2100-EXIT
003290     END-IF.
003300     MOVE COAM-ACCT-TYPE TO COA-ACCT-TYPE.
003310     IF NOT COA-VALID-TYPE
003320         MOVE "INVALID ACCOUNT TYPE" TO WS-RESULT-TXT
003330         ADD 1 TO WS-ERROR-CNT
003340         GO TO 2100-EXIT
003350     END-IF.
003360     MOVE COAM-ACCOUNT TO COA-ACCOUNT.
003370     READ COA-MAST
003380         INVALID KEY
003390             CONTINUE
003400     END-READ.
003410     IF WS-COA-OK
003420         MOVE "ALREADY ON CHART" TO WS-RESULT-TXT
003430         ADD 1 TO WS-ERROR-CNT
003440         GO TO 2100-EXIT
003450     END-IF.
003460     MOVE SPACES TO COA-REC.
003470     MOVE COAM-ACCOUNT TO COA-ACCOUNT.
003480     MOVE COAM-ACCT-NAME TO COA-NAME.
003490     MOVE COAM-ACCT-TYPE TO COA-ACCT-TYPE.
003500     MOVE COAM-ACCT-DIV TO COA-DIV-CODE.
003510     MOVE "A" TO COA-ACTIVE-FLAG.
003520     WRITE COA-REC
003530         INVALID KEY
003540             MOVE "WRITE FAILED" TO WS-RESULT-TXT
003550             ADD 1 TO WS-ERROR-CNT
003560             GO TO 2100-EXIT
003570     END-WRITE.
003580     MOVE "ADDED" TO WS-RESULT-TXT.
003590     ADD 1 TO WS-APPLIED-CNT.
003600 2100-EXIT.
003610     EXIT.
003620
003630 2200-APPLY-CHANGE.
003640     MOVE COAM-ACCT-TYPE TO COA-ACCT-TYPE.
003650     IF NOT COA-VALID-TYPE
003660         MOVE "INVALID ACCOUNT TYPE" TO WS-RESULT-TXT
003670         ADD 1 TO WS-ERROR-CNT
003680         GO TO 2200-EXIT
003690     END-IF.
003700     MOVE COAM-ACCOUNT TO COA-ACCOUNT.
003710     READ COA-MAST
003720         INVALID KEY
003730             MOVE "NOT ON CHART" TO WS-RESULT-TXT
003740             ADD 1 TO WS-ERROR-CNT
003750             GO TO 2200-EXIT
003760     END-READ.
003770*    A DIVISION-SPECIFIC ACCOUNT MAY ONLY BE NAMED BY GLXREF
003780*    ENTRIES OF THAT DIVISION, SO A DIVISION CHANGE IS REFUSED
003790*    WHILE ANOTHER DIVISION'S ENTRY STILL POINTS AT THE ACCOUNT.
003800     IF COAM-ACCT-DIV NOT = COA-DIV-CODE
003810             AND COAM-ACCT-DIV NOT = SPACES
003812         IF WS-XREF-FULL
003814             MOVE "GLXREF NOT FULLY LOADED" TO WS-RESULT-TXT
003816             ADD 1 TO WS-ERROR-CNT
003818             GO TO 2200-EXIT
003819         END-IF
003820         MOVE COAM-ACCT-DIV TO WS-CHK-DIV
003830         PERFORM 2700-COUNT-XREF-USE THRU 2700-EXIT
003840         IF WS-XREF-USE-CNT > ZERO
003850             MOVE "DIVISION IN USE ON GLXREF" TO WS-RESULT-TXT
003860             ADD 1 TO WS-ERROR-CNT
003870             GO TO 2200-EXIT
003880         END-IF
003890     END-IF.
003900     MOVE COAM-ACCT-NAME TO COA-NAME.
003910     MOVE COAM-ACCT-TYPE TO COA-ACCT-TYPE.
003920     MOVE COAM-ACCT-DIV TO COA-DIV-CODE.
003930     IF COAM-REACTIVATE = "Y"
003940         MOVE "A" TO COA-ACTIVE-FLAG
003950     END-IF.
003960     REWRITE COA-REC
003970         INVALID KEY
003980             MOVE "REWRITE FAILED" TO WS-RESULT-TXT
003990             ADD 1 TO WS-ERROR-CNT
004000             GO TO 2200-EXIT
004010     END-REWRITE.
004020     MOVE "CHANGED" TO WS-RESULT-TXT.
004030     ADD 1 TO WS-APPLIED-CNT.
004040 2200-EXIT.
004050     EXIT.
004060
004070 2300-APPLY-DEACTIVATE.
004080     MOVE COAM-ACCOUNT TO COA-ACCOUNT.
004090     READ COA-MAST
004100         INVALID KEY
004110             MOVE "NOT ON CHART" TO WS-RESULT-TXT
004120             ADD 1 TO WS-ERROR-CNT
004130             GO TO 2300-EXIT
004140     END-READ.
004150     IF COA-INACTIVE
004160         MOVE "ALREADY INACTIVE" TO WS-RESULT-TXT
004170         ADD 1 TO WS-ERROR-CNT
004180         GO TO 2300-EXIT
004190     END-IF.
004192     IF WS-XREF-FULL
004194         MOVE "GLXREF NOT FULLY LOADED" TO WS-RESULT-TXT
004196         ADD 1 TO WS-ERROR-CNT
004198         GO TO 2300-EXIT
004199     END-IF.
004200*    HIGH-VALUES MATCHES NO DIVISION, SO EVERY GLXREF ENTRY THAT
004210*    NAMES THE ACCOUNT COUNTS AS A USE.
004220     MOVE HIGH-VALUES TO WS-CHK-DIV.
004230     PERFORM 2700-COUNT-XREF-USE THRU 2700-EXIT.
004240     IF WS-XREF-USE-CNT > ZERO
004250         MOVE "STILL NAMED ON GLXREF" TO WS-RESULT-TXT
004260         ADD 1 TO WS-ERROR-CNT
004270         GO TO 2300-EXIT
004280     END-IF.
004290     MOVE "I" TO COA-ACTIVE-FLAG.
004300     REWRITE COA-REC
004310         INVALID KEY
004320             MOVE "REWRITE FAILED" TO WS-RESULT-TXT
004330             ADD 1 TO WS-ERROR-CNT
004340             GO TO 2300-EXIT
004350     END-REWRITE.
004360     MOVE "DEACTIVATED" TO WS-RESULT-TXT.
004370     ADD 1 TO WS-APPLIED-CNT.
004380 2300-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* GLXREF TRANSACTIONS, APPLIED TO THE IN-STORAGE TABLE.
004430******************************************************************
004440 2500-XREF-TRAN.
004450     IF WS-XREF-FULL
004460         MOVE "GLXREF NOT FULLY LOADED" TO WS-RESULT-TXT
004470         ADD 1 TO WS-ERROR-CNT
004480         GO TO 2500-EXIT
004490     END-IF.
004500     PERFORM 2550-FIND-XREF THRU 2550-EXIT.
004510     IF COAM-ADD
004520         PERFORM 2600-XREF-ADD THRU 2600-EXIT
004530     ELSE
004540         IF COAM-CHANGE
004550             PERFORM 2610-XREF-CHANGE THRU 2610-EXIT
004560         ELSE
004570             IF COAM-DELETE
004580                 PERFORM 2620-XREF-REMOVE THRU 2620-EXIT
004590             ELSE
004600                 MOVE "INVALID ACTION" TO WS-RESULT-TXT
004610                 ADD 1 TO WS-ERROR-CNT
004620             END-IF
004630         END-IF
004640     END-IF.
004650 2500-EXIT.
004660     EXIT.
004670
004680 2550-FIND-XREF.
004690     SET WS-XREF-NOT-FOUND TO TRUE.
004700     MOVE ZERO TO WS-XREF-HIT.
004710     PERFORM 2560-SCAN-XREF THRU 2560-EXIT
004720         VARYING WS-XREF-SUB FROM 1 BY 1
004730             UNTIL WS-XREF-SUB > WS-XREF-COUNT
004740                 OR WS-XREF-FOUND.
004750 2550-EXIT.
004760     EXIT.
004770
004780 2560-SCAN-XREF.
004790     IF COAM-XR-SOURCE = WS-XREF-SOURCE(WS-XREF-SUB)
004800             AND COAM-XR-TYPE = WS-XREF-TYPE(WS-XREF-SUB)
004810             AND COAM-XR-DIV = WS-XREF-DIV(WS-XREF-SUB)
004820         SET WS-XREF-FOUND TO TRUE
004830         MOVE WS-XREF-SUB TO WS-XREF-HIT
004840     END-IF.
004850 2560-EXIT.
004860     EXIT.
004870
004880 2600-XREF-ADD.
004890     IF WS-XREF-FOUND
004900         MOVE "ALREADY ON GLXREF" TO WS-RESULT-TXT
004910         ADD 1 TO WS-ERROR-CNT
004920         GO TO 2600-EXIT
004930     END-IF.
004940     IF WS-XREF-COUNT = 200
004950         MOVE "GLXREF TABLE FULL" TO WS-RESULT-TXT
004960         ADD 1 TO WS-ERROR-CNT
004970         GO TO 2600-EXIT
004980     END-IF.
004990     PERFORM 2800-VALIDATE-ACCOUNTS THRU 2800-EXIT.
005000     IF WS-RESULT-TXT NOT = SPACES
005010         ADD 1 TO WS-ERROR-CNT
005020         GO TO 2600-EXIT
005030     END-IF.
005040     ADD 1 TO WS-XREF-COUNT.
005050     MOVE COAM-XR-SOURCE TO WS-XREF-SOURCE(WS-XREF-COUNT).
005060     MOVE COAM-XR-TYPE TO WS-XREF-TYPE(WS-XREF-COUNT).
005070     MOVE COAM-XR-DIV TO WS-XREF-DIV(WS-XREF-COUNT).
005080     MOVE COAM-XR-ACCOUNT TO WS-XREF-ACCT(WS-XREF-COUNT).
005090     MOVE COAM-XR-OFFSET TO WS-XREF-OFFSET(WS-XREF-COUNT).
005100     MOVE "ADDED" TO WS-RESULT-TXT.
005110     ADD 1 TO WS-APPLIED-CNT.
005120     ADD 1 TO WS-XREF-CHANGE-CNT.
005130 2600-EXIT.
005140     EXIT.
005150
005160 2610-XREF-CHANGE.
005170     IF WS-XREF-NOT-FOUND
005180         MOVE "NOT ON GLXREF" TO WS-RESULT-TXT
005190         ADD 1 TO WS-ERROR-CNT
005200         GO TO 2610-EXIT
005210     END-IF.
005220     PERFORM 2800-VALIDATE-ACCOUNTS THRU 2800-EXIT.
005230     IF WS-RESULT-TXT NOT = SPACES
005240         ADD 1 TO WS-ERROR-CNT
005250         GO TO 2610-EXIT
005260     END-IF.
005270     MOVE COAM-XR-ACCOUNT TO WS-XREF-ACCT(WS-XREF-HIT).
005280     MOVE COAM-XR-OFFSET TO WS-XREF-OFFSET(WS-XREF-HIT).
005290     MOVE "CHANGED" TO WS-RESULT-TXT.
005300     ADD 1 TO WS-APPLIED-CNT.
005310     ADD 1 TO WS-XREF-CHANGE-CNT.
005320 2610-EXIT.
005330     EXIT.
005340
005350 2620-XREF-REMOVE.
005360     IF WS-XREF-NOT-FOUND
005370         MOVE "NOT ON GLXREF" TO WS-RESULT-TXT
005380         ADD 1 TO WS-ERROR-CNT
005390         GO TO 2620-EXIT
005400     END-IF.
005410     PERFORM 2630-CLOSE-UP-XREF THRU 2630-EXIT
005420         VARYING WS-XREF-SUB FROM WS-XREF-HIT BY 1
005430             UNTIL WS-XREF-SUB NOT < WS-XREF-COUNT.
005440     SUBTRACT 1 FROM WS-XREF-COUNT.
005450     MOVE "REMOVED" TO WS-RESULT-TXT.
005460     ADD 1 TO WS-APPLIED-CNT.
005470     ADD 1 TO WS-XREF-CHANGE-CNT.
005480 2620-EXIT.
005490     EXIT.
005500
005510 2630-CLOSE-UP-XREF.
005520     MOVE WS-XREF-ENTRY(WS-XREF-SUB + 1)
005530         TO WS-XREF-ENTRY(WS-XREF-SUB).
005540 2630-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* COUNT THE GLXREF ENTRIES THAT NAME THE CHART ACCOUNT IN
005590* COA-ACCOUNT (AS PRIMARY OR OFFSET) AND BELONG TO A DIVISION
005600* OTHER THAN WS-CHK-DIV.
005610******************************************************************
005620 2700-COUNT-XREF-USE.
005630     MOVE ZERO TO WS-XREF-USE-CNT.
005640     PERFORM 2750-SCAN-XREF-USE THRU 2750-EXIT
005650         VARYING WS-XREF-SUB FROM 1 BY 1
005660             UNTIL WS-XREF-SUB > WS-XREF-COUNT.
005670 2700-EXIT.
005680     EXIT.
005690
005700 2750-SCAN-XREF-USE.
005710     IF (WS-XREF-ACCT(WS-XREF-SUB) = COA-ACCOUNT
005720             OR WS-XREF-OFFSET(WS-XREF-SUB) = COA-ACCOUNT)
005730             AND WS-XREF-DIV(WS-XREF-SUB) NOT = WS-CHK-DIV
005740         ADD 1 TO WS-XREF-USE-CNT
005750     END-IF.
005760 2750-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* BOTH ACCOUNTS OF A GLXREF ENTRY MUST BE ACTIVE ON THE CHART
005810* AND OPEN TO THE ENTRY'S DIVISION, AND THEY MUST DIFFER.
005820* LEAVES WS-RESULT-TXT BLANK WHEN THE ENTRY IS ACCEPTABLE.
005830******************************************************************
005840 2800-VALIDATE-ACCOUNTS.
005850     MOVE SPACES TO WS-RESULT-TXT.
005860     MOVE COAM-XR-DIV TO WS-CHK-DIV.
005870     MOVE COAM-XR-ACCOUNT TO WS-CHK-ACCT.
005880     PERFORM 2850-CHECK-CHART-ACCT THRU 2850-EXIT.
005890     IF WS-CHK-NOT-ACTIVE
005900         MOVE "PRIMARY NOT ACTIVE ON CHART" TO WS-RESULT-TXT
005910         GO TO 2800-EXIT
005920     END-IF.
005930     IF WS-CHK-WRONG-DIV
005940         MOVE "PRIMARY WRONG DIVISION" TO WS-RESULT-TXT
005950         GO TO 2800-EXIT
005960     END-IF.
005970     MOVE COAM-XR-OFFSET TO WS-CHK-ACCT.
005980     PERFORM 2850-CHECK-CHART-ACCT THRU 2850-EXIT.
005990     IF WS-CHK-NOT-ACTIVE
006000         MOVE "OFFSET NOT ACTIVE ON CHART" TO WS-RESULT-TXT
006010         GO TO 2800-EXIT
006020     END-IF.
006030     IF WS-CHK-WRONG-DIV
006040         MOVE "OFFSET WRONG DIVISION" TO WS-RESULT-TXT
006050         GO TO 2800-EXIT
006060     END-IF.
006070     IF COAM-XR-ACCOUNT = COAM-XR-OFFSET
006080         MOVE "OFFSET SAME AS PRIMARY" TO WS-RESULT-TXT
006090     END-IF.
006100 2800-EXIT.
006110     EXIT.
006120
006130 2850-CHECK-CHART-ACCT.
006140     SET WS-CHK-OK TO TRUE.
006150     IF WS-CHK-ACCT = SPACES
006160         SET WS-CHK-NOT-ACTIVE TO TRUE
006170         GO TO 2850-EXIT
006180     END-IF.
006190     MOVE WS-CHK-ACCT TO COA-ACCOUNT.
006200     READ COA-MAST
006210         INVALID KEY
006220             SET WS-CHK-NOT-ACTIVE TO TRUE
006230             GO TO 2850-EXIT
006240     END-READ.
006250     IF NOT COA-ACTIVE
006260         SET WS-CHK-NOT-ACTIVE TO TRUE
006270         GO TO 2850-EXIT
006280     END-IF.
006290     IF COA-DIV-CODE NOT = SPACES
006300             AND COA-DIV-CODE NOT = WS-CHK-DIV
006310         SET WS-CHK-WRONG-DIV TO TRUE
006320     END-IF.
006330 2850-EXIT.
006340     EXIT.
006350
006360 2900-PRINT-RESULT.
006370     IF WS-LINE-CNT > 50
006380         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
006390     END-IF.
006400     MOVE COAM-TRAN-TYPE TO WS-DTL-TRAN.
006410     MOVE COAM-ACTION TO WS-DTL-ACTION.
006420     IF COAM-XREF-TRAN
006430         MOVE COAM-XR-SOURCE TO WS-XKV-SOURCE
006440         MOVE COAM-XR-TYPE TO WS-XKV-TYPE
006450         MOVE COAM-XR-DIV TO WS-XKV-DIV
006460         MOVE WS-XR-KEY-VIEW TO WS-DTL-KEY
006470         MOVE COAM-XR-ACCOUNT TO WS-XAV-ACCOUNT
006480         MOVE COAM-XR-OFFSET TO WS-XAV-OFFSET
006490         MOVE WS-XR-ACCT-VIEW TO WS-DTL-DETAIL
006500     ELSE
006510         MOVE COAM-ACCOUNT TO WS-DTL-KEY
006520         MOVE COAM-ACCT-NAME TO WS-DTL-DETAIL
006530     END-IF.
006540     MOVE WS-RESULT-TXT TO WS-DTL-RESULT.
006550     MOVE WS-DETAIL-LINE TO PRINT-REC.
006560     WRITE PRINT-REC.
006570     ADD 1 TO WS-LINE-CNT.
006580 2900-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* WRITE THE MAINTAINED TABLE BACK AS THE NEW GLXREF.
006630******************************************************************
006640 3000-REWRITE-XREF.
006650     OPEN OUTPUT GL-XREF-FILE.
006660     IF NOT WS-XREF-OK
006670         DISPLAY "GL-XREF-FILE REWRITE OPEN FAILED, STATUS: "
006680             WS-XREF-STATUS
006690         MOVE 16 TO WS-RETURN-CODE
006700         GO TO 3000-EXIT
006710     END-IF.
006720     PERFORM 3100-WRITE-XREF-ROW THRU 3100-EXIT
006730         VARYING WS-XREF-SUB FROM 1 BY 1
006740             UNTIL WS-XREF-SUB > WS-XREF-COUNT.
006750     CLOSE GL-XREF-FILE.
006760 3000-EXIT.
006770     EXIT.
006780
006790 3100-WRITE-XREF-ROW.
006800     MOVE SPACES TO GLX-REC.
006810     MOVE WS-XREF-SOURCE(WS-XREF-SUB) TO GLX-PGM-SOURCE.
006820     MOVE WS-XREF-TYPE(WS-XREF-SUB) TO GLX-TOTAL-TYPE.
006830     MOVE WS-XREF-DIV(WS-XREF-SUB) TO GLX-DIV-CODE.
006840     MOVE WS-XREF-ACCT(WS-XREF-SUB) TO GLX-ACCOUNT.
006850     MOVE WS-XREF-OFFSET(WS-XREF-SUB) TO GLX-OFFSET-ACCT.
006860     WRITE GLX-REC.
006870     ADD 1 TO WS-XREF-WRITE-CNT.
006880 3100-EXIT.
006890     EXIT.
006900
006910 4000-PRINT-SUMMARY.
006920     MOVE SPACES TO PRINT-REC.
006930     WRITE PRINT-REC.
006940     MOVE "TRANSACTIONS READ:            " TO WS-CNT-LABEL.
006950     MOVE WS-TRAN-READ-CNT TO WS-CNT-VALUE.
006960     MOVE WS-COUNT-LINE TO PRINT-REC.
006970     WRITE PRINT-REC.
006980     MOVE "TRANSACTIONS APPLIED:         " TO WS-CNT-LABEL.
006990     MOVE WS-APPLIED-CNT TO WS-CNT-VALUE.
007000     MOVE WS-COUNT-LINE TO PRINT-REC.
007010     WRITE PRINT-REC.
007020     MOVE "TRANSACTIONS IN ERROR:        " TO WS-CNT-LABEL.
007030     MOVE WS-ERROR-CNT TO WS-CNT-VALUE.
007040     MOVE WS-COUNT-LINE TO PRINT-REC.
007050     WRITE PRINT-REC.
007060     MOVE "GLXREF ENTRIES WRITTEN:       " TO WS-CNT-LABEL.
007070     MOVE WS-XREF-WRITE-CNT TO WS-CNT-VALUE.
007080     MOVE WS-COUNT-LINE TO PRINT-REC.
007090     WRITE PRINT-REC.
007100 4000-EXIT.
007110     EXIT.
007120
007130 5000-TERMINATE.
007140     DISPLAY "COAMNT TRANSACTIONS READ:    " WS-TRAN-READ-CNT.
007150     DISPLAY "COAMNT TRANSACTIONS APPLIED: " WS-APPLIED-CNT.
007160     DISPLAY "COAMNT TRANSACTIONS IN ERROR:" WS-ERROR-CNT.
007170     DISPLAY "COAMNT GLXREF ENTRIES WRITTEN:" WS-XREF-WRITE-CNT.
007180     IF WS-ERROR-CNT > ZERO
007190             AND WS-RETURN-CODE < 8
007200         MOVE 8 TO WS-RETURN-CODE
007210     END-IF.
007220     CLOSE COA-MAST.
007230     CLOSE COAM-FILE.
007240     CLOSE PRINT-FILE.
007250 5000-EXIT.
007260     EXIT.
007270
007280 6200-PRINT-HEADINGS.
007290     ADD 1 TO WS-PAGE-NO.
007300     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
007310     MOVE WS-HDG-LINE-1 TO PRINT-REC.
007320     WRITE PRINT-REC.
007330     MOVE WS-HDG-LINE-2 TO PRINT-REC.
007340     WRITE PRINT-REC.
007350     MOVE ZERO TO WS-LINE-CNT.
007360 6200-EXIT.
007370     EXIT.
007380 END PROGRAM COAMNT.
