000100******************************************************************
000110* PROGRAM-ID:  BUDMNT
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-06
000150* DATE-COMPILED:
000160* PURPOSE:     MAINTAINS THE GL BUDGET MASTER (BUDMST) FROM A
000170*              KEYED TRANSACTION FILE.  ACTION A ADDS THE BUDGET
000180*              FOR AN ACCOUNT, DIVISION AND FISCAL MONTH, C
000190*              CHANGES ITS AMOUNT, D DELETES IT.  THE ACCOUNT MUST
000200*              BE ON THE CHART (ACTIVE FOR AN ADD OR CHANGE) AND
000210*              THE DIVISION MUST BE THE ACCOUNT'S CHART DIVISION,
000220*              SINCE THAT IS THE DIVISION ITS ACTUALS REPORT
000230*              UNDER.  EVERY TRANSACTION, WITH THE AMOUNT BEFORE
000240*              AND AFTER AND ITS RESULT, IS PRINTED ON THE
000250*              MAINTENANCE REPORT.
000260* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  --------------------------------------------
000310* 2026-10-06 TS    ORIGINAL VERSION, MODELED ON TYPMNT.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. BUDMNT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BUD-MAST ASSIGN TO BUDMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS BUD-KEY
000420         FILE STATUS IS WS-BUD-STATUS.
000430     SELECT COA-MAST ASSIGN TO COAMST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS COA-ACCOUNT
000470         FILE STATUS IS WS-COA-STATUS.
000480     SELECT BUDM-FILE ASSIGN TO BUDTRAN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BUDM-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO BUDMRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BUD-MAST
000570     RECORD CONTAINS 60 CHARACTERS.
000580 COPY BUDREC.
000590 FD  COA-MAST
000600     RECORD CONTAINS 60 CHARACTERS.
000610 COPY COAREC.
000620 FD  BUDM-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 COPY BUDMTRN.
000650 FD  PRINT-FILE
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  PRINT-REC                  PIC X(132).
000680 WORKING-STORAGE SECTION.
000690 01  WS-COUNTERS.
000700     03  WS-TRAN-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
000710     03  WS-APPLIED-CNT      PIC 9(6)  COMP VALUE ZERO.
000720     03  WS-ERROR-CNT        PIC 9(6)  COMP VALUE ZERO.
000730     03  WS-ADD-CNT          PIC 9(6)  COMP VALUE ZERO.
000740     03  WS-CHANGE-CNT       PIC 9(6)  COMP VALUE ZERO.
000750     03  WS-DELETE-CNT       PIC 9(6)  COMP VALUE ZERO.
000760 01  WS-RESULT-TXT           PIC X(30) VALUE SPACES.
000770 01  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
000780 01  WS-OLD-AMOUNT           PIC S9(13)V99 VALUE ZERO.
000790 01  WS-OLD-AMOUNT-SW        PIC X(1)  VALUE "N".
000800     88  WS-HAS-OLD-AMOUNT        VALUE "Y".
000810     88  WS-NO-OLD-AMOUNT         VALUE "N".
000820 01  WS-FLAGS.
000830     03  WS-BUD-STATUS       PIC X(2).
000840         88  WS-BUD-OK            VALUE "00".
000850         88  WS-BUD-NOT-FOUND     VALUE "23".
000860         88  WS-BUD-NO-FILE       VALUE "35".
000870     03  WS-COA-STATUS       PIC X(2).
000880         88  WS-COA-OK            VALUE "00".
000890     03  WS-BUDM-STATUS      PIC X(2).
000900         88  WS-BUDM-OK           VALUE "00".
000910     03  WS-PRINT-STATUS     PIC X(2).
000920         88  WS-PRINT-OK          VALUE "00".
000930     03  WS-BUDM-EOF-SW      PIC X(1).
000940         88  WS-BUDM-EOF          VALUE "Y".
000950         88  WS-BUDM-NOT-EOF      VALUE "N".
000960     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
000970         88  WS-OPEN-FAILED       VALUE "Y".
000980 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
000990 01  WS-REPORT-WORK.
001000     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001010     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001020 01  WS-HDG-LINE-1.
001030     05  FILLER          PIC X(30)
001040         VALUE "GL BUDGET MASTER MAINTENANCE".
001050     05  FILLER          PIC X(5)  VALUE SPACES.
001060     05  FILLER          PIC X(9)  VALUE "RUN DATE ".
001070     05  WS-HDG-DATE     PIC 9(8).
001080     05  FILLER          PIC X(60) VALUE SPACES.
001090     05  FILLER          PIC X(5)  VALUE "PAGE ".
001100     05  WS-HDG-PAGE     PIC ZZZ9.
001110     05  FILLER          PIC X(11) VALUE SPACES.
001120 01  WS-HDG-LINE-2.
001130     05  FILLER          PIC X(10) VALUE "  ACTION".
001140     05  FILLER          PIC X(21) VALUE "ACCOUNT  DV YEAR/MO".
001150     05  FILLER          PIC X(18) VALUE "      OLD AMOUNT".
001160     05  FILLER          PIC X(18) VALUE "      NEW AMOUNT".
001170     05  FILLER          PIC X(30) VALUE "RESULT".
001180     05  FILLER          PIC X(35) VALUE SPACES.
001190 01  WS-DETAIL-LINE.
001200     05  FILLER          PIC X(5)  VALUE SPACES.
001210     05  WS-DTL-ACTION   PIC X(1).
001220     05  FILLER          PIC X(4)  VALUE SPACES.
001230     05  WS-DTL-KEY.
001240         07  WS-DTL-ACCOUNT  PIC X(8).
001250         07  FILLER          PIC X(1)  VALUE SPACES.
001260         07  WS-DTL-DIV      PIC X(2).
001270         07  FILLER          PIC X(1)  VALUE SPACES.
001280         07  WS-DTL-YEAR     PIC X(4).
001290         07  FILLER          PIC X(1)  VALUE "/".
001300         07  WS-DTL-MONTH    PIC X(2).
001310     05  FILLER          PIC X(2)  VALUE SPACES.
001320     05  WS-DTL-OLD-AREA.
001330         07  WS-DTL-OLD-AMT  PIC -ZZZZZZZZZZZ9.99.
001340     05  WS-DTL-OLD-BLANK REDEFINES WS-DTL-OLD-AREA
001350                         PIC X(16).
001360     05  FILLER          PIC X(2)  VALUE SPACES.
001370     05  WS-DTL-NEW-AREA.
001380         07  WS-DTL-NEW-AMT  PIC -ZZZZZZZZZZZ9.99.
001390     05  WS-DTL-NEW-BLANK REDEFINES WS-DTL-NEW-AREA
001400                         PIC X(16).
001410     05  FILLER          PIC X(2)  VALUE SPACES.
001420     05  WS-DTL-RESULT   PIC X(30).
001430     05  FILLER          PIC X(35) VALUE SPACES.
001440 01  WS-COUNT-LINE.
001450     05  WS-CNT-LABEL    PIC X(30).
001460     05  WS-CNT-VALUE    PIC ZZZZZ9.
001470     05  FILLER          PIC X(96) VALUE SPACES.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     IF NOT WS-OPEN-FAILED
001520         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001530             UNTIL WS-BUDM-EOF
001540         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001550     END-IF.
001560     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001570     MOVE WS-RETURN-CODE TO RETURN-CODE.
001580     STOP RUN.
001590
001600 1000-INITIALIZE.
001610     SET WS-BUDM-NOT-EOF TO TRUE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001630     OPEN I-O BUD-MAST.
001640     IF WS-BUD-NO-FILE
001650         OPEN OUTPUT BUD-MAST
001660         CLOSE BUD-MAST
001670         OPEN I-O BUD-MAST
001680     END-IF.
001690     IF NOT WS-BUD-OK
001700         DISPLAY "BUD-MAST OPEN FAILED, STATUS: "
001710             WS-BUD-STATUS
001720         SET WS-OPEN-FAILED TO TRUE
001730     END-IF.
001740     OPEN INPUT COA-MAST.
001750     IF NOT WS-COA-OK
001760         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
001770             WS-COA-STATUS
001780         SET WS-OPEN-FAILED TO TRUE
001790     END-IF.
001800     OPEN INPUT BUDM-FILE.
001810     IF NOT WS-BUDM-OK
001820         DISPLAY "BUDM-FILE OPEN FAILED, STATUS: "
001830             WS-BUDM-STATUS
001840         SET WS-OPEN-FAILED TO TRUE
001850     END-IF.
001860     OPEN OUTPUT PRINT-FILE.
001870     IF NOT WS-PRINT-OK
001880         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
001890             WS-PRINT-STATUS
001900         SET WS-OPEN-FAILED TO TRUE
001910     END-IF.
001920     IF WS-OPEN-FAILED
001930         MOVE 16 TO WS-RETURN-CODE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990
002000 2000-PROCESS-TRAN.
002010     READ BUDM-FILE
002020         AT END
002030             SET WS-BUDM-EOF TO TRUE
002040             GO TO 2000-EXIT
002050     END-READ.
002060     ADD 1 TO WS-TRAN-READ-CNT.
002070     MOVE SPACES TO WS-RESULT-TXT.
002080     SET WS-NO-OLD-AMOUNT TO TRUE.
002090
002100     PERFORM 2050-VALIDATE-KEY THRU 2050-EXIT.
002110     IF WS-RESULT-TXT NOT = SPACES
002120         ADD 1 TO WS-ERROR-CNT
002130     ELSE
002140         IF BUDM-ADD
002150             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002160         ELSE
002170             IF BUDM-CHANGE
002180                 PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
002190             ELSE
002200                 IF BUDM-DELETE
002210                     PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
002220                 ELSE
002230                     MOVE "INVALID ACTION" TO WS-RESULT-TXT
002240                     ADD 1 TO WS-ERROR-CNT
002250                 END-IF
002260             END-IF
002270         END-IF
002280     END-IF.
002290     PERFORM 2900-PRINT-RESULT THRU 2900-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320
002330******************************************************************
002340* THE KEY MUST NAME A CHART ACCOUNT IN ITS OWN DIVISION AND A REAL
002350* FISCAL MONTH.  AN ADD OR CHANGE ALSO NEEDS AN ACTIVE ACCOUNT AND
002360* A NUMERIC AMOUNT; A DELETE MAY CLEAR A BUDGET LEFT ON AN ACCOUNT
002370* SINCE DEACTIVATED.  LEAVES WS-RESULT-TXT BLANK WHEN ACCEPTABLE.
002380******************************************************************
002390 2050-VALIDATE-KEY.
002400     IF BUDM-ACCOUNT = SPACES
002410         MOVE "ACCOUNT NUMBER MISSING" TO WS-RESULT-TXT
002420         GO TO 2050-EXIT
002430     END-IF.
002440     IF BUDM-FISCAL-YEAR NOT NUMERIC
002450             OR BUDM-FISCAL-YEAR = ZERO
002460         MOVE "INVALID FISCAL YEAR" TO WS-RESULT-TXT
002470         GO TO 2050-EXIT
002480     END-IF.
002490     IF BUDM-FISCAL-MONTH NOT NUMERIC
002500             OR BUDM-FISCAL-MONTH < 1
002510             OR BUDM-FISCAL-MONTH > 12
002520         MOVE "INVALID FISCAL MONTH" TO WS-RESULT-TXT
002530         GO TO 2050-EXIT
002540     END-IF.
002550     MOVE BUDM-ACCOUNT TO COA-ACCOUNT.
002560     READ COA-MAST
002570         INVALID KEY
002580             MOVE "NOT ON CHART" TO WS-RESULT-TXT
002590             GO TO 2050-EXIT
002600     END-READ.
002610     IF BUDM-DIV-CODE NOT = COA-DIV-CODE
002620         MOVE "NOT THE ACCOUNT'S DIVISION" TO WS-RESULT-TXT
002630         GO TO 2050-EXIT
002640     END-IF.
002650     IF BUDM-DELETE
002660         GO TO 2050-EXIT
002670     END-IF.
002680     IF NOT COA-ACTIVE
002690         MOVE "ACCOUNT NOT ACTIVE ON CHART" TO WS-RESULT-TXT
002700         GO TO 2050-EXIT
002710     END-IF.
002720     IF BUDM-AMOUNT NOT NUMERIC
002730         MOVE "INVALID AMOUNT" TO WS-RESULT-TXT
002740     END-IF.
002750 2050-EXIT.
002760     EXIT.
002770
002780 2100-APPLY-ADD.
002790     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
002800     IF WS-BUD-OK
002810         MOVE "ALREADY ON BUDGET MASTER" TO WS-RESULT-TXT
002820         ADD 1 TO WS-ERROR-CNT
002830         GO TO 2100-EXIT
002840     END-IF.
002850     SET WS-NO-OLD-AMOUNT TO TRUE.
002860     MOVE SPACES TO BUD-REC.
002870     MOVE BUDM-ACCOUNT TO BUD-ACCOUNT.
002880     MOVE BUDM-DIV-CODE TO BUD-DIV-CODE.
002890     MOVE BUDM-FISCAL-YEAR TO BUD-FISCAL-YEAR.
002900     MOVE BUDM-FISCAL-MONTH TO BUD-FISCAL-MONTH.
002910     MOVE BUDM-AMOUNT TO BUD-AMOUNT.
002920     MOVE WS-RUN-DATE TO BUD-LAST-MAINT-DATE.
002930     WRITE BUD-REC
002940         INVALID KEY
002950             MOVE "WRITE FAILED" TO WS-RESULT-TXT
002960             ADD 1 TO WS-ERROR-CNT
002970             GO TO 2100-EXIT
002980     END-WRITE.
002990     MOVE "ADDED" TO WS-RESULT-TXT.
003000     ADD 1 TO WS-APPLIED-CNT.
003010     ADD 1 TO WS-ADD-CNT.
003020 2100-EXIT.
003030     EXIT.
003040
003050 2200-APPLY-CHANGE.
003060     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
003070     IF NOT WS-BUD-OK
003080         MOVE "NOT ON BUDGET MASTER" TO WS-RESULT-TXT
003090         ADD 1 TO WS-ERROR-CNT
003100         GO TO 2200-EXIT
003110     END-IF.
003120     MOVE BUDM-AMOUNT TO BUD-AMOUNT.
003130     MOVE WS-RUN-DATE TO BUD-LAST-MAINT-DATE.
003140     REWRITE BUD-REC
003150         INVALID KEY
003160             MOVE "REWRITE FAILED" TO WS-RESULT-TXT
003170             ADD 1 TO WS-ERROR-CNT
003180             GO TO 2200-EXIT
003190     END-REWRITE.
003200     MOVE "CHANGED" TO WS-RESULT-TXT.
003210     ADD 1 TO WS-APPLIED-CNT.
003220     ADD 1 TO WS-CHANGE-CNT.
003230 2200-EXIT.
003240     EXIT.
003250
003260 2300-APPLY-DELETE.
003270     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
003280     IF NOT WS-BUD-OK
003290         MOVE "NOT ON BUDGET MASTER" TO WS-RESULT-TXT
003300         ADD 1 TO WS-ERROR-CNT
003310         GO TO 2300-EXIT
003320     END-IF.
003330     DELETE BUD-MAST
003340         INVALID KEY
003350             MOVE "DELETE FAILED" TO WS-RESULT-TXT
003360             ADD 1 TO WS-ERROR-CNT
003370             GO TO 2300-EXIT
003380     END-DELETE.
003390     MOVE "DELETED" TO WS-RESULT-TXT.
003400     ADD 1 TO WS-APPLIED-CNT.
003410     ADD 1 TO WS-DELETE-CNT.
003420 2300-EXIT.
003430     EXIT.
003440
003450 2800-READ-BUDGET.
003460     MOVE BUDM-ACCOUNT TO BUD-ACCOUNT.
003470     MOVE BUDM-DIV-CODE TO BUD-DIV-CODE.
003480     MOVE BUDM-FISCAL-YEAR TO BUD-FISCAL-YEAR.
003490     MOVE BUDM-FISCAL-MONTH TO BUD-FISCAL-MONTH.
003500     READ BUD-MAST
003510         INVALID KEY
003520             GO TO 2800-EXIT
003530     END-READ.
003540     SET WS-HAS-OLD-AMOUNT TO TRUE.
003550     MOVE BUD-AMOUNT TO WS-OLD-AMOUNT.
003560 2800-EXIT.
003570     EXIT.
003580
003590 2900-PRINT-RESULT.
003600     IF WS-LINE-CNT > 50
003610         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
003620     END-IF.
003630     MOVE BUDM-ACTION TO WS-DTL-ACTION.
003640     MOVE BUDM-ACCOUNT TO WS-DTL-ACCOUNT.
003650     MOVE BUDM-DIV-CODE TO WS-DTL-DIV.
003660     MOVE BUDM-FISCAL-YEAR TO WS-DTL-YEAR.
003670     MOVE BUDM-FISCAL-MONTH TO WS-DTL-MONTH.
003680     MOVE SPACES TO WS-DTL-OLD-BLANK.
003690     IF WS-HAS-OLD-AMOUNT
003700         MOVE WS-OLD-AMOUNT TO WS-DTL-OLD-AMT
003710     END-IF.
003720     MOVE SPACES TO WS-DTL-NEW-BLANK.
003730     IF (BUDM-ADD OR BUDM-CHANGE)
003740             AND BUDM-AMOUNT NUMERIC
003750         MOVE BUDM-AMOUNT TO WS-DTL-NEW-AMT
003760     END-IF.
003770     MOVE WS-RESULT-TXT TO WS-DTL-RESULT.
003780     MOVE WS-DETAIL-LINE TO PRINT-REC.
003790     WRITE PRINT-REC.
003800     ADD 1 TO WS-LINE-CNT.
003810 2900-EXIT.
003820     EXIT.
003830
003840 4000-PRINT-SUMMARY.
003850     MOVE SPACES TO PRINT-REC.
003860     WRITE PRINT-REC.
003870     MOVE "TRANSACTIONS READ:            " TO WS-CNT-LABEL.
003880     MOVE WS-TRAN-READ-CNT TO WS-CNT-VALUE.
003890     MOVE WS-COUNT-LINE TO PRINT-REC.
003900     WRITE PRINT-REC.
003910     MOVE "TRANSACTIONS APPLIED:         " TO WS-CNT-LABEL.
003920     MOVE WS-APPLIED-CNT TO WS-CNT-VALUE.
003930     MOVE WS-COUNT-LINE TO PRINT-REC.
003940     WRITE PRINT-REC.
003950     MOVE "  BUDGETS ADDED:              " TO WS-CNT-LABEL.
003960     MOVE WS-ADD-CNT TO WS-CNT-VALUE.
003970     MOVE WS-COUNT-LINE TO PRINT-REC.
003980     WRITE PRINT-REC.
003990     MOVE "  BUDGETS CHANGED:            " TO WS-CNT-LABEL.
004000     MOVE WS-CHANGE-CNT TO WS-CNT-VALUE.
004010     MOVE WS-COUNT-LINE TO PRINT-REC.
004020     WRITE PRINT-REC.
004030     MOVE "  BUDGETS DELETED:            " TO WS-CNT-LABEL.
004040     MOVE WS-DELETE-CNT TO WS-CNT-VALUE.
004050     MOVE WS-COUNT-LINE TO PRINT-REC.
004060     WRITE PRINT-REC.
004070     MOVE "TRANSACTIONS IN ERROR:        " TO WS-CNT-LABEL.
004080     MOVE WS-ERROR-CNT TO WS-CNT-VALUE.
004090     MOVE WS-COUNT-LINE TO PRINT-REC.
004100     WRITE PRINT-REC.
004110 4000-EXIT.
004120     EXIT.
004130
004140 5000-TERMINATE.
004150     DISPLAY "BUDMNT TRANSACTIONS READ:    " WS-TRAN-READ-CNT.
004160     DISPLAY "BUDMNT TRANSACTIONS APPLIED: " WS-APPLIED-CNT.
004170     DISPLAY "BUDMNT TRANSACTIONS IN ERROR:" WS-ERROR-CNT.
004180     IF WS-ERROR-CNT > ZERO
004190             AND WS-RETURN-CODE < 8
004200         MOVE 8 TO WS-RETURN-CODE
004210     END-IF.
004220     CLOSE BUD-MAST.
004230     CLOSE COA-MAST.
004240     CLOSE BUDM-FILE.
004250     CLOSE PRINT-FILE.
004260 5000-EXIT.
004270     EXIT.
004280
004290 6200-PRINT-HEADINGS.
004300     ADD 1 TO WS-PAGE-NO.
004310     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
004320     MOVE WS-RUN-DATE TO WS-HDG-DATE.
004330     MOVE WS-HDG-LINE-1 TO PRINT-REC.
004340     WRITE PRINT-REC.
004350     MOVE WS-HDG-LINE-2 TO PRINT-REC.
004360     WRITE PRINT-REC.
004370     MOVE ZERO TO WS-LINE-CNT.
004380 6200-EXIT.
004390     EXIT.
004400 END PROGRAM BUDMNT.
