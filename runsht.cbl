000100******************************************************************
000110* PROGRAM-ID:  RUNSHT
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-14
000150* DATE-COMPILED:
000160* PURPOSE:     NIGHT OPERATIONS RUN SHEET OFF THE STEPLOG JOB STEP
000170*              LOG.  FOR ONE PROCESSING DATE (RSHPARM D CARD, ELSE
000180*              RUNPARM, ELSE THE SYSTEM DATE) IT PAIRS EACH STEP'S
000190*              START AND END RECORDS AND LISTS THE STEPS IN THE
000200*              ORDER THEY STARTED WITH START AND END TIMES,
000210*              ELAPSED TIME, CONDITION CODE, RECORD COUNTS AND RUN
000220*              IDS.  AGAINST THE EXPECTED STREAM (RSHPARM S CARDS,
000230*              ELSE THE STANDARD NIGHTLY ORDER BELOW) EACH STEP IS
000240*              FLAGGED WHEN IT ENDED ABOVE CODE 4, RAN MORE THAN
000250*              ONCE, STARTED AFTER A STEP THAT SHOULD FOLLOW IT,
000260*              HAS NO END RECORD (ABENDED OR STILL RUNNING), HAS
000270*              NO START RECORD, OR IS NOT AN EXPECTED STEP.  A
000280*              REQUIRED STEP THAT NEVER RAN IS LISTED AS MISSING.
000290*              READ ONLY.  ANY FLAG ENDS THE RUN WITH CODE 4; AN
000300*              INVALID CARD PRINTS NOTHING AND ENDS WITH CODE 12.
000310* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000320*
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* ---------- ----  --------------------------------------------
000360* 2026-10-14 TS    ORIGINAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. RUNSHT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE ASSIGN TO RSHPARM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPARM-STATUS.
000490     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SLOG-STATUS.
000520     SELECT PRINT-FILE ASSIGN TO RSHRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRINT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 COPY RSHPRM.
000600 FD  RUN-PARM-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 COPY RUNPARM.
000630 FD  STEP-LOG-FILE
000640     RECORD CONTAINS 120 CHARACTERS.
000650 COPY STEPLOG.
000660 FD  PRINT-FILE
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  PRINT-REC                  PIC X(132).
000690 WORKING-STORAGE SECTION.
000700 01  WS-COUNTERS.
000710     03  WS-CARD-CNT         PIC 9(6)  COMP VALUE ZERO.
000720     03  WS-SLOG-READ-CNT    PIC 9(9)  COMP VALUE ZERO.
000730     03  WS-SLOG-SEL-CNT     PIC 9(9)  COMP VALUE ZERO.
000740     03  WS-SLOG-BAD-CNT     PIC 9(9)  COMP VALUE ZERO.
000750     03  WS-OVERFLOW-CNT     PIC 9(9)  COMP VALUE ZERO.
000760     03  WS-LISTED-CNT       PIC 9(6)  COMP VALUE ZERO.
000770     03  WS-MISSING-CNT      PIC 9(6)  COMP VALUE ZERO.
000780     03  WS-HIGH-RC-CNT      PIC 9(6)  COMP VALUE ZERO.
000790     03  WS-REPEAT-CNT       PIC 9(6)  COMP VALUE ZERO.
000800     03  WS-ORDER-CNT        PIC 9(6)  COMP VALUE ZERO.
000810     03  WS-NO-END-CNT       PIC 9(6)  COMP VALUE ZERO.
000820     03  WS-NO-START-CNT     PIC 9(6)  COMP VALUE ZERO.
000830     03  WS-UNEXPECTED-CNT   PIC 9(6)  COMP VALUE ZERO.
000840     03  WS-FLAGGED-CNT      PIC 9(6)  COMP VALUE ZERO.
000850 01  WS-PARM-WORK.
000860     03  WS-RUN-DATE         PIC 9(8)  VALUE ZERO.
000870     03  WS-SHEET-DATE       PIC 9(8)  VALUE ZERO.
000880     03  WS-CARD-DATE        PIC 9(8)  VALUE ZERO.
000890     03  WS-STEP-SOURCE      PIC X(8)  VALUE "STANDARD".
000900******************************************************************
000910* THE STANDARD NIGHTLY STREAM, IN RUN ORDER, USED WHEN RSHPARM
000920* CARRIES NO S CARDS.  O MARKS A STEP THAT NEED NOT RUN EVERY
000930* NIGHT: MASTER MAINTENANCE ONLY RUNS WHEN THERE ARE CHANGES AND
000940* THE AUDIT INQUIRY ONLY ON REQUEST.
000950******************************************************************
000960 01  WS-DEFAULT-STEPS.
000970     03  FILLER              PIC X(9)  VALUE "TYPMNT  O".
000980     03  FILLER              PIC X(9)  VALUE "RATMNT  O".
000990     03  FILLER              PIC X(9)  VALUE "TRESUB  R".
001000     03  FILLER              PIC X(9)  VALUE "TEST1   R".
001010     03  FILLER              PIC X(9)  VALUE "TEST2   R".
001020     03  FILLER              PIC X(9)  VALUE "GLPOST  R".
001030     03  FILLER              PIC X(9)  VALUE "GLAPPL  R".
001040     03  FILLER              PIC X(9)  VALUE "BALCTL  R".
001050     03  FILLER              PIC X(9)  VALUE "RUNRPT  R".
001060     03  FILLER              PIC X(9)  VALUE "AUDINQ  O".
001070 01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-STEPS.
001080     03  WS-DEF-ENTRY OCCURS 10 TIMES.
001090         05  WS-DEF-PGM      PIC X(8).
001100         05  WS-DEF-OPT      PIC X(1).
001110 01  WS-DEF-COUNT            PIC 9(2)  COMP VALUE 10.
001120******************************************************************
001130* THE EXPECTED STEPS IN RUN ORDER, FROM THE S CARDS OR THE
001140* STANDARD STREAM, WITH HOW MANY TIMES EACH WAS SEEN.
001150******************************************************************
001160 01  WS-EXPECTED-TABLE.
001170     03  WS-EXP-USED         PIC 9(2)  COMP VALUE ZERO.
001180     03  WS-EXP-SUB          PIC 9(2)  COMP VALUE ZERO.
001190     03  WS-EXP-HIT          PIC 9(2)  COMP VALUE ZERO.
001200     03  WS-EXP-ENTRY OCCURS 20 TIMES.
001210         05  WS-EXP-PGM      PIC X(8).
001220         05  WS-EXP-OPT      PIC X(1).
001230             88  WS-EXP-OPTIONAL      VALUE "O".
001240         05  WS-EXP-RUN-CNT  PIC 9(3)  COMP.
001250******************************************************************
001260* ONE ENTRY PER STEP RUN FOUND FOR THE DATE, IN THE ORDER ITS
001270* FIRST LOG RECORD WAS WRITTEN (THE LOG IS APPENDED, SO THIS IS
001280* START ORDER).  AN END RECORD IS MATCHED TO THE OPEN START
001290* RECORD WITH THE SAME PROGRAM AND START STAMP.
001300******************************************************************
001310 01  WS-RUN-TABLE.
001320     03  WS-RUN-USED         PIC 9(3)  COMP VALUE ZERO.
001330     03  WS-RUN-SUB          PIC 9(3)  COMP VALUE ZERO.
001340     03  WS-RUN-HIT          PIC 9(3)  COMP VALUE ZERO.
001350     03  WS-SCAN-SUB         PIC 9(3)  COMP VALUE ZERO.
001360     03  WS-RUN-ENTRY OCCURS 50 TIMES.
001370         05  WS-RUN-PGM      PIC X(8).
001380         05  WS-RUN-EXP-IDX  PIC 9(2)  COMP.
001390         05  WS-RUN-START-SW PIC X(1).
001400             88  WS-RUN-HAS-START     VALUE "Y".
001410         05  WS-RUN-END-SW   PIC X(1).
001420             88  WS-RUN-HAS-END       VALUE "Y".
001430         05  WS-RUN-START-DATE PIC 9(8).
001440         05  WS-RUN-START-TIME PIC 9(8).
001450         05  WS-RUN-END-DATE PIC 9(8).
001460         05  WS-RUN-END-TIME PIC 9(8).
001470         05  WS-RUN-IN-CNT   PIC 9(9).
001480         05  WS-RUN-OUT-CNT  PIC 9(9).
001490         05  WS-RUN-RC       PIC 9(2).
001500         05  WS-RUN-ID-CNT   PIC 9(2).
001510         05  WS-RUN-FIRST-ID PIC X(8).
001520 01  WS-SHEET-WORK.
001530     03  WS-MAX-EXP-IDX      PIC 9(2)  COMP VALUE ZERO.
001540     03  WS-PGM-RUN-CNT      PIC 9(3)  COMP VALUE ZERO.
001550     03  WS-FIND-PGM         PIC X(8)  VALUE SPACES.
001560     03  WS-LINE-FLAG-SW     PIC X(1)  VALUE "N".
001570         88  WS-LINE-FLAGGED      VALUE "Y".
001580         88  WS-LINE-CLEAN        VALUE "N".
001590******************************************************************
001600* ELAPSED TIME.  STAMPS ARE HHMMSSCC; HUNDREDTHS ARE DROPPED.
001610******************************************************************
001620 01  WS-TIME-WORK.
001630     03  WS-TM-DATE          PIC 9(8).
001640     03  WS-TM-TIME          PIC 9(8).
001650     03  WS-TM-PARTS REDEFINES WS-TM-TIME.
001660         05  WS-TM-HH        PIC 9(2).
001670         05  WS-TM-MM        PIC 9(2).
001680         05  WS-TM-SS        PIC 9(2).
001690         05  WS-TM-CC        PIC 9(2).
001700     03  WS-START-SECS       PIC 9(9)  COMP VALUE ZERO.
001710     03  WS-END-SECS         PIC 9(9)  COMP VALUE ZERO.
001720     03  WS-DAY-DIFF         PIC S9(7) COMP VALUE ZERO.
001730     03  WS-ELAPSED-SECS     PIC S9(9) COMP VALUE ZERO.
001740     03  WS-ELAPSED-REM      PIC 9(9)  COMP VALUE ZERO.
001750     03  WS-ELAPSED-HH       PIC 9(3)  COMP VALUE ZERO.
001760 01  WS-CLOCK-EDIT.
001770     03  WS-CLK-HH           PIC 9(2).
001780     03  FILLER              PIC X(1)  VALUE ":".
001790     03  WS-CLK-MM           PIC 9(2).
001800     03  FILLER              PIC X(1)  VALUE ":".
001810     03  WS-CLK-SS           PIC 9(2).
001820 01  WS-FLAGS.
001830     03  WS-PARM-STATUS      PIC X(2).
001840         88  WS-PARM-OK           VALUE "00".
001850     03  WS-RPARM-STATUS     PIC X(2).
001860         88  WS-RPARM-OK          VALUE "00".
001870     03  WS-SLOG-STATUS      PIC X(2).
001880         88  WS-SLOG-OK           VALUE "00".
001890         88  WS-SLOG-NO-FILE      VALUE "35".
001900     03  WS-PRINT-STATUS     PIC X(2).
001910         88  WS-PRINT-OK          VALUE "00".
001920     03  WS-PARM-EOF-SW      PIC X(1)  VALUE "N".
001930         88  WS-PARM-EOF          VALUE "Y".
001940         88  WS-PARM-NOT-EOF      VALUE "N".
001950     03  WS-SLOG-EOF-SW      PIC X(1)  VALUE "N".
001960         88  WS-SLOG-EOF          VALUE "Y".
001970         88  WS-SLOG-NOT-EOF      VALUE "N".
001980     03  WS-SLOG-PRESENT-SW  PIC X(1)  VALUE "Y".
001990         88  WS-SLOG-PRESENT      VALUE "Y".
002000         88  WS-SLOG-ABSENT       VALUE "N".
002010     03  WS-FOUND-SW         PIC X(1)  VALUE "N".
002020         88  WS-FOUND             VALUE "Y".
002030         88  WS-NOT-FOUND         VALUE "N".
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
002150     05  FILLER          PIC X(28)
002160         VALUE "NIGHT OPERATIONS RUN SHEET  ".
002170     05  FILLER          PIC X(16) VALUE "PROCESSING DATE ".
002180     05  WS-HDG-PROC-DATE PIC 9(8).
002190     05  FILLER          PIC X(4)  VALUE SPACES.
002200     05  FILLER          PIC X(9)  VALUE "RUN DATE ".
002210     05  WS-HDG-DATE     PIC 9(8).
002220     05  FILLER          PIC X(45) VALUE SPACES.
002230     05  FILLER          PIC X(5)  VALUE "PAGE ".
002240     05  WS-HDG-PAGE     PIC ZZZ9.
002250     05  FILLER          PIC X(5)  VALUE SPACES.
002260 01  WS-HDG-LINE-2.
002270     05  FILLER          PIC X(16) VALUE "EXPECTED STEPS: ".
002280     05  WS-HDG-SOURCE   PIC X(8).
002290     05  FILLER          PIC X(108) VALUE SPACES.
002300 01  WS-HDG-LINE-3.
002310     05  FILLER          PIC X(4)  VALUE "SEQ".
002320     05  FILLER          PIC X(9)  VALUE "PROGRAM".
002330     05  FILLER          PIC X(9)  VALUE "STARTED".
002340     05  FILLER          PIC X(9)  VALUE SPACES.
002350     05  FILLER          PIC X(9)  VALUE "ENDED".
002360     05  FILLER          PIC X(9)  VALUE SPACES.
002370     05  FILLER          PIC X(9)  VALUE "ELAPSED".
002380     05  FILLER          PIC X(3)  VALUE "RC".
002390     05  FILLER          PIC X(10) VALUE " IN COUNT".
002400     05  FILLER          PIC X(10) VALUE "OUT COUNT".
002410     05  FILLER          PIC X(13) VALUE "RUN IDS".
002420     05  FILLER          PIC X(38) VALUE "EXCEPTIONS".
002430 01  WS-DETAIL-LINE.
002440     05  WS-DTL-SEQ      PIC ZZ9.
002450     05  FILLER          PIC X(1)  VALUE SPACES.
002460     05  WS-DTL-PGM      PIC X(8).
002470     05  FILLER          PIC X(1)  VALUE SPACES.
002480     05  WS-DTL-START-DATE PIC X(8).
002490     05  FILLER          PIC X(1)  VALUE SPACES.
002500     05  WS-DTL-START-TIME PIC X(8).
002510     05  FILLER          PIC X(1)  VALUE SPACES.
002520     05  WS-DTL-END-DATE PIC X(8).
002530     05  FILLER          PIC X(1)  VALUE SPACES.
002540     05  WS-DTL-END-TIME PIC X(8).
002550     05  FILLER          PIC X(1)  VALUE SPACES.
002560     05  WS-DTL-ELAPSED  PIC X(8).
002570     05  FILLER          PIC X(1)  VALUE SPACES.
002580     05  WS-DTL-RC       PIC X(2).
002590     05  FILLER          PIC X(1)  VALUE SPACES.
002600     05  WS-DTL-IN-CNT   PIC X(9).
002610     05  FILLER          PIC X(1)  VALUE SPACES.
002620     05  WS-DTL-OUT-CNT  PIC X(9).
002630     05  FILLER          PIC X(1)  VALUE SPACES.
002640     05  WS-DTL-RUN-ID   PIC X(8).
002650     05  FILLER          PIC X(1)  VALUE SPACES.
002660     05  WS-DTL-RUN-MORE PIC X(3).
002670     05  FILLER          PIC X(1)  VALUE SPACES.
002680     05  WS-DTL-FLAG-RC  PIC X(5).
002690     05  WS-DTL-FLAG-REPEAT PIC X(7).
002700     05  WS-DTL-FLAG-ORDER PIC X(6).
002710     05  WS-DTL-FLAG-END PIC X(9).
002720     05  WS-DTL-FLAG-EXP PIC X(10).
002730 01  WS-DETAIL-EDIT.
002740     03  WS-ED-COUNT         PIC ZZZZZZZZ9.
002750     03  WS-ED-RC            PIC Z9.
002760     03  WS-ED-MORE.
002770         05  FILLER          PIC X(1)  VALUE "+".
002780         05  WS-ED-MORE-CNT  PIC 99.
002790 01  WS-COUNT-LINE.
002800     05  WS-CNT-LABEL    PIC X(30).
002810     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
002820     05  FILLER          PIC X(93) VALUE SPACES.
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     IF NOT WS-OPEN-FAILED
002870             AND WS-PARM-VALID
002880         IF WS-SLOG-PRESENT
002890             PERFORM 2000-LOAD-STEP-LOG THRU 2000-EXIT
002900                 UNTIL WS-SLOG-EOF
002910         END-IF
002920         PERFORM 3000-PRINT-STEP THRU 3000-EXIT
002930             VARYING WS-RUN-SUB FROM 1 BY 1
002940                 UNTIL WS-RUN-SUB > WS-RUN-USED
002950         PERFORM 3500-PRINT-MISSING THRU 3500-EXIT
002960             VARYING WS-EXP-SUB FROM 1 BY 1
002970                 UNTIL WS-EXP-SUB > WS-EXP-USED
002980         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002990     END-IF.
003000     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003010     MOVE WS-RETURN-CODE TO RETURN-CODE.
003020     STOP RUN.
003030
003040 1000-INITIALIZE.
003050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003060     MOVE WS-RUN-DATE TO WS-SHEET-DATE.
003070     PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT.
003080     PERFORM 1100-READ-SHEET-PARM THRU 1100-EXIT.
003090     IF WS-CARD-DATE > ZERO
003100         MOVE WS-CARD-DATE TO WS-SHEET-DATE
003110     END-IF.
003120     IF WS-EXP-USED = ZERO
003130         PERFORM 1300-LOAD-DEFAULT-STEP THRU 1300-EXIT
003140             VARYING WS-EXP-SUB FROM 1 BY 1
003150                 UNTIL WS-EXP-SUB > WS-DEF-COUNT
003160     ELSE
003170         MOVE "RSHPARM" TO WS-STEP-SOURCE
003180     END-IF.
003190     OPEN INPUT STEP-LOG-FILE.
003200     IF WS-SLOG-NO-FILE
003210         DISPLAY "STEPLOG NOT PRESENT, NO STEPS LOGGED"
003220         SET WS-SLOG-ABSENT TO TRUE
003230     ELSE
003240         IF NOT WS-SLOG-OK
003250             DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
003260                 WS-SLOG-STATUS
003270             SET WS-OPEN-FAILED TO TRUE
003280         END-IF
003290     END-IF.
003300     OPEN OUTPUT PRINT-FILE.
003310     IF NOT WS-PRINT-OK
003320         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003330             WS-PRINT-STATUS
003340         SET WS-OPEN-FAILED TO TRUE
003350     END-IF.
003360     IF WS-OPEN-FAILED
003370         MOVE 16 TO WS-RETURN-CODE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003410     IF WS-PARM-INVALID
003420         MOVE "RSHPARM CARD INVALID -- NOTHING PRINTED"
003430             TO WS-PRINT-LINE
003440         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500* RSHPARM IS OPTIONAL.  EVERY CARD IS CHECKED; ANY BAD CARD MAKES
003510* THE WHOLE DECK INVALID SO A HALF-READ STEP LIST IS NEVER USED.
003520******************************************************************
003530 1100-READ-SHEET-PARM.
003540     OPEN INPUT PARM-FILE.
003550     IF NOT WS-PARM-OK
003560         DISPLAY "RSHPARM NOT PRESENT, STANDARD STEPS USED"
003570         GO TO 1100-EXIT
003580     END-IF.
003590     PERFORM 1150-READ-PARM-CARD THRU 1150-EXIT
003600         UNTIL WS-PARM-EOF.
003610     CLOSE PARM-FILE.
003620     IF WS-PARM-INVALID
003630         MOVE 12 TO WS-RETURN-CODE
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.
003670
003680 1150-READ-PARM-CARD.
003690     READ PARM-FILE
003700         AT END
003710             SET WS-PARM-EOF TO TRUE
003720             GO TO 1150-EXIT
003730     END-READ.
003740     ADD 1 TO WS-CARD-CNT.
003750     IF RSHP-DATE-CARD
003760         IF RSHP-PROC-DATE-N NUMERIC
003770                 AND RSHP-PROC-DATE-N > ZERO
003780             MOVE RSHP-PROC-DATE-N TO WS-CARD-DATE
003790         ELSE
003800             DISPLAY "RSHPARM DATE NOT NUMERIC: " RSHP-PROC-DATE
003810             SET WS-PARM-INVALID TO TRUE
003820         END-IF
003830         GO TO 1150-EXIT
003840     END-IF.
003850     IF NOT RSHP-STEP-CARD
003860         DISPLAY "RSHPARM CARD TYPE NOT D OR S: " RSHP-CARD-TYPE
003870         SET WS-PARM-INVALID TO TRUE
003880         GO TO 1150-EXIT
003890     END-IF.
003900     IF RSHP-STEP-PGM = SPACES
003910         DISPLAY "RSHPARM STEP CARD WITH NO PROGRAM-ID"
003920         SET WS-PARM-INVALID TO TRUE
003930         GO TO 1150-EXIT
003940     END-IF.
003950     IF NOT RSHP-STEP-OPTIONAL AND NOT RSHP-STEP-REQUIRED
003960         DISPLAY "RSHPARM STEP OPTION NOT O OR R: " RSHP-STEP-PGM
003970         SET WS-PARM-INVALID TO TRUE
003980         GO TO 1150-EXIT
003990     END-IF.
004000     IF WS-EXP-USED = 20
004010         DISPLAY "RSHPARM MORE THAN 20 STEPS: " RSHP-STEP-PGM
004020         SET WS-PARM-INVALID TO TRUE
004030         GO TO 1150-EXIT
004040     END-IF.
004050     MOVE RSHP-STEP-PGM TO WS-FIND-PGM.
004060     PERFORM 2150-FIND-EXPECTED THRU 2150-EXIT.
004070     IF WS-FOUND
004080         DISPLAY "RSHPARM STEP LISTED TWICE: " RSHP-STEP-PGM
004090         SET WS-PARM-INVALID TO TRUE
004100         GO TO 1150-EXIT
004110     END-IF.
004120     ADD 1 TO WS-EXP-USED.
004130     MOVE RSHP-STEP-PGM TO WS-EXP-PGM(WS-EXP-USED).
004140     MOVE RSHP-STEP-OPT TO WS-EXP-OPT(WS-EXP-USED).
004150     MOVE ZERO TO WS-EXP-RUN-CNT(WS-EXP-USED).
004160 1150-EXIT.
004170     EXIT.
004180
004190 1200-READ-RUN-PARM.
004200     OPEN INPUT RUN-PARM-FILE.
004210     IF NOT WS-RPARM-OK
004220         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
004230         GO TO 1200-EXIT
004240     END-IF.
004250     READ RUN-PARM-FILE
004260         AT END
004270             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
004280             CLOSE RUN-PARM-FILE
004290             GO TO 1200-EXIT
004300     END-READ.
004310     IF RPARM-PROC-DATE NUMERIC
004320             AND RPARM-PROC-DATE > ZERO
004330         MOVE RPARM-PROC-DATE TO WS-SHEET-DATE
004340     END-IF.
004350     CLOSE RUN-PARM-FILE.
004360 1200-EXIT.
004370     EXIT.
004380
004390 1300-LOAD-DEFAULT-STEP.
004400     ADD 1 TO WS-EXP-USED.
004410     MOVE WS-DEF-PGM(WS-EXP-SUB) TO WS-EXP-PGM(WS-EXP-USED).
004420     MOVE WS-DEF-OPT(WS-EXP-SUB) TO WS-EXP-OPT(WS-EXP-USED).
004430     MOVE ZERO TO WS-EXP-RUN-CNT(WS-EXP-USED).
004440 1300-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* ONE STEP LOG RECORD.  ONLY RECORDS FOR THE SHEET'S PROCESSING
004490* DATE ARE TAKEN.  A START RECORD OPENS A NEW RUN; AN END RECORD
004500* CLOSES THE MATCHING OPEN RUN, OR STANDS ALONE WHEN ITS START
004510* RECORD IS NOT ON THE LOG.
004520******************************************************************
004530 2000-LOAD-STEP-LOG.
004540     READ STEP-LOG-FILE
004550         AT END
004560             SET WS-SLOG-EOF TO TRUE
004570             GO TO 2000-EXIT
004580     END-READ.
004590     ADD 1 TO WS-SLOG-READ-CNT.
004600     IF SLOG-PROC-DATE NOT NUMERIC
004610         ADD 1 TO WS-SLOG-BAD-CNT
004620         GO TO 2000-EXIT
004630     END-IF.
004640     IF SLOG-PROC-DATE NOT = WS-SHEET-DATE
004650         GO TO 2000-EXIT
004660     END-IF.
004670     ADD 1 TO WS-SLOG-SEL-CNT.
004680     IF SLOG-START-EVENT
004690         PERFORM 2100-ADD-RUN THRU 2100-EXIT
004700         GO TO 2000-EXIT
004710     END-IF.
004720     IF NOT SLOG-END-EVENT
004730         ADD 1 TO WS-SLOG-BAD-CNT
004740         GO TO 2000-EXIT
004750     END-IF.
004760     PERFORM 2200-FIND-START THRU 2200-EXIT.
004770     IF WS-NOT-FOUND
004780         PERFORM 2100-ADD-RUN THRU 2100-EXIT
004790     END-IF.
004800     IF WS-RUN-HIT > ZERO
004810         PERFORM 2300-STORE-END THRU 2300-EXIT
004820     END-IF.
004830 2000-EXIT.
004840     EXIT.
004850
004860 2100-ADD-RUN.
004870     MOVE ZERO TO WS-RUN-HIT.
004880     IF WS-RUN-USED = 50
004890         DISPLAY "RUN TABLE FULL, STEP NOT LISTED: " SLOG-PGM-ID
004900         ADD 1 TO WS-OVERFLOW-CNT
004910         IF WS-RETURN-CODE < 4
004920             MOVE 4 TO WS-RETURN-CODE
004930         END-IF
004940         GO TO 2100-EXIT
004950     END-IF.
004960     ADD 1 TO WS-RUN-USED.
004970     MOVE WS-RUN-USED TO WS-RUN-HIT.
004980     MOVE SLOG-PGM-ID TO WS-RUN-PGM(WS-RUN-HIT).
004990     MOVE "N" TO WS-RUN-START-SW(WS-RUN-HIT).
005000     MOVE "N" TO WS-RUN-END-SW(WS-RUN-HIT).
005010     MOVE SLOG-START-DATE TO WS-RUN-START-DATE(WS-RUN-HIT).
005020     MOVE SLOG-START-TIME TO WS-RUN-START-TIME(WS-RUN-HIT).
005030     MOVE ZERO TO WS-RUN-END-DATE(WS-RUN-HIT).
005040     MOVE ZERO TO WS-RUN-END-TIME(WS-RUN-HIT).
005050     MOVE ZERO TO WS-RUN-IN-CNT(WS-RUN-HIT).
005060     MOVE ZERO TO WS-RUN-OUT-CNT(WS-RUN-HIT).
005070     MOVE ZERO TO WS-RUN-RC(WS-RUN-HIT).
005080     MOVE SLOG-RUN-CNT TO WS-RUN-ID-CNT(WS-RUN-HIT).
005090     MOVE SLOG-RUN-ID(1) TO WS-RUN-FIRST-ID(WS-RUN-HIT).
005100     IF SLOG-START-EVENT
005110         MOVE "Y" TO WS-RUN-START-SW(WS-RUN-HIT)
005120     END-IF.
005130     MOVE SLOG-PGM-ID TO WS-FIND-PGM.
005140     PERFORM 2150-FIND-EXPECTED THRU 2150-EXIT.
005150     MOVE WS-EXP-HIT TO WS-RUN-EXP-IDX(WS-RUN-HIT).
005160     IF WS-FOUND
005170         ADD 1 TO WS-EXP-RUN-CNT(WS-EXP-HIT)
005180     END-IF.
005190 2100-EXIT.
005200     EXIT.
005210
005220 2150-FIND-EXPECTED.
005230     SET WS-NOT-FOUND TO TRUE.
005240     MOVE ZERO TO WS-EXP-HIT.
005250     PERFORM 2160-SCAN-EXPECTED THRU 2160-EXIT
005260         VARYING WS-EXP-SUB FROM 1 BY 1
005270             UNTIL WS-EXP-SUB > WS-EXP-USED
005280                OR WS-FOUND.
005290 2150-EXIT.
005300     EXIT.
005310
005320 2160-SCAN-EXPECTED.
005330     IF WS-EXP-PGM(WS-EXP-SUB) = WS-FIND-PGM
005340         SET WS-FOUND TO TRUE
005350         MOVE WS-EXP-SUB TO WS-EXP-HIT
005360     END-IF.
005370 2160-EXIT.
005380     EXIT.
005390
005400 2200-FIND-START.
005410     SET WS-NOT-FOUND TO TRUE.
005420     MOVE ZERO TO WS-RUN-HIT.
005430     PERFORM 2250-SCAN-START THRU 2250-EXIT
005440         VARYING WS-SCAN-SUB FROM 1 BY 1
005450             UNTIL WS-SCAN-SUB > WS-RUN-USED
005460                OR WS-FOUND.
005470 2200-EXIT.
005480     EXIT.
005490
005500 2250-SCAN-START.
005510     IF WS-RUN-PGM(WS-SCAN-SUB) = SLOG-PGM-ID
005520             AND WS-RUN-HAS-START(WS-SCAN-SUB)
005530             AND NOT WS-RUN-HAS-END(WS-SCAN-SUB)
005540             AND WS-RUN-START-DATE(WS-SCAN-SUB) = SLOG-START-DATE
005550             AND WS-RUN-START-TIME(WS-SCAN-SUB) = SLOG-START-TIME
005560         SET WS-FOUND TO TRUE
005570         MOVE WS-SCAN-SUB TO WS-RUN-HIT
005580     END-IF.
005590 2250-EXIT.
005600     EXIT.
005610
005620 2300-STORE-END.
005630     MOVE "Y" TO WS-RUN-END-SW(WS-RUN-HIT).
005640     MOVE SLOG-END-DATE TO WS-RUN-END-DATE(WS-RUN-HIT).
005650     MOVE SLOG-END-TIME TO WS-RUN-END-TIME(WS-RUN-HIT).
005660     MOVE SLOG-IN-CNT TO WS-RUN-IN-CNT(WS-RUN-HIT).
005670     MOVE SLOG-OUT-CNT TO WS-RUN-OUT-CNT(WS-RUN-HIT).
005680     MOVE SLOG-COND-CODE TO WS-RUN-RC(WS-RUN-HIT).
005690     MOVE SLOG-RUN-CNT TO WS-RUN-ID-CNT(WS-RUN-HIT).
005700     MOVE SLOG-RUN-ID(1) TO WS-RUN-FIRST-ID(WS-RUN-HIT).
005710 2300-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* ONE LINE PER STEP RUN, IN START ORDER, WITH ITS EXCEPTIONS.
005760* A STEP IS OUT OF ORDER WHEN IT STARTED AFTER A STEP THAT THE
005770* EXPECTED STREAM PUTS LATER THAN IT.
005780******************************************************************
005790 3000-PRINT-STEP.
005800     MOVE SPACES TO WS-DETAIL-LINE.
005810     SET WS-LINE-CLEAN TO TRUE.
005820     ADD 1 TO WS-LISTED-CNT.
005830     MOVE WS-RUN-SUB TO WS-DTL-SEQ.
005840     MOVE WS-RUN-PGM(WS-RUN-SUB) TO WS-DTL-PGM.
005850     MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-DTL-START-DATE.
005860     MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-TM-TIME.
005870     PERFORM 3300-FORMAT-CLOCK THRU 3300-EXIT.
005880     MOVE WS-CLOCK-EDIT TO WS-DTL-START-TIME.
005890     IF WS-RUN-HAS-END(WS-RUN-SUB)
005900         MOVE WS-RUN-END-DATE(WS-RUN-SUB) TO WS-DTL-END-DATE
005910         MOVE WS-RUN-END-TIME(WS-RUN-SUB) TO WS-TM-TIME
005920         PERFORM 3300-FORMAT-CLOCK THRU 3300-EXIT
005930         MOVE WS-CLOCK-EDIT TO WS-DTL-END-TIME
005940         MOVE WS-RUN-RC(WS-RUN-SUB) TO WS-ED-RC
005950         MOVE WS-ED-RC TO WS-DTL-RC
005960         MOVE WS-RUN-IN-CNT(WS-RUN-SUB) TO WS-ED-COUNT
005970         MOVE WS-ED-COUNT TO WS-DTL-IN-CNT
005980         MOVE WS-RUN-OUT-CNT(WS-RUN-SUB) TO WS-ED-COUNT
005990         MOVE WS-ED-COUNT TO WS-DTL-OUT-CNT
006000         IF WS-RUN-HAS-START(WS-RUN-SUB)
006010             PERFORM 3200-FORMAT-ELAPSED THRU 3200-EXIT
006020         END-IF
006030     END-IF.
006040     IF NOT WS-RUN-HAS-START(WS-RUN-SUB)
006050         MOVE SPACES TO WS-DTL-START-DATE
006060         MOVE SPACES TO WS-DTL-START-TIME
006070     END-IF.
006080     MOVE WS-RUN-FIRST-ID(WS-RUN-SUB) TO WS-DTL-RUN-ID.
006090     IF WS-RUN-ID-CNT(WS-RUN-SUB) > 1
006100         COMPUTE WS-ED-MORE-CNT = WS-RUN-ID-CNT(WS-RUN-SUB) - 1
006110         MOVE WS-ED-MORE TO WS-DTL-RUN-MORE
006120     END-IF.
006130     IF WS-RUN-HAS-END(WS-RUN-SUB)
006140             AND WS-RUN-RC(WS-RUN-SUB) > 4
006150         MOVE "RC>4" TO WS-DTL-FLAG-RC
006160         ADD 1 TO WS-HIGH-RC-CNT
006170         SET WS-LINE-FLAGGED TO TRUE
006180     END-IF.
006190     MOVE ZERO TO WS-PGM-RUN-CNT.
006200     PERFORM 3150-COUNT-PGM-RUN THRU 3150-EXIT
006210         VARYING WS-SCAN-SUB FROM 1 BY 1
006220             UNTIL WS-SCAN-SUB > WS-RUN-USED.
006230     IF WS-PGM-RUN-CNT > 1
006240         MOVE "REPEAT" TO WS-DTL-FLAG-REPEAT
006250         ADD 1 TO WS-REPEAT-CNT
006260         SET WS-LINE-FLAGGED TO TRUE
006270     END-IF.
006280     IF WS-RUN-EXP-IDX(WS-RUN-SUB) = ZERO
006290         MOVE "UNEXPECTED" TO WS-DTL-FLAG-EXP
006300         ADD 1 TO WS-UNEXPECTED-CNT
006310         SET WS-LINE-FLAGGED TO TRUE
006320     ELSE
006330         IF WS-RUN-EXP-IDX(WS-RUN-SUB) < WS-MAX-EXP-IDX
006340             MOVE "ORDER" TO WS-DTL-FLAG-ORDER
006350             ADD 1 TO WS-ORDER-CNT
006360             SET WS-LINE-FLAGGED TO TRUE
006370         ELSE
006380             MOVE WS-RUN-EXP-IDX(WS-RUN-SUB) TO WS-MAX-EXP-IDX
006390         END-IF
006400     END-IF.
006410     IF NOT WS-RUN-HAS-END(WS-RUN-SUB)
006420         MOVE "NO END" TO WS-DTL-FLAG-END
006430         ADD 1 TO WS-NO-END-CNT
006440         SET WS-LINE-FLAGGED TO TRUE
006450     END-IF.
006460     IF NOT WS-RUN-HAS-START(WS-RUN-SUB)
006470         MOVE "NO START" TO WS-DTL-FLAG-END
006480         ADD 1 TO WS-NO-START-CNT
006490         SET WS-LINE-FLAGGED TO TRUE
006500     END-IF.
006510     IF WS-LINE-FLAGGED
006520         ADD 1 TO WS-FLAGGED-CNT
006530     END-IF.
006540     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006550     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006560 3000-EXIT.
006570     EXIT.
006580
006590 3150-COUNT-PGM-RUN.
006600     IF WS-RUN-PGM(WS-SCAN-SUB) = WS-RUN-PGM(WS-RUN-SUB)
006610         ADD 1 TO WS-PGM-RUN-CNT
006620     END-IF.
006630 3150-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670* ELAPSED = WHOLE DAYS BETWEEN THE STAMP DATES PLUS THE SECONDS
006680* BETWEEN THE TIMES, SO A STEP RUNNING PAST MIDNIGHT IS RIGHT.
006690******************************************************************
006700 3200-FORMAT-ELAPSED.
006710     MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-TM-TIME.
006720     COMPUTE WS-START-SECS = WS-TM-HH * 3600 + WS-TM-MM * 60
006730         + WS-TM-SS.
006740     MOVE WS-RUN-END-TIME(WS-RUN-SUB) TO WS-TM-TIME.
006750     COMPUTE WS-END-SECS = WS-TM-HH * 3600 + WS-TM-MM * 60
006760         + WS-TM-SS.
006770     MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-TM-DATE.
006780     COMPUTE WS-DAY-DIFF =
006790         FUNCTION INTEGER-OF-DATE(WS-RUN-END-DATE(WS-RUN-SUB))
006800         - FUNCTION INTEGER-OF-DATE(WS-TM-DATE).
006810     COMPUTE WS-ELAPSED-SECS = WS-DAY-DIFF * 86400
006820         + WS-END-SECS - WS-START-SECS.
006830     IF WS-ELAPSED-SECS < ZERO
006840         MOVE "????????" TO WS-DTL-ELAPSED
006850         GO TO 3200-EXIT
006860     END-IF.
006870     COMPUTE WS-ELAPSED-HH = WS-ELAPSED-SECS / 3600.
006880     COMPUTE WS-ELAPSED-REM = WS-ELAPSED-SECS
006890         - WS-ELAPSED-HH * 3600.
006900     IF WS-ELAPSED-HH > 99
006910         MOVE "99:59:59" TO WS-DTL-ELAPSED
006920         GO TO 3200-EXIT
006930     END-IF.
006940     MOVE WS-ELAPSED-HH TO WS-CLK-HH.
006950     COMPUTE WS-CLK-MM = WS-ELAPSED-REM / 60.
006960     COMPUTE WS-CLK-SS = WS-ELAPSED-REM - WS-CLK-MM * 60.
006970     MOVE WS-CLOCK-EDIT TO WS-DTL-ELAPSED.
006980 3200-EXIT.
006990     EXIT.
007000
007010 3300-FORMAT-CLOCK.
007020     MOVE WS-TM-HH TO WS-CLK-HH.
007030     MOVE WS-TM-MM TO WS-CLK-MM.
007040     MOVE WS-TM-SS TO WS-CLK-SS.
007050 3300-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* AN EXPECTED STEP WITH NO RUN FOR THE DATE.  A REQUIRED STEP IS
007100* FLAGGED MISSING; AN OPTIONAL ONE IS NOTED ONLY.
007110******************************************************************
007120 3500-PRINT-MISSING.
007130     IF WS-EXP-RUN-CNT(WS-EXP-SUB) > ZERO
007140         GO TO 3500-EXIT
007150     END-IF.
007160     MOVE SPACES TO WS-DETAIL-LINE.
007170     MOVE WS-EXP-PGM(WS-EXP-SUB) TO WS-DTL-PGM.
007180     IF WS-EXP-OPTIONAL(WS-EXP-SUB)
007190         MOVE "NOT RUN" TO WS-DTL-START-DATE
007200         MOVE "OPTIONAL" TO WS-DTL-START-TIME
007210     ELSE
007220         MOVE "MISSING" TO WS-DTL-START-DATE
007230         MOVE "MISSING" TO WS-DTL-FLAG-EXP
007240         ADD 1 TO WS-MISSING-CNT
007250         ADD 1 TO WS-FLAGGED-CNT
007260     END-IF.
007270     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007280     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007290 3500-EXIT.
007300     EXIT.
007310
007320 4000-PRINT-SUMMARY.
007330     MOVE SPACES TO WS-PRINT-LINE.
007340     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007350     MOVE "STEP LOG RECORDS READ:" TO WS-CNT-LABEL.
007360     MOVE WS-SLOG-READ-CNT TO WS-CNT-VALUE.
007370     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007380     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007390     MOVE "RECORDS FOR PROCESSING DATE:" TO WS-CNT-LABEL.
007400     MOVE WS-SLOG-SEL-CNT TO WS-CNT-VALUE.
007410     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007420     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007430     IF WS-SLOG-BAD-CNT > ZERO
007440         MOVE "UNREADABLE LOG RECORDS:" TO WS-CNT-LABEL
007450         MOVE WS-SLOG-BAD-CNT TO WS-CNT-VALUE
007460         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
007470         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
007480     END-IF.
007490     MOVE "STEP RUNS LISTED:" TO WS-CNT-LABEL.
007500     MOVE WS-LISTED-CNT TO WS-CNT-VALUE.
007510     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007520     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007530     IF WS-OVERFLOW-CNT > ZERO
007540         MOVE "STEP RUNS NOT LISTED (FULL):" TO WS-CNT-LABEL
007550         MOVE WS-OVERFLOW-CNT TO WS-CNT-VALUE
007560         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
007570         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
007580     END-IF.
007590     MOVE "REQUIRED STEPS MISSING:" TO WS-CNT-LABEL.
007600     MOVE WS-MISSING-CNT TO WS-CNT-VALUE.
007610     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007620     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007630     MOVE "RC>4      ENDED ABOVE CODE 4:" TO WS-CNT-LABEL.
007640     MOVE WS-HIGH-RC-CNT TO WS-CNT-VALUE.
007650     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007660     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007670     MOVE "REPEAT    RAN MORE THAN ONCE:" TO WS-CNT-LABEL.
007680     MOVE WS-REPEAT-CNT TO WS-CNT-VALUE.
007690     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007700     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007710     MOVE "ORDER     RAN OUT OF ORDER:" TO WS-CNT-LABEL.
007720     MOVE WS-ORDER-CNT TO WS-CNT-VALUE.
007730     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007740     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007750     MOVE "NO END    NO END RECORD:" TO WS-CNT-LABEL.
007760     MOVE WS-NO-END-CNT TO WS-CNT-VALUE.
007770     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007780     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007790     MOVE "NO START  NO START RECORD:" TO WS-CNT-LABEL.
007800     MOVE WS-NO-START-CNT TO WS-CNT-VALUE.
007810     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007820     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007830     MOVE "UNEXPECTED NOT IN STREAM:" TO WS-CNT-LABEL.
007840     MOVE WS-UNEXPECTED-CNT TO WS-CNT-VALUE.
007850     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007860     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007870     MOVE SPACES TO WS-PRINT-LINE.
007880     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007890     IF WS-FLAGGED-CNT = ZERO
007900         MOVE "RUN SHEET CLEAN -- EXPECTED STEPS RAN IN ORDER"
007910             TO WS-PRINT-LINE
007920     ELSE
007930         MOVE "RUN SHEET EXCEPTIONS FLAGGED -- SEE LINES ABOVE"
007940             TO WS-PRINT-LINE
007950         IF WS-RETURN-CODE < 4
007960             MOVE 4 TO WS-RETURN-CODE
007970         END-IF
007980     END-IF.
007990     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
008000 4000-EXIT.
008010     EXIT.
008020
008030 5000-TERMINATE.
008040     DISPLAY "RUNSHT PROCESSING DATE:      " WS-SHEET-DATE.
008050     DISPLAY "RUNSHT STEP RUNS LISTED:     " WS-LISTED-CNT.
008060     DISPLAY "RUNSHT LINES FLAGGED:        " WS-FLAGGED-CNT.
008070     IF WS-SLOG-PRESENT
008080         CLOSE STEP-LOG-FILE
008090     END-IF.
008100     CLOSE PRINT-FILE.
008110 5000-EXIT.
008120     EXIT.
008130
008140 6200-PRINT-HEADINGS.
008150     ADD 1 TO WS-PAGE-NO.
008160     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
008170     MOVE WS-RUN-DATE TO WS-HDG-DATE.
008180     MOVE WS-SHEET-DATE TO WS-HDG-PROC-DATE.
008190     MOVE WS-HDG-LINE-1 TO PRINT-REC.
008200     WRITE PRINT-REC.
008210     MOVE WS-STEP-SOURCE TO WS-HDG-SOURCE.
008220     MOVE WS-HDG-LINE-2 TO PRINT-REC.
008230     WRITE PRINT-REC.
008240     MOVE WS-HDG-LINE-3 TO PRINT-REC.
008250     WRITE PRINT-REC.
008260     MOVE ZERO TO WS-LINE-CNT.
008270 6200-EXIT.
008280     EXIT.
008290
008300 6350-WRITE-PRINT-REC.
008310     IF WS-LINE-CNT > 50
008320         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
008330     END-IF.
008340     MOVE WS-PRINT-LINE TO PRINT-REC.
008350     WRITE PRINT-REC.
008360     ADD 1 TO WS-LINE-CNT.
008370 6350-EXIT.
008380     EXIT.
008390 END PROGRAM RUNSHT.
