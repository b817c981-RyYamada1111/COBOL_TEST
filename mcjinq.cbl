000100******************************************************************
000110* PROGRAM-ID:  MCJINQ
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-12
000150* DATE-COMPILED:
000160* PURPOSE:     MASTER-CHANGE JOURNAL INQUIRY OFF MSTCHGJ, THE
000170*              JOURNAL TYPMNT AND RATMNT WRITE FOR EVERY CHANGE
000180*              THEY APPLY TO TYPEMST AND RATEMST.  THE MCJPARM
000190*              CARD (SEE MCJPRM.CPY; NO CARD MEANS EVERYTHING)
000200*              NAMES A MASTER, A CODE AND A RANGE OF CHANGE
000210*              DATES.  EACH SELECTED CHANGE IS LISTED WITH ITS
000220*              DATE AND TIME, RUNPARM PROCESSING DATE, ACTION,
000230*              OPERATOR, REFERENCE AND THE RECORD BEFORE AND
000240*              AFTER.  WHEN THE CARD CARRIES AN AS-OF DATE, A
000250*              SECOND SECTION REBUILDS THE VALUE EACH SELECTED
000260*              CODE HAD FOR THAT PROCESSING DATE: THE AFTER IMAGE
000270*              OF THE LAST CHANGE MADE FOR THAT DATE OR EARLIER,
000280*              ELSE THE BEFORE IMAGE OF THE CODE'S FIRST CHANGE.
000290*              A CODE ON THE MASTER THAT HAS NEVER BEEN CHANGED
000300*              SHOWS ITS CURRENT VALUE.
000310*              READ ONLY; NO FILE IS UPDATED.  AN INVALID CARD
000320*              PRINTS NOTHING AND ENDS WITH CODE 12; A MISSING
000330*              JOURNAL ENDS WITH CODE 4.
000340* TECTONICS:   COMPILE AND LINK PER STANDARD SHOP JCL.
000350*
000360* MODIFICATION HISTORY
000370* DATE       INIT  DESCRIPTION
000380* ---------- ----  --------------------------------------------
000390* 2026-10-12 TS    ORIGINAL VERSION.
000393* 2026-10-15 TS    THE SUMMARY COUNT TAKEN BEFORE THE CHANGE-DATE
000396*                  RANGE IS LABELLED JOURNAL RECORDS READ.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MCJINQ.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARM-FILE ASSIGN TO MCJPARM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUS.
000490     SELECT MCJ-FILE ASSIGN TO MSTCHGJ
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS MCJ-KEY
000530         FILE STATUS IS WS-MCJ-STATUS.
000540     SELECT TYPE-MAST ASSIGN TO TYPEMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TYPE-CODE
000580         FILE STATUS IS WS-TYPE-STATUS.
000590     SELECT RATE-MAST ASSIGN TO RATEMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS RATE-CODE
000630         FILE STATUS IS WS-RATE-STATUS.
000640     SELECT PRINT-FILE ASSIGN TO MCJRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRINT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 COPY MCJPRM.
000720 FD  MCJ-FILE
000730     RECORD CONTAINS 180 CHARACTERS.
000740 COPY MCJREC.
000750 FD  TYPE-MAST
000760     RECORD CONTAINS 40 CHARACTERS.
000770 COPY TYPEREC.
000780 FD  RATE-MAST
000790     RECORD CONTAINS 40 CHARACTERS.
000800 COPY RATEREC.
000810 FD  PRINT-FILE
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  PRINT-REC                  PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  WS-COUNTERS.
000860     03  WS-JRNL-READ-CNT    PIC 9(9)  COMP VALUE ZERO.
000870     03  WS-JRNL-LIST-CNT    PIC 9(9)  COMP VALUE ZERO.
000880     03  WS-REBUILT-CNT      PIC 9(9)  COMP VALUE ZERO.
000890     03  WS-UNCHANGED-CNT    PIC 9(9)  COMP VALUE ZERO.
000900 01  WS-PARM-WORK.
000910     03  WS-SEL-MASTER       PIC X(8)  VALUE SPACES.
000920     03  WS-SEL-KEY          PIC X(10) VALUE SPACES.
000930     03  WS-FROM-DATE        PIC 9(8)  VALUE ZERO.
000940     03  WS-THRU-DATE        PIC 9(8)  VALUE 99999999.
000950     03  WS-AS-OF-DATE       PIC 9(8)  VALUE ZERO.
000960     03  WS-RUN-DATE         PIC 9(8)  VALUE ZERO.
000970******************************************************************
000980* ONE CODE'S JOURNAL HISTORY DURING THE REBUILD: THE LAST CHANGE
000990* MADE FOR THE AS-OF DATE OR EARLIER, AND THE CODE'S FIRST CHANGE
001000* FOR WHEN EVERY CHANGE CAME LATER.
001010******************************************************************
001020 01  WS-GROUP-WORK.
001030     03  WS-GRP-MASTER       PIC X(8)  VALUE SPACES.
001040     03  WS-GRP-KEY          PIC X(10) VALUE SPACES.
001050     03  WS-GRP-IMAGE        PIC X(40).
001060     03  WS-GRP-REF          PIC X(10).
001070     03  WS-GRP-PROC-DATE    PIC 9(8).
001080     03  WS-GRP-FIRST-IMAGE  PIC X(40).
001090     03  WS-GRP-FIRST-REF    PIC X(10).
001100     03  WS-GRP-FIRST-PROC   PIC 9(8).
001110 01  WS-CHECK-WORK.
001120     03  WS-CHK-MASTER       PIC X(8).
001130     03  WS-CHK-KEY          PIC X(10).
001140******************************************************************
001150* A MASTER RECORD IMAGE TO BE FORMATTED, IN EITHER LAYOUT.
001160******************************************************************
001170 01  WS-IMAGE-WORK.
001180     03  WS-IMG-MASTER       PIC X(8).
001190     03  WS-IMG-FLAG         PIC X(1).
001200     03  WS-IMG-DATA         PIC X(40).
001210     03  WS-IMG-TYPE REDEFINES WS-IMG-DATA.
001220         05  WS-IMG-T-CODE   PIC X(2).
001230         05  WS-IMG-T-DESC   PIC X(30).
001240         05  WS-IMG-T-FLAG   PIC X(1).
001250         05  FILLER          PIC X(7).
001260     03  WS-IMG-RATE REDEFINES WS-IMG-DATA.
001270         05  WS-IMG-R-CODE   PIC X(2).
001280         05  WS-IMG-R-DESC   PIC X(25).
001290         05  WS-IMG-R-VALUE  PIC 9(3)V99.
001300         05  WS-IMG-R-FLAG   PIC X(1).
001310         05  FILLER          PIC X(7).
001320 01  WS-IMAGE-TEXT.
001330     05  WS-IMT-DESC         PIC X(30).
001340     05  FILLER              PIC X(1).
001350     05  WS-IMT-RATE         PIC ZZ9.99.
001360     05  FILLER              PIC X(1).
001370     05  WS-IMT-STATUS       PIC X(8).
001380 01  WS-FLAGS.
001390     03  WS-PARM-STATUS      PIC X(2).
001400         88  WS-PARM-OK           VALUE "00".
001410     03  WS-MCJ-STATUS       PIC X(2).
001420         88  WS-MCJ-OK            VALUE "00".
001430         88  WS-MCJ-NO-FILE       VALUE "35".
001440     03  WS-TYPE-STATUS      PIC X(2).
001450         88  WS-TYPE-OK           VALUE "00".
001460         88  WS-TYPE-NO-FILE      VALUE "35".
001470     03  WS-RATE-STATUS      PIC X(2).
001480         88  WS-RATE-OK           VALUE "00".
001490         88  WS-RATE-NO-FILE      VALUE "35".
001500     03  WS-PRINT-STATUS     PIC X(2).
001510         88  WS-PRINT-OK          VALUE "00".
001520     03  WS-MCJ-EOF-SW       PIC X(1).
001530         88  WS-MCJ-EOF           VALUE "Y".
001540         88  WS-MCJ-NOT-EOF       VALUE "N".
001550     03  WS-TYPE-EOF-SW      PIC X(1).
001560         88  WS-TYPE-EOF          VALUE "Y".
001570         88  WS-TYPE-NOT-EOF      VALUE "N".
001580     03  WS-RATE-EOF-SW      PIC X(1).
001590         88  WS-RATE-EOF          VALUE "Y".
001600         88  WS-RATE-NOT-EOF      VALUE "N".
001610     03  WS-MCJ-PRESENT-SW   PIC X(1)  VALUE "Y".
001620         88  WS-MCJ-PRESENT       VALUE "Y".
001630         88  WS-MCJ-ABSENT        VALUE "N".
001640     03  WS-TYPE-PRESENT-SW  PIC X(1)  VALUE "Y".
001650         88  WS-TYPE-PRESENT      VALUE "Y".
001660         88  WS-TYPE-ABSENT       VALUE "N".
001670     03  WS-RATE-PRESENT-SW  PIC X(1)  VALUE "Y".
001680         88  WS-RATE-PRESENT      VALUE "Y".
001690         88  WS-RATE-ABSENT       VALUE "N".
001700     03  WS-ROW-SW           PIC X(1).
001710         88  WS-ROW-SELECTED      VALUE "Y".
001720         88  WS-ROW-SKIPPED       VALUE "N".
001730     03  WS-IN-FORCE-SW      PIC X(1).
001740         88  WS-GRP-IN-FORCE      VALUE "Y".
001750         88  WS-GRP-NOT-IN-FORCE  VALUE "N".
001760     03  WS-ON-JRNL-SW       PIC X(1).
001770         88  WS-ON-JOURNAL        VALUE "Y".
001780         88  WS-NOT-ON-JOURNAL    VALUE "N".
001790     03  WS-SECTION-SW       PIC X(1)  VALUE "L".
001800         88  WS-LIST-SECTION      VALUE "L".
001810         88  WS-REBUILD-SECTION   VALUE "R".
001820     03  WS-PARM-VALID-SW    PIC X(1)  VALUE "Y".
001830         88  WS-PARM-VALID        VALUE "Y".
001840         88  WS-PARM-INVALID      VALUE "N".
001850     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001860         88  WS-OPEN-FAILED       VALUE "Y".
001870 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001880 01  WS-REPORT-WORK.
001890     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001900     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001910 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
001920 01  WS-HDG-LINE-1.
001930     05  FILLER          PIC X(31)
001940         VALUE "MASTER-CHANGE JOURNAL INQUIRY  ".
001950     05  FILLER          PIC X(9)  VALUE "RUN DATE ".
001960     05  WS-HDG-DATE     PIC 9(8).
001970     05  FILLER          PIC X(64) VALUE SPACES.
001980     05  FILLER          PIC X(5)  VALUE "PAGE ".
001990     05  WS-HDG-PAGE     PIC ZZZ9.
002000     05  FILLER          PIC X(11) VALUE SPACES.
002010 01  WS-HDG-LINE-2.
002020     05  FILLER          PIC X(7)  VALUE "MASTER ".
002030     05  WS-HDG-MASTER   PIC X(8).
002040     05  FILLER          PIC X(6)  VALUE "  KEY ".
002050     05  WS-HDG-KEY      PIC X(10).
002060     05  FILLER          PIC X(15) VALUE "  CHANGED FROM ".
002070     05  WS-HDG-FROM-DATE PIC 9(8).
002080     05  FILLER          PIC X(6)  VALUE " THRU ".
002090     05  WS-HDG-THRU-DATE PIC 9(8).
002100     05  FILLER          PIC X(18) VALUE "  AS OF PROC DATE ".
002110     05  WS-HDG-AS-OF    PIC X(8).
002120     05  FILLER          PIC X(38) VALUE SPACES.
002130 01  WS-HDG-LINE-3.
002140     05  FILLER          PIC X(9)  VALUE "CHG DATE".
002150     05  FILLER          PIC X(7)  VALUE "TIME".
002160     05  FILLER          PIC X(9)  VALUE "PROC DATE".
002170     05  FILLER          PIC X(9)  VALUE "MASTER".
002180     05  FILLER          PIC X(11) VALUE "KEY".
002190     05  FILLER          PIC X(2)  VALUE "A".
002200     05  FILLER          PIC X(9)  VALUE "OPERATOR".
002210     05  FILLER          PIC X(11) VALUE "REFERENCE".
002220     05  FILLER          PIC X(7)  VALUE "IMAGE".
002230     05  FILLER          PIC X(31) VALUE "DESCRIPTION".
002240     05  FILLER          PIC X(7)  VALUE "  RATE".
002250     05  FILLER          PIC X(20) VALUE "STATUS".
002260 01  WS-HDG-LINE-4.
002270     05  FILLER          PIC X(10) VALUE "MASTER".
002280     05  FILLER          PIC X(12) VALUE "KEY".
002290     05  FILLER          PIC X(31) VALUE "DESCRIPTION".
002300     05  FILLER          PIC X(7)  VALUE "  RATE".
002310     05  FILLER          PIC X(10) VALUE "STATUS".
002320     05  FILLER          PIC X(62) VALUE "BASIS".
002330 01  WS-SECTION-LINE.
002340     05  FILLER          PIC X(36)
002350         VALUE "VALUES IN FORCE FOR PROCESSING DATE ".
002360     05  WS-SCL-AS-OF    PIC 9(8).
002370     05  FILLER          PIC X(88) VALUE SPACES.
002380 01  WS-DETAIL-LINE.
002390     05  WS-DTL-CHG-DATE PIC 9(8).
002400     05  FILLER          PIC X(1)  VALUE SPACES.
002410     05  WS-DTL-CHG-TIME PIC X(6).
002420     05  FILLER          PIC X(1)  VALUE SPACES.
002430     05  WS-DTL-PROC-DATE PIC 9(8).
002440     05  FILLER          PIC X(1)  VALUE SPACES.
002450     05  WS-DTL-MASTER   PIC X(8).
002460     05  FILLER          PIC X(1)  VALUE SPACES.
002470     05  WS-DTL-KEY      PIC X(10).
002480     05  FILLER          PIC X(1)  VALUE SPACES.
002490     05  WS-DTL-ACTION   PIC X(1).
002500     05  FILLER          PIC X(1)  VALUE SPACES.
002510     05  WS-DTL-OPER     PIC X(8).
002520     05  FILLER          PIC X(1)  VALUE SPACES.
002530     05  WS-DTL-REF      PIC X(10).
002540     05  FILLER          PIC X(1)  VALUE SPACES.
002550     05  WS-DTL-LABEL    PIC X(7).
002560     05  WS-DTL-IMAGE    PIC X(46).
002570     05  FILLER          PIC X(12) VALUE SPACES.
002580 01  WS-REBUILD-LINE.
002590     05  WS-RBL-MASTER   PIC X(8).
002600     05  FILLER          PIC X(2)  VALUE SPACES.
002610     05  WS-RBL-KEY      PIC X(10).
002620     05  FILLER          PIC X(2)  VALUE SPACES.
002630     05  WS-RBL-IMAGE    PIC X(46).
002640     05  FILLER          PIC X(2)  VALUE SPACES.
002650     05  WS-RBL-BASIS    PIC X(50).
002660     05  FILLER          PIC X(12) VALUE SPACES.
002670 01  WS-COUNT-LINE.
002680     05  WS-CNT-LABEL    PIC X(30).
002690     05  WS-CNT-VALUE    PIC ZZZZZZZZ9.
002700     05  FILLER          PIC X(93) VALUE SPACES.
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     IF NOT WS-OPEN-FAILED
002750             AND WS-PARM-VALID
002760         PERFORM 2000-LIST-CHANGES THRU 2000-EXIT
002770         IF WS-AS-OF-DATE > ZERO
002780             PERFORM 3000-REBUILD-VALUES THRU 3000-EXIT
002790         END-IF
002800         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002810     END-IF.
002820     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002830     MOVE WS-RETURN-CODE TO RETURN-CODE.
002840     STOP RUN.
002850
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002880     PERFORM 1100-READ-INQ-PARM THRU 1100-EXIT.
002890     OPEN INPUT MCJ-FILE.
002900     IF WS-MCJ-NO-FILE
002910         DISPLAY "MSTCHGJ NOT PRESENT, NO CHANGES JOURNALED"
002920         SET WS-MCJ-ABSENT TO TRUE
002930         IF WS-RETURN-CODE < 4
002940             MOVE 4 TO WS-RETURN-CODE
002950         END-IF
002960     ELSE
002970         IF NOT WS-MCJ-OK
002980             DISPLAY "MCJ-FILE OPEN FAILED, STATUS: "
002990                 WS-MCJ-STATUS
003000             SET WS-OPEN-FAILED TO TRUE
003010         END-IF
003020     END-IF.
003030     OPEN INPUT TYPE-MAST.
003040     IF WS-TYPE-NO-FILE
003050         DISPLAY "TYPEMST NOT PRESENT, NO UNCHANGED TYPE CODES"
003060         SET WS-TYPE-ABSENT TO TRUE
003070     ELSE
003080         IF NOT WS-TYPE-OK
003090             DISPLAY "TYPE-MAST OPEN FAILED, STATUS: "
003100                 WS-TYPE-STATUS
003110             SET WS-OPEN-FAILED TO TRUE
003120         END-IF
003130     END-IF.
003140     OPEN INPUT RATE-MAST.
003150     IF WS-RATE-NO-FILE
003160         DISPLAY "RATEMST NOT PRESENT, NO UNCHANGED RATE CODES"
003170         SET WS-RATE-ABSENT TO TRUE
003180     ELSE
003190         IF NOT WS-RATE-OK
003200             DISPLAY "RATE-MAST OPEN FAILED, STATUS: "
003210                 WS-RATE-STATUS
003220             SET WS-OPEN-FAILED TO TRUE
003230         END-IF
003240     END-IF.
003250     OPEN OUTPUT PRINT-FILE.
003260     IF NOT WS-PRINT-OK
003270         DISPLAY "PRINT-FILE OPEN FAILED, STATUS: "
003280             WS-PRINT-STATUS
003290         SET WS-OPEN-FAILED TO TRUE
003300     END-IF.
003310     IF WS-OPEN-FAILED
003320         MOVE 16 TO WS-RETURN-CODE
003330         GO TO 1000-EXIT
003340     END-IF.
003350     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
003360     IF WS-PARM-INVALID
003370         MOVE "MCJPARM CARD INVALID -- NOTHING PRINTED"
003380             TO WS-PRINT-LINE
003390         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003400         GO TO 1000-EXIT
003410     END-IF.
003420     IF WS-MCJ-ABSENT
003430         MOVE "MSTCHGJ NOT PRESENT -- NO CHANGES JOURNALED"
003440             TO WS-PRINT-LINE
003450         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* A MISSING OR EMPTY CARD SELECTS BOTH MASTERS, EVERY CODE AND
003520* EVERY DATE, WITH NO REBUILD.  THE MASTER MUST BE BLANK, TYPEMST
003530* OR RATEMST, A DATE THAT IS NOT BLANK MUST BE NUMERIC, AND THE
003540* RANGE MUST RUN FORWARD, OR NOTHING IS PRINTED (CODE 12).
003550******************************************************************
003560 1100-READ-INQ-PARM.
003570     OPEN INPUT PARM-FILE.
003580     IF NOT WS-PARM-OK
003590         DISPLAY "MCJPARM NOT PRESENT, ALL CHANGES SELECTED"
003600         GO TO 1100-EXIT
003610     END-IF.
003620     READ PARM-FILE
003630         AT END
003640             DISPLAY "MCJPARM EMPTY, ALL CHANGES SELECTED"
003650             CLOSE PARM-FILE
003660             GO TO 1100-EXIT
003670     END-READ.
003680     CLOSE PARM-FILE.
003690     MOVE MCJP-MASTER TO WS-SEL-MASTER.
003700     IF WS-SEL-MASTER NOT = SPACES
003710             AND WS-SEL-MASTER NOT = "TYPEMST"
003720             AND WS-SEL-MASTER NOT = "RATEMST"
003730         DISPLAY "MCJPARM MASTER NOT TYPEMST OR RATEMST: "
003740             MCJP-MASTER
003750         SET WS-PARM-INVALID TO TRUE
003760     END-IF.
003770     MOVE MCJP-MAST-KEY TO WS-SEL-KEY.
003780     IF MCJP-FROM-DATE NOT = SPACES
003790         IF MCJP-FROM-DATE-N NUMERIC
003800             MOVE MCJP-FROM-DATE-N TO WS-FROM-DATE
003810         ELSE
003820             DISPLAY "MCJPARM FROM DATE NOT NUMERIC: "
003830                 MCJP-FROM-DATE
003840             SET WS-PARM-INVALID TO TRUE
003850         END-IF
003860     END-IF.
003870     IF MCJP-THRU-DATE NOT = SPACES
003880         IF MCJP-THRU-DATE-N NUMERIC
003890             MOVE MCJP-THRU-DATE-N TO WS-THRU-DATE
003900         ELSE
003910             DISPLAY "MCJPARM THRU DATE NOT NUMERIC: "
003920                 MCJP-THRU-DATE
003930             SET WS-PARM-INVALID TO TRUE
003940         END-IF
003950     END-IF.
003960     IF MCJP-AS-OF-DATE NOT = SPACES
003970         IF MCJP-AS-OF-DATE-N NUMERIC
003980             MOVE MCJP-AS-OF-DATE-N TO WS-AS-OF-DATE
003990         ELSE
004000             DISPLAY "MCJPARM AS-OF DATE NOT NUMERIC: "
004010                 MCJP-AS-OF-DATE
004020             SET WS-PARM-INVALID TO TRUE
004030         END-IF
004040     END-IF.
004050     IF WS-THRU-DATE < WS-FROM-DATE
004060         DISPLAY "MCJPARM THRU DATE BEFORE FROM DATE"
004070         SET WS-PARM-INVALID TO TRUE
004080     END-IF.
004090     IF WS-PARM-INVALID
004100         MOVE 12 TO WS-RETURN-CODE
004110     END-IF.
004120 1100-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160* LIST EVERY SELECTED CHANGE MADE INSIDE THE DATE RANGE, BEFORE
004170* IMAGE ON ONE LINE AND AFTER IMAGE UNDER IT.
004180******************************************************************
004190 2000-LIST-CHANGES.
004200     IF WS-MCJ-ABSENT
004210         GO TO 2000-EXIT
004220     END-IF.
004230     PERFORM 2100-START-JOURNAL THRU 2100-EXIT.
004240     PERFORM 2200-LIST-ONE-CHANGE THRU 2200-EXIT
004250         UNTIL WS-MCJ-EOF.
004260 2000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* POSITION AT THE SELECTED MASTER AND CODE (OR THE FRONT OF THE
004310* JOURNAL) -- THE KEY KEEPS A CODE'S CHANGES TOGETHER AND IN THE
004320* ORDER THEY WERE MADE.
004330******************************************************************
004340 2100-START-JOURNAL.
004350     SET WS-MCJ-NOT-EOF TO TRUE.
004360     MOVE LOW-VALUES TO MCJ-KEY.
004370     IF WS-SEL-MASTER NOT = SPACES
004380         MOVE WS-SEL-MASTER TO MCJ-MASTER
004390         IF WS-SEL-KEY NOT = SPACES
004400             MOVE WS-SEL-KEY TO MCJ-MAST-KEY
004410         END-IF
004420     END-IF.
004430     START MCJ-FILE KEY IS NOT < MCJ-KEY
004440         INVALID KEY
004450             SET WS-MCJ-EOF TO TRUE
004460     END-START.
004470 2100-EXIT.
004480     EXIT.
004490
004500 2200-LIST-ONE-CHANGE.
004510     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004520     IF WS-MCJ-EOF
004530             OR WS-ROW-SKIPPED
004540         GO TO 2200-EXIT
004550     END-IF.
004560     ADD 1 TO WS-JRNL-READ-CNT.
004570     IF MCJ-CHG-DATE < WS-FROM-DATE
004580             OR MCJ-CHG-DATE > WS-THRU-DATE
004590         GO TO 2200-EXIT
004600     END-IF.
004610     PERFORM 2300-PRINT-CHANGE THRU 2300-EXIT.
004620 2200-EXIT.
004630     EXIT.
004640
004650 2300-PRINT-CHANGE.
004660     IF WS-LINE-CNT > 49
004670         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
004680     END-IF.
004690     MOVE SPACES TO WS-DETAIL-LINE.
004700     MOVE MCJ-CHG-DATE TO WS-DTL-CHG-DATE.
004710     MOVE MCJ-CHG-TIME(1:6) TO WS-DTL-CHG-TIME.
004720     MOVE MCJ-PROC-DATE TO WS-DTL-PROC-DATE.
004730     MOVE MCJ-MASTER TO WS-DTL-MASTER.
004740     MOVE MCJ-MAST-KEY TO WS-DTL-KEY.
004750     MOVE MCJ-ACTION TO WS-DTL-ACTION.
004760     MOVE MCJ-OPER-ID TO WS-DTL-OPER.
004770     MOVE MCJ-REF-NO TO WS-DTL-REF.
004780     MOVE "BEFORE" TO WS-DTL-LABEL.
004790     MOVE MCJ-MASTER TO WS-IMG-MASTER.
004800     MOVE MCJ-BEFORE-IMAGE TO WS-IMG-DATA.
004810     PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT.
004820     MOVE WS-IMAGE-TEXT TO WS-DTL-IMAGE.
004830     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004840     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004850     MOVE SPACES TO WS-DETAIL-LINE.
004860     MOVE "AFTER" TO WS-DTL-LABEL.
004870     MOVE MCJ-AFTER-IMAGE TO WS-IMG-DATA.
004880     PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT.
004890     MOVE WS-IMAGE-TEXT TO WS-DTL-IMAGE.
004900     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004910     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004920     ADD 1 TO WS-JRNL-LIST-CNT.
004930 2300-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* DESCRIPTION, RATE (RATEMST ONLY) AND ACTIVE STATUS OF THE IMAGE
004980* IN WS-IMG-DATA.  A BLANK IMAGE IS A CODE NOT ON THE MASTER.
004990******************************************************************
005000 2400-FORMAT-IMAGE.
005010     MOVE SPACES TO WS-IMAGE-TEXT.
005020     IF WS-IMG-DATA = SPACES
005030         MOVE "(NOT ON MASTER)" TO WS-IMT-DESC
005040         GO TO 2400-EXIT
005050     END-IF.
005060     IF WS-IMG-MASTER = "RATEMST"
005070         MOVE WS-IMG-R-DESC TO WS-IMT-DESC
005080         IF WS-IMG-R-VALUE NUMERIC
005090             MOVE WS-IMG-R-VALUE TO WS-IMT-RATE
005100         END-IF
005110         MOVE WS-IMG-R-FLAG TO WS-IMG-FLAG
005120     ELSE
005130         MOVE WS-IMG-T-DESC TO WS-IMT-DESC
005140         MOVE WS-IMG-T-FLAG TO WS-IMG-FLAG
005150     END-IF.
005160     IF WS-IMG-FLAG = "I"
005170         MOVE "INACTIVE" TO WS-IMT-STATUS
005180     ELSE
005190         MOVE "ACTIVE" TO WS-IMT-STATUS
005200     END-IF.
005210 2400-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* NEXT JOURNAL RECORD.  PAST THE SELECTED MASTER (OR THE SELECTED
005260* CODE WITHIN IT) THE SWEEP ENDS; A CODE SELECTED WITHOUT A MASTER
005270* IS MATCHED IN BOTH MASTERS.
005280******************************************************************
005290 2900-READ-JOURNAL.
005300     SET WS-ROW-SELECTED TO TRUE.
005310     READ MCJ-FILE NEXT RECORD
005320         AT END
005330             SET WS-MCJ-EOF TO TRUE
005340             GO TO 2900-EXIT
005350     END-READ.
005360     IF WS-SEL-MASTER NOT = SPACES
005370             AND MCJ-MASTER NOT = WS-SEL-MASTER
005380         SET WS-MCJ-EOF TO TRUE
005390         GO TO 2900-EXIT
005400     END-IF.
005410     IF WS-SEL-KEY NOT = SPACES
005420             AND MCJ-MAST-KEY NOT = WS-SEL-KEY
005430         IF WS-SEL-MASTER NOT = SPACES
005440             SET WS-MCJ-EOF TO TRUE
005450         ELSE
005460             SET WS-ROW-SKIPPED TO TRUE
005470         END-IF
005480         GO TO 2900-EXIT
005490     END-IF.
005500 2900-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540* VALUE OF EACH SELECTED CODE FOR THE AS-OF PROCESSING DATE.  THE
005550* JOURNAL IS READ AGAIN FROM THE SAME POSITION, ONE CODE AT A
005560* TIME, IGNORING THE CHANGE-DATE RANGE; THEN THE MASTERS ARE SWEPT
005570* FOR CODES THAT HAVE NO JOURNAL RECORD AT ALL.
005580******************************************************************
005590 3000-REBUILD-VALUES.
005600     SET WS-REBUILD-SECTION TO TRUE.
005610     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
005620     MOVE SPACES TO WS-GRP-MASTER.
005630     MOVE SPACES TO WS-GRP-KEY.
005640     IF WS-MCJ-PRESENT
005650         PERFORM 2100-START-JOURNAL THRU 2100-EXIT
005660         PERFORM 3100-REBUILD-ONE-ROW THRU 3100-EXIT
005670             UNTIL WS-MCJ-EOF
005680         IF WS-GRP-MASTER NOT = SPACES
005690             PERFORM 3300-PRINT-REBUILT THRU 3300-EXIT
005700         END-IF
005710     END-IF.
005720     IF WS-SEL-MASTER = SPACES
005730             OR WS-SEL-MASTER = "TYPEMST"
005740         PERFORM 3500-SWEEP-TYPES THRU 3500-EXIT
005750     END-IF.
005760     IF WS-SEL-MASTER = SPACES
005770             OR WS-SEL-MASTER = "RATEMST"
005780         PERFORM 3600-SWEEP-RATES THRU 3600-EXIT
005790     END-IF.
005800 3000-EXIT.
005810     EXIT.
005820
005830 3100-REBUILD-ONE-ROW.
005840     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
005850     IF WS-MCJ-EOF
005860             OR WS-ROW-SKIPPED
005870         GO TO 3100-EXIT
005880     END-IF.
005890     IF MCJ-MASTER NOT = WS-GRP-MASTER
005900             OR MCJ-MAST-KEY NOT = WS-GRP-KEY
005910         IF WS-GRP-MASTER NOT = SPACES
005920             PERFORM 3300-PRINT-REBUILT THRU 3300-EXIT
005930         END-IF
005940         MOVE MCJ-MASTER TO WS-GRP-MASTER
005950         MOVE MCJ-MAST-KEY TO WS-GRP-KEY
005960         SET WS-GRP-NOT-IN-FORCE TO TRUE
005970         MOVE MCJ-BEFORE-IMAGE TO WS-GRP-FIRST-IMAGE
005980         MOVE MCJ-REF-NO TO WS-GRP-FIRST-REF
005990         MOVE MCJ-PROC-DATE TO WS-GRP-FIRST-PROC
006000     END-IF.
006010     IF MCJ-PROC-DATE NOT > WS-AS-OF-DATE
006020         SET WS-GRP-IN-FORCE TO TRUE
006030         MOVE MCJ-AFTER-IMAGE TO WS-GRP-IMAGE
006040         MOVE MCJ-REF-NO TO WS-GRP-REF
006050         MOVE MCJ-PROC-DATE TO WS-GRP-PROC-DATE
006060     END-IF.
006070 3100-EXIT.
006080     EXIT.
006090
006100 3300-PRINT-REBUILT.
006110     MOVE SPACES TO WS-REBUILD-LINE.
006120     MOVE WS-GRP-MASTER TO WS-RBL-MASTER.
006130     MOVE WS-GRP-KEY TO WS-RBL-KEY.
006140     MOVE WS-GRP-MASTER TO WS-IMG-MASTER.
006150     IF WS-GRP-IN-FORCE
006160         MOVE WS-GRP-IMAGE TO WS-IMG-DATA
006170         STRING "AFTER REF " WS-GRP-REF
006180             " FOR " WS-GRP-PROC-DATE
006190             DELIMITED BY SIZE INTO WS-RBL-BASIS
006200     ELSE
006210         MOVE WS-GRP-FIRST-IMAGE TO WS-IMG-DATA
006220         STRING "BEFORE REF " WS-GRP-FIRST-REF
006230             " FOR " WS-GRP-FIRST-PROC
006240             DELIMITED BY SIZE INTO WS-RBL-BASIS
006250     END-IF.
006260     PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT.
006270     MOVE WS-IMAGE-TEXT TO WS-RBL-IMAGE.
006280     MOVE WS-REBUILD-LINE TO WS-PRINT-LINE.
006290     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
006300     ADD 1 TO WS-REBUILT-CNT.
006310 3300-EXIT.
006320     EXIT.
006330
006340 3500-SWEEP-TYPES.
006350     IF WS-TYPE-ABSENT
006360         GO TO 3500-EXIT
006370     END-IF.
006380     MOVE LOW-VALUES TO TYPE-CODE.
006390     IF WS-SEL-KEY NOT = SPACES
006400         MOVE WS-SEL-KEY TO TYPE-CODE
006410     END-IF.
006420     SET WS-TYPE-NOT-EOF TO TRUE.
006430     START TYPE-MAST KEY IS NOT < TYPE-CODE
006440         INVALID KEY
006450             GO TO 3500-EXIT
006460     END-START.
006470     PERFORM 3550-SWEEP-ONE-TYPE THRU 3550-EXIT
006480         UNTIL WS-TYPE-EOF.
006490 3500-EXIT.
006500     EXIT.
006510
006520 3550-SWEEP-ONE-TYPE.
006530     READ TYPE-MAST NEXT RECORD
006540         AT END
006550             SET WS-TYPE-EOF TO TRUE
006560             GO TO 3550-EXIT
006570     END-READ.
006580     IF WS-SEL-KEY NOT = SPACES
006590             AND TYPE-CODE NOT = WS-SEL-KEY
006600         SET WS-TYPE-EOF TO TRUE
006610         GO TO 3550-EXIT
006620     END-IF.
006630     MOVE "TYPEMST" TO WS-CHK-MASTER.
006640     MOVE TYPE-CODE TO WS-CHK-KEY.
006650     PERFORM 3800-CHECK-JOURNAL THRU 3800-EXIT.
006660     IF WS-ON-JOURNAL
006670         GO TO 3550-EXIT
006680     END-IF.
006690     MOVE TYPE-REC TO WS-IMG-DATA.
006700     PERFORM 3700-PRINT-UNCHANGED THRU 3700-EXIT.
006710 3550-EXIT.
006720     EXIT.
006730
006740 3600-SWEEP-RATES.
006750     IF WS-RATE-ABSENT
006760         GO TO 3600-EXIT
006770     END-IF.
006780     MOVE LOW-VALUES TO RATE-CODE.
006790     IF WS-SEL-KEY NOT = SPACES
006800         MOVE WS-SEL-KEY TO RATE-CODE
006810     END-IF.
006820     SET WS-RATE-NOT-EOF TO TRUE.
006830     START RATE-MAST KEY IS NOT < RATE-CODE
006840         INVALID KEY
006850             GO TO 3600-EXIT
006860     END-START.
006870     PERFORM 3650-SWEEP-ONE-RATE THRU 3650-EXIT
006880         UNTIL WS-RATE-EOF.
006890 3600-EXIT.
006900     EXIT.
006910
006920 3650-SWEEP-ONE-RATE.
006930     READ RATE-MAST NEXT RECORD
006940         AT END
006950             SET WS-RATE-EOF TO TRUE
006960             GO TO 3650-EXIT
006970     END-READ.
006980     IF WS-SEL-KEY NOT = SPACES
006990             AND RATE-CODE NOT = WS-SEL-KEY
007000         SET WS-RATE-EOF TO TRUE
007010         GO TO 3650-EXIT
007020     END-IF.
007030     MOVE "RATEMST" TO WS-CHK-MASTER.
007040     MOVE RATE-CODE TO WS-CHK-KEY.
007050     PERFORM 3800-CHECK-JOURNAL THRU 3800-EXIT.
007060     IF WS-ON-JOURNAL
007070         GO TO 3650-EXIT
007080     END-IF.
007090     MOVE RATE-REC TO WS-IMG-DATA.
007100     PERFORM 3700-PRINT-UNCHANGED THRU 3700-EXIT.
007110 3650-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* A CODE NEVER CHANGED SINCE THE JOURNAL WAS STARTED HAS HAD ITS
007160* CURRENT MASTER VALUE ON EVERY DATE THE JOURNAL COVERS.
007170******************************************************************
007180 3700-PRINT-UNCHANGED.
007190     MOVE SPACES TO WS-REBUILD-LINE.
007200     MOVE WS-CHK-MASTER TO WS-RBL-MASTER.
007210     MOVE WS-CHK-KEY TO WS-RBL-KEY.
007220     MOVE WS-CHK-MASTER TO WS-IMG-MASTER.
007230     PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT.
007240     MOVE WS-IMAGE-TEXT TO WS-RBL-IMAGE.
007250     MOVE "CURRENT MASTER, NO CHANGE ON JOURNAL"
007260         TO WS-RBL-BASIS.
007270     MOVE WS-REBUILD-LINE TO WS-PRINT-LINE.
007280     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007290     ADD 1 TO WS-UNCHANGED-CNT.
007300 3700-EXIT.
007310     EXIT.
007320
007330 3800-CHECK-JOURNAL.
007340     SET WS-NOT-ON-JOURNAL TO TRUE.
007350     IF WS-MCJ-ABSENT
007360         GO TO 3800-EXIT
007370     END-IF.
007380     MOVE LOW-VALUES TO MCJ-KEY.
007390     MOVE WS-CHK-MASTER TO MCJ-MASTER.
007400     MOVE WS-CHK-KEY TO MCJ-MAST-KEY.
007410     START MCJ-FILE KEY IS NOT < MCJ-KEY
007420         INVALID KEY
007430             GO TO 3800-EXIT
007440     END-START.
007450     READ MCJ-FILE NEXT RECORD
007460         AT END
007470             GO TO 3800-EXIT
007480     END-READ.
007490     IF MCJ-MASTER = WS-CHK-MASTER
007500             AND MCJ-MAST-KEY = WS-CHK-KEY
007510         SET WS-ON-JOURNAL TO TRUE
007520     END-IF.
007530 3800-EXIT.
007540     EXIT.
007550
007560 4000-PRINT-SUMMARY.
007570     MOVE SPACES TO WS-PRINT-LINE.
007580     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007590     MOVE "JOURNAL RECORDS READ:" TO WS-CNT-LABEL.
007600     MOVE WS-JRNL-READ-CNT TO WS-CNT-VALUE.
007610     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007620     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007630     MOVE "CHANGES LISTED:" TO WS-CNT-LABEL.
007640     MOVE WS-JRNL-LIST-CNT TO WS-CNT-VALUE.
007650     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007660     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
007670     IF WS-AS-OF-DATE > ZERO
007680         MOVE "CODES REBUILT FROM JOURNAL:" TO WS-CNT-LABEL
007690         MOVE WS-REBUILT-CNT TO WS-CNT-VALUE
007700         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
007710         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
007720         MOVE "CODES NEVER CHANGED:" TO WS-CNT-LABEL
007730         MOVE WS-UNCHANGED-CNT TO WS-CNT-VALUE
007740         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
007750         PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT
007760     END-IF.
007770 4000-EXIT.
007780     EXIT.
007790
007800 5000-TERMINATE.
007810     DISPLAY "MCJINQ CHANGES LISTED:       " WS-JRNL-LIST-CNT.
007820     DISPLAY "MCJINQ CODES REBUILT:        " WS-REBUILT-CNT.
007830     IF WS-MCJ-PRESENT
007840         CLOSE MCJ-FILE
007850     END-IF.
007860     IF WS-TYPE-PRESENT
007870         CLOSE TYPE-MAST
007880     END-IF.
007890     IF WS-RATE-PRESENT
007900         CLOSE RATE-MAST
007910     END-IF.
007920     CLOSE PRINT-FILE.
007930 5000-EXIT.
007940     EXIT.
007950
007960 6200-PRINT-HEADINGS.
007970     ADD 1 TO WS-PAGE-NO.
007980     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
007990     MOVE WS-RUN-DATE TO WS-HDG-DATE.
008000     MOVE WS-HDG-LINE-1 TO PRINT-REC.
008010     WRITE PRINT-REC.
008020     IF WS-SEL-MASTER = SPACES
008030         MOVE "BOTH" TO WS-HDG-MASTER
008040     ELSE
008050         MOVE WS-SEL-MASTER TO WS-HDG-MASTER
008060     END-IF.
008070     IF WS-SEL-KEY = SPACES
008080         MOVE "ALL" TO WS-HDG-KEY
008090     ELSE
008100         MOVE WS-SEL-KEY TO WS-HDG-KEY
008110     END-IF.
008120     MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE.
008130     MOVE WS-THRU-DATE TO WS-HDG-THRU-DATE.
008140     IF WS-AS-OF-DATE = ZERO
008150         MOVE "NONE" TO WS-HDG-AS-OF
008160     ELSE
008170         MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF
008180     END-IF.
008190     MOVE WS-HDG-LINE-2 TO PRINT-REC.
008200     WRITE PRINT-REC.
008210     IF WS-REBUILD-SECTION
008220         MOVE WS-AS-OF-DATE TO WS-SCL-AS-OF
008230         MOVE WS-SECTION-LINE TO PRINT-REC
008240         WRITE PRINT-REC
008250         MOVE WS-HDG-LINE-4 TO PRINT-REC
008260     ELSE
008270         MOVE WS-HDG-LINE-3 TO PRINT-REC
008280     END-IF.
008290     WRITE PRINT-REC.
008300     MOVE ZERO TO WS-LINE-CNT.
008310 6200-EXIT.
008320     EXIT.
008330
008340 6350-WRITE-PRINT-REC.
008350     IF WS-LINE-CNT > 50
008360         PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT
008370     END-IF.
008380     MOVE WS-PRINT-LINE TO PRINT-REC.
008390     WRITE PRINT-REC.
008400     ADD 1 TO WS-LINE-CNT.
008410 6350-EXIT.
008420     EXIT.
008430 END PROGRAM MCJINQ.
