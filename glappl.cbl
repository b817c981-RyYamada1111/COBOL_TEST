000310* MODIFICATION HISTORY
000320* DATE       INIT  DESCRIPTION
000330* ---------- ----  --------------------------------------------
000331* 2026-09-02 TS    ORIGINAL VERSION.
000332* 2026-09-09 TS    EVERY DETAIL'S ACCOUNT MUST BE ACTIVE ON THE
000333*                  COAMST CHART OF ACCOUNTS.  THE CHECK RUNS IN
000334*                  THE VERIFY PASS, SO A FILE CARRYING ANY
000335*                  POSTING TO AN UNKNOWN OR INACTIVE ACCOUNT IS
000336*                  HELD WHOLE (CONDITION CODE 12, NOTHING
000337*                  APPLIED) INSTEAD OF OPENING A MADE-UP
000338*                  ACCOUNT ON GLBAL.  NEW ON THE TRIAL BALANCE
000339*                  NOW ONLY MARKS A CHART ACCOUNT'S FIRST POSTING.
000340* 2026-09-16 TS    READ THE GLPCTL PERIOD CONTROL RECORD WRITTEN
000341*                  BY GLCLOSE.  A POSTING FILE WHOSE HEADER DATE
000342*                  FALLS ON OR BEFORE THE LAST CLOSED PERIOD-END
000343*                  IS NOT APPLIED (CONDITION CODE 12) -- A CLOSED
000344*                  PERIOD TAKES NO FURTHER POSTINGS.
000345* 2026-10-02 TS    EVERY APPLIED DETAIL IS ALSO WRITTEN TO THE
000346*                  KEYED GLLEDGR LEDGER-DETAIL HISTORY (ACCOUNT,
000347*                  POSTING DATE, RUN ID), DATED AT THE POSTING
000348*                  FILE'S HEADER DATE.  AN ACCOUNT WITH A BALANCE
000349*                  BUT NO LEDGER HISTORY YET GETS A BALANCE-
000350*                  FORWARD RECORD FIRST, SO ITS LEDGER DETAILS
000351*                  ALWAYS PROVE TO GLBAL.
000352* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000353*                  JOB STEP LOG (PROCESSING DATE, START AND END
000354*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000355*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000356*                  SHEET.  READS THE RUNPARM CARD FOR THE
000357*                  PROCESSING DATE; A MISSING CARD MEANS THE
000358*                  SYSTEM DATE.
000359******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. GLAPPL.
000380 ENVIRONMENT DIVISION.
000470         RECORD KEY IS GLB-ACCOUNT
000480         FILE STATUS IS WS-BAL-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO TRIALBAL
000491         ORGANIZATION IS LINE SEQUENTIAL
000492         FILE STATUS IS WS-PRINT-STATUS.
000493     SELECT COA-MAST ASSIGN TO COAMST
000494         ORGANIZATION IS INDEXED
000495         ACCESS MODE IS RANDOM
000496         RECORD KEY IS COA-ACCOUNT
000497         FILE STATUS IS WS-COA-STATUS.
000498     SELECT GL-CTL-FILE ASSIGN TO GLPCTL
000499         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-STATUS.
000501     SELECT GL-LEDGER-FILE ASSIGN TO GLLEDGR
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS GLLD-KEY
000505         FILE STATUS IS WS-LDG-STATUS.
000506     SELECT PARM-FILE ASSIGN TO RUNPARM
000507         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-PARM-STATUS.
000509     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000511         FILE STATUS IS WS-SLOG-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  GL-POST-FILE
000590 COPY GLBAL.
000600 FD  PRINT-FILE
000610     RECORD CONTAINS 132 CHARACTERS.
000611 01  PRINT-REC                  PIC X(132).
000612 FD  COA-MAST
000613     RECORD CONTAINS 60 CHARACTERS.
000614 COPY COAREC.
000615 FD  GL-CTL-FILE
000616     RECORD CONTAINS 80 CHARACTERS.
000617 COPY GLPCTL.
000618 FD  GL-LEDGER-FILE
000619     RECORD CONTAINS 100 CHARACTERS.
000620 COPY GLLDDTL.
000621 FD  PARM-FILE
000622     RECORD CONTAINS 80 CHARACTERS.
000623 COPY RUNPARM.
000624 FD  STEP-LOG-FILE
000625     RECORD CONTAINS 120 CHARACTERS.
000626 COPY STEPLOG.
000630 WORKING-STORAGE SECTION.
000640 01  WS-COUNTERS.
000650     03  WS-POST-READ-CNT    PIC 9(9)  COMP VALUE ZERO.
000670     03  WS-DETAIL-HASH      PIC 9(13)V99 VALUE ZERO.
000680     03  WS-APPLIED-CNT      PIC 9(9)  COMP VALUE ZERO.
000690     03  WS-NEW-ACCT-CNT     PIC 9(6)  COMP VALUE ZERO.
000695     03  WS-OFF-CHART-CNT    PIC 9(6)  COMP VALUE ZERO.
000700     03  WS-DAY-DEBITS       PIC 9(13)V99 VALUE ZERO.
000710     03  WS-DAY-CREDITS      PIC 9(13)V99 VALUE ZERO.
000712     03  WS-LEDGER-CNT       PIC 9(9)  COMP VALUE ZERO.
000714     03  WS-BAL-FWD-CNT      PIC 9(6)  COMP VALUE ZERO.
000716     03  WS-LDG-SEQ          PIC 9(6)  VALUE ZERO.
000720******************************************************************
000730* ONE ENTRY PER ACCOUNT TOUCHED BY TODAY'S POSTINGS.  CARRIES
000740* THE DAY'S DEBITS AND CREDITS AND THE NEW-ACCOUNT FLAG SO THE
000880 01  WS-ACT-FOUND-SW         PIC X(1)  VALUE "N".
000890     88  WS-ACT-FOUND             VALUE "Y".
000900     88  WS-ACT-NOT-FOUND         VALUE "N".
000902 01  WS-FIRST-TOUCH-SW       PIC X(1)  VALUE "N".
000904     88  WS-FIRST-TOUCH           VALUE "Y".
000906     88  WS-NOT-FIRST-TOUCH       VALUE "N".
000910 01  WS-TRAILER-WORK.
000920     03  WS-TRL-SEEN-SW      PIC X(1)  VALUE "N".
000930         88  WS-TRL-SEEN          VALUE "Y".
001020     03  WS-REP-CREDITS      PIC 9(13)V99 VALUE ZERO.
001030 01  WS-DATE-WORK.
001040     03  WS-POST-DATE        PIC 9(8)  VALUE ZERO.
001042     03  WS-FILE-POST-DATE   PIC 9(8)  VALUE ZERO.
001044     03  WS-CLOSED-THRU      PIC 9(8)  VALUE ZERO.
001046     03  WS-LDG-POST-DATE    PIC 9(8)  VALUE ZERO.
001050 01  WS-FLAGS.
001060     03  WS-POST-STATUS      PIC X(2).
001070         88  WS-POST-OK           VALUE "00".
001120         88  WS-BAL-EOF           VALUE "10".
001130     03  WS-PRINT-STATUS     PIC X(2).
001140         88  WS-PRINT-OK          VALUE "00".
001142     03  WS-COA-STATUS       PIC X(2).
001144         88  WS-COA-OK            VALUE "00".
001146     03  WS-CTL-STATUS       PIC X(2).
001148         88  WS-CTL-OK            VALUE "00".
001150     03  WS-POST-EOF-SW      PIC X(1).
001160         88  WS-POST-EOF          VALUE "Y".
001170         88  WS-POST-NOT-EOF      VALUE "N".
001180     03  WS-SWEEP-EOF-SW     PIC X(1).
001190         88  WS-SWEEP-EOF         VALUE "Y".
001200         88  WS-SWEEP-NOT-EOF     VALUE "N".
001201     03  WS-LDG-STATUS       PIC X(2).
001202         88  WS-LDG-OK            VALUE "00".
001203         88  WS-LDG-DUP-KEY       VALUE "22".
001204         88  WS-LDG-NO-FILE       VALUE "35".
001205     03  WS-PARM-STATUS      PIC X(2).
001206         88  WS-PARM-OK           VALUE "00".
001207     03  WS-SLOG-STATUS      PIC X(2).
001208         88  WS-SLOG-OK           VALUE "00".
001209         88  WS-SLOG-NO-FILE      VALUE "35".
001210     03  WS-LDG-HIST-SW      PIC X(1).
001211         88  WS-LDG-HAS-HIST      VALUE "Y".
001212         88  WS-LDG-NO-HIST       VALUE "N".
001213     03  WS-LDG-DONE-SW      PIC X(1).
001214         88  WS-LDG-DONE          VALUE "Y".
001215     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001220         88  WS-OPEN-FAILED       VALUE "Y".
001221******************************************************************
001222* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
001223* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
001224* RUN IDS HANDLED ARE NOTED ONCE EACH, UP TO 20; THE FIRST
001225* FOUR GO ON THE LOG RECORD.
001226******************************************************************
001227 01  WS-STEP-LOG-WORK.
001228     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001229     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
001230     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
001231     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
001232     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
001233     03  WS-STEP-NOTE-ID     PIC X(8)  VALUE SPACES.
001234     03  WS-STEP-RUN-USED    PIC 9(2)  COMP VALUE ZERO.
001235     03  WS-STEP-RUN-SUB     PIC 9(2)  COMP VALUE ZERO.
001236     03  WS-STEP-FOUND-SW    PIC X(1)  VALUE "N".
001237         88  WS-STEP-RUN-FOUND     VALUE "Y".
001238         88  WS-STEP-RUN-NOT-FOUND VALUE "N".
001239     03  WS-STEP-RUN-IDS               VALUE SPACES.
001240         05  WS-STEP-RUN-ID  PIC X(8)  OCCURS 20 TIMES.
001241 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001242 01  WS-REPORT-WORK.
001250     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001260     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001270 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001735     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
001740     IF NOT WS-OPEN-FAILED
001750         PERFORM 2000-VERIFY-FILE THRU 2000-EXIT
001760         IF WS-INTEGRITY-OK
001810         PERFORM 4000-PRINT-TRIAL-BALANCE THRU 4000-EXIT
001820     END-IF.
001830     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001835     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
001840     MOVE WS-RETURN-CODE TO RETURN-CODE.
001850     STOP RUN.
001860
001870 1000-INITIALIZE.
001873     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
001876     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
001880     SET WS-POST-NOT-EOF TO TRUE.
001890     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
001900     OPEN INPUT GL-POST-FILE.
002100             WS-PRINT-STATUS
002110         SET WS-OPEN-FAILED TO TRUE
002120     END-IF.
002121     OPEN INPUT COA-MAST.
002122     IF NOT WS-COA-OK
002123         DISPLAY "COA-MAST OPEN FAILED, STATUS: "
002124             WS-COA-STATUS
002125         SET WS-OPEN-FAILED TO TRUE
002126     END-IF.
002127     PERFORM 1300-OPEN-LEDGER THRU 1300-EXIT.
002130     IF WS-OPEN-FAILED
002140         MOVE 16 TO WS-RETURN-CODE
002150     END-IF.
002155     PERFORM 1200-READ-PERIOD-CONTROL THRU 1200-EXIT.
002160 1000-EXIT.
002161     EXIT.
002162
002163******************************************************************
002164* RUNPARM IS READ ONLY FOR THE PROCESSING DATE STAMPED ON THE
002165* STEP LOG.  A MISSING OR EMPTY CARD MEANS THE SYSTEM DATE.
002166******************************************************************
002167 1100-READ-RUN-PARM.
002168     OPEN INPUT PARM-FILE.
002169     IF NOT WS-PARM-OK
002170         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
002171         GO TO 1100-EXIT
002172     END-IF.
002173     READ PARM-FILE
002174         AT END
002175             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
002176             CLOSE PARM-FILE
002177             GO TO 1100-EXIT
002178     END-READ.
002179     IF RPARM-PROC-DATE NUMERIC
002180             AND RPARM-PROC-DATE > ZERO
002181         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
002182     END-IF.
002183     CLOSE PARM-FILE.
002184 1100-EXIT.
002185     EXIT.
002186
002187******************************************************************
002188* THE LATEST CLOSED PERIOD-END FROM GLCLOSE.  NO CONTROL RECORD
002189* MEANS NO PERIOD HAS BEEN CLOSED YET.
002190******************************************************************
002191 1200-READ-PERIOD-CONTROL.
002192     OPEN INPUT GL-CTL-FILE.
002193     IF NOT WS-CTL-OK
002194         GO TO 1200-EXIT
002195     END-IF.
002196     READ GL-CTL-FILE
002197         AT END
002198             MOVE ZERO TO GLPC-CLOSED-THRU
002199     END-READ.
002200     IF GLPC-CLOSED-THRU NUMERIC
002201         MOVE GLPC-CLOSED-THRU TO WS-CLOSED-THRU
002202     END-IF.
002203     CLOSE GL-CTL-FILE.
002204 1200-EXIT.
002205     EXIT.
002206
002207******************************************************************
002208* GLLEDGR LEDGER-DETAIL HISTORY.  OPENED WITH THE OTHER FILES SO A
002209* RUN THAT CANNOT RECORD ITS DETAILS APPLIES NOTHING.
002210******************************************************************
002211 1300-OPEN-LEDGER.
002212     OPEN I-O GL-LEDGER-FILE.
002213     IF WS-LDG-NO-FILE
002214         OPEN OUTPUT GL-LEDGER-FILE
002215         CLOSE GL-LEDGER-FILE
002216         OPEN I-O GL-LEDGER-FILE
002217     END-IF.
002218     IF NOT WS-LDG-OK
002219         DISPLAY "GL-LEDGER-FILE OPEN FAILED, STATUS: "
002220             WS-LDG-STATUS
002221         SET WS-OPEN-FAILED TO TRUE
002222     END-IF.
002223 1300-EXIT.
002224     EXIT.
002225
002226******************************************************************
002227* PASS 1: PROVE THE POSTING FILE COMPLETE BEFORE ANYTHING IS
002228* APPLIED.  THE DETAIL COUNT AND AMOUNT HASH MUST TIE TO THE
002229* TRAILER GLPOST WROTE; A MISSING TRAILER (AN ABENDED OR HELD
002230* RUN) FAILS THE SAME WAY.
002240******************************************************************
002250 2000-VERIFY-FILE.
002330         END-IF
002340         GO TO 2000-EXIT
002350     END-IF.
002351     IF WS-FILE-POST-DATE NOT > WS-CLOSED-THRU
002352             AND WS-CLOSED-THRU > ZERO
002353         DISPLAY "GLPOSTO DATED " WS-FILE-POST-DATE
002354             " FALLS IN A CLOSED PERIOD, CLOSED THRU "
002355             WS-CLOSED-THRU
002356         GO TO 2000-FAIL
002357     END-IF.
002360     IF NOT WS-TRL-SEEN
002370         DISPLAY "GLPOSTO TRAILER MISSING"
002380         GO TO 2000-FAIL
002450     IF WS-TRL-HASH NOT = WS-DETAIL-HASH
002460         DISPLAY "GLPOSTO AMOUNT HASH MISMATCH, EXPECTED "
002470             WS-TRL-HASH " COMPUTED " WS-DETAIL-HASH
002471         GO TO 2000-FAIL
002472     END-IF.
002473     IF WS-OFF-CHART-CNT > ZERO
002474         DISPLAY "GLPOSTO HELD, DETAILS TO ACCOUNTS NOT ACTIVE "
002475             "ON CHART: " WS-OFF-CHART-CNT
002480         GO TO 2000-FAIL
002490     END-IF.
002500     GO TO 2000-EXIT.
002680         IF GLP-AMOUNT NUMERIC
002690             ADD GLP-AMOUNT TO WS-DETAIL-HASH
002700         END-IF
002701         PERFORM 2200-CHECK-CHART THRU 2200-EXIT
002702     END-IF.
002703     IF GLP-HEADER
002704             AND GLP-HDR-POST-DATE NUMERIC
002705         MOVE GLP-HDR-POST-DATE TO WS-FILE-POST-DATE
002710     END-IF.
002720     IF GLP-TRAILER
002730         SET WS-TRL-SEEN TO TRUE
002830     EXIT.
002840
002850******************************************************************
002851* A DETAIL MAY ONLY POST TO AN ACTIVE CHART-OF-ACCOUNTS ACCOUNT.
002852* EACH ONE THAT DOES NOT IS LISTED AND COUNTED; ANY COUNT HOLDS
002853* THE WHOLE FILE SO BOTH SIDES OF EVERY ENTRY STAY TOGETHER.
002854******************************************************************
002855 2200-CHECK-CHART.
002856     MOVE GLP-ACCOUNT TO COA-ACCOUNT.
002857     READ COA-MAST
002858         INVALID KEY
002859             DISPLAY "GLPOSTO ACCOUNT NOT ON CHART: " GLP-ACCOUNT
002860             ADD 1 TO WS-OFF-CHART-CNT
002861             GO TO 2200-EXIT
002862     END-READ.
002863     IF NOT COA-ACTIVE
002864         DISPLAY "GLPOSTO ACCOUNT INACTIVE ON CHART: " GLP-ACCOUNT
002865         ADD 1 TO WS-OFF-CHART-CNT
002866     END-IF.
002867 2200-EXIT.
002868     EXIT.
002869
002870******************************************************************
002871* PASS 2: RE-READ THE VERIFIED FILE AND APPLY EACH DETAIL TO
002872* THE BALANCE MASTER.  A CHART ACCOUNT NOT YET ON THE MASTER IS
002880* CREATED AND FLAGGED NEW ON THE TRIAL BALANCE.
002890******************************************************************
002900 3000-APPLY-POSTINGS.
002910     CLOSE GL-POST-FILE.
002980         GO TO 3000-EXIT
002990     END-IF.
003000     SET WS-POST-NOT-EOF TO TRUE.
003001     IF WS-FILE-POST-DATE > ZERO
003002         MOVE WS-FILE-POST-DATE TO WS-LDG-POST-DATE
003003     ELSE
003004         MOVE WS-POST-DATE TO WS-LDG-POST-DATE
003005     END-IF.
003010     PERFORM 3100-READ-APPLY THRU 3100-EXIT
003020         UNTIL WS-POST-EOF.
003030 3000-EXIT.
003140     END-IF.
003150     PERFORM 3300-POST-ACTIVITY THRU 3300-EXIT.
003160     PERFORM 3200-UPDATE-MASTER THRU 3200-EXIT.
003165     PERFORM 3400-WRITE-LEDGER THRU 3400-EXIT.
003170     ADD 1 TO WS-APPLIED-CNT.
003173     MOVE GLP-RUN-ID TO WS-STEP-NOTE-ID.
003176     PERFORM 8860-NOTE-STEP-RUN THRU 8860-EXIT.
003180     IF GLP-DC-IND = "C"
003190         ADD GLP-AMOUNT TO WS-DAY-CREDITS
003200     ELSE
003432                 MOVE "Y" TO WS-ACT-NEW-SW(WS-ACT-HIT)
003434             END-IF
003440     END-READ.
003442     IF WS-FIRST-TOUCH
003444         PERFORM 3450-LEDGER-BAL-FWD THRU 3450-EXIT
003446     END-IF.
003450     IF GLP-DC-IND = "C"
003460         ADD GLP-AMOUNT TO GLB-PTD-CREDITS
003470         SUBTRACT GLP-AMOUNT FROM GLB-BALANCE
003590     EXIT.
003600
003610 3300-POST-ACTIVITY.
003615     SET WS-NOT-FIRST-TOUCH TO TRUE.
003620     SET WS-ACT-NOT-FOUND TO TRUE.
003630     PERFORM 3350-FIND-ACTIVITY THRU 3350-EXIT
003640         VARYING WS-ACT-SUB FROM 1 BY 1
003650             UNTIL WS-ACT-SUB > WS-ACT-USED
003660                 OR WS-ACT-FOUND.
003670     IF WS-ACT-NOT-FOUND
003675         SET WS-FIRST-TOUCH TO TRUE
003680         IF WS-ACT-USED = 200
003690             DISPLAY "ACTIVITY TABLE FULL, ACCOUNT "
003700                 GLP-ACCOUNT " DAY COLUMNS UNDERSTATED"
003870
003880 3350-FIND-ACTIVITY.
003890     IF WS-ACT-ACCOUNT(WS-ACT-SUB) = GLP-ACCOUNT
003891         SET WS-ACT-FOUND TO TRUE
003892         MOVE WS-ACT-SUB TO WS-ACT-HIT
003893     END-IF.
003894 3350-EXIT.
003895     EXIT.
003896
003897 3400-WRITE-LEDGER.
003898     MOVE SPACES TO GLLD-REC.
003899     MOVE GLP-ACCOUNT TO GLLD-ACCOUNT.
003900     MOVE WS-LDG-POST-DATE TO GLLD-POST-DATE.
003901     MOVE GLP-RUN-ID TO GLLD-RUN-ID.
003902     ADD 1 TO WS-LDG-SEQ.
003903     MOVE WS-LDG-SEQ TO GLLD-SEQ-NO.
003904     MOVE GLP-AMOUNT TO GLLD-AMOUNT.
003905     IF GLP-DC-IND = "C"
003906         SET GLLD-CREDIT TO TRUE
003907     ELSE
003908         SET GLLD-DEBIT TO TRUE
003909     END-IF.
003910     MOVE GLP-ENTRY-IND TO GLLD-ENTRY-IND.
003911     MOVE GLP-AS-OF-DATE TO GLLD-AS-OF-DATE.
003912     MOVE GLP-PGM-SOURCE TO GLLD-PGM-SOURCE.
003913     MOVE GLP-TOTAL-TYPE TO GLLD-TOTAL-TYPE.
003914     MOVE GLP-ACCOUNT TO COA-ACCOUNT.
003915     READ COA-MAST
003916         INVALID KEY
003917             MOVE SPACES TO COA-DIV-CODE
003918     END-READ.
003919     MOVE COA-DIV-CODE TO GLLD-DIV-CODE.
003920     MOVE WS-POST-DATE TO GLLD-APPL-DATE.
003921     MOVE "GLAPPL" TO GLLD-APPL-PGM.
003922     PERFORM 3420-PUT-LEDGER THRU 3420-EXIT.
003923 3400-EXIT.
003924     EXIT.
003925
003926******************************************************************
003927* A RE-RUN ON THE SAME POSTING DATE CAN MEET ITS OWN EARLIER KEYS;
003928* THE SEQUENCE IS STEPPED PAST THEM.
003929******************************************************************
003930 3420-PUT-LEDGER.
003931     MOVE "N" TO WS-LDG-DONE-SW.
003932     PERFORM 3430-TRY-LEDGER-WRITE THRU 3430-EXIT
003933         UNTIL WS-LDG-DONE.
003934 3420-EXIT.
003935     EXIT.
003936
003937 3430-TRY-LEDGER-WRITE.
003938     WRITE GLLD-REC
003939         INVALID KEY
003940             IF WS-LDG-DUP-KEY
003941                     AND GLLD-SEQ-NO < 999999
003942                 ADD 1 TO GLLD-SEQ-NO
003943                 ADD 1 TO WS-LDG-SEQ
003944                 GO TO 3430-EXIT
003945             END-IF
003946             DISPLAY "GL-LEDGER-FILE WRITE FAILED, STATUS: "
003947                 WS-LDG-STATUS " ACCOUNT " GLLD-ACCOUNT
003948             IF WS-RETURN-CODE < 8
003949                 MOVE 8 TO WS-RETURN-CODE
003950             END-IF
003951             SET WS-LDG-DONE TO TRUE
003952             GO TO 3430-EXIT
003953     END-WRITE.
003954     ADD 1 TO WS-LEDGER-CNT.
003955     SET WS-LDG-DONE TO TRUE.
003956 3430-EXIT.
003957     EXIT.
003958
003959******************************************************************
003960* FIRST DETAIL FOR AN ACCOUNT IN THIS RUN: AN ACCOUNT THAT CARRIES
003961* A BALANCE BUT HAS NO LEDGER HISTORY (OPENED BEFORE THE HISTORY
003962* WAS KEPT) GETS THAT BALANCE AS A BALANCE-FORWARD RECORD FIRST.
003963******************************************************************
003964 3450-LEDGER-BAL-FWD.
003965     IF GLB-BALANCE = ZERO
003966         GO TO 3450-EXIT
003967     END-IF.
003968     SET WS-LDG-NO-HIST TO TRUE.
003969     MOVE LOW-VALUES TO GLLD-KEY.
003970     MOVE GLB-ACCOUNT TO GLLD-ACCOUNT.
003971     START GL-LEDGER-FILE KEY NOT < GLLD-KEY
003972         INVALID KEY
003973             GO TO 3450-CHECK
003974     END-START.
003975     READ GL-LEDGER-FILE NEXT RECORD
003976         AT END
003977             GO TO 3450-CHECK
003978     END-READ.
003979     IF GLLD-ACCOUNT = GLB-ACCOUNT
003980         SET WS-LDG-HAS-HIST TO TRUE
003981     END-IF.
003982 3450-CHECK.
003983     IF WS-LDG-HAS-HIST
003984         GO TO 3450-EXIT
003985     END-IF.
003986     MOVE SPACES TO GLLD-REC.
003987     MOVE GLB-ACCOUNT TO GLLD-ACCOUNT.
003988     MOVE WS-LDG-POST-DATE TO GLLD-POST-DATE.
003989     MOVE ZERO TO GLLD-SEQ-NO.
003990     IF GLB-BALANCE < ZERO
003991         COMPUTE GLLD-AMOUNT = ZERO - GLB-BALANCE
003992         SET GLLD-CREDIT TO TRUE
003993     ELSE
003994         MOVE GLB-BALANCE TO GLLD-AMOUNT
003995         SET GLLD-DEBIT TO TRUE
003996     END-IF.
003997     SET GLLD-BAL-FWD TO TRUE.
003998     MOVE WS-LDG-POST-DATE TO GLLD-AS-OF-DATE.
003999     MOVE "GLAPPL" TO GLLD-PGM-SOURCE.
004000     MOVE "BAL-FWD" TO GLLD-TOTAL-TYPE.
004001     MOVE GLB-ACCOUNT TO COA-ACCOUNT.
004002     READ COA-MAST
004003         INVALID KEY
004004             MOVE SPACES TO COA-DIV-CODE
004005     END-READ.
004006     MOVE COA-DIV-CODE TO GLLD-DIV-CODE.
004007     MOVE WS-POST-DATE TO GLLD-APPL-DATE.
004008     MOVE "GLAPPL" TO GLLD-APPL-PGM.
004009     PERFORM 3420-PUT-LEDGER THRU 3420-EXIT.
004010     ADD 1 TO WS-BAL-FWD-CNT.
004011 3450-EXIT.
004012     EXIT.
004013
004014******************************************************************
004015* PASS 3: SWEEP THE WHOLE BALANCE MASTER IN ACCOUNT ORDER AND
004016* PRINT EVERY ACCOUNT -- TOUCHED TODAY OR NOT.  THE OPENING
004017* BALANCE IS BACKED OUT OF THE CLOSING BALANCE AND THE DAY'S
004018* ACTIVITY.
004019******************************************************************
004020 4000-PRINT-TRIAL-BALANCE.
004030     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
004040     SET WS-SWEEP-NOT-EOF TO TRUE.
004840     MOVE "NEW ACCOUNTS CREATED:         " TO WS-CNT-LABEL.
004850     MOVE WS-NEW-ACCT-CNT TO WS-CNT-VALUE.
004860     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
004861     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004862     MOVE "DETAILS NOT ACTIVE ON CHART:  " TO WS-CNT-LABEL.
004863     MOVE WS-OFF-CHART-CNT TO WS-CNT-VALUE.
004864     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
004865     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004866     MOVE "LEDGER HISTORY ROWS WRITTEN:  " TO WS-CNT-LABEL.
004867     MOVE WS-LEDGER-CNT TO WS-CNT-VALUE.
004868     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
004869     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004870     MOVE "  OF WHICH BALANCE FORWARD:   " TO WS-CNT-LABEL.
004871     MOVE WS-BAL-FWD-CNT TO WS-CNT-VALUE.
004872     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
004873     PERFORM 6350-WRITE-PRINT-REC THRU 6350-EXIT.
004880 4500-EXIT.
004890     EXIT.
004900
004920     DISPLAY "GLAPPL POSTING RECORDS READ: " WS-POST-READ-CNT.
004930     DISPLAY "GLAPPL DETAILS APPLIED:      " WS-APPLIED-CNT.
004940     DISPLAY "GLAPPL NEW ACCOUNTS:         " WS-NEW-ACCT-CNT.
004943     DISPLAY "GLAPPL DETAILS OFF CHART:    " WS-OFF-CHART-CNT.
004946     DISPLAY "GLAPPL LEDGER HISTORY ROWS:  " WS-LEDGER-CNT.
004950     IF WS-RETURN-CODE > ZERO
004960         DISPLAY "GLAPPL ENDING WITH CONDITION CODE "
004970             WS-RETURN-CODE
004990     CLOSE GL-POST-FILE.
005000     CLOSE GL-BAL-FILE.
005010     CLOSE PRINT-FILE.
005013     CLOSE COA-MAST.
005016     CLOSE GL-LEDGER-FILE.
005020 5000-EXIT.
005030     EXIT.
005040
005230     ADD 1 TO WS-LINE-CNT.
005240 6350-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
005290* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
005300* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
005310* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
005320* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
005330* STEP'S OWN CONDITION CODE.
005340******************************************************************
005350 8800-LOG-STEP-START.
005360     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
005370     ACCEPT WS-STEP-START-TIME FROM TIME.
005380     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
005390     IF NOT WS-SLOG-OK
005400         GO TO 8800-EXIT
005410     END-IF.
005420     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
005430     SET SLOG-START-EVENT TO TRUE.
005440     WRITE SLOG-REC.
005450     CLOSE STEP-LOG-FILE.
005460 8800-EXIT.
005470     EXIT.
005480
005490 8850-FILL-STEP-REC.
005500     MOVE SPACES TO SLOG-REC.
005510     MOVE "GLAPPL" TO SLOG-PGM-ID.
005520     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
005530     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
005540     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
005550     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
005560     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
005570     MOVE WS-STEP-RUN-USED TO SLOG-RUN-CNT.
005580     MOVE WS-STEP-RUN-IDS(1:32) TO SLOG-RUN-IDS.
005590 8850-EXIT.
005600     EXIT.
005610
005620 8860-NOTE-STEP-RUN.
005630     IF WS-STEP-NOTE-ID = SPACES
005640         GO TO 8860-EXIT
005650     END-IF.
005660     SET WS-STEP-RUN-NOT-FOUND TO TRUE.
005670     PERFORM 8870-SCAN-STEP-RUN THRU 8870-EXIT
005680         VARYING WS-STEP-RUN-SUB FROM 1 BY 1
005690             UNTIL WS-STEP-RUN-SUB > WS-STEP-RUN-USED
005700                OR WS-STEP-RUN-FOUND.
005710     IF WS-STEP-RUN-FOUND OR WS-STEP-RUN-USED = 20
005720         GO TO 8860-EXIT
005730     END-IF.
005740     ADD 1 TO WS-STEP-RUN-USED.
005750     MOVE WS-STEP-NOTE-ID TO WS-STEP-RUN-ID(WS-STEP-RUN-USED).
005760 8860-EXIT.
005770     EXIT.
005780
005790 8870-SCAN-STEP-RUN.
005800     IF WS-STEP-RUN-ID(WS-STEP-RUN-SUB) = WS-STEP-NOTE-ID
005810         SET WS-STEP-RUN-FOUND TO TRUE
005820     END-IF.
005830 8870-EXIT.
005840     EXIT.
005850
005860 8900-LOG-STEP-END.
005870     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
005880     ACCEPT WS-STEP-END-TIME FROM TIME.
005890     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
005900     IF NOT WS-SLOG-OK
005910         GO TO 8900-EXIT
005920     END-IF.
005930     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
005940     SET SLOG-END-EVENT TO TRUE.
005950     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
005960     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
005970     MOVE WS-POST-READ-CNT TO SLOG-IN-CNT.
005980     MOVE WS-APPLIED-CNT TO SLOG-OUT-CNT.
005990     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
006000     WRITE SLOG-REC.
006010     CLOSE STEP-LOG-FILE.
006020 8900-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
006070* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
006080******************************************************************
006090 8950-OPEN-STEP-LOG.
006100     OPEN EXTEND STEP-LOG-FILE.
006110     IF WS-SLOG-NO-FILE
006120         OPEN OUTPUT STEP-LOG-FILE
006130     END-IF.
006140     IF NOT WS-SLOG-OK
006150         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
006160             WS-SLOG-STATUS
006170     END-IF.
006180 8950-EXIT.
006190     EXIT.
006200 END PROGRAM GLAPPL.
