001390*                  TRAIL: EVERY ROW IS WRITTEN UNDER THE
001400*                  PROGRAM / TIMESTAMP / PER-RUN SEQUENCE KEY SO
001410*                  AUDINQ CAN POSITION DIRECTLY INSTEAD OF
001411*                  SCANNING THE WHOLE HISTORY.
001412* 2026-10-08 TS    SUSPECTED-DUPLICATE CHECK ACROSS BATCHES
001413*                  AND DAYS.  EVERY ACCEPTED DETAIL IS
001414*                  FINGERPRINTED ON THE NEW TRANFP FILE (TYPE,
001415*                  D/C, TRAN-NUM-1, TRAN-NUM-2, DIVISION AND THE
001416*                  SENDING BATCH'S RUN ID).  A DETAIL WHOSE TYPE,
001417*                  D/C, AMOUNTS AND DIVISION WERE ACCEPTED
001418*                  WITHIN THE RUNPARM DUPLICATE WINDOW, BY ANY
001419*                  BATCH AND INCLUDING EARLIER IN THIS RUN, IS
001420*                  HELD ON THE EXCEPTION FILE WITH REASON "10"
001421*                  AND THE RUN ID IT MATCHES.  A DETAIL RELEASED
001422*                  THROUGH TRESUB COMES BACK IN A RECYCLE BATCH
001423*                  MARKED TRAN-DUP-RELEASE AND SKIPS THE CHECK;
001424*                  AN OVERRIDE REPROCESS OF A RUN ID DOES NOT
001425*                  MATCH ITS OWN EARLIER FINGERPRINTS.  ROWS
001426*                  OLDER THAN THE WINDOW ARE PURGED AT INITIALIZE.
001427* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
001428*                  JOB STEP LOG (PROCESSING DATE, START AND END
001429*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
001430*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
001431*                  SHEET.
001432* 2026-10-15 TS    A RERUN OF A RUN ID THAT NEVER REACHED RUNREG
001433*                  NO LONGER MATCHES THE FINGERPRINTS ITS FAILED
001434*                  EARLIER RUN LEFT ON TRANFP.
001435******************************************************************
001440 IDENTIFICATION DIVISION.
001450 PROGRAM-ID. TEST1.
001460 ENVIRONMENT DIVISION.
001800         ACCESS MODE IS RANDOM
001810         RECORD KEY IS RREG-KEY
001820         FILE STATUS IS WS-RREG-STATUS.
001821     SELECT TRAN-FP-FILE ASSIGN TO TRANFP
001822         ORGANIZATION IS INDEXED
001823         ACCESS MODE IS DYNAMIC
001824         RECORD KEY IS TFP-KEY
001825         FILE STATUS IS WS-TFP-STATUS.
001826     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
001827         ORGANIZATION IS LINE SEQUENTIAL
001828         FILE STATUS IS WS-SLOG-STATUS.
001830 DATA DIVISION.
001840 FILE SECTION.
001850 FD  TRANS-FILE
002000     RECORD CONTAINS 80 CHARACTERS.
002010 COPY RUNPARM.
002020 FD  TRAN-EXCP-FILE
002030     RECORD CONTAINS 117 CHARACTERS.
002040 COPY TRANEXC.
002050 FD  AUDIT-FILE
002060     RECORD CONTAINS 85 CHARACTERS.
002170 FD  RUN-REG-FILE
002180     RECORD CONTAINS 60 CHARACTERS.
002190 COPY RUNREG.
002191 FD  TRAN-FP-FILE
002192     RECORD CONTAINS 80 CHARACTERS.
002193 COPY TRANFP.
002194 FD  STEP-LOG-FILE
002195     RECORD CONTAINS 120 CHARACTERS.
002196 COPY STEPLOG.
002200 WORKING-STORAGE SECTION.
002210 01  WORK.
002220     03  WORK-1.
002890         88  WS-INTEGRITY-OK      VALUE "Y".
002900         88  WS-INTEGRITY-FAILED  VALUE "N".
002910******************************************************************
002911*    SUSPECTED-DUPLICATE CHECK.  A TRANFP ROW DATED ON OR AFTER
002912*    WS-DUP-FROM-DATE (THE RUNPARM DATE LESS THE WINDOW) IS
002913*    INSIDE THE WINDOW.  WS-DUP-STAMP MARKS THE ROWS THIS RUN
002914*    WRITES.
002915******************************************************************
002916 01  WS-DUP-WORK.
002917     03  WS-DUP-FROM-DATE    PIC 9(8)  VALUE ZERO.
002918     03  WS-DUP-STAMP.
002919         05  WS-DUP-STAMP-DATE   PIC 9(8)  VALUE ZERO.
002920         05  WS-DUP-STAMP-TIME   PIC 9(8)  VALUE ZERO.
002921     03  WS-DUP-PRINT        PIC X(15) VALUE SPACES.
002922     03  WS-DUP-MATCH-RUN    PIC X(8)  VALUE SPACES.
002923     03  WS-FP-SEQ           PIC 9(6)  VALUE ZERO.
002924     03  WS-FP-PURGED-CNT    PIC 9(9)  VALUE ZERO.
002925     03  WS-DUP-HELD-CNT     PIC 9(9)  VALUE ZERO.
002926******************************************************************
002927*    ONE ENTRY PER HDR/TRL BATCH ON TRANSIN.  A BATCH IS OPEN
002930*    FROM ITS HDR UNTIL ITS TRL, ACCEPTED WHEN ITS TRAILER
002940*    COUNT AND HASH TIE, OTHERWISE REJECTED.  THE ENTRY NUMBER
002950*    RIDES ON EVERY RELEASED SORT RECORD SO THE OUTPUT SIDE CAN
003360         88  WS-RREG-OK           VALUE "00".
003370         88  WS-RREG-NOT-FOUND    VALUE "23".
003380         88  WS-RREG-NO-FILE      VALUE "35".
003381     03  WS-TFP-STATUS       PIC X(2).
003382         88  WS-TFP-OK            VALUE "00".
003383         88  WS-TFP-NO-FILE       VALUE "35".
003384     03  WS-TFP-EOF-SW       PIC X(1).
003385         88  WS-TFP-EOF           VALUE "Y".
003386         88  WS-TFP-NOT-EOF       VALUE "N".
003387     03  WS-DUP-FOUND-SW     PIC X(1)  VALUE "N".
003388         88  WS-DUP-FOUND         VALUE "Y".
003389         88  WS-DUP-NOT-FOUND     VALUE "N".
003390     03  WS-DUP-RUN-SW       PIC X(1)  VALUE "N".
003400         88  WS-DUP-RUN           VALUE "Y".
003410     03  WS-EOF-SW           PIC X(1).
003470         88  WS-REG-OK            VALUE "00".
003480     03  WS-PARM-STATUS      PIC X(2).
003490         88  WS-PARM-OK           VALUE "00".
003492     03  WS-SLOG-STATUS      PIC X(2).
003494         88  WS-SLOG-OK           VALUE "00".
003496         88  WS-SLOG-NO-FILE      VALUE "35".
003500     03  WS-SORT-EOF-SW      PIC X(1).
003510         88  WS-SORT-EOF          VALUE "Y".
003520         88  WS-SORT-NOT-EOF      VALUE "N".
003521******************************************************************
003522* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
003523* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
003524* RUN IDS HANDLED ARE NOTED ONCE EACH, UP TO 20; THE FIRST
003525* FOUR GO ON THE LOG RECORD.
003526******************************************************************
003527 01  WS-STEP-LOG-WORK.
003528     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
003529     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
003530     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
003531     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
003532     03  WS-STEP-NOTE-ID     PIC X(8)  VALUE SPACES.
003533     03  WS-STEP-RUN-USED    PIC 9(2)  COMP VALUE ZERO.
003534     03  WS-STEP-RUN-SUB     PIC 9(2)  COMP VALUE ZERO.
003535     03  WS-STEP-FOUND-SW    PIC X(1)  VALUE "N".
003536         88  WS-STEP-RUN-FOUND     VALUE "Y".
003537         88  WS-STEP-RUN-NOT-FOUND VALUE "N".
003538     03  WS-STEP-RUN-IDS               VALUE SPACES.
003539         05  WS-STEP-RUN-ID  PIC X(8)  OCCURS 20 TIMES.
003540 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
003541 01  WS-RUN-PARM-WORK.
003550     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
003560     03  WS-RUN-MODE         PIC X(4)  VALUE "DIAG".
003570         88  WS-PROD-MODE         VALUE "PROD".
003610         88  WS-OVERRIDE          VALUE "Y".
003620     03  WS-PARM-ECHO-SW     PIC X(1)  VALUE "N".
003630         88  WS-PARM-ECHOED       VALUE "Y".
003635     03  WS-DUP-WINDOW       PIC 9(3)  VALUE 7.
003640 01  WS-REG-WORK.
003650     03  WS-REG-PAGE-NO      PIC 9(4)  VALUE ZERO.
003660     03  WS-REG-LINE-CNT     PIC 9(4)  VALUE ZERO.
003750     05  WS-PEL-SIZE     PIC ZZ9.
003760     05  FILLER          PIC X(11) VALUE "  OVERRIDE ".
003770     05  WS-PEL-OVERRIDE PIC X(1).
003780     05  FILLER          PIC X(13) VALUE "  DUP WINDOW ".
003783     05  WS-PEL-WINDOW   PIC ZZ9.
003786     05  FILLER          PIC X(47) VALUE SPACES.
003790 01  WS-REG-HDG-1.
003800     05  FILLER          PIC X(29)
003810         VALUE "TEST1 TRANSACTION REGISTER   ".
004510 PROCEDURE DIVISION.
004520 0000-MAINLINE.
004530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004535     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
004540     IF NOT WS-OPEN-FAILED AND NOT WS-DUP-RUN
004550         SORT SORT-FILE
004560             ON ASCENDING KEY SORT-TYPE-CODE SORT-DIV-CODE
004610                 THRU 1700-EXIT
004620     END-IF.
004630     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004635     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
004640     MOVE WS-RETURN-CODE TO RETURN-CODE.
004650     STOP RUN.
004660
005180             WS-RHIST-STATUS
005190         SET WS-OPEN-FAILED TO TRUE
005200     END-IF.
005205     PERFORM 1400-OPEN-FINGERPRINTS THRU 1400-EXIT.
005210     OPEN INPUT TYPE-MAST.
005220     IF NOT WS-TYPE-OK
005230         DISPLAY "TYPE-MAST OPEN FAILED, STATUS: "
005650         SET WS-OVERRIDE TO TRUE
005660         DISPLAY "TEST1 RUN-REGISTRY OVERRIDE ACCEPTED"
005670     END-IF.
005672     IF RPARM-DUP-WINDOW NUMERIC
005674             AND RPARM-DUP-WINDOW > ZERO
005676         MOVE RPARM-DUP-WINDOW TO WS-DUP-WINDOW
005678     END-IF.
005680     CLOSE PARM-FILE.
005690     DISPLAY "TEST1 PROC DATE " WS-PROC-DATE
005700         " MODE " WS-RUN-MODE
005710         " PAGE SIZE " WS-PAGE-SIZE
005715         " DUP WINDOW " WS-DUP-WINDOW.
005720 1100-EXIT.
005730     EXIT.
005740
006300         DISPLAY "TRANSIN RUN ID " BHT-RUN-ID
006310             " ALREADY PROCESSED " RREG-RUN-DATE
006320             ", RUN STOPPED"
006321         SET WS-DUP-RUN TO TRUE
006322     END-IF.
006323 1350-EXIT.
006324     EXIT.
006325
006326******************************************************************
006327*    THE FINGERPRINT FILE IS OPENED FOR UPDATE AND EVERY ROW
006328*    DATED BEFORE THE DUPLICATE WINDOW IS DELETED, SO THE FILE
006329*    ONLY EVER HOLDS THE DAYS A DETAIL CAN STILL MATCH.
006330******************************************************************
006331 1400-OPEN-FINGERPRINTS.
006332     COMPUTE WS-DUP-FROM-DATE = FUNCTION DATE-OF-INTEGER(
006333         FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) - WS-DUP-WINDOW).
006334     MOVE WS-PROC-DATE TO WS-DUP-STAMP-DATE.
006335     ACCEPT WS-DUP-STAMP-TIME FROM TIME.
006336     OPEN I-O TRAN-FP-FILE.
006337     IF WS-TFP-NO-FILE
006338         OPEN OUTPUT TRAN-FP-FILE
006339         CLOSE TRAN-FP-FILE
006340         OPEN I-O TRAN-FP-FILE
006341     END-IF.
006342     IF NOT WS-TFP-OK
006343         DISPLAY "TRAN-FP-FILE OPEN FAILED, STATUS: "
006344             WS-TFP-STATUS
006345         SET WS-OPEN-FAILED TO TRUE
006346         GO TO 1400-EXIT
006347     END-IF.
006348     MOVE LOW-VALUES TO TFP-KEY.
006349     START TRAN-FP-FILE KEY IS NOT < TFP-KEY
006350         INVALID KEY
006351             GO TO 1400-EXIT
006352     END-START.
006353     SET WS-TFP-NOT-EOF TO TRUE.
006354     PERFORM 1450-PURGE-FINGERPRINT THRU 1450-EXIT
006355         UNTIL WS-TFP-EOF.
006356 1400-EXIT.
006357     EXIT.
006358
006359 1450-PURGE-FINGERPRINT.
006360     READ TRAN-FP-FILE NEXT RECORD
006361         AT END
006362             SET WS-TFP-EOF TO TRUE
006363             GO TO 1450-EXIT
006364     END-READ.
006365     IF TFP-RUN-DATE NOT < WS-DUP-FROM-DATE
006366         GO TO 1450-EXIT
006367     END-IF.
006368     DELETE TRAN-FP-FILE RECORD
006369         INVALID KEY
006370             DISPLAY "TRAN-FP-FILE DELETE FAILED, KEY " TFP-KEY
006371             GO TO 1450-EXIT
006372     END-DELETE.
006373     ADD 1 TO WS-FP-PURGED-CNT.
006374 1450-EXIT.
006375     EXIT.
006376
006380 1500-SORT-INPUT.
006390     PERFORM 1600-READ-RELEASE THRU 1600-EXIT
006400         UNTIL WS-EOF.
007600     ADD WORK_SUM TO WS-BAT-NET(WS-OUT-BATCH).
007610     MOVE WS-GRAND-TOTAL TO WS-AFTER-TOTAL.
007620     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
007625     PERFORM 2350-WRITE-FINGERPRINT THRU 2350-EXIT.
007630     PERFORM 2550-POST-TYPE-TOTAL THRU 2550-EXIT.
007640     PERFORM 2560-POST-GRAND-TOTAL THRU 2560-EXIT.
007650     PERFORM 2460-PRINT-REG-DETAIL THRU 2460-EXIT.
008130         MOVE WS-RUN-MODE TO WS-PEL-MODE
008140         MOVE WS-PAGE-SIZE TO WS-PEL-SIZE
008150         MOVE WS-OVERRIDE-SW TO WS-PEL-OVERRIDE
008155         MOVE WS-DUP-WINDOW TO WS-PEL-WINDOW
008160         MOVE WS-PARM-ECHO-LINE TO REGISTER-REC
008170         WRITE REGISTER-REC
008180         ADD 1 TO WS-REG-LINE-CNT
009840         GO TO 2200-EXIT
009850     END-IF.
009860     PERFORM 2250-LOOKUP-TYPE THRU 2250-EXIT.
009862     IF WS-TRANS-VALID
009864         PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
009866     END-IF.
009870 2200-EXIT.
009880     EXIT.
009890
009980             GO TO 2250-EXIT
009990     END-READ.
010000     IF TYPE-INACTIVE
010001         SET WS-TRANS-INVALID TO TRUE
010002         MOVE "07" TO WS-REASON-CD
010003         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
010004         GO TO 2250-EXIT
010005     END-IF.
010006     MOVE TYPE-DESC TO WS-CURR-TYPE-DESC.
010007 2250-EXIT.
010008     EXIT.
010009
010010******************************************************************
010011*    SUSPECTED-DUPLICATE CHECK.  THE DETAIL IS HELD WHEN ANY
010012*    TRANFP ROW WITH THE SAME TYPE, D/C, AMOUNTS AND DIVISION IS
010013*    DATED INSIDE THE WINDOW, WHICHEVER BATCH IT CAME FROM.  A
010014*    DETAIL AN OPERATOR RELEASED THROUGH TRESUB COMES BACK IN A
010015*    RECYCLE ("RC") BATCH MARKED TRAN-DUP-RELEASED AND IS NOT
010016*    CHECKED.
010017******************************************************************
010018 2300-CHECK-DUPLICATE.
010019     IF TRAN-DUP-RELEASED
010020             AND WS-RUN-ID(1:2) = "RC"
010021         GO TO 2300-EXIT
010022     END-IF.
010023     SET WS-DUP-NOT-FOUND TO TRUE.
010024     MOVE SPACES TO WS-DUP-MATCH-RUN.
010025     MOVE LOW-VALUES TO TFP-KEY.
010026     PERFORM 2340-BUILD-PRINT THRU 2340-EXIT.
010027     MOVE TFP-PRINT TO WS-DUP-PRINT.
010028     START TRAN-FP-FILE KEY IS NOT < TFP-KEY
010029         INVALID KEY
010030             GO TO 2300-EXIT
010031     END-START.
010032     SET WS-TFP-NOT-EOF TO TRUE.
010033     PERFORM 2320-SCAN-FINGERPRINT THRU 2320-EXIT
010034         UNTIL WS-TFP-EOF
010035             OR WS-DUP-FOUND.
010036     IF WS-DUP-FOUND
010037         SET WS-TRANS-INVALID TO TRUE
010038         MOVE "10" TO WS-REASON-CD
010039         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
010040         ADD 1 TO WS-DUP-HELD-CNT
010041         IF WS-DIAG-MODE
010042             DISPLAY "SUSPECTED DUPLICATE HELD, RUN " WS-RUN-ID
010043                 " MATCHES RUN " WS-DUP-MATCH-RUN
010044         END-IF
010045     END-IF.
010046 2300-EXIT.
010047     EXIT.
010048
010049******************************************************************
010050*    A RUN ID DOES NOT MATCH THE ROWS LEFT BY ITS OWN EARLIER
010051*    PROCESSING -- AN OVERRIDE REPROCESS, OR A RERUN OF A RUN THAT
010052*    NEVER REACHED RUNREG -- ONLY THOSE THIS RUN HAS WRITTEN (THE
010053*    SAME ITEM KEYED TWICE).
010054******************************************************************
010055 2320-SCAN-FINGERPRINT.
010056     READ TRAN-FP-FILE NEXT RECORD
010057         AT END
010058             SET WS-TFP-EOF TO TRUE
010059             GO TO 2320-EXIT
010060     END-READ.
010061     IF TFP-PRINT NOT = WS-DUP-PRINT
010062         SET WS-TFP-EOF TO TRUE
010063         GO TO 2320-EXIT
010064     END-IF.
010065     IF TFP-RUN-DATE < WS-DUP-FROM-DATE
010066         GO TO 2320-EXIT
010067     END-IF.
010068     IF TFP-RUN-ID = WS-RUN-ID
010069             AND TFP-RUN-STAMP NOT = WS-DUP-STAMP
010070         GO TO 2320-EXIT
010071     END-IF.
010072     SET WS-DUP-FOUND TO TRUE.
010073     MOVE TFP-RUN-ID TO WS-DUP-MATCH-RUN.
010074 2320-EXIT.
010075     EXIT.
010076
010077 2340-BUILD-PRINT.
010078     MOVE TRAN-TYPE-CODE TO TFP-TYPE-CODE.
010079     MOVE TRAN-DC-IND TO TFP-DC-IND.
010080     MOVE TRAN-NUM-1 TO TFP-NUM-1.
010081     MOVE TRAN-NUM-2 TO TFP-NUM-2.
010082     MOVE TRAN-DIV-CODE TO TFP-DIV-CODE.
010083 2340-EXIT.
010084     EXIT.
010085
010086 2350-WRITE-FINGERPRINT.
010087     MOVE SPACES TO TFP-REC.
010088     PERFORM 2340-BUILD-PRINT THRU 2340-EXIT.
010089     MOVE WS-RUN-ID TO TFP-RUN-ID.
010090     MOVE WS-DUP-STAMP TO TFP-RUN-STAMP.
010091     ADD 1 TO WS-FP-SEQ.
010092     MOVE WS-FP-SEQ TO TFP-SEQ-NO.
010093     WRITE TFP-REC
010094         INVALID KEY
010095             DISPLAY "TRAN-FP-FILE WRITE FAILED, KEY " TFP-KEY
010096     END-WRITE.
010097 2350-EXIT.
010098     EXIT.
010099
010100 2700-WRITE-EXCEPTION.
010110     MOVE SPACES TO TEXCP-REC.
010120     ADD 1 TO WS-EXCP-SEQ.
010150     MOVE WS-PROC-DATE TO TEXCP-REJECT-DATE.
010160     MOVE WS-RUN-ID TO TEXCP-RUN-ID.
010170     MOVE TRAN-REC TO TEXCP-RAW-REC.
010172     IF TEXCP-SUSPECT-DUP
010174         MOVE WS-DUP-MATCH-RUN TO TEXCP-MATCH-RUN-ID
010176     END-IF.
010180     WRITE TEXCP-REC.
010190 2700-EXIT.
010200     EXIT.
011620     PERFORM 3700-WRITE-RUN-HISTORY THRU 3700-EXIT.
011630     PERFORM 3800-RECORD-RUN-REGISTRY THRU 3800-EXIT.
011640     PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT.
011643     DISPLAY "TEST1 SUSPECTED DUPLICATES HELD: " WS-DUP-HELD-CNT.
011646     DISPLAY "TEST1 FINGERPRINTS PURGED:       " WS-FP-PURGED-CNT.
011650     CLOSE TRANS-FILE.
011660     CLOSE TRAN-EXCP-FILE.
011670     CLOSE AUDIT-FILE.
011690     CLOSE TYPE-MAST.
011700     CLOSE RUN-HIST-FILE.
011710     CLOSE RUN-REG-FILE.
011715     CLOSE TRAN-FP-FILE.
011720     CLOSE REGISTER-FILE.
011730 3000-EXIT.
011740     EXIT.
013580     WRITE GL-FEED-REC.
013590 3950-EXIT.
013600     EXIT.
013610
013620******************************************************************
013630* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
013640* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
013650* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
013660* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
013670* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
013680* STEP'S OWN CONDITION CODE.
013690******************************************************************
013700 8800-LOG-STEP-START.
013710     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
013720     ACCEPT WS-STEP-START-TIME FROM TIME.
013730     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
013740     IF NOT WS-SLOG-OK
013750         GO TO 8800-EXIT
013760     END-IF.
013770     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
013780     SET SLOG-START-EVENT TO TRUE.
013790     WRITE SLOG-REC.
013800     CLOSE STEP-LOG-FILE.
013810 8800-EXIT.
013820     EXIT.
013830
013840 8850-FILL-STEP-REC.
013850     MOVE SPACES TO SLOG-REC.
013860     MOVE "TEST1" TO SLOG-PGM-ID.
013870     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
013880     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
013890     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
013900     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
013910     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
013920     MOVE WS-STEP-RUN-USED TO SLOG-RUN-CNT.
013930     MOVE WS-STEP-RUN-IDS(1:32) TO SLOG-RUN-IDS.
013940 8850-EXIT.
013950     EXIT.
013960
013970 8860-NOTE-STEP-RUN.
013980     IF WS-STEP-NOTE-ID = SPACES
013990         GO TO 8860-EXIT
014000     END-IF.
014010     SET WS-STEP-RUN-NOT-FOUND TO TRUE.
014020     PERFORM 8870-SCAN-STEP-RUN THRU 8870-EXIT
014030         VARYING WS-STEP-RUN-SUB FROM 1 BY 1
014040             UNTIL WS-STEP-RUN-SUB > WS-STEP-RUN-USED
014050                OR WS-STEP-RUN-FOUND.
014060     IF WS-STEP-RUN-FOUND OR WS-STEP-RUN-USED = 20
014070         GO TO 8860-EXIT
014080     END-IF.
014090     ADD 1 TO WS-STEP-RUN-USED.
014100     MOVE WS-STEP-NOTE-ID TO WS-STEP-RUN-ID(WS-STEP-RUN-USED).
014110 8860-EXIT.
014120     EXIT.
014130
014140 8870-SCAN-STEP-RUN.
014150     IF WS-STEP-RUN-ID(WS-STEP-RUN-SUB) = WS-STEP-NOTE-ID
014160         SET WS-STEP-RUN-FOUND TO TRUE
014170     END-IF.
014180 8870-EXIT.
014190     EXIT.
014200
014210 8880-NOTE-BATCH-RUN.
014220     MOVE WS-BAT-RUN-ID(WS-BAT-SUB) TO WS-STEP-NOTE-ID.
014230     PERFORM 8860-NOTE-STEP-RUN THRU 8860-EXIT.
014240 8880-EXIT.
014250     EXIT.
014260
014270 8900-LOG-STEP-END.
014280     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
014290     ACCEPT WS-STEP-END-TIME FROM TIME.
014300     PERFORM 8880-NOTE-BATCH-RUN THRU 8880-EXIT
014310         VARYING WS-BAT-SUB FROM 1 BY 1
014320             UNTIL WS-BAT-SUB > WS-BAT-USED.
014330     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
014340     IF NOT WS-SLOG-OK
014350         GO TO 8900-EXIT
014360     END-IF.
014370     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
014380     SET SLOG-END-EVENT TO TRUE.
014390     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
014400     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
014410     MOVE WS-DETAIL-CNT TO SLOG-IN-CNT.
014420*    OUTPUT IS THE DETAILS ACCEPTED -- READ LESS HELD OUT.
014430     IF WS-EXCP-SEQ < WS-DETAIL-CNT
014440         COMPUTE SLOG-OUT-CNT = WS-DETAIL-CNT - WS-EXCP-SEQ
014450     END-IF.
014460     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
014470     WRITE SLOG-REC.
014480     CLOSE STEP-LOG-FILE.
014490 8900-EXIT.
014500     EXIT.
014510
014520******************************************************************
014530* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
014540* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
014550******************************************************************
014560 8950-OPEN-STEP-LOG.
014570     OPEN EXTEND STEP-LOG-FILE.
014580     IF WS-SLOG-NO-FILE
014590         OPEN OUTPUT STEP-LOG-FILE
014600     END-IF.
014610     IF NOT WS-SLOG-OK
014620         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
014630             WS-SLOG-STATUS
014640     END-IF.
014650 8950-EXIT.
014660     EXIT.
014670 END PROGRAM TEST1.
