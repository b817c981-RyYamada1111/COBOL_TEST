000326*                  DIVISION AND THE REPORT GETS A DV COLUMN --
000328*                  EACH DIVISION TRENDS ON ITS OWN LINE.  ROWS
000329*                  WITH A BLANK DIVISION REPORT AS BEFORE.
000330* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000331*                  JOB STEP LOG (PROCESSING DATE, START AND END
000332*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000333*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000334*                  SHEET.  READS THE RUNPARM CARD FOR THE
000335*                  PROCESSING DATE; A MISSING CARD MEANS THE
000336*                  SYSTEM DATE.
000337******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RUNRPT.
000360 ENVIRONMENT DIVISION.
000450     SELECT PRINT-FILE ASSIGN TO RUNRPRT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRINT-STATUS.
000471     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-RPARM-STATUS.
000474     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-SLOG-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RUN-HIST-FILE
000560 FD  PRINT-FILE
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  PRINT-REC                  PIC X(132).
000581 FD  RUN-PARM-FILE
000582     RECORD CONTAINS 80 CHARACTERS.
000583 COPY RUNPARM.
000584 FD  STEP-LOG-FILE
000585     RECORD CONTAINS 120 CHARACTERS.
000586 COPY STEPLOG.
000590 WORKING-STORAGE SECTION.
000600 01  WS-PARM-WORK.
000610     03  WS-AS-OF-DATE       PIC 9(8)  VALUE ZERO.
001060         88  WS-PARM-OK           VALUE "00".
001070     03  WS-PRINT-STATUS     PIC X(2).
001080         88  WS-PRINT-OK          VALUE "00".
001081     03  WS-RPARM-STATUS     PIC X(2).
001082         88  WS-RPARM-OK          VALUE "00".
001083     03  WS-SLOG-STATUS      PIC X(2).
001084         88  WS-SLOG-OK           VALUE "00".
001085         88  WS-SLOG-NO-FILE      VALUE "35".
001090     03  WS-HIST-EOF-SW      PIC X(1).
001100         88  WS-HIST-EOF          VALUE "Y".
001110         88  WS-HIST-NOT-EOF      VALUE "N".
001120     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001130         88  WS-OPEN-FAILED       VALUE "Y".
001131******************************************************************
001132* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
001133* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
001134******************************************************************
001135 01  WS-STEP-LOG-WORK.
001136     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001137     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
001138     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
001139     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
001140     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
001141 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001150 01  WS-REPORT-WORK.
001160     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001170     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001695     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
001700     IF NOT WS-OPEN-FAILED
001710         PERFORM 2000-PROCESS-HIST THRU 2000-EXIT
001720             UNTIL WS-HIST-EOF
001760         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001770     END-IF.
001780     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001785     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
001790     MOVE WS-RETURN-CODE TO RETURN-CODE.
001800     STOP RUN.
001810
001820 1000-INITIALIZE.
001823     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
001826     PERFORM 1150-READ-RUN-PARM THRU 1150-EXIT.
001830     SET WS-HIST-NOT-EOF TO TRUE.
001840     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
001850     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002370     END-IF.
002380     CLOSE PARM-FILE.
002390 1100-EXIT.
002391     EXIT.
002392
002393******************************************************************
002394* RUNPARM IS READ ONLY FOR THE PROCESSING DATE STAMPED ON THE
002395* STEP LOG.  A MISSING OR EMPTY CARD MEANS THE SYSTEM DATE.
002396******************************************************************
002397 1150-READ-RUN-PARM.
002398     OPEN INPUT RUN-PARM-FILE.
002399     IF NOT WS-RPARM-OK
002400         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
002401         GO TO 1150-EXIT
002402     END-IF.
002403     READ RUN-PARM-FILE
002404         AT END
002405             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
002406             CLOSE RUN-PARM-FILE
002407             GO TO 1150-EXIT
002408     END-READ.
002409     IF RPARM-PROC-DATE NUMERIC
002410             AND RPARM-PROC-DATE > ZERO
002411         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
002412     END-IF.
002413     CLOSE RUN-PARM-FILE.
002414 1150-EXIT.
002415     EXIT.
002416
002420 2000-PROCESS-HIST.
002430     READ RUN-HIST-FILE
002440         AT END
004470     ADD 1 TO WS-LINE-CNT.
004480 6350-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
004530* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
004540* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
004550* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
004560* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
004570* STEP'S OWN CONDITION CODE.
004580******************************************************************
004590 8800-LOG-STEP-START.
004600     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
004610     ACCEPT WS-STEP-START-TIME FROM TIME.
004620     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
004630     IF NOT WS-SLOG-OK
004640         GO TO 8800-EXIT
004650     END-IF.
004660     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
004670     SET SLOG-START-EVENT TO TRUE.
004680     WRITE SLOG-REC.
004690     CLOSE STEP-LOG-FILE.
004700 8800-EXIT.
004710     EXIT.
004720
004730 8850-FILL-STEP-REC.
004740     MOVE SPACES TO SLOG-REC.
004750     MOVE "RUNRPT" TO SLOG-PGM-ID.
004760     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
004770     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
004780     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
004790     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
004800     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
004810     MOVE ZERO TO SLOG-RUN-CNT.
004820 8850-EXIT.
004830     EXIT.
004840
004850 8900-LOG-STEP-END.
004860     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
004870     ACCEPT WS-STEP-END-TIME FROM TIME.
004880     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
004890     IF NOT WS-SLOG-OK
004900         GO TO 8900-EXIT
004910     END-IF.
004920     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
004930     SET SLOG-END-EVENT TO TRUE.
004940     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
004950     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
004960     MOVE WS-HIST-READ-CNT TO SLOG-IN-CNT.
004970     MOVE WS-SER-USED TO SLOG-OUT-CNT.
004980     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
004990     WRITE SLOG-REC.
005000     CLOSE STEP-LOG-FILE.
005010 8900-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
005060* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
005070******************************************************************
005080 8950-OPEN-STEP-LOG.
005090     OPEN EXTEND STEP-LOG-FILE.
005100     IF WS-SLOG-NO-FILE
005110         OPEN OUTPUT STEP-LOG-FILE
005120     END-IF.
005130     IF NOT WS-SLOG-OK
005140         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
005150             WS-SLOG-STATUS
005160     END-IF.
005170 8950-EXIT.
005180     EXIT.
005190 END PROGRAM RUNRPT.
