000407*                  CUT WRITES CLOSED DAY SEGMENTS TO AUDARCH AND
000408*                  DELETES THEM FROM THE LIVE LOG IN PLACE, SO
000409*                  THE AUDITNEW REWRITE FILE IS GONE.
000410* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000411*                  JOB STEP LOG (PROCESSING DATE, START AND END
000412*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000413*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000414*                  SHEET.  READS THE RUNPARM CARD FOR THE
000415*                  PROCESSING DATE; A MISSING CARD MEANS THE
000416*                  SYSTEM DATE.
000417******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. AUDINQ.
000440 ENVIRONMENT DIVISION.
000590     SELECT PRINT-FILE ASSIGN TO AUDRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRINT-STATUS.
000611     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS WS-RPARM-STATUS.
000614     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000615         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-SLOG-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-FILE
000760 FD  PRINT-FILE
000770     RECORD CONTAINS 132 CHARACTERS.
000780 01  PRINT-REC                  PIC X(132).
000781 FD  RUN-PARM-FILE
000782     RECORD CONTAINS 80 CHARACTERS.
000783 COPY RUNPARM.
000784 FD  STEP-LOG-FILE
000785     RECORD CONTAINS 120 CHARACTERS.
000786 COPY STEPLOG.
000790 WORKING-STORAGE SECTION.
000800 01  WS-PARM-WORK.
000810     03  WS-SEL-PGM-ID       PIC X(8)  VALUE SPACES.
001150         88  WS-ARCH-OK           VALUE "00".
001180     03  WS-PRINT-STATUS     PIC X(2).
001190         88  WS-PRINT-OK          VALUE "00".
001191     03  WS-RPARM-STATUS     PIC X(2).
001192         88  WS-RPARM-OK          VALUE "00".
001193     03  WS-SLOG-STATUS      PIC X(2).
001194         88  WS-SLOG-OK           VALUE "00".
001195         88  WS-SLOG-NO-FILE      VALUE "35".
001200     03  WS-AUDIT-EOF-SW     PIC X(1).
001210         88  WS-AUDIT-EOF         VALUE "Y".
001220         88  WS-AUDIT-NOT-EOF     VALUE "N".
001230     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001240         88  WS-OPEN-FAILED       VALUE "Y".
001241******************************************************************
001242* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
001243* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
001244******************************************************************
001245 01  WS-STEP-LOG-WORK.
001246     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001247     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
001248     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
001249     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
001250     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
001251 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001260 01  WS-REPORT-WORK.
001270     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001280     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001765     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
001770     IF NOT WS-OPEN-FAILED
001775         PERFORM 1500-POSITION-LOG THRU 1500-EXIT
001780         PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001800         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001810     END-IF.
001820     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001825     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
001830     MOVE WS-RETURN-CODE TO RETURN-CODE.
001840     STOP RUN.
001850
001860 1000-INITIALIZE.
001863     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
001866     PERFORM 1150-READ-RUN-PARM THRU 1150-EXIT.
001870     SET WS-AUDIT-NOT-EOF TO TRUE.
001880     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001890     OPEN I-O AUDIT-FILE.
002490     END-IF.
002500     CLOSE PARM-FILE.
002510     DISPLAY "AUDINQ PGM-ID: " WS-SEL-PGM-ID
002511         " CUTOFF: " WS-CUTOFF-DATE.
002512 1100-EXIT.
002513     EXIT.
002514
002515******************************************************************
002516* RUNPARM IS READ ONLY FOR THE PROCESSING DATE STAMPED ON THE
002517* STEP LOG.  A MISSING OR EMPTY CARD MEANS THE SYSTEM DATE.
002518******************************************************************
002519 1150-READ-RUN-PARM.
002520     OPEN INPUT RUN-PARM-FILE.
002521     IF NOT WS-RPARM-OK
002522         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
002523         GO TO 1150-EXIT
002524     END-IF.
002525     READ RUN-PARM-FILE
002526         AT END
002527             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
002528             CLOSE RUN-PARM-FILE
002529             GO TO 1150-EXIT
002530     END-READ.
002531     IF RPARM-PROC-DATE NUMERIC
002532             AND RPARM-PROC-DATE > ZERO
002533         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
002534     END-IF.
002535     CLOSE RUN-PARM-FILE.
002536 1150-EXIT.
002540     EXIT.
002542
002544******************************************************************
004030     ADD 1 TO WS-LINE-CNT.
004040 6350-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
004090* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
004100* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
004110* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
004120* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
004130* STEP'S OWN CONDITION CODE.
004140******************************************************************
004150 8800-LOG-STEP-START.
004160     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
004170     ACCEPT WS-STEP-START-TIME FROM TIME.
004180     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
004190     IF NOT WS-SLOG-OK
004200         GO TO 8800-EXIT
004210     END-IF.
004220     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
004230     SET SLOG-START-EVENT TO TRUE.
004240     WRITE SLOG-REC.
004250     CLOSE STEP-LOG-FILE.
004260 8800-EXIT.
004270     EXIT.
004280
004290 8850-FILL-STEP-REC.
004300     MOVE SPACES TO SLOG-REC.
004310     MOVE "AUDINQ" TO SLOG-PGM-ID.
004320     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
004330     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
004340     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
004350     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
004360     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
004370     MOVE ZERO TO SLOG-RUN-CNT.
004380 8850-EXIT.
004390     EXIT.
004400
004410 8900-LOG-STEP-END.
004420     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
004430     ACCEPT WS-STEP-END-TIME FROM TIME.
004440     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
004450     IF NOT WS-SLOG-OK
004460         GO TO 8900-EXIT
004470     END-IF.
004480     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
004490     SET SLOG-END-EVENT TO TRUE.
004500     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
004510     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
004520     MOVE WS-READ-CNT TO SLOG-IN-CNT.
004530     MOVE WS-SELECTED-CNT TO SLOG-OUT-CNT.
004540     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
004550     WRITE SLOG-REC.
004560     CLOSE STEP-LOG-FILE.
004570 8900-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
004620* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
004630******************************************************************
004640 8950-OPEN-STEP-LOG.
004650     OPEN EXTEND STEP-LOG-FILE.
004660     IF WS-SLOG-NO-FILE
004670         OPEN OUTPUT STEP-LOG-FILE
004680     END-IF.
004690     IF NOT WS-SLOG-OK
004700         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
004710             WS-SLOG-STATUS
004720     END-IF.
004730 8950-EXIT.
004740     EXIT.
004750 END PROGRAM AUDINQ.
