001230*                  PROGRAM / TIMESTAMP / PER-RUN SEQUENCE KEY SO
001240*                  AUDINQ CAN POSITION DIRECTLY INSTEAD OF
001250*                  SCANNING THE WHOLE HISTORY.
001251* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
001252*                  JOB STEP LOG (PROCESSING DATE, START AND END
001253*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
001254*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
001255*                  SHEET.
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. TEST2.
001650         ACCESS MODE IS RANDOM
001660         RECORD KEY IS RREG-KEY
001670         FILE STATUS IS WS-RREG-STATUS.
001672     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
001674         ORGANIZATION IS LINE SEQUENTIAL
001676         FILE STATUS IS WS-SLOG-STATUS.
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  WORK-IN-FILE
001970 FD  RUN-REG-FILE
001980     RECORD CONTAINS 60 CHARACTERS.
001990 COPY RUNREG.
001992 FD  STEP-LOG-FILE
001994     RECORD CONTAINS 120 CHARACTERS.
001996 COPY STEPLOG.
002000 WORKING-STORAGE SECTION.
002010 01  WS-REC-COUNT            PIC 9(4) COMP.
002020 01  WORK-AREA.
002390         88  WS-RREG-OK           VALUE "00".
002400         88  WS-RREG-NOT-FOUND    VALUE "23".
002410         88  WS-RREG-NO-FILE      VALUE "35".
002412     03  WS-SLOG-STATUS      PIC X(2).
002414         88  WS-SLOG-OK           VALUE "00".
002416         88  WS-SLOG-NO-FILE      VALUE "35".
002420     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
002430         88  WS-OPEN-FAILED       VALUE "Y".
002440     03  WS-DUP-RUN-SW       PIC X(1)  VALUE "N".
002450         88  WS-DUP-RUN           VALUE "Y".
002451******************************************************************
002452* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
002453* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
002454******************************************************************
002455 01  WS-STEP-LOG-WORK.
002456     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
002457     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
002458     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
002459     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
002460 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
002470 01  WS-EXCP-WRITE-CNT       PIC 9(6)  COMP VALUE ZERO.
002480 01  WS-EXCP-REASON          PIC X(2)  VALUE SPACES.
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003665     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
003670     IF WS-DUP-RUN
003675         PERFORM 8900-LOG-STEP-END THRU 8900-EXIT
003680         MOVE WS-RETURN-CODE TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003980     PERFORM 9500-RECONCILE-TOTALS THRU 9500-EXIT.
003990     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
004000     PERFORM 5000-TERMINATE THRU 5000-EXIT.
004005     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
004010     MOVE WS-RETURN-CODE TO RETURN-CODE.
004020     STOP RUN.
004030
010770     END-IF.
010780 9500-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
010830* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
010840* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
010850* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
010860* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
010870* STEP'S OWN CONDITION CODE.
010880******************************************************************
010890 8800-LOG-STEP-START.
010900     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
010910     ACCEPT WS-STEP-START-TIME FROM TIME.
010920     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
010930     IF NOT WS-SLOG-OK
010940         GO TO 8800-EXIT
010950     END-IF.
010960     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
010970     SET SLOG-START-EVENT TO TRUE.
010980     WRITE SLOG-REC.
010990     CLOSE STEP-LOG-FILE.
011000 8800-EXIT.
011010     EXIT.
011020
011030 8850-FILL-STEP-REC.
011040     MOVE SPACES TO SLOG-REC.
011050     MOVE "TEST2" TO SLOG-PGM-ID.
011060     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
011070     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
011080     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
011090     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
011100     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
011110     MOVE ZERO TO SLOG-RUN-CNT.
011120     IF WS-RUN-ID NOT = SPACES
011130         MOVE 1 TO SLOG-RUN-CNT
011140         MOVE WS-RUN-ID TO SLOG-RUN-ID(1)
011150     END-IF.
011160 8850-EXIT.
011170     EXIT.
011180
011190 8900-LOG-STEP-END.
011200     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
011210     ACCEPT WS-STEP-END-TIME FROM TIME.
011220     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
011230     IF NOT WS-SLOG-OK
011240         GO TO 8900-EXIT
011250     END-IF.
011260     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
011270     SET SLOG-END-EVENT TO TRUE.
011280     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
011290     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
011300     MOVE WS-DETAIL-CNT TO SLOG-IN-CNT.
011310     MOVE WS-REC-COUNT TO SLOG-OUT-CNT.
011320     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
011330     WRITE SLOG-REC.
011340     CLOSE STEP-LOG-FILE.
011350 8900-EXIT.
011360     EXIT.
011370
011380******************************************************************
011390* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
011400* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
011410******************************************************************
011420 8950-OPEN-STEP-LOG.
011430     OPEN EXTEND STEP-LOG-FILE.
011440     IF WS-SLOG-NO-FILE
011450         OPEN OUTPUT STEP-LOG-FILE
011460     END-IF.
011470     IF NOT WS-SLOG-OK
011480         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
011490             WS-SLOG-STATUS
011500     END-IF.
011510 8950-EXIT.
011520     EXIT.
011530 END PROGRAM TEST2.
