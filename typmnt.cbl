000260* DATE       INIT  DESCRIPTION
000270* ---------- ----  --------------------------------------------
000280* 2026-08-22 TS    ORIGINAL VERSION.
000281* 2026-10-12 TS    EVERY APPLIED TRANSACTION IS JOURNALED ON THE
000282*                  SHARED MSTCHGJ MASTER-CHANGE JOURNAL WITH THE
000283*                  RECORD BEFORE AND AFTER, THE OPERATOR ID AND
000284*                  REFERENCE FROM THE TRANSACTION AND THE RUNPARM
000285*                  PROCESSING DATE.  OPERATOR AND REFERENCE ARE
000286*                  PRINTED ON THE MAINTENANCE REPORT.
000287* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000288*                  JOB STEP LOG (PROCESSING DATE, START AND END
000289*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000290*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000291*                  SHEET.
000292******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. TYPMNT.
000320 ENVIRONMENT DIVISION.
000420         FILE STATUS IS WS-TMNT-STATUS.
000430     SELECT PRINT-FILE ASSIGN TO TYPMRPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000441         FILE STATUS IS WS-PRINT-STATUS.
000442     SELECT PARM-FILE ASSIGN TO RUNPARM
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-PARM-STATUS.
000445     SELECT MCJ-FILE ASSIGN TO MSTCHGJ
000446         ORGANIZATION IS INDEXED
000447         ACCESS MODE IS RANDOM
000448         RECORD KEY IS MCJ-KEY
000449         FILE STATUS IS WS-MCJ-STATUS.
000450     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000451         ORGANIZATION IS LINE SEQUENTIAL
000452         FILE STATUS IS WS-SLOG-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TYPE-MAST
000540 FD  PRINT-FILE
000550     RECORD CONTAINS 132 CHARACTERS.
000560 01  PRINT-REC                  PIC X(132).
000561 FD  PARM-FILE
000562     RECORD CONTAINS 80 CHARACTERS.
000563 COPY RUNPARM.
000564 FD  MCJ-FILE
000565     RECORD CONTAINS 180 CHARACTERS.
000566 COPY MCJREC.
000567 FD  STEP-LOG-FILE
000568     RECORD CONTAINS 120 CHARACTERS.
000569 COPY STEPLOG.
000570 WORKING-STORAGE SECTION.
000580 01  WS-COUNTERS.
000590     03  WS-TRAN-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
000600     03  WS-APPLIED-CNT      PIC 9(6)  COMP VALUE ZERO.
000610     03  WS-ERROR-CNT        PIC 9(6)  COMP VALUE ZERO.
000615     03  WS-JRNL-CNT         PIC 9(6)  COMP VALUE ZERO.
000620 01  WS-RESULT-TXT           PIC X(30) VALUE SPACES.
000621 01  WS-JOURNAL-WORK.
000622     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
000623     03  WS-JRNL-DATE        PIC 9(8)  VALUE ZERO.
000624     03  WS-JRNL-TIME        PIC 9(8)  VALUE ZERO.
000625     03  WS-JRNL-SEQ         PIC 9(6)  VALUE ZERO.
000626     03  WS-BEFORE-IMAGE     PIC X(40) VALUE SPACES.
000630 01  WS-FLAGS.
000640     03  WS-TYPE-STATUS      PIC X(2).
000650         88  WS-TYPE-OK           VALUE "00".
000690         88  WS-TMNT-OK           VALUE "00".
000700     03  WS-PRINT-STATUS     PIC X(2).
000710         88  WS-PRINT-OK          VALUE "00".
000711     03  WS-PARM-STATUS      PIC X(2).
000712         88  WS-PARM-OK           VALUE "00".
000713     03  WS-MCJ-STATUS       PIC X(2).
000714         88  WS-MCJ-OK            VALUE "00".
000715         88  WS-MCJ-NO-FILE       VALUE "35".
000716     03  WS-SLOG-STATUS      PIC X(2).
000717         88  WS-SLOG-OK           VALUE "00".
000718         88  WS-SLOG-NO-FILE      VALUE "35".
000720     03  WS-TMNT-EOF-SW      PIC X(1).
000730         88  WS-TMNT-EOF          VALUE "Y".
000740         88  WS-TMNT-NOT-EOF      VALUE "N".
000750     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
000760         88  WS-OPEN-FAILED       VALUE "Y".
000761******************************************************************
000762* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
000763* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
000764******************************************************************
000765 01  WS-STEP-LOG-WORK.
000766     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
000767     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
000768     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
000769     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
000770 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
000780 01  WS-REPORT-WORK.
000790     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
000900     05  FILLER          PIC X(6)  VALUE "  CODE".
000910     05  FILLER          PIC X(32) VALUE "  DESCRIPTION".
000920     05  FILLER          PIC X(30) VALUE "  RESULT".
000930     05  FILLER          PIC X(10) VALUE "  OPER".
000933     05  FILLER          PIC X(12) VALUE "  REFERENCE".
000936     05  FILLER          PIC X(34) VALUE SPACES.
000940 01  WS-DETAIL-LINE.
000950     05  FILLER          PIC X(5)  VALUE SPACES.
000960     05  WS-DTL-ACTION   PIC X(1).
001000     05  WS-DTL-DESC     PIC X(30).
001010     05  FILLER          PIC X(2)  VALUE SPACES.
001020     05  WS-DTL-RESULT   PIC X(30).
001030     05  FILLER          PIC X(2)  VALUE SPACES.
001032     05  WS-DTL-OPER     PIC X(8).
001034     05  FILLER          PIC X(2)  VALUE SPACES.
001036     05  WS-DTL-REF      PIC X(10).
001038     05  FILLER          PIC X(34) VALUE SPACES.
001040 01  WS-COUNT-LINE.
001050     05  WS-CNT-LABEL    PIC X(30).
001060     05  WS-CNT-VALUE    PIC ZZZZZ9.
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001105     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
001110     IF NOT WS-OPEN-FAILED
001120         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001130             UNTIL WS-TMNT-EOF
001140         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001150     END-IF.
001160     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001165     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
001170     MOVE WS-RETURN-CODE TO RETURN-CODE.
001180     STOP RUN.
001190
001200 1000-INITIALIZE.
001210     SET WS-TMNT-NOT-EOF TO TRUE.
001213     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
001216     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
001220     OPEN I-O TYPE-MAST.
001230     IF WS-TYPE-NO-FILE
001240         OPEN OUTPUT TYPE-MAST
001280     IF NOT WS-TYPE-OK
001290         DISPLAY "TYPE-MAST OPEN FAILED, STATUS: "
001300             WS-TYPE-STATUS
001301         SET WS-OPEN-FAILED TO TRUE
001302     END-IF.
001303     OPEN I-O MCJ-FILE.
001304     IF WS-MCJ-NO-FILE
001305         OPEN OUTPUT MCJ-FILE
001306         CLOSE MCJ-FILE
001307         OPEN I-O MCJ-FILE
001308     END-IF.
001309     IF NOT WS-MCJ-OK
001310         DISPLAY "MCJ-FILE OPEN FAILED, STATUS: "
001311             WS-MCJ-STATUS
001312         SET WS-OPEN-FAILED TO TRUE
001320     END-IF.
001330     OPEN INPUT TMNT-FILE.
001340     IF NOT WS-TMNT-OK
001480     END-IF.
001490     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
001500 1000-EXIT.
001501     EXIT.
001502
001503******************************************************************
001504*    THE RUNPARM PROCESSING DATE IS STAMPED ON EVERY JOURNAL
001505*    RECORD SO A CODE'S VALUE CAN BE REBUILT FOR A RUN.  A MISSING
001506*    OR EMPTY CARD LEAVES THE SYSTEM DATE.
001507******************************************************************
001508 1100-READ-RUN-PARM.
001509     OPEN INPUT PARM-FILE.
001510     IF NOT WS-PARM-OK
001511         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
001512         GO TO 1100-EXIT
001513     END-IF.
001514     READ PARM-FILE
001515         AT END
001516             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
001517             CLOSE PARM-FILE
001518             GO TO 1100-EXIT
001519     END-READ.
001520     IF RPARM-PROC-DATE NUMERIC
001521             AND RPARM-PROC-DATE > ZERO
001522         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
001523     END-IF.
001524     CLOSE PARM-FILE.
001525 1100-EXIT.
001526     EXIT.
001527
001530 2000-PROCESS-TRAN.
001540     READ TMNT-FILE
001550         AT END
001580     END-READ.
001590     ADD 1 TO WS-TRAN-READ-CNT.
001600     MOVE SPACES TO WS-RESULT-TXT.
001605     MOVE SPACES TO WS-BEFORE-IMAGE.
001610
001620     IF TMNT-ADD
001630         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002000     END-WRITE.
002010     MOVE "ADDED" TO WS-RESULT-TXT.
002020     ADD 1 TO WS-APPLIED-CNT.
002025     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002030 2100-EXIT.
002040     EXIT.
002050
002110             ADD 1 TO WS-ERROR-CNT
002120             GO TO 2200-EXIT
002130     END-READ.
002135     MOVE TYPE-REC TO WS-BEFORE-IMAGE.
002140     MOVE TMNT-TYPE-DESC TO TYPE-DESC.
002150     IF TMNT-REACTIVATE = "Y"
002160         MOVE "A" TO TYPE-ACTIVE-FLAG
002230     END-REWRITE.
002240     MOVE "CHANGED" TO WS-RESULT-TXT.
002250     ADD 1 TO WS-APPLIED-CNT.
002255     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002260 2200-EXIT.
002270     EXIT.
002280
002340             ADD 1 TO WS-ERROR-CNT
002350             GO TO 2300-EXIT
002360     END-READ.
002365     MOVE TYPE-REC TO WS-BEFORE-IMAGE.
002370     IF TYPE-INACTIVE
002380         MOVE "ALREADY INACTIVE" TO WS-RESULT-TXT
002390         ADD 1 TO WS-ERROR-CNT
002480     END-REWRITE.
002490     MOVE "DEACTIVATED" TO WS-RESULT-TXT.
002500     ADD 1 TO WS-APPLIED-CNT.
002505     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002510 2300-EXIT.
002520     EXIT.
002530
002590     MOVE TMNT-TYPE-CODE TO WS-DTL-CODE.
002600     MOVE TMNT-TYPE-DESC TO WS-DTL-DESC.
002610     MOVE WS-RESULT-TXT TO WS-DTL-RESULT.
002613     MOVE TMNT-OPER-ID TO WS-DTL-OPER.
002616     MOVE TMNT-REF-NO TO WS-DTL-REF.
002620     MOVE WS-DETAIL-LINE TO PRINT-REC.
002630     WRITE PRINT-REC.
002640     ADD 1 TO WS-LINE-CNT.
002641 2700-EXIT.
002642     EXIT.
002643
002644******************************************************************
002645*    EVERY APPLIED TRANSACTION IS JOURNALED ON MSTCHGJ WITH THE
002646*    TYPEMST RECORD AS IT WAS BEFORE (SPACES FOR AN ADD) AND
002647*    AFTER THE CHANGE.
002648******************************************************************
002649 2800-WRITE-JOURNAL.
002650     MOVE SPACES TO MCJ-REC.
002651     MOVE "TYPEMST" TO MCJ-MASTER.
002652     MOVE TYPE-CODE TO MCJ-MAST-KEY.
002653     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
002654     ACCEPT WS-JRNL-TIME FROM TIME.
002655     MOVE WS-JRNL-DATE TO MCJ-CHG-DATE.
002656     MOVE WS-JRNL-TIME TO MCJ-CHG-TIME.
002657     ADD 1 TO WS-JRNL-SEQ.
002658     MOVE WS-JRNL-SEQ TO MCJ-RUN-SEQ.
002659     MOVE TMNT-ACTION TO MCJ-ACTION.
002660     MOVE WS-PROC-DATE TO MCJ-PROC-DATE.
002661     MOVE TMNT-OPER-ID TO MCJ-OPER-ID.
002662     MOVE TMNT-REF-NO TO MCJ-REF-NO.
002663     MOVE "TYPMNT" TO MCJ-PGM-ID.
002664     MOVE WS-BEFORE-IMAGE TO MCJ-BEFORE-IMAGE.
002665     MOVE TYPE-REC TO MCJ-AFTER-IMAGE.
002666     WRITE MCJ-REC
002667         INVALID KEY
002668             DISPLAY "MCJ-FILE WRITE FAILED, KEY " MCJ-KEY
002669             MOVE "APPLIED, NOT JOURNALED" TO WS-RESULT-TXT
002670             ADD 1 TO WS-ERROR-CNT
002671             GO TO 2800-EXIT
002672     END-WRITE.
002673     ADD 1 TO WS-JRNL-CNT.
002674 2800-EXIT.
002675     EXIT.
002676
002680 4000-PRINT-SUMMARY.
002690     MOVE SPACES TO PRINT-REC.
002700     WRITE PRINT-REC.
002800     MOVE WS-ERROR-CNT TO WS-CNT-VALUE.
002810     MOVE WS-COUNT-LINE TO PRINT-REC.
002820     WRITE PRINT-REC.
002822     MOVE "CHANGES JOURNALED:            " TO WS-CNT-LABEL.
002824     MOVE WS-JRNL-CNT TO WS-CNT-VALUE.
002826     MOVE WS-COUNT-LINE TO PRINT-REC.
002828     WRITE PRINT-REC.
002830 4000-EXIT.
002840     EXIT.
002850
002870     DISPLAY "TYPMNT TRANSACTIONS READ:    " WS-TRAN-READ-CNT.
002880     DISPLAY "TYPMNT TRANSACTIONS APPLIED: " WS-APPLIED-CNT.
002890     DISPLAY "TYPMNT TRANSACTIONS IN ERROR:" WS-ERROR-CNT.
002895     DISPLAY "TYPMNT CHANGES JOURNALED:    " WS-JRNL-CNT.
002900     IF WS-ERROR-CNT > ZERO
002910             AND WS-RETURN-CODE < 8
002920         MOVE 8 TO WS-RETURN-CODE
002940     CLOSE TYPE-MAST.
002950     CLOSE TMNT-FILE.
002960     CLOSE PRINT-FILE.
002965     CLOSE MCJ-FILE.
002970 5000-EXIT.
002980     EXIT.
002990
003070     MOVE ZERO TO WS-LINE-CNT.
003080 6200-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
003130* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
003140* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
003150* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
003160* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
003170* STEP'S OWN CONDITION CODE.
003180******************************************************************
003190 8800-LOG-STEP-START.
003200     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003210     ACCEPT WS-STEP-START-TIME FROM TIME.
003220     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
003230     IF NOT WS-SLOG-OK
003240         GO TO 8800-EXIT
003250     END-IF.
003260     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
003270     SET SLOG-START-EVENT TO TRUE.
003280     WRITE SLOG-REC.
003290     CLOSE STEP-LOG-FILE.
003300 8800-EXIT.
003310     EXIT.
003320
003330 8850-FILL-STEP-REC.
003340     MOVE SPACES TO SLOG-REC.
003350     MOVE "TYPMNT" TO SLOG-PGM-ID.
003360     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
003370     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
003380     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
003390     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
003400     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
003410     MOVE ZERO TO SLOG-RUN-CNT.
003420 8850-EXIT.
003430     EXIT.
003440
003450 8900-LOG-STEP-END.
003460     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-STEP-END-TIME FROM TIME.
003480     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
003490     IF NOT WS-SLOG-OK
003500         GO TO 8900-EXIT
003510     END-IF.
003520     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
003530     SET SLOG-END-EVENT TO TRUE.
003540     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
003550     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
003560     MOVE WS-TRAN-READ-CNT TO SLOG-IN-CNT.
003570     MOVE WS-APPLIED-CNT TO SLOG-OUT-CNT.
003580     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
003590     WRITE SLOG-REC.
003600     CLOSE STEP-LOG-FILE.
003610 8900-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
003660* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
003670******************************************************************
003680 8950-OPEN-STEP-LOG.
003690     OPEN EXTEND STEP-LOG-FILE.
003700     IF WS-SLOG-NO-FILE
003710         OPEN OUTPUT STEP-LOG-FILE
003720     END-IF.
003730     IF NOT WS-SLOG-OK
003740         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
003750             WS-SLOG-STATUS
003760     END-IF.
003770 8950-EXIT.
003780     EXIT.
003790 END PROGRAM TYPMNT.
