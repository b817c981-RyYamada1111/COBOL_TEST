000270* DATE       INIT  DESCRIPTION
000280* ---------- ----  --------------------------------------------
000290* 2026-09-02 TS    ORIGINAL VERSION, MODELED ON TYPMNT.
000291* 2026-10-12 TS    EVERY APPLIED TRANSACTION IS JOURNALED ON THE
000292*                  SHARED MSTCHGJ MASTER-CHANGE JOURNAL WITH THE
000293*                  RECORD BEFORE AND AFTER, THE OPERATOR ID AND
000294*                  REFERENCE FROM THE TRANSACTION AND THE RUNPARM
000295*                  PROCESSING DATE.  OPERATOR AND REFERENCE ARE
000296*                  PRINTED ON THE MAINTENANCE REPORT.
000297* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000298*                  JOB STEP LOG (PROCESSING DATE, START AND END
000299*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000300*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000301*                  SHEET.
000302******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RATMNT.
000330 ENVIRONMENT DIVISION.
000430         FILE STATUS IS WS-RMNT-STATUS.
000440     SELECT PRINT-FILE ASSIGN TO RATMRPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000451         FILE STATUS IS WS-PRINT-STATUS.
000452     SELECT PARM-FILE ASSIGN TO RUNPARM
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-PARM-STATUS.
000455     SELECT MCJ-FILE ASSIGN TO MSTCHGJ
000456         ORGANIZATION IS INDEXED
000457         ACCESS MODE IS RANDOM
000458         RECORD KEY IS MCJ-KEY
000459         FILE STATUS IS WS-MCJ-STATUS.
000460     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000461         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS WS-SLOG-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RATE-MAST
000550 FD  PRINT-FILE
000560     RECORD CONTAINS 132 CHARACTERS.
000570 01  PRINT-REC                  PIC X(132).
000571 FD  PARM-FILE
000572     RECORD CONTAINS 80 CHARACTERS.
000573 COPY RUNPARM.
000574 FD  MCJ-FILE
000575     RECORD CONTAINS 180 CHARACTERS.
000576 COPY MCJREC.
000577 FD  STEP-LOG-FILE
000578     RECORD CONTAINS 120 CHARACTERS.
000579 COPY STEPLOG.
000580 WORKING-STORAGE SECTION.
000590 01  WS-COUNTERS.
000600     03  WS-TRAN-READ-CNT    PIC 9(6)  COMP VALUE ZERO.
000610     03  WS-APPLIED-CNT      PIC 9(6)  COMP VALUE ZERO.
000620     03  WS-ERROR-CNT        PIC 9(6)  COMP VALUE ZERO.
000625     03  WS-JRNL-CNT         PIC 9(6)  COMP VALUE ZERO.
000630 01  WS-RESULT-TXT           PIC X(30) VALUE SPACES.
000631 01  WS-JOURNAL-WORK.
000632     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
000633     03  WS-JRNL-DATE        PIC 9(8)  VALUE ZERO.
000634     03  WS-JRNL-TIME        PIC 9(8)  VALUE ZERO.
000635     03  WS-JRNL-SEQ         PIC 9(6)  VALUE ZERO.
000636     03  WS-BEFORE-IMAGE     PIC X(40) VALUE SPACES.
000640 01  WS-FLAGS.
000650     03  WS-RATE-STATUS      PIC X(2).
000660         88  WS-RATE-OK           VALUE "00".
000700         88  WS-RMNT-OK           VALUE "00".
000710     03  WS-PRINT-STATUS     PIC X(2).
000720         88  WS-PRINT-OK          VALUE "00".
000721     03  WS-PARM-STATUS      PIC X(2).
000722         88  WS-PARM-OK           VALUE "00".
000723     03  WS-MCJ-STATUS       PIC X(2).
000724         88  WS-MCJ-OK            VALUE "00".
000725         88  WS-MCJ-NO-FILE       VALUE "35".
000726     03  WS-SLOG-STATUS      PIC X(2).
000727         88  WS-SLOG-OK           VALUE "00".
000728         88  WS-SLOG-NO-FILE      VALUE "35".
000730     03  WS-RMNT-EOF-SW      PIC X(1).
000740         88  WS-RMNT-EOF          VALUE "Y".
000750         88  WS-RMNT-NOT-EOF      VALUE "N".
000760     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
000770         88  WS-OPEN-FAILED       VALUE "Y".
000771******************************************************************
000772* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
000773* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
000774******************************************************************
000775 01  WS-STEP-LOG-WORK.
000776     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
000777     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
000778     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
000779     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
000780 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
000790 01  WS-REPORT-WORK.
000800     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
000920     05  FILLER          PIC X(27) VALUE "  DESCRIPTION".
000930     05  FILLER          PIC X(10) VALUE "     RATE ".
000940     05  FILLER          PIC X(30) VALUE "  RESULT".
000950     05  FILLER          PIC X(10) VALUE "  OPER".
000953     05  FILLER          PIC X(12) VALUE "  REFERENCE".
000956     05  FILLER          PIC X(29) VALUE SPACES.
000960 01  WS-DETAIL-LINE.
000970     05  FILLER          PIC X(5)  VALUE SPACES.
000980     05  WS-DTL-ACTION   PIC X(1).
001040     05  WS-DTL-RATE     PIC ZZ9.99.
001050     05  FILLER          PIC X(4)  VALUE SPACES.
001060     05  WS-DTL-RESULT   PIC X(30).
001070     05  FILLER          PIC X(2)  VALUE SPACES.
001072     05  WS-DTL-OPER     PIC X(8).
001074     05  FILLER          PIC X(2)  VALUE SPACES.
001076     05  WS-DTL-REF      PIC X(10).
001078     05  FILLER          PIC X(29) VALUE SPACES.
001080 01  WS-COUNT-LINE.
001090     05  WS-CNT-LABEL    PIC X(30).
001100     05  WS-CNT-VALUE    PIC ZZZZZ9.
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001145     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
001150     IF NOT WS-OPEN-FAILED
001160         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001170             UNTIL WS-RMNT-EOF
001180         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001190     END-IF.
001200     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001205     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
001210     MOVE WS-RETURN-CODE TO RETURN-CODE.
001220     STOP RUN.
001230
001240 1000-INITIALIZE.
001250     SET WS-RMNT-NOT-EOF TO TRUE.
001253     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
001256     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT.
001260     OPEN I-O RATE-MAST.
001270     IF WS-RATE-NO-FILE
001280         OPEN OUTPUT RATE-MAST
001320     IF NOT WS-RATE-OK
001330         DISPLAY "RATE-MAST OPEN FAILED, STATUS: "
001340             WS-RATE-STATUS
001341         SET WS-OPEN-FAILED TO TRUE
001342     END-IF.
001343     OPEN I-O MCJ-FILE.
001344     IF WS-MCJ-NO-FILE
001345         OPEN OUTPUT MCJ-FILE
001346         CLOSE MCJ-FILE
001347         OPEN I-O MCJ-FILE
001348     END-IF.
001349     IF NOT WS-MCJ-OK
001350         DISPLAY "MCJ-FILE OPEN FAILED, STATUS: "
001351             WS-MCJ-STATUS
001352         SET WS-OPEN-FAILED TO TRUE
001360     END-IF.
001370     OPEN INPUT RMNT-FILE.
001380     IF NOT WS-RMNT-OK
001520     END-IF.
001530     PERFORM 6200-PRINT-HEADINGS THRU 6200-EXIT.
001540 1000-EXIT.
001541     EXIT.
001542
001543******************************************************************
001544*    THE RUNPARM PROCESSING DATE IS STAMPED ON EVERY JOURNAL
001545*    RECORD SO A CODE'S VALUE CAN BE REBUILT FOR A RUN.  A MISSING
001546*    OR EMPTY CARD LEAVES THE SYSTEM DATE.
001547******************************************************************
001548 1100-READ-RUN-PARM.
001549     OPEN INPUT PARM-FILE.
001550     IF NOT WS-PARM-OK
001551         DISPLAY "RUNPARM NOT PRESENT, SYSTEM DATE USED"
001552         GO TO 1100-EXIT
001553     END-IF.
001554     READ PARM-FILE
001555         AT END
001556             DISPLAY "RUNPARM EMPTY, SYSTEM DATE USED"
001557             CLOSE PARM-FILE
001558             GO TO 1100-EXIT
001559     END-READ.
001560     IF RPARM-PROC-DATE NUMERIC
001561             AND RPARM-PROC-DATE > ZERO
001562         MOVE RPARM-PROC-DATE TO WS-PROC-DATE
001563     END-IF.
001564     CLOSE PARM-FILE.
001565 1100-EXIT.
001566     EXIT.
001567
001570 2000-PROCESS-TRAN.
001580     READ RMNT-FILE
001590         AT END
001620     END-READ.
001630     ADD 1 TO WS-TRAN-READ-CNT.
001640     MOVE SPACES TO WS-RESULT-TXT.
001645     MOVE SPACES TO WS-BEFORE-IMAGE.
001650
001660     IF RMNT-ADD
001670         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002100     END-WRITE.
002110     MOVE "ADDED" TO WS-RESULT-TXT.
002120     ADD 1 TO WS-APPLIED-CNT.
002125     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002130 2100-EXIT.
002140     EXIT.
002150
002210             ADD 1 TO WS-ERROR-CNT
002220             GO TO 2200-EXIT
002230     END-READ.
002235     MOVE RATE-REC TO WS-BEFORE-IMAGE.
002240     MOVE RMNT-RATE-DESC TO RATE-DESC.
002250     IF RMNT-RATE-VALUE NUMERIC
002260         MOVE RMNT-RATE-VALUE TO RATE-VALUE
002360     END-REWRITE.
002370     MOVE "CHANGED" TO WS-RESULT-TXT.
002380     ADD 1 TO WS-APPLIED-CNT.
002385     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002390 2200-EXIT.
002400     EXIT.
002410
002470             ADD 1 TO WS-ERROR-CNT
002480             GO TO 2300-EXIT
002490     END-READ.
002495     MOVE RATE-REC TO WS-BEFORE-IMAGE.
002500     IF RATE-INACTIVE
002510         MOVE "ALREADY INACTIVE" TO WS-RESULT-TXT
002520         ADD 1 TO WS-ERROR-CNT
002610     END-REWRITE.
002620     MOVE "DEACTIVATED" TO WS-RESULT-TXT.
002630     ADD 1 TO WS-APPLIED-CNT.
002635     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
002640 2300-EXIT.
002650     EXIT.
002660
002770         MOVE ZERO TO WS-DTL-RATE
002780     END-IF.
002790     MOVE WS-RESULT-TXT TO WS-DTL-RESULT.
002793     MOVE RMNT-OPER-ID TO WS-DTL-OPER.
002796     MOVE RMNT-REF-NO TO WS-DTL-REF.
002800     MOVE WS-DETAIL-LINE TO PRINT-REC.
002810     WRITE PRINT-REC.
002820     ADD 1 TO WS-LINE-CNT.
002821 2700-EXIT.
002822     EXIT.
002823
002824******************************************************************
002825*    EVERY APPLIED TRANSACTION IS JOURNALED ON MSTCHGJ WITH THE
002826*    RATEMST RECORD AS IT WAS BEFORE (SPACES FOR AN ADD) AND
002827*    AFTER THE CHANGE.
002828******************************************************************
002829 2800-WRITE-JOURNAL.
002830     MOVE SPACES TO MCJ-REC.
002831     MOVE "RATEMST" TO MCJ-MASTER.
002832     MOVE RATE-CODE TO MCJ-MAST-KEY.
002833     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
002834     ACCEPT WS-JRNL-TIME FROM TIME.
002835     MOVE WS-JRNL-DATE TO MCJ-CHG-DATE.
002836     MOVE WS-JRNL-TIME TO MCJ-CHG-TIME.
002837     ADD 1 TO WS-JRNL-SEQ.
002838     MOVE WS-JRNL-SEQ TO MCJ-RUN-SEQ.
002839     MOVE RMNT-ACTION TO MCJ-ACTION.
002840     MOVE WS-PROC-DATE TO MCJ-PROC-DATE.
002841     MOVE RMNT-OPER-ID TO MCJ-OPER-ID.
002842     MOVE RMNT-REF-NO TO MCJ-REF-NO.
002843     MOVE "RATMNT" TO MCJ-PGM-ID.
002844     MOVE WS-BEFORE-IMAGE TO MCJ-BEFORE-IMAGE.
002845     MOVE RATE-REC TO MCJ-AFTER-IMAGE.
002846     WRITE MCJ-REC
002847         INVALID KEY
002848             DISPLAY "MCJ-FILE WRITE FAILED, KEY " MCJ-KEY
002849             MOVE "APPLIED, NOT JOURNALED" TO WS-RESULT-TXT
002850             ADD 1 TO WS-ERROR-CNT
002851             GO TO 2800-EXIT
002852     END-WRITE.
002853     ADD 1 TO WS-JRNL-CNT.
002854 2800-EXIT.
002855     EXIT.
002856
002860 4000-PRINT-SUMMARY.
002870     MOVE SPACES TO PRINT-REC.
002880     WRITE PRINT-REC.
002980     MOVE WS-ERROR-CNT TO WS-CNT-VALUE.
002990     MOVE WS-COUNT-LINE TO PRINT-REC.
003000     WRITE PRINT-REC.
003002     MOVE "CHANGES JOURNALED:            " TO WS-CNT-LABEL.
003004     MOVE WS-JRNL-CNT TO WS-CNT-VALUE.
003006     MOVE WS-COUNT-LINE TO PRINT-REC.
003008     WRITE PRINT-REC.
003010 4000-EXIT.
003020     EXIT.
003030
003050     DISPLAY "RATMNT TRANSACTIONS READ:    " WS-TRAN-READ-CNT.
003060     DISPLAY "RATMNT TRANSACTIONS APPLIED: " WS-APPLIED-CNT.
003070     DISPLAY "RATMNT TRANSACTIONS IN ERROR:" WS-ERROR-CNT.
003075     DISPLAY "RATMNT CHANGES JOURNALED:    " WS-JRNL-CNT.
003080     IF WS-ERROR-CNT > ZERO
003090             AND WS-RETURN-CODE < 8
003100         MOVE 8 TO WS-RETURN-CODE
003120     CLOSE RATE-MAST.
003130     CLOSE RMNT-FILE.
003140     CLOSE PRINT-FILE.
003145     CLOSE MCJ-FILE.
003150 5000-EXIT.
003160     EXIT.
003170
003250     MOVE ZERO TO WS-LINE-CNT.
003260 6200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
003310* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
003320* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
003330* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
003340* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
003350* STEP'S OWN CONDITION CODE.
003360******************************************************************
003370 8800-LOG-STEP-START.
003380     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-STEP-START-TIME FROM TIME.
003400     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
003410     IF NOT WS-SLOG-OK
003420         GO TO 8800-EXIT
003430     END-IF.
003440     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
003450     SET SLOG-START-EVENT TO TRUE.
003460     WRITE SLOG-REC.
003470     CLOSE STEP-LOG-FILE.
003480 8800-EXIT.
003490     EXIT.
003500
003510 8850-FILL-STEP-REC.
003520     MOVE SPACES TO SLOG-REC.
003530     MOVE "RATMNT" TO SLOG-PGM-ID.
003540     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
003550     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
003560     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
003570     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
003580     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
003590     MOVE ZERO TO SLOG-RUN-CNT.
003600 8850-EXIT.
003610     EXIT.
003620
003630 8900-LOG-STEP-END.
003640     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
003650     ACCEPT WS-STEP-END-TIME FROM TIME.
003660     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
003670     IF NOT WS-SLOG-OK
003680         GO TO 8900-EXIT
003690     END-IF.
003700     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
003710     SET SLOG-END-EVENT TO TRUE.
003720     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
003730     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
003740     MOVE WS-TRAN-READ-CNT TO SLOG-IN-CNT.
003750     MOVE WS-APPLIED-CNT TO SLOG-OUT-CNT.
003760     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
003770     WRITE SLOG-REC.
003780     CLOSE STEP-LOG-FILE.
003790 8900-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
003840* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
003850******************************************************************
003860 8950-OPEN-STEP-LOG.
003870     OPEN EXTEND STEP-LOG-FILE.
003880     IF WS-SLOG-NO-FILE
003890         OPEN OUTPUT STEP-LOG-FILE
003900     END-IF.
003910     IF NOT WS-SLOG-OK
003920         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
003930             WS-SLOG-STATUS
003940     END-IF.
003950 8950-EXIT.
003960     EXIT.
003970 END PROGRAM RATMNT.
