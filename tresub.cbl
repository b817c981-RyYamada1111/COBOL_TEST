000550*                  (REASON "09") SO A CORRECTED RECORD WITH AN
000560*                  UNKNOWN DIVISION STAYS OUT OF THE RECYCLE
000570*                  FILE INSTEAD OF BOUNCING IN THE NEXT RUN.
000571* 2026-10-08 TS    A TEST1 SUSPECTED DUPLICATE (REASON "10")
000572*                  AGES AS "DUP OF" THE RUN ID IT MATCHED.  AN
000573*                  OPERATOR RELEASES A GENUINE REPEAT BY SENDING
000574*                  A CORRECTION FOR ITS SEQUENCE NUMBER; THE
000575*                  RECYCLED DETAIL IS MARKED TRAN-DUP-RELEASE SO
000576*                  TEST1 DOES NOT HOLD IT AGAIN (CLEARED ON ANY
000577*                  OTHER CORRECTION).  TRANEXCP NOW 117 BYTES.
000578* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000579*                  JOB STEP LOG (PROCESSING DATE, START AND END
000580*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000581*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000582*                  SHEET.
000583* 2026-10-15 TS    EVERY REJECT RECYCLED FROM A VALID CORRECTION
000584*                  IS RECORDED ON THE NEW TRANRSV RESOLVED-REJECT
000585*                  FILE (TRANRSV.CPY) SO THE HSKEEP HOUSEKEEPING
000586*                  RUN CAN TELL A RESOLVED REJECT FROM ONE STILL
000587*                  BEING AGED.  A RESOLVED FILE THAT CANNOT BE
000588*                  OPENED ENDS THE RUN WITH CODE 4.
000589******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. TRESUB.
000610 ENVIRONMENT DIVISION.
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS TYPE-CODE
000830         FILE STATUS IS WS-TYPE-STATUS.
000831     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000832         ORGANIZATION IS LINE SEQUENTIAL
000833         FILE STATUS IS WS-SLOG-STATUS.
000834     SELECT RESOLVE-FILE ASSIGN TO TRANRSV
000835         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS WS-TRSV-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRAN-EXCP-FILE
000870     RECORD CONTAINS 117 CHARACTERS.
000880 COPY TRANEXC.
000890 FD  CORR-FILE
000900     RECORD CONTAINS 87 CHARACTERS.
001010 FD  TYPE-MAST
001020     RECORD CONTAINS 40 CHARACTERS.
001030 COPY TYPEREC.
001031 FD  STEP-LOG-FILE
001032     RECORD CONTAINS 120 CHARACTERS.
001033 COPY STEPLOG.
001034 FD  RESOLVE-FILE
001035     RECORD CONTAINS 80 CHARACTERS.
001036 COPY TRANRSV.
001040 WORKING-STORAGE SECTION.
001050 01  WS-EDIT-WORK.
001060     03  WS-VALID-SW         PIC X(1)  VALUE "Y".
001140     03  WS-CORR-BAD-CNT     PIC 9(6)  COMP VALUE ZERO.
001150     03  WS-CORR-ORPHAN-CNT  PIC 9(6)  COMP VALUE ZERO.
001160     03  WS-UNCORRECTED-CNT  PIC 9(6)  COMP VALUE ZERO.
001165     03  WS-RESOLVED-CNT     PIC 9(6)  COMP VALUE ZERO.
001170 01  WS-REASON-TOTALS.
001180     03  WS-REASON-USED      PIC 9(2)  COMP VALUE ZERO.
001190     03  WS-REASON-ENTRY OCCURS 10 TIMES.
001460         88  WS-TYPE-OK           VALUE "00".
001470     03  WS-PARM-STATUS      PIC X(2).
001480         88  WS-PARM-OK           VALUE "00".
001481     03  WS-SLOG-STATUS      PIC X(2).
001482         88  WS-SLOG-OK           VALUE "00".
001483         88  WS-SLOG-NO-FILE      VALUE "35".
001484     03  WS-TRSV-STATUS      PIC X(2).
001485         88  WS-TRSV-OK           VALUE "00".
001486         88  WS-TRSV-NO-FILE      VALUE "35".
001487     03  WS-TRSV-OPEN-SW     PIC X(1)  VALUE "N".
001488         88  WS-TRSV-OPEN         VALUE "Y".
001489         88  WS-TRSV-CLOSED       VALUE "N".
001490     03  WS-EXCP-EOF-SW      PIC X(1).
001500         88  WS-EXCP-EOF          VALUE "Y".
001510         88  WS-EXCP-NOT-EOF      VALUE "N".
001540         88  WS-CORR-NOT-EOF      VALUE "N".
001550     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001560         88  WS-OPEN-FAILED       VALUE "Y".
001561******************************************************************
001562* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
001563* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
001564******************************************************************
001565 01  WS-STEP-LOG-WORK.
001566     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
001567     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
001568     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
001569     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
001570 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001580 01  WS-REPORT-WORK.
001590     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002045     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
002050     IF NOT WS-OPEN-FAILED
002060         PERFORM 2000-PROCESS-EXCP THRU 2000-EXIT
002070             UNTIL WS-EXCP-EOF
002100         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002110     END-IF.
002120     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002125     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
002130     MOVE WS-RETURN-CODE TO RETURN-CODE.
002140     STOP RUN.
002150
002500             WS-TYPE-STATUS
002510         SET WS-OPEN-FAILED TO TRUE
002520     END-IF.
002525     PERFORM 1250-OPEN-RESOLVE-FILE THRU 1250-EXIT.
002530     IF WS-OPEN-FAILED
002540         MOVE 16 TO WS-RETURN-CODE
002550         GO TO 1000-EXIT
003000     MOVE BHT-HEADER-AREA TO TRAN-REC.
003010     WRITE TRAN-REC.
003020 1200-EXIT.
003021     EXIT.
003022
003023******************************************************************
003024*    THE RESOLVED-REJECT FILE IS APPENDED, AND ONLY CREATED WHEN
003025*    IT DOES NOT EXIST YET.  WITHOUT IT THE RECYCLE STILL RUNS --
003026*    THE REJECTS IT RESOLVES ARE SIMPLY KEPT ON TRANEXCP BY THE
003027*    HOUSEKEEPING RUN -- BUT THE STEP ENDS WITH CODE 4.
003028******************************************************************
003029 1250-OPEN-RESOLVE-FILE.
003030     OPEN EXTEND RESOLVE-FILE.
003031     IF WS-TRSV-NO-FILE
003032         OPEN OUTPUT RESOLVE-FILE
003033     END-IF.
003034     IF WS-TRSV-OK
003035         SET WS-TRSV-OPEN TO TRUE
003036     ELSE
003037         DISPLAY "RESOLVE-FILE OPEN FAILED, STATUS: "
003038             WS-TRSV-STATUS
003039         IF WS-RETURN-CODE < 4
003040             MOVE 4 TO WS-RETURN-CODE
003041         END-IF
003042     END-IF.
003043 1250-EXIT.
003044     EXIT.
003045
003050 1500-READ-CORR.
003060     READ CORR-FILE
003070         AT END
003270         PERFORM 2300-APPLY-CORRECTION THRU 2300-EXIT
003280     ELSE
003290         MOVE "UNCORRECTED" TO WS-AGE-STATUS
003291         IF TEXCP-SUSPECT-DUP
003292             MOVE SPACES TO WS-AGE-STATUS
003293             STRING "DUP OF " TEXCP-MATCH-RUN-ID
003294                 DELIMITED BY SIZE INTO WS-AGE-STATUS
003295         END-IF
003300         PERFORM 2600-AGE-REJECT THRU 2600-EXIT
003310     END-IF.
003320 2000-EXIT.
003420
003430 2300-APPLY-CORRECTION.
003440     MOVE CORR-TRAN-IMAGE TO TRAN-REC.
003442     MOVE SPACE TO TRAN-DUP-RELEASE.
003444     IF TEXCP-SUSPECT-DUP
003446         SET TRAN-DUP-RELEASED TO TRUE
003448     END-IF.
003450     PERFORM 2200-VALIDATE-CORR THRU 2200-EXIT.
003460     IF WS-CORR-VALID
003470         WRITE TRAN-REC
003480         ADD 1 TO WS-RECYCLED-CNT
003490         ADD TRAN-NUM-1 TO WS-RCY-HASH
003500         ADD TRAN-NUM-2 TO WS-RCY-HASH
003505         PERFORM 2350-WRITE-RESOLVED THRU 2350-EXIT
003510     ELSE
003520         ADD 1 TO WS-CORR-BAD-CNT
003530         DISPLAY "CORRECTION SEQ " CORR-SEQ-NO
003570     END-IF.
003580     PERFORM 1500-READ-CORR THRU 1500-EXIT.
003590 2300-EXIT.
003591     EXIT.
003592
003593 2350-WRITE-RESOLVED.
003594     IF WS-TRSV-CLOSED
003595         GO TO 2350-EXIT
003596     END-IF.
003597     MOVE SPACES TO TRSV-REC.
003598     MOVE TEXCP-SEQ-NO TO TRSV-SEQ-NO.
003599     MOVE TEXCP-REJECT-DATE TO TRSV-REJECT-DATE.
003600     MOVE TEXCP-RUN-ID TO TRSV-RUN-ID.
003601     MOVE TEXCP-REASON-CD TO TRSV-REASON-CD.
003602     MOVE WS-RUN-DATE TO TRSV-RESOLVE-DATE.
003603     MOVE WS-RCY-RUN-ID TO TRSV-RCY-RUN-ID.
003604     WRITE TRSV-REC.
003605     IF NOT WS-TRSV-OK
003606         DISPLAY "RESOLVE-FILE WRITE FAILED, STATUS: "
003607             WS-TRSV-STATUS
003608         IF WS-RETURN-CODE < 4
003609             MOVE 4 TO WS-RETURN-CODE
003610         END-IF
003611         GO TO 2350-EXIT
003612     END-IF.
003613     ADD 1 TO WS-RESOLVED-CNT.
003614 2350-EXIT.
003615     EXIT.
003616
003620******************************************************************
003630* SAME EDITS AS TEST1 2200-VALIDATE-TRANS, PLUS THE WORK_SUM
003640* OVERFLOW CHECK, SO A RECYCLED RECORD CANNOT BOUNCE STRAIGHT
005280     DISPLAY "TRESUB REJECTS READ:      " WS-REJECT-READ-CNT.
005290     DISPLAY "TRESUB RECYCLED:          " WS-RECYCLED-CNT.
005300     DISPLAY "TRESUB STILL UNCORRECTED: " WS-UNCORRECTED-CNT.
005305     DISPLAY "TRESUB RESOLVED RECORDED:  " WS-RESOLVED-CNT.
005310     IF (WS-CORR-BAD-CNT > ZERO OR WS-CORR-ORPHAN-CNT > ZERO)
005320             AND WS-RETURN-CODE < 8
005330         MOVE 8 TO WS-RETURN-CODE
005370     CLOSE RECYCLE-FILE.
005380     CLOSE AGING-FILE.
005390     CLOSE TYPE-MAST.
005392     IF WS-TRSV-OPEN
005394         CLOSE RESOLVE-FILE
005396     END-IF.
005400 5000-EXIT.
005410     EXIT.
005420
005610     ADD 1 TO WS-LINE-CNT.
005620 6300-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
005670* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
005680* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
005690* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
005700* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
005710* STEP'S OWN CONDITION CODE.
005720******************************************************************
005730 8800-LOG-STEP-START.
005740     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
005750     ACCEPT WS-STEP-START-TIME FROM TIME.
005760     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
005770     IF NOT WS-SLOG-OK
005780         GO TO 8800-EXIT
005790     END-IF.
005800     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
005810     SET SLOG-START-EVENT TO TRUE.
005820     WRITE SLOG-REC.
005830     CLOSE STEP-LOG-FILE.
005840 8800-EXIT.
005850     EXIT.
005860
005870 8850-FILL-STEP-REC.
005880     MOVE SPACES TO SLOG-REC.
005890     MOVE "TRESUB" TO SLOG-PGM-ID.
005900     MOVE WS-RUN-DATE TO SLOG-PROC-DATE.
005910     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
005920     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
005930     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
005940     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
005950     MOVE ZERO TO SLOG-RUN-CNT.
005960     IF WS-RCY-RUN-ID NOT = SPACES
005970         MOVE 1 TO SLOG-RUN-CNT
005980         MOVE WS-RCY-RUN-ID TO SLOG-RUN-ID(1)
005990     END-IF.
006000 8850-EXIT.
006010     EXIT.
006020
006030 8900-LOG-STEP-END.
006040     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
006050     ACCEPT WS-STEP-END-TIME FROM TIME.
006060     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
006070     IF NOT WS-SLOG-OK
006080         GO TO 8900-EXIT
006090     END-IF.
006100     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
006110     SET SLOG-END-EVENT TO TRUE.
006120     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
006130     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
006140     MOVE WS-REJECT-READ-CNT TO SLOG-IN-CNT.
006150     MOVE WS-RECYCLED-CNT TO SLOG-OUT-CNT.
006160     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
006170     WRITE SLOG-REC.
006180     CLOSE STEP-LOG-FILE.
006190 8900-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
006240* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
006250******************************************************************
006260 8950-OPEN-STEP-LOG.
006270     OPEN EXTEND STEP-LOG-FILE.
006280     IF WS-SLOG-NO-FILE
006290         OPEN OUTPUT STEP-LOG-FILE
006300     END-IF.
006310     IF NOT WS-SLOG-OK
006320         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
006330             WS-SLOG-STATUS
006340     END-IF.
006350 8950-EXIT.
006360     EXIT.
006370 END PROGRAM TRESUB.
