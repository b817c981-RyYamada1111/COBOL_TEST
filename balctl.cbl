000370* DATE       INIT  DESCRIPTION
000380* ---------- ----  --------------------------------------------
000390* 2026-09-02 TS    ORIGINAL VERSION.
000391* 2026-10-08 TS    TRANEXCP RECORD NOW 117 BYTES (MATCHED RUN ID
000392*                  ADDED FOR SUSPECTED DUPLICATES).
000393* 2026-10-14 TS    WRITES A START AND AN END RECORD TO THE STEPLOG
000394*                  JOB STEP LOG (PROCESSING DATE, START AND END
000395*                  STAMPS, RECORD COUNTS, RUN IDS HANDLED AND
000396*                  FINAL CONDITION CODE) FOR THE RUNSHT NIGHT RUN
000397*                  SHEET.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. BALCTL.
000670     SELECT PRINT-FILE ASSIGN TO CTLSHT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRINT-STATUS.
000692     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS WS-SLOG-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARM-FILE
000820     RECORD CONTAINS 113 CHARACTERS.
000830 COPY GLREJEC.
000840 FD  TRAN-EXCP-FILE
000850     RECORD CONTAINS 117 CHARACTERS.
000860 COPY TRANEXC.
000870 FD  EXCP-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000930 FD  PRINT-FILE
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  PRINT-REC                  PIC X(132).
000952 FD  STEP-LOG-FILE
000954     RECORD CONTAINS 120 CHARACTERS.
000956 COPY STEPLOG.
000960 WORKING-STORAGE SECTION.
000970 01  WS-PARM-WORK.
000980     03  WS-PROC-DATE        PIC 9(8)  VALUE ZERO.
001600         88  WS-RHIST-OK          VALUE "00".
001610     03  WS-PRINT-STATUS     PIC X(2).
001620         88  WS-PRINT-OK          VALUE "00".
001622     03  WS-SLOG-STATUS      PIC X(2).
001624         88  WS-SLOG-OK           VALUE "00".
001626         88  WS-SLOG-NO-FILE      VALUE "35".
001630     03  WS-EOF-SW           PIC X(1).
001640         88  WS-EOF               VALUE "Y".
001650         88  WS-NOT-EOF           VALUE "N".
001660     03  WS-OPEN-FAIL-SW     PIC X(1)  VALUE "N".
001670         88  WS-OPEN-FAILED       VALUE "Y".
001671******************************************************************
001672* JOB STEP LOG.  THE START STAMP IS KEPT SO THE END RECORD CAN
001673* REPEAT IT AND RUNSHT CAN PAIR THE TWO.
001674* RUN IDS HANDLED ARE NOTED ONCE EACH, UP TO 20; THE FIRST
001675* FOUR GO ON THE LOG RECORD.
001676******************************************************************
001677 01  WS-STEP-LOG-WORK.
001678     03  WS-STEP-START-DATE  PIC 9(8)  VALUE ZERO.
001679     03  WS-STEP-START-TIME  PIC 9(8)  VALUE ZERO.
001680     03  WS-STEP-END-DATE    PIC 9(8)  VALUE ZERO.
001681     03  WS-STEP-END-TIME    PIC 9(8)  VALUE ZERO.
001682     03  WS-STEP-NOTE-ID     PIC X(8)  VALUE SPACES.
001683     03  WS-STEP-RUN-USED    PIC 9(2)  COMP VALUE ZERO.
001684     03  WS-STEP-RUN-SUB     PIC 9(2)  COMP VALUE ZERO.
001685     03  WS-STEP-FOUND-SW    PIC X(1)  VALUE "N".
001686         88  WS-STEP-RUN-FOUND     VALUE "Y".
001687         88  WS-STEP-RUN-NOT-FOUND VALUE "N".
001688     03  WS-STEP-RUN-IDS               VALUE SPACES.
001689         05  WS-STEP-RUN-ID  PIC X(8)  OCCURS 20 TIMES.
001690 01  WS-RETURN-CODE          PIC 9(2)  VALUE ZERO.
001691 01  WS-REPORT-WORK.
001700     03  WS-PAGE-NO          PIC 9(4)  VALUE ZERO.
001710     03  WS-LINE-CNT         PIC 9(4)  VALUE ZERO.
001720 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002105     PERFORM 8800-LOG-STEP-START THRU 8800-EXIT.
002110     IF NOT WS-OPEN-FAILED
002120         PERFORM 2000-TALLY-FEED THRU 2000-EXIT
002130         PERFORM 2500-TALLY-POSTINGS THRU 2500-EXIT
002180         PERFORM 5000-PRINT-CONTROL-SHEET THRU 5000-EXIT
002190     END-IF.
002200     PERFORM 6000-TERMINATE THRU 6000-EXIT.
002205     PERFORM 8900-LOG-STEP-END THRU 8900-EXIT.
002210     MOVE WS-RETURN-CODE TO RETURN-CODE.
002220     STOP RUN.
002230
003640         GO TO 2600-EXIT
003650     END-IF.
003660     ADD 1 TO WS-PDTL-CNT.
003663     MOVE GLP-RUN-ID TO WS-STEP-NOTE-ID.
003666     PERFORM 8860-NOTE-STEP-RUN THRU 8860-EXIT.
003670     IF GLP-AMOUNT NUMERIC
003680         ADD GLP-AMOUNT TO WS-PDTL-HASH
003690     END-IF.
006570     ADD 1 TO WS-LINE-CNT.
006580 6350-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* JOB STEP LOG.  AN "S" RECORD GOES TO STEPLOG ONCE THE
006630* PROCESSING DATE IS KNOWN AND AN "E" RECORD JUST BEFORE THE
006640* CONDITION CODE IS SET, SO THE RUNSHT RUN SHEET CAN SHOW WHAT
006650* RAN, IN WHAT ORDER AND HOW IT ENDED.  A LOG THAT CANNOT BE
006660* OPENED IS REPORTED ON THE CONSOLE BUT NEVER CHANGES THE
006670* STEP'S OWN CONDITION CODE.
006680******************************************************************
006690 8800-LOG-STEP-START.
006700     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006710     ACCEPT WS-STEP-START-TIME FROM TIME.
006720     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
006730     IF NOT WS-SLOG-OK
006740         GO TO 8800-EXIT
006750     END-IF.
006760     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
006770     SET SLOG-START-EVENT TO TRUE.
006780     WRITE SLOG-REC.
006790     CLOSE STEP-LOG-FILE.
006800 8800-EXIT.
006810     EXIT.
006820
006830 8850-FILL-STEP-REC.
006840     MOVE SPACES TO SLOG-REC.
006850     MOVE "BALCTL" TO SLOG-PGM-ID.
006860     MOVE WS-PROC-DATE TO SLOG-PROC-DATE.
006870     MOVE WS-STEP-START-DATE TO SLOG-START-DATE.
006880     MOVE WS-STEP-START-TIME TO SLOG-START-TIME.
006890     MOVE ZERO TO SLOG-END-DATE SLOG-END-TIME.
006900     MOVE ZERO TO SLOG-IN-CNT SLOG-OUT-CNT SLOG-COND-CODE.
006910     MOVE WS-STEP-RUN-USED TO SLOG-RUN-CNT.
006920     MOVE WS-STEP-RUN-IDS(1:32) TO SLOG-RUN-IDS.
006930 8850-EXIT.
006940     EXIT.
006950
006960 8860-NOTE-STEP-RUN.
006970     IF WS-STEP-NOTE-ID = SPACES
006980         GO TO 8860-EXIT
006990     END-IF.
007000     SET WS-STEP-RUN-NOT-FOUND TO TRUE.
007010     PERFORM 8870-SCAN-STEP-RUN THRU 8870-EXIT
007020         VARYING WS-STEP-RUN-SUB FROM 1 BY 1
007030             UNTIL WS-STEP-RUN-SUB > WS-STEP-RUN-USED
007040                OR WS-STEP-RUN-FOUND.
007050     IF WS-STEP-RUN-FOUND OR WS-STEP-RUN-USED = 20
007060         GO TO 8860-EXIT
007070     END-IF.
007080     ADD 1 TO WS-STEP-RUN-USED.
007090     MOVE WS-STEP-NOTE-ID TO WS-STEP-RUN-ID(WS-STEP-RUN-USED).
007100 8860-EXIT.
007110     EXIT.
007120
007130 8870-SCAN-STEP-RUN.
007140     IF WS-STEP-RUN-ID(WS-STEP-RUN-SUB) = WS-STEP-NOTE-ID
007150         SET WS-STEP-RUN-FOUND TO TRUE
007160     END-IF.
007170 8870-EXIT.
007180     EXIT.
007190
007200 8900-LOG-STEP-END.
007210     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
007220     ACCEPT WS-STEP-END-TIME FROM TIME.
007230     PERFORM 8950-OPEN-STEP-LOG THRU 8950-EXIT.
007240     IF NOT WS-SLOG-OK
007250         GO TO 8900-EXIT
007260     END-IF.
007270     PERFORM 8850-FILL-STEP-REC THRU 8850-EXIT.
007280     SET SLOG-END-EVENT TO TRUE.
007290     MOVE WS-STEP-END-DATE TO SLOG-END-DATE.
007300     MOVE WS-STEP-END-TIME TO SLOG-END-TIME.
007310     MOVE WS-PDTL-CNT TO SLOG-IN-CNT.
007320     MOVE WS-RETURN-CODE TO SLOG-COND-CODE.
007330     WRITE SLOG-REC.
007340     CLOSE STEP-LOG-FILE.
007350 8900-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* THE STEP LOG IS APPENDED TO.  IT IS CREATED ONLY WHEN IT DOES
007400* NOT EXIST YET, SO A LOG THAT IS MERELY BUSY IS NEVER EMPTIED.
007410******************************************************************
007420 8950-OPEN-STEP-LOG.
007430     OPEN EXTEND STEP-LOG-FILE.
007440     IF WS-SLOG-NO-FILE
007450         OPEN OUTPUT STEP-LOG-FILE
007460     END-IF.
007470     IF NOT WS-SLOG-OK
007480         DISPLAY "STEP-LOG-FILE OPEN FAILED, STATUS: "
007490             WS-SLOG-STATUS
007500     END-IF.
007510 8950-EXIT.
007520     EXIT.
007530 END PROGRAM BALCTL.
