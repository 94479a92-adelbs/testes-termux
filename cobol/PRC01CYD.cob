       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01CYD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-STATUS-FILE ASSIGN TO "PRC01CYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYS-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CYCPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYS-RECORD.
           05 CYS-CYCLE-DATE PIC 9(08).
           05 CYS-STEP-NBR PIC 9(02).
           05 CYS-STEP-NAME PIC X(08).
           05 CYS-START-DATE PIC 9(08).
           05 CYS-START-TIME PIC 9(06).
           05 CYS-END-DATE PIC 9(08).
           05 CYS-END-TIME PIC 9(06).
           05 CYS-RETURN-CODE PIC 9(04).
           05 CYS-MAX-RC PIC 9(04).
           05 CYS-STEP-STATUS PIC X(01).
               88 CYS-STEP-STARTED VALUE "S".
               88 CYS-STEP-COMPLETE VALUE "C".
               88 CYS-STEP-FAILED VALUE "F".
           05 CYS-USER-ID PIC X(08).
           05 CYS-FILLER PIC X(17).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-RUN-MODE PIC X(01) VALUE "N".
               88 WS-RESTART-MODE VALUE "R".
           01 WS-STOP-SWITCH PIC X(01) VALUE "N".
               88 WS-CYCLE-STOPPED VALUE "Y".
           01 WS-REFUSE-SWITCH PIC X(01) VALUE "N".
               88 WS-CYCLE-REFUSED VALUE "Y".
           01 WS-LOG-SWITCH PIC X(01) VALUE "N".
               88 WS-CYCLE-ON-FILE VALUE "Y".
           01 WS-CYS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-PARM PIC X(16) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
           01 WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
           01 WS-TIME-NOW PIC 9(08).
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-STEP-IDX PIC 9(02).
           01 WS-STEP-COUNT PIC 9(02) VALUE 10.
           01 WS-STOP-STEP PIC 9(02) VALUE ZERO.
           01 WS-STEP-RC PIC 9(04) VALUE ZERO.
           01 WS-HIGH-RC PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-RUN-COUNT PIC 9(02) VALUE ZERO.
           01 WS-SKIP-COUNT PIC 9(02) VALUE ZERO.
           01 WS-COMMAND PIC X(60) VALUE SPACES.
           01 WS-COMMAND-PTR PIC 9(02) VALUE ZERO.
           01 WS-APPEND-DATE PIC X(01) VALUE "N".
           01 WS-PRINT-NAME PIC X(20) VALUE SPACES.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 10 TIMES.
                   10 WS-ST-PROGRAM PIC X(08).
                   10 WS-ST-COMMAND PIC X(20).
                   10 WS-ST-RESTART-CMD PIC X(20).
                   10 WS-ST-DATE-PARM PIC X(01).
                   10 WS-ST-MAX-RC PIC 9(04).
                   10 WS-ST-STATUS PIC X(01).
                       88 WS-ST-NOT-RUN VALUE " ".
                       88 WS-ST-STARTED VALUE "S".
                       88 WS-ST-COMPLETE VALUE "C".
                       88 WS-ST-FAILED VALUE "F".
                   10 WS-ST-SKIPPED PIC X(01).
                   10 WS-ST-START-DATE PIC 9(08).
                   10 WS-ST-START-TIME PIC 9(06).
                   10 WS-ST-END-DATE PIC 9(08).
                   10 WS-ST-END-TIME PIC 9(06).
                   10 WS-ST-RETURN-CODE PIC 9(04).

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01CYD - NIGHTLY CYCLE      ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-SEL.
               05 FILLER PIC X(12) VALUE "CYCLE DATE: ".
               05 WHS-CYCLE-DATE PIC 9(08).
               05 FILLER PIC X(09) VALUE "   MODE: ".
               05 WHS-MODE PIC X(07).
               05 FILLER PIC X(09) VALUE "   USER: ".
               05 WHS-USER PIC X(08).
               05 FILLER PIC X(79) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(04) VALUE "STEP".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "PROGRAM ".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "COMMAND".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "STARTED".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "ENDED".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "  RC".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE " MAX".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(16) VALUE "RESULT".
               05 FILLER PIC X(32) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-STEP-NBR PIC Z9.
               05 FILLER PIC X(04) VALUE SPACES.
               05 WD-PROGRAM PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-COMMAND PIC X(20).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-START-DATE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-START-TIME PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-END-DATE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-END-TIME PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-RETURN-CODE PIC X(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-MAX-RC PIC ZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-RESULT PIC X(16).
               05 FILLER PIC X(32) VALUE SPACES.

           01 WS-RC-EDIT PIC ZZZ9.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE "STEPS RUN:     ".
               05 WT-RUN PIC Z9.
               05 FILLER PIC X(22) VALUE "   ALREADY COMPLETE:  ".
               05 WT-SKIPPED PIC Z9.
               05 FILLER PIC X(22) VALUE "   HIGHEST STEP RC:   ".
               05 WT-HIGH-RC PIC ZZZ9.
               05 FILLER PIC X(65) VALUE SPACES.

           01 WS-RESULT-LINE.
               05 FILLER PIC X(14) VALUE "CYCLE RESULT: ".
               05 WR-RESULT PIC X(60).
               05 FILLER PIC X(58) VALUE SPACES.

           01 WS-SIGNOFF-LINE-1.
               05 FILLER PIC X(45) VALUE
                   "REVIEWED BY: _______________________________ ".
               05 FILLER PIC X(28) VALUE
                   "  DATE/TIME: ______________ ".
               05 FILLER PIC X(59) VALUE SPACES.

           01 WS-SIGNOFF-LINE-2.
               05 FILLER PIC X(45) VALUE
                   "COMMENTS:    _______________________________ ".
               05 FILLER PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CYCLE-REFUSED
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           OR WS-CYCLE-STOPPED
                   PERFORM 2000-PROCESS-STEP
               END-PERFORM
           END-IF.
           PERFORM 3000-PRINT-CYCLE-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM 1100-LOAD-STEP-TABLE.
           IF WS-RUN-PARM(1:7) = "RESTART"
               MOVE "R" TO WS-RUN-MODE
               PERFORM 1200-FIND-LAST-CYCLE
               IF WS-LAST-CYCLE-DATE > ZERO
                   MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
               END-IF
               IF WS-RUN-PARM(9:8) IS NUMERIC
                   MOVE WS-RUN-PARM(9:8) TO WS-CYCLE-DATE
               END-IF
           ELSE
               IF WS-RUN-PARM(1:8) IS NUMERIC
                   MOVE WS-RUN-PARM(1:8) TO WS-CYCLE-DATE
               END-IF
           END-IF.
           PERFORM 1300-LOAD-CYCLE-STATUS.
           IF WS-RESTART-MODE AND NOT WS-CYCLE-ON-FILE
               DISPLAY "NO CYCLE ON FILE FOR " WS-CYCLE-DATE
                   " - RESTART REFUSED"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.
           IF NOT WS-RESTART-MODE AND WS-CYCLE-ON-FILE
               DISPLAY "CYCLE FOR " WS-CYCLE-DATE
                   " ALREADY STARTED - USE PRC01CYD RESTART"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       1100-LOAD-STEP-TABLE.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE "PRC01" TO WS-ST-PROGRAM(1).
           MOVE "PRC01 BATCH" TO WS-ST-COMMAND(1).
           MOVE "PRC01 RESTART" TO WS-ST-RESTART-CMD(1).
           MOVE "PRC01ACY" TO WS-ST-PROGRAM(2).
           MOVE "PRC01ACY" TO WS-ST-COMMAND(2).
           MOVE "Y" TO WS-ST-DATE-PARM(2).
           MOVE "PRC01XRD" TO WS-ST-PROGRAM(3).
           MOVE "PRC01XRD" TO WS-ST-COMMAND(3).
           MOVE "PRC01SWP" TO WS-ST-PROGRAM(4).
           MOVE "PRC01SWP" TO WS-ST-COMMAND(4).
           MOVE "PRC01UBR" TO WS-ST-PROGRAM(5).
           MOVE "PRC01UBR" TO WS-ST-COMMAND(5).
           MOVE "PRC01DEA" TO WS-ST-PROGRAM(6).
           MOVE "PRC01DEA" TO WS-ST-COMMAND(6).
           MOVE "PRC01EXT" TO WS-ST-PROGRAM(7).
           MOVE "PRC01EXT" TO WS-ST-COMMAND(7).
           MOVE "PRC01ARC" TO WS-ST-PROGRAM(8).
           MOVE "PRC01ARC" TO WS-ST-COMMAND(8).
           MOVE "PRC01RET" TO WS-ST-PROGRAM(9).
           MOVE "PRC01RET RETAIN" TO WS-ST-COMMAND(9).
           MOVE "PRC01CHK" TO WS-ST-PROGRAM(10).
           MOVE "PRC01CHK" TO WS-ST-COMMAND(10).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 4 TO WS-ST-MAX-RC(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-START-DATE(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-START-TIME(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-END-DATE(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-END-TIME(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-RETURN-CODE(WS-STEP-IDX)
           END-PERFORM.

       1200-FIND-LAST-CYCLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CYCLE-STATUS-FILE.
           IF WS-CYS-FILE-STATUS NOT = "00"
               AND WS-CYS-FILE-STATUS NOT = "05"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CYCLE-STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CYS-CYCLE-DATE TO WS-LAST-CYCLE-DATE
               END-READ
           END-PERFORM.
           IF WS-CYS-FILE-STATUS = "00" OR WS-CYS-FILE-STATUS = "05"
               OR WS-CYS-FILE-STATUS = "10"
               CLOSE CYCLE-STATUS-FILE
           END-IF.

       1300-LOAD-CYCLE-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CYCLE-STATUS-FILE.
           IF WS-CYS-FILE-STATUS NOT = "00"
               AND WS-CYS-FILE-STATUS NOT = "05"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CYCLE-STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM 1310-APPLY-STATUS-RECORD
               END-READ
           END-PERFORM.
           IF WS-CYS-FILE-STATUS = "00" OR WS-CYS-FILE-STATUS = "05"
               OR WS-CYS-FILE-STATUS = "10"
               CLOSE CYCLE-STATUS-FILE
           END-IF.

       1310-APPLY-STATUS-RECORD.
           IF CYS-CYCLE-DATE = WS-CYCLE-DATE
               AND CYS-STEP-NBR > ZERO
               AND CYS-STEP-NBR NOT > WS-STEP-COUNT
               MOVE "Y" TO WS-LOG-SWITCH
               MOVE CYS-STEP-NBR TO WS-STEP-IDX
               IF CYS-STEP-NAME = WS-ST-PROGRAM(WS-STEP-IDX)
                   PERFORM 1320-LOAD-STEP-STATUS
               END-IF
           END-IF.

       1320-LOAD-STEP-STATUS.
           MOVE CYS-STEP-STATUS TO WS-ST-STATUS(WS-STEP-IDX).
           MOVE CYS-START-DATE TO WS-ST-START-DATE(WS-STEP-IDX).
           MOVE CYS-START-TIME TO WS-ST-START-TIME(WS-STEP-IDX).
           MOVE CYS-END-DATE TO WS-ST-END-DATE(WS-STEP-IDX).
           MOVE CYS-END-TIME TO WS-ST-END-TIME(WS-STEP-IDX).
           MOVE CYS-RETURN-CODE TO WS-ST-RETURN-CODE(WS-STEP-IDX).

       2000-PROCESS-STEP.
           IF WS-ST-COMPLETE(WS-STEP-IDX)
               MOVE "Y" TO WS-ST-SKIPPED(WS-STEP-IDX)
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "PRC01CYD - STEP " WS-STEP-IDX " "
                   WS-ST-PROGRAM(WS-STEP-IDX)
                   " ALREADY COMPLETE - SKIPPED"
           ELSE
               PERFORM 2100-RUN-STEP
           END-IF.

       2100-RUN-STEP.
           MOVE SPACES TO WS-COMMAND.
           IF WS-RESTART-MODE
               AND WS-ST-RESTART-CMD(WS-STEP-IDX) NOT = SPACES
               AND NOT WS-ST-NOT-RUN(WS-STEP-IDX)
               MOVE WS-ST-RESTART-CMD(WS-STEP-IDX) TO WS-COMMAND
               MOVE "Y" TO WS-APPEND-DATE
           ELSE
               MOVE WS-ST-COMMAND(WS-STEP-IDX) TO WS-COMMAND
               MOVE WS-ST-DATE-PARM(WS-STEP-IDX) TO WS-APPEND-DATE
           END-IF.
           IF WS-APPEND-DATE = "Y"
               MOVE 1 TO WS-COMMAND-PTR
               INSPECT WS-COMMAND TALLYING WS-COMMAND-PTR
                   FOR CHARACTERS BEFORE INITIAL "  "
               STRING " "                        DELIMITED BY SIZE
                      WS-CYCLE-DATE              DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-COMMAND-PTR
               END-STRING
           END-IF.
           MOVE SPACES TO WS-PRINT-NAME.
           STRING "SYSPRINT."                 DELIMITED BY SIZE
                  WS-ST-PROGRAM(WS-STEP-IDX)  DELIMITED BY SPACE
               INTO WS-PRINT-NAME
           END-STRING.
           DISPLAY "DD_SYSPRINT" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PRINT-NAME UPON ENVIRONMENT-VALUE.
           ACCEPT WS-TIME-NOW FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-ST-START-DATE(WS-STEP-IDX).
           MOVE WS-TIME-NOW(1:6) TO WS-ST-START-TIME(WS-STEP-IDX).
           MOVE ZERO TO WS-ST-END-DATE(WS-STEP-IDX).
           MOVE ZERO TO WS-ST-END-TIME(WS-STEP-IDX).
           MOVE ZERO TO WS-ST-RETURN-CODE(WS-STEP-IDX).
           MOVE "S" TO WS-ST-STATUS(WS-STEP-IDX).
           PERFORM 2200-WRITE-STATUS-RECORD.
           IF WS-CYCLE-STOPPED
               MOVE SPACE TO WS-ST-STATUS(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-START-DATE(WS-STEP-IDX)
               MOVE ZERO TO WS-ST-START-TIME(WS-STEP-IDX)
               DISPLAY "PRC01CYD - STEP " WS-STEP-IDX " "
                   WS-ST-PROGRAM(WS-STEP-IDX)
                   " NOT RUN - START COULD NOT BE LOGGED"
           ELSE
               PERFORM 2150-EXECUTE-STEP
           END-IF.

       2150-EXECUTE-STEP.
           DISPLAY "PRC01CYD - STEP " WS-STEP-IDX " STARTED: "
               WS-COMMAND.
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-ST-END-DATE(WS-STEP-IDX).
           MOVE WS-TIME-NOW(1:6) TO WS-ST-END-TIME(WS-STEP-IDX).
           MOVE WS-STEP-RC TO WS-ST-RETURN-CODE(WS-STEP-IDX).
           ADD 1 TO WS-RUN-COUNT.
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.
           IF WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IDX)
               MOVE "F" TO WS-ST-STATUS(WS-STEP-IDX)
               MOVE "Y" TO WS-STOP-SWITCH
               MOVE WS-STEP-IDX TO WS-STOP-STEP
               DISPLAY "PRC01CYD - STEP " WS-STEP-IDX " "
                   WS-ST-PROGRAM(WS-STEP-IDX) " ENDED RC "
                   WS-STEP-RC " - OVER ALLOWED RC "
                   WS-ST-MAX-RC(WS-STEP-IDX) " - CYCLE STOPPED"
           ELSE
               MOVE "C" TO WS-ST-STATUS(WS-STEP-IDX)
               DISPLAY "PRC01CYD - STEP " WS-STEP-IDX " "
                   WS-ST-PROGRAM(WS-STEP-IDX) " ENDED RC "
                   WS-STEP-RC
           END-IF.
           PERFORM 2200-WRITE-STATUS-RECORD.

       2200-WRITE-STATUS-RECORD.
           OPEN EXTEND CYCLE-STATUS-FILE.
           IF WS-CYS-FILE-STATUS = "00" OR WS-CYS-FILE-STATUS = "05"
               MOVE SPACES TO CYS-RECORD
               MOVE WS-CYCLE-DATE TO CYS-CYCLE-DATE
               MOVE WS-STEP-IDX TO CYS-STEP-NBR
               MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO CYS-STEP-NAME
               MOVE WS-ST-START-DATE(WS-STEP-IDX) TO CYS-START-DATE
               MOVE WS-ST-START-TIME(WS-STEP-IDX) TO CYS-START-TIME
               MOVE WS-ST-END-DATE(WS-STEP-IDX) TO CYS-END-DATE
               MOVE WS-ST-END-TIME(WS-STEP-IDX) TO CYS-END-TIME
               MOVE WS-ST-RETURN-CODE(WS-STEP-IDX) TO CYS-RETURN-CODE
               MOVE WS-ST-MAX-RC(WS-STEP-IDX) TO CYS-MAX-RC
               MOVE WS-ST-STATUS(WS-STEP-IDX) TO CYS-STEP-STATUS
               MOVE WS-USER-ID TO CYS-USER-ID
               WRITE CYS-RECORD
               CLOSE CYCLE-STATUS-FILE
           ELSE
               DISPLAY "CYCLE STATUS FILE OPEN FAILED, STATUS "
                   WS-CYS-FILE-STATUS " - CYCLE STOPPED"
               MOVE "Y" TO WS-STOP-SWITCH
               MOVE WS-STEP-IDX TO WS-STOP-STEP
           END-IF.

       3000-PRINT-CYCLE-REPORT.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-CYCLE-DATE TO WHS-CYCLE-DATE.
           IF WS-RESTART-MODE
               MOVE "RESTART" TO WHS-MODE
           ELSE
               MOVE "NEW" TO WHS-MODE
           END-IF.
           MOVE WS-USER-ID TO WHS-USER.
           WRITE PRINT-RECORD FROM WS-HEADING-SEL
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 3100-PRINT-STEP-LINE
           END-PERFORM.
           MOVE WS-RUN-COUNT TO WT-RUN.
           MOVE WS-SKIP-COUNT TO WT-SKIPPED.
           MOVE WS-HIGH-RC TO WT-HIGH-RC.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN WS-CYCLE-REFUSED AND WS-RESTART-MODE
                   MOVE "NOT RUN - NO CYCLE ON FILE TO RESTART"
                       TO WR-RESULT
               WHEN WS-CYCLE-REFUSED
                   MOVE "NOT RUN - CYCLE ALREADY STARTED, USE RESTART"
                       TO WR-RESULT
               WHEN WS-CYCLE-STOPPED
                   MOVE SPACES TO WR-RESULT
                   STRING "STOPPED AT STEP "     DELIMITED BY SIZE
                          WS-STOP-STEP           DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-ST-PROGRAM(WS-STOP-STEP)
                                                 DELIMITED BY SPACE
                          " - FIX AND RUN PRC01CYD RESTART"
                                                 DELIMITED BY SIZE
                       INTO WR-RESULT
                   END-STRING
               WHEN OTHER
                   MOVE "CYCLE COMPLETE" TO WR-RESULT
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE-2
               AFTER ADVANCING 2 LINES.

       3100-PRINT-STEP-LINE.
           MOVE WS-STEP-IDX TO WD-STEP-NBR.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WD-PROGRAM.
           MOVE WS-ST-COMMAND(WS-STEP-IDX) TO WD-COMMAND.
           MOVE WS-ST-MAX-RC(WS-STEP-IDX) TO WD-MAX-RC.
           MOVE SPACES TO WD-START-DATE WD-START-TIME
               WD-END-DATE WD-END-TIME WD-RETURN-CODE.
           IF WS-ST-START-DATE(WS-STEP-IDX) > ZERO
               MOVE WS-ST-START-DATE(WS-STEP-IDX) TO WD-START-DATE
               MOVE WS-ST-START-TIME(WS-STEP-IDX) TO WD-START-TIME
           END-IF.
           IF WS-ST-END-DATE(WS-STEP-IDX) > ZERO
               MOVE WS-ST-END-DATE(WS-STEP-IDX) TO WD-END-DATE
               MOVE WS-ST-END-TIME(WS-STEP-IDX) TO WD-END-TIME
               MOVE WS-ST-RETURN-CODE(WS-STEP-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WD-RETURN-CODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ST-SKIPPED(WS-STEP-IDX) = "Y"
                   MOVE "DONE EARLIER" TO WD-RESULT
               WHEN WS-ST-COMPLETE(WS-STEP-IDX)
                   MOVE "COMPLETE" TO WD-RESULT
               WHEN WS-ST-FAILED(WS-STEP-IDX)
                   MOVE "FAILED - OVER RC" TO WD-RESULT
               WHEN WS-ST-STARTED(WS-STEP-IDX)
                   MOVE "NO END RECORDED" TO WD-RESULT
               WHEN OTHER
                   MOVE "NOT RUN" TO WD-RESULT
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       8000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE(5:2) TO WH1-RUN-DATE(1:2).
           MOVE "/" TO WH1-RUN-DATE(3:1).
           MOVE WS-RUN-DATE(7:2) TO WH1-RUN-DATE(4:2).
           MOVE "/" TO WH1-RUN-DATE(6:1).
           MOVE WS-RUN-DATE(1:4) TO WH1-RUN-DATE(7:4).
           MOVE WS-PAGE-COUNT TO WH1-PAGE-NBR.
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
           DISPLAY "PRC01CYD - CYCLE " WS-CYCLE-DATE
               " STEPS RUN: " WS-RUN-COUNT
               " SKIPPED: " WS-SKIP-COUNT.
           IF WS-CYCLE-REFUSED OR WS-CYCLE-STOPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-HIGH-RC TO RETURN-CODE
           END-IF.
