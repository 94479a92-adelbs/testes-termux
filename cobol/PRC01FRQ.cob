       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01FRQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-ID-NUMBER
               ALTERNATE RECORD KEY IS NM-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NH-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  NAME-HISTORY-RECORD.==
                         LEADING ==NM-== BY ==NH-==.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-SITE-CODE PIC X(03).
           05 SR-ID-NUMBER PIC X(09).
           05 SR-RUN-DATE PIC 9(08).
           05 SR-LAST-NAME PIC X(15).
           05 SR-FIRST-NAME PIC X(12).
           05 SR-DURATION-MINS PIC 9(06).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  WS-VISIT-AREA.==
                         LEADING ==NM-== BY ==WV-==.

           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-END-OF-FILE VALUE "Y".
           01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-END-OF-FILE VALUE "Y".
           01 WS-FIRST-REC-SWITCH PIC X(01) VALUE "Y".
               88 WS-FIRST-RECORD VALUE "Y".
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-HIST-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN VALUE "Y".
           01 WS-PENDING-SWITCH PIC X(01) VALUE "N".
               88 WS-VISITOR-PENDING VALUE "Y".
           01 WS-PARM-SWITCH PIC X(01) VALUE "Y".
               88 WS-PARM-IS-VALID VALUE "Y".
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-PARM PIC X(40) VALUE SPACES.
           01 WS-PARM-FROM PIC X(08) VALUE SPACES.
           01 WS-PARM-THRU PIC X(08) VALUE SPACES.
           01 WS-PARM-TOP PIC X(03) VALUE SPACES.
           01 WS-PARM-TOP-LENGTH PIC 9(02) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
           01 WS-THRU-DATE PIC 9(08) VALUE 99999999.
           01 WS-TOP-COUNT PIC 9(03) VALUE 25.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PREV-SITE PIC X(03) VALUE SPACES.
           01 WS-SITE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-SITE-VISITORS PIC 9(06) VALUE ZERO.
           01 WS-SITE-VISITS PIC 9(06) VALUE ZERO.
           01 WS-GRAND-VISITS PIC 9(06) VALUE ZERO.
           01 WS-IN-MINS PIC 9(06).
           01 WS-OUT-MINS PIC 9(06).
           01 WS-TIME-WORK.
               05 WS-TW-HH PIC 9(02).
               05 WS-TW-MM PIC 9(02).
               05 WS-TW-SS PIC 9(02).
           01 WS-DURATION-MINS PIC S9(06).
           01 WS-HOURS PIC 9(05)V9.
           01 WS-IDX PIC 9(04).
           01 WS-IDX-2 PIC 9(04).
           01 WS-HIGH-IDX PIC 9(04).
           01 WS-LOW-IDX PIC 9(04).
           01 WS-RANK PIC 9(03).
           01 WS-VISITOR-USED PIC 9(04) VALUE ZERO.
           01 WS-SWAP-ENTRY PIC X(58).
           01 WS-CURRENT-VISITOR.
               05 WS-CV-ID PIC X(09).
               05 WS-CV-LAST-NAME PIC X(15).
               05 WS-CV-FIRST-NAME PIC X(12).
               05 WS-CV-VISITS PIC 9(06).
               05 WS-CV-MINUTES PIC 9(08).
               05 WS-CV-LAST-DATE PIC 9(08).
           01 WS-VISITOR-TABLE.
               05 WS-VISITOR-ENTRY OCCURS 999 TIMES.
                   10 WS-VT-ID PIC X(09).
                   10 WS-VT-LAST-NAME PIC X(15).
                   10 WS-VT-FIRST-NAME PIC X(12).
                   10 WS-VT-VISITS PIC 9(06).
                   10 WS-VT-MINUTES PIC 9(08).
                   10 WS-VT-LAST-DATE PIC 9(08).

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01FRQ - FREQUENT VISITORS  ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-RANGE.
               05 FILLER PIC X(17) VALUE "SELECTION RANGE: ".
               05 WHR-FROM-DATE PIC 9(08).
               05 FILLER PIC X(09) VALUE " THROUGH ".
               05 WHR-THRU-DATE PIC 9(08).
               05 FILLER PIC X(08) VALUE "   TOP  ".
               05 WHR-TOP-COUNT PIC ZZ9.
               05 FILLER PIC X(79) VALUE SPACES.

           01 WS-HEADING-SITE.
               05 FILLER PIC X(06) VALUE "SITE: ".
               05 WHT-SITE PIC X(03).
               05 FILLER PIC X(123) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(04) VALUE "RANK".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "ID NUMBER".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FIRST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(07) VALUE " VISITS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "   HOURS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "LAST VISIT".
               05 FILLER PIC X(58) VALUE SPACES.

           01 WS-RANK-LINE.
               05 WRK-RANK PIC ZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WRK-ID PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WRK-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WRK-FIRST-NAME PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WRK-VISITS PIC ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WRK-HOURS PIC ZZ,ZZ9.9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WRK-LAST-DATE PIC 9(08).
               05 FILLER PIC X(60) VALUE SPACES.

           01 WS-SUBTOTAL-LINE.
               05 FILLER PIC X(11) VALUE "SITE TOTAL ".
               05 WST-SITE PIC X(03).
               05 FILLER PIC X(12) VALUE "  VISITORS: ".
               05 WST-VISITORS PIC ZZZ,ZZ9.
               05 FILLER PIC X(10) VALUE "  VISITS: ".
               05 WST-VISITS PIC ZZZ,ZZ9.
               05 FILLER PIC X(82) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE "VISITS TALLIED:       ".
               05 WT-TOTAL PIC ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "   SITES:  ".
               05 WT-SITES PIC ZZZ9.
               05 FILLER PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF WS-PARM-IS-VALID
               SORT SORT-FILE
                   ASCENDING KEY SR-SITE-CODE SR-ID-NUMBER SR-RUN-DATE
                   INPUT PROCEDURE IS 2000-RELEASE-RECORDS
                   OUTPUT PROCEDURE IS 3000-CONTROL-BREAKS
               MOVE WS-GRAND-VISITS TO WT-TOTAL
               MOVE WS-SITE-COUNT TO WT-SITES
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-FROM WS-PARM-THRU
                    WS-PARM-TOP COUNT IN WS-PARM-TOP-LENGTH
           END-UNSTRING.
           IF WS-PARM-FROM IS NUMERIC
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-THRU IS NUMERIC
               MOVE WS-PARM-THRU TO WS-THRU-DATE
           END-IF.
           IF WS-PARM-TOP-LENGTH > ZERO
               PERFORM 1100-EDIT-TOP-COUNT
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PARM-IS-VALID
               PERFORM 1200-OPEN-FILES
           ELSE
               DISPLAY "TOP-N MUST BE 1 TO 999, NOT " WS-PARM-TOP
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-FROM-DATE TO WHR-FROM-DATE.
           MOVE WS-THRU-DATE TO WHR-THRU-DATE.
           MOVE WS-TOP-COUNT TO WHR-TOP-COUNT.
           WRITE PRINT-RECORD FROM WS-HEADING-RANGE
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINE-COUNT.

       1100-EDIT-TOP-COUNT.
           IF WS-PARM-TOP-LENGTH > 3
               MOVE "N" TO WS-PARM-SWITCH
           ELSE
               IF WS-PARM-TOP(1:WS-PARM-TOP-LENGTH) IS NUMERIC
                   AND WS-PARM-TOP(1:WS-PARM-TOP-LENGTH) NOT = ZERO
                   COMPUTE WS-TOP-COUNT = FUNCTION NUMVAL(WS-PARM-TOP)
               ELSE
                   MOVE "N" TO WS-PARM-SWITCH
               END-IF
           END-IF.

       1200-OPEN-FILES.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "Y" TO WS-MSTR-OPEN-SWITCH
           ELSE
               DISPLAY "NAME MASTER NOT AVAILABLE, STATUS "
                   WS-NM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-NH-FILE-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN-SWITCH
           ELSE
               DISPLAY "NOTE - HISTORY FILE NOT AVAILABLE, STATUS "
                   WS-NH-FILE-STATUS " - LIVE FILE ONLY"
               IF WS-NH-FILE-STATUS = "39"
                   DISPLAY "HISTORY IS IN THE OLD RECORD LAYOUT - "
                       "RUN PRC01CVT HISTORY FIRST"
               END-IF
           END-IF.

       2000-RELEASE-RECORDS.
           IF WS-MASTER-IS-OPEN
               MOVE LOW-VALUES TO NM-ID-NUMBER
               START NAME-MASTER-FILE
                   KEY IS NOT LESS THAN NM-ID-NUMBER
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
           ELSE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE NAME-MASTER-RECORD TO WS-VISIT-AREA
                       PERFORM 2100-RELEASE-ONE-VISIT
               END-READ
           END-PERFORM.
           IF NOT WS-HISTORY-IS-OPEN
               MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-HIST-END-OF-FILE
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       MOVE NAME-HISTORY-RECORD TO WS-VISIT-AREA
                       PERFORM 2100-RELEASE-ONE-VISIT
               END-READ
           END-PERFORM.

       2100-RELEASE-ONE-VISIT.
           IF WV-STATUS-FLAG NOT = "V"
               AND WV-RUN-DATE >= WS-FROM-DATE
               AND WV-RUN-DATE <= WS-THRU-DATE
               MOVE ZERO TO WS-DURATION-MINS
               IF WV-TIME-OUT IS NUMERIC
                   AND WV-TIME-IN IS NUMERIC
                   AND WV-TIME-OUT > ZERO
                   PERFORM 2200-COMPUTE-DURATION
               END-IF
               MOVE WV-SITE-CODE TO SR-SITE-CODE
               MOVE WV-ID-NUMBER TO SR-ID-NUMBER
               MOVE WV-RUN-DATE TO SR-RUN-DATE
               MOVE WV-LAST-NAME TO SR-LAST-NAME
               MOVE WV-FIRST-NAME TO SR-FIRST-NAME
               MOVE WS-DURATION-MINS TO SR-DURATION-MINS
               RELEASE SORT-RECORD
           END-IF.

       2200-COMPUTE-DURATION.
           MOVE WV-TIME-IN TO WS-TIME-WORK.
           COMPUTE WS-IN-MINS = WS-TW-HH * 60 + WS-TW-MM.
           MOVE WV-TIME-OUT TO WS-TIME-WORK.
           COMPUTE WS-OUT-MINS = WS-TW-HH * 60 + WS-TW-MM.
           COMPUTE WS-DURATION-MINS = WS-OUT-MINS - WS-IN-MINS.
           IF WS-DURATION-MINS < ZERO
               ADD 1440 TO WS-DURATION-MINS
           END-IF.

       3000-CONTROL-BREAKS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE "Y" TO WS-FIRST-REC-SWITCH.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END PERFORM 3100-TALLY-SORTED-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-RECORD
               PERFORM 3300-KEEP-VISITOR
               PERFORM 4000-PRINT-SITE-RANKING
           END-IF.

       3100-TALLY-SORTED-RECORD.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-REC-SWITCH
               MOVE SR-SITE-CODE TO WS-PREV-SITE
           END-IF.
           IF SR-SITE-CODE NOT = WS-PREV-SITE
               PERFORM 3300-KEEP-VISITOR
               PERFORM 4000-PRINT-SITE-RANKING
               MOVE SR-SITE-CODE TO WS-PREV-SITE
           END-IF.
           IF NOT WS-VISITOR-PENDING
               OR SR-ID-NUMBER NOT = WS-CV-ID
               PERFORM 3300-KEEP-VISITOR
               PERFORM 3200-START-VISITOR
           END-IF.
           ADD 1 TO WS-SITE-VISITS.
           ADD 1 TO WS-GRAND-VISITS.
           ADD 1 TO WS-CV-VISITS.
           ADD SR-DURATION-MINS TO WS-CV-MINUTES.
           MOVE SR-RUN-DATE TO WS-CV-LAST-DATE.
           MOVE SR-LAST-NAME TO WS-CV-LAST-NAME.
           MOVE SR-FIRST-NAME TO WS-CV-FIRST-NAME.

       3200-START-VISITOR.
           MOVE "Y" TO WS-PENDING-SWITCH.
           ADD 1 TO WS-SITE-VISITORS.
           MOVE SR-ID-NUMBER TO WS-CV-ID.
           MOVE ZERO TO WS-CV-VISITS.
           MOVE ZERO TO WS-CV-MINUTES.

       3300-KEEP-VISITOR.
           IF WS-VISITOR-PENDING
               MOVE "N" TO WS-PENDING-SWITCH
               IF WS-VISITOR-USED < WS-TOP-COUNT
                   ADD 1 TO WS-VISITOR-USED
                   MOVE WS-CURRENT-VISITOR
                       TO WS-VISITOR-ENTRY(WS-VISITOR-USED)
               ELSE
                   PERFORM 3310-FIND-LEAST-FREQUENT
                   IF WS-CV-VISITS > WS-VT-VISITS(WS-LOW-IDX)
                       OR (WS-CV-VISITS = WS-VT-VISITS(WS-LOW-IDX)
                           AND WS-CV-MINUTES
                               > WS-VT-MINUTES(WS-LOW-IDX))
                       MOVE WS-CURRENT-VISITOR
                           TO WS-VISITOR-ENTRY(WS-LOW-IDX)
                   END-IF
               END-IF
           END-IF.

       3310-FIND-LEAST-FREQUENT.
           MOVE 1 TO WS-LOW-IDX.
           PERFORM VARYING WS-IDX-2 FROM 2 BY 1
                   UNTIL WS-IDX-2 > WS-VISITOR-USED
               IF WS-VT-VISITS(WS-IDX-2) < WS-VT-VISITS(WS-LOW-IDX)
                   OR (WS-VT-VISITS(WS-IDX-2)
                           = WS-VT-VISITS(WS-LOW-IDX)
                       AND WS-VT-MINUTES(WS-IDX-2)
                           < WS-VT-MINUTES(WS-LOW-IDX))
                   MOVE WS-IDX-2 TO WS-LOW-IDX
               END-IF
           END-PERFORM.

       4000-PRINT-SITE-RANKING.
           ADD 1 TO WS-SITE-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-VISITOR-USED
                       OR WS-IDX > WS-TOP-COUNT
               PERFORM 4100-FIND-MOST-FREQUENT
           END-PERFORM.
           IF WS-LINE-COUNT >= 50
               PERFORM 8000-WRITE-HEADING
           END-IF.
           MOVE WS-PREV-SITE TO WHT-SITE.
           WRITE PRINT-RECORD FROM WS-HEADING-SITE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VISITOR-USED
                       OR WS-IDX > WS-TOP-COUNT
               PERFORM 4200-PRINT-RANK-LINE
           END-PERFORM.
           MOVE WS-PREV-SITE TO WST-SITE.
           MOVE WS-SITE-VISITORS TO WST-VISITORS.
           MOVE WS-SITE-VISITS TO WST-VISITS.
           WRITE PRINT-RECORD FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-VISITOR-USED.
           MOVE ZERO TO WS-SITE-VISITS.
           MOVE ZERO TO WS-SITE-VISITORS.

       4100-FIND-MOST-FREQUENT.
           MOVE WS-IDX TO WS-HIGH-IDX.
           PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                   UNTIL WS-IDX-2 > WS-VISITOR-USED
               IF WS-VT-VISITS(WS-IDX-2) > WS-VT-VISITS(WS-HIGH-IDX)
                   OR (WS-VT-VISITS(WS-IDX-2)
                           = WS-VT-VISITS(WS-HIGH-IDX)
                       AND WS-VT-MINUTES(WS-IDX-2)
                           > WS-VT-MINUTES(WS-HIGH-IDX))
                   MOVE WS-IDX-2 TO WS-HIGH-IDX
               END-IF
           END-PERFORM.
           IF WS-HIGH-IDX NOT = WS-IDX
               MOVE WS-VISITOR-ENTRY(WS-IDX) TO WS-SWAP-ENTRY
               MOVE WS-VISITOR-ENTRY(WS-HIGH-IDX)
                   TO WS-VISITOR-ENTRY(WS-IDX)
               MOVE WS-SWAP-ENTRY TO WS-VISITOR-ENTRY(WS-HIGH-IDX)
           END-IF.

       4200-PRINT-RANK-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               MOVE WS-PREV-SITE TO WHT-SITE
               WRITE PRINT-RECORD FROM WS-HEADING-SITE
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 3 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO WRK-RANK.
           MOVE WS-VT-ID(WS-IDX) TO WRK-ID.
           MOVE WS-VT-LAST-NAME(WS-IDX) TO WRK-LAST-NAME.
           MOVE WS-VT-FIRST-NAME(WS-IDX) TO WRK-FIRST-NAME.
           MOVE WS-VT-VISITS(WS-IDX) TO WRK-VISITS.
           COMPUTE WS-HOURS ROUNDED = WS-VT-MINUTES(WS-IDX) / 60.
           MOVE WS-HOURS TO WRK-HOURS.
           MOVE WS-VT-LAST-DATE(WS-IDX) TO WRK-LAST-DATE.
           WRITE PRINT-RECORD FROM WS-RANK-LINE.

       8000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE(5:2) TO WH1-RUN-DATE(1:2).
           MOVE "/" TO WH1-RUN-DATE(3:1).
           MOVE WS-RUN-DATE(7:2) TO WH1-RUN-DATE(4:2).
           MOVE "/" TO WH1-RUN-DATE(6:1).
           MOVE WS-RUN-DATE(1:4) TO WH1-RUN-DATE(7:4).
           MOVE WS-PAGE-COUNT TO WH1-PAGE-NBR.
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       9000-TERMINATE.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF WS-HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.
