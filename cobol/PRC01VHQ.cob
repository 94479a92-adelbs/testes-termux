       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01VHQ.
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
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  SORT-RECORD.==
                         LEADING ==NM-== BY ==SR-==.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-END-OF-FILE VALUE "Y".
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-HIST-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN VALUE "Y".
           01 WS-SELECT-MODE PIC X(01) VALUE SPACES.
               88 WS-SELECT-BY-ID VALUE "I".
               88 WS-SELECT-BY-NAME VALUE "N".
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-PARM PIC X(40) VALUE SPACES.
           01 WS-PARM-KEYWORD PIC X(04) VALUE SPACES.
           01 WS-SELECT-ID PIC X(09) VALUE SPACES.
           01 WS-SELECT-LAST PIC X(15) VALUE SPACES.
           01 WS-SELECT-FIRST PIC X(12) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-VISIT-COUNT PIC 9(06) VALUE ZERO.
           01 WS-CURRENT-COUNT PIC 9(06) VALUE ZERO.
           01 WS-HISTORY-COUNT PIC 9(06) VALUE ZERO.
           01 WS-VOIDED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-CLOSED-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01VHQ - VISITOR HISTORY    ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-SEL.
               05 FILLER PIC X(18) VALUE "VISITS FOR - ID: ".
               05 WHS-ID PIC X(09).
               05 FILLER PIC X(09) VALUE "   NAME: ".
               05 WHS-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WHS-FIRST-NAME PIC X(12).
               05 FILLER PIC X(68) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(08) VALUE "REC DATE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "FILE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "ID NUMBER".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FIRST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "SITE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "DEPT".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "HOST".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "IN    ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "OUT   ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "BADGE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "STATUS".
               05 FILLER PIC X(12) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-RECORD-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-SOURCE PIC X(04).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-ID-NUMBER PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-FIRST-NAME PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-SITE-CODE PIC X(04).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-DEPARTMENT PIC X(04).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-HOST-NAME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-TIME-IN PIC X(06).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-TIME-OUT PIC X(06).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-BADGE-NUMBER PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-STATUS PIC X(11).
               05 FILLER PIC X(12) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(16) VALUE "VISITS LISTED:  ".
               05 WT-VISITS PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "   CURRENT: ".
               05 WT-CURRENT PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "   HISTORY: ".
               05 WT-HISTORY PIC ZZZ,ZZ9.
               05 FILLER PIC X(16) VALUE "   AUTO-CLOSED: ".
               05 WT-CLOSED PIC ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "   VOIDED: ".
               05 WT-VOIDED PIC ZZZ,ZZ9.
               05 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF WS-SELECT-MODE NOT = SPACES
               SORT SORT-FILE
                   ASCENDING KEY SR-RUN-DATE SR-TIME-IN
                                 SR-SEQUENCE-NBR
                   INPUT PROCEDURE IS 2000-RELEASE-VISITS
                   OUTPUT PROCEDURE IS 3000-PRINT-VISITS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-KEYWORD WS-SELECT-LAST WS-SELECT-FIRST
           END-UNSTRING.
           EVALUATE WS-PARM-KEYWORD
               WHEN "ID"
                   MOVE WS-SELECT-LAST TO WS-SELECT-ID
                   MOVE SPACES TO WS-SELECT-LAST
                   MOVE SPACES TO WS-SELECT-FIRST
                   IF WS-SELECT-ID NOT = SPACES
                       MOVE "I" TO WS-SELECT-MODE
                   END-IF
               WHEN "NAME"
                   IF WS-SELECT-LAST NOT = SPACES
                       MOVE "N" TO WS-SELECT-MODE
                   END-IF
           END-EVALUATE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-SELECT-ID TO WHS-ID.
           MOVE WS-SELECT-LAST TO WHS-LAST-NAME.
           MOVE WS-SELECT-FIRST TO WHS-FIRST-NAME.
           WRITE PRINT-RECORD FROM WS-HEADING-SEL
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO WS-LINE-COUNT.
           IF WS-SELECT-MODE = SPACES
               DISPLAY "SPECIFY ID <ID NUMBER> OR "
                   "NAME <LAST NAME> [<FIRST NAME>]"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NAME-MASTER-FILE
               IF WS-NM-FILE-STATUS = "00"
                   MOVE "Y" TO WS-MSTR-OPEN-SWITCH
               ELSE
                   DISPLAY "NAME MASTER NOT AVAILABLE, STATUS "
                       WS-NM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               OPEN INPUT HISTORY-FILE
               IF WS-NH-FILE-STATUS = "00"
                   MOVE "Y" TO WS-HIST-OPEN-SWITCH
               ELSE
                   DISPLAY "NOTE - HISTORY FILE NOT AVAILABLE, STATUS "
                       WS-NH-FILE-STATUS " - LIVE FILE ONLY"
                   IF WS-NH-FILE-STATUS = "39"
                       DISPLAY "HISTORY IS IN THE OLD RECORD LAYOUT - "
                           "RUN PRC01CVT HISTORY FIRST"
                   END-IF
               END-IF
           END-IF.

       2000-RELEASE-VISITS.
           IF WS-MASTER-IS-OPEN
               IF WS-SELECT-BY-ID
                   PERFORM 2100-RELEASE-MASTER-BY-ID
               ELSE
                   PERFORM 2200-RELEASE-MASTER-BY-NAME
               END-IF
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           IF NOT WS-HISTORY-IS-OPEN
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM 2400-SELECT-HISTORY-VISIT
               END-READ
           END-PERFORM.

       2100-RELEASE-MASTER-BY-ID.
           MOVE WS-SELECT-ID TO NM-ID-NUMBER.
           READ NAME-MASTER-FILE
               KEY IS NM-ID-NUMBER
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 2300-RELEASE-MASTER-VISIT
           END-READ.

       2200-RELEASE-MASTER-BY-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-SELECT-LAST TO NM-LAST-NAME.
           MOVE WS-SELECT-FIRST TO NM-FIRST-NAME.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-NAME-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NM-LAST-NAME NOT = WS-SELECT-LAST
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF WS-SELECT-FIRST = SPACES
                               OR NM-FIRST-NAME = WS-SELECT-FIRST
                               PERFORM 2300-RELEASE-MASTER-VISIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-RELEASE-MASTER-VISIT.
           MOVE NAME-MASTER-RECORD TO SORT-RECORD.
           MOVE "C" TO SR-FILLER.
           RELEASE SORT-RECORD.

       2400-SELECT-HISTORY-VISIT.
           IF (WS-SELECT-BY-ID AND NH-ID-NUMBER = WS-SELECT-ID)
               OR (WS-SELECT-BY-NAME
                   AND NH-LAST-NAME = WS-SELECT-LAST
                   AND (WS-SELECT-FIRST = SPACES
                       OR NH-FIRST-NAME = WS-SELECT-FIRST))
               MOVE NAME-HISTORY-RECORD TO SORT-RECORD
               MOVE "H" TO SR-FILLER
               RELEASE SORT-RECORD
           END-IF.

       3000-PRINT-VISITS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END PERFORM 3100-PRINT-VISIT-LINE
               END-RETURN
           END-PERFORM.

       3100-PRINT-VISIT-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-VISIT-COUNT.
           MOVE SR-RUN-DATE TO WD-RECORD-DATE.
           IF SR-FILLER = "C"
               MOVE "CURR" TO WD-SOURCE
               ADD 1 TO WS-CURRENT-COUNT
           ELSE
               MOVE "HIST" TO WD-SOURCE
               ADD 1 TO WS-HISTORY-COUNT
           END-IF.
           MOVE SR-ID-NUMBER TO WD-ID-NUMBER.
           MOVE SR-LAST-NAME TO WD-LAST-NAME.
           MOVE SR-FIRST-NAME TO WD-FIRST-NAME.
           MOVE SR-SITE-CODE TO WD-SITE-CODE.
           MOVE SR-DEPARTMENT TO WD-DEPARTMENT.
           MOVE SR-HOST-NAME TO WD-HOST-NAME.
           MOVE SR-TIME-IN TO WD-TIME-IN.
           IF SR-TIME-OUT IS NUMERIC AND SR-TIME-OUT > ZERO
               MOVE SR-TIME-OUT TO WD-TIME-OUT
           ELSE
               MOVE SPACES TO WD-TIME-OUT
           END-IF.
           MOVE SR-BADGE-NUMBER TO WD-BADGE-NUMBER.
           EVALUATE TRUE
               WHEN SR-CHECKED-IN
                   MOVE "CHECKED IN" TO WD-STATUS
               WHEN SR-CHECKED-OUT
                   MOVE "CHECKED OUT" TO WD-STATUS
               WHEN SR-AUTO-CLOSED
                   MOVE "AUTO-CLOSED" TO WD-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN SR-VOIDED
                   MOVE "VOIDED" TO WD-STATUS
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN OTHER
                   MOVE SR-STATUS-FLAG TO WD-STATUS
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

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
           MOVE WS-VISIT-COUNT TO WT-VISITS.
           MOVE WS-CURRENT-COUNT TO WT-CURRENT.
           MOVE WS-HISTORY-COUNT TO WT-HISTORY.
           MOVE WS-CLOSED-COUNT TO WT-CLOSED.
           MOVE WS-VOIDED-COUNT TO WT-VOIDED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF WS-HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PRC01VHQ - VISITS LISTED: " WS-VISIT-COUNT.
