       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01PSR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ID-NUMBER
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT HOST-MASTER-FILE ASSIGN TO "HOSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HOST-ID
               ALTERNATE RECORD KEY IS HM-HOST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-HM-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PASSMSTR.

       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-SECTION PIC X(01).
           05 SR-HOST-ID PIC X(06).
           05 SR-HOST-NAME PIC X(20).
           05 SR-VALID-TO PIC 9(08).
           05 SR-LAST-NAME PIC X(15).
           05 SR-FIRST-NAME PIC X(12).
           05 SR-ID-NUMBER PIC X(09).
           05 SR-PASS-TYPE PIC X(01).
           05 SR-VALID-FROM PIC 9(08).
           05 SR-LAST-USED-DATE PIC 9(08).
           05 SR-USE-COUNT PIC 9(05).
           05 SR-DAYS PIC 9(05).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-END-OF-FILE VALUE "Y".
           01 WS-FIRST-REC-SWITCH PIC X(01) VALUE "Y".
               88 WS-FIRST-RECORD VALUE "Y".
           01 WS-PASS-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-FILE-AVAILABLE VALUE "Y".
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-PS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-PARM PIC X(08) VALUE SPACES.
           01 WS-PARM-DAYS PIC X(03) VALUE SPACES.
           01 WS-PARM-DAYS-LENGTH PIC 9(02) VALUE ZERO.
           01 WS-PARM-SWITCH PIC X(01) VALUE "Y".
               88 WS-PARM-IS-VALID VALUE "Y".
           01 WS-RUN-DATE PIC 9(08).
           01 WS-RUN-INT PIC 9(07) VALUE ZERO.
           01 WS-HORIZON-DAYS PIC 9(03) VALUE 14.
           01 WS-HORIZON-DATE PIC 9(08) VALUE ZERO.
           01 WS-DATE-IN PIC 9(08) VALUE ZERO.
           01 WS-DATE-OUT PIC X(10) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PREV-SECTION PIC X(01) VALUE SPACES.
           01 WS-PREV-HOST-ID PIC X(06) VALUE SPACES.
           01 WS-PREV-HOST-NAME PIC X(20) VALUE SPACES.
           01 WS-HOST-COUNT PIC 9(06) VALUE ZERO.
           01 WS-EXPIRE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-UNUSED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-PASS-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01PSR - PASS EXPIRY REVIEW ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-EXPIRE.
               05 FILLER PIC X(30) VALUE
                   "PASSES EXPIRING ON OR BEFORE ".
               05 WHE-HORIZON-DATE PIC X(10).
               05 FILLER PIC X(92) VALUE SPACES.

           01 WS-HEADING-UNUSED.
               05 FILLER PIC X(50) VALUE
                   "ACTIVE PASSES NEVER USED - CANDIDATES TO REVOKE".
               05 FILLER PIC X(82) VALUE SPACES.

           01 WS-HEADING-HOST.
               05 FILLER PIC X(09) VALUE "SPONSOR: ".
               05 WHH-HOST-ID PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WHH-HOST-NAME PIC X(20).
               05 FILLER PIC X(07) VALUE "  EXT: ".
               05 WHH-EXTENSION PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WHH-EMAIL-ADDRESS PIC X(40).
               05 FILLER PIC X(40) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FIRST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "ID NUMBER".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "TYPE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "VALID FROM".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "VALID TO".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WH2-DAYS-LABEL PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "LAST USED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(05) VALUE " USES".
               05 FILLER PIC X(34) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-FIRST-NAME PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-ID-NUMBER PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-PASS-TYPE PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-VALID-FROM PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-VALID-TO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-DAYS PIC ZZZZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-LAST-USED PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-USE-COUNT PIC ZZZZ9.
               05 FILLER PIC X(34) VALUE SPACES.

           01 WS-HOST-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE "PASSES FOR SPONSOR:   ".
               05 WHT-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(103) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 WT-LABEL PIC X(40).
               05 WT-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF WS-PARM-IS-VALID
               SORT SORT-FILE
                   ASCENDING KEY SR-SECTION SR-HOST-ID SR-HOST-NAME
                       SR-VALID-TO SR-LAST-NAME SR-FIRST-NAME
                   INPUT PROCEDURE IS 2000-RELEASE-PASSES
                   OUTPUT PROCEDURE IS 3000-PRINT-REVIEW
               PERFORM 4000-PRINT-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM NOT = SPACES
               PERFORM 1100-EDIT-DAYS-PARM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PARM-IS-VALID
               DISPLAY "REVIEW DAYS MUST BE 0 TO 999, NOT "
                   WS-RUN-PARM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-OPEN-FILES
           END-IF.

       1100-EDIT-DAYS-PARM.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-DAYS COUNT IN WS-PARM-DAYS-LENGTH
           END-UNSTRING.
           IF WS-PARM-DAYS-LENGTH = ZERO
               OR WS-PARM-DAYS-LENGTH > 3
               MOVE "N" TO WS-PARM-SWITCH
           ELSE
               IF WS-PARM-DAYS(1:WS-PARM-DAYS-LENGTH) IS NUMERIC
                   COMPUTE WS-HORIZON-DAYS =
                       FUNCTION NUMVAL(WS-PARM-DAYS)
               ELSE
                   MOVE "N" TO WS-PARM-SWITCH
               END-IF
           END-IF.

       1200-OPEN-FILES.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-INT + WS-HORIZON-DAYS).
           OPEN INPUT PASS-MASTER-FILE.
           IF WS-PS-FILE-STATUS = "00"
               MOVE "Y" TO WS-PASS-FILE-SWITCH
           ELSE
               DISPLAY "PASS MASTER NOT AVAILABLE, STATUS "
                   WS-PS-FILE-STATUS
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           END-IF.

       2000-RELEASE-PASSES.
           IF WS-PASS-FILE-AVAILABLE
               MOVE LOW-VALUES TO PS-ID-NUMBER
               START PASS-MASTER-FILE
                   KEY IS NOT LESS THAN PS-ID-NUMBER
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
           ELSE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PASS-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM 2100-SELECT-PASS
               END-READ
           END-PERFORM.

       2100-SELECT-PASS.
           IF PS-ACTIVE
               ADD 1 TO WS-PASS-COUNT
               IF PS-VALID-TO NOT < WS-RUN-DATE
                   AND PS-VALID-TO NOT > WS-HORIZON-DATE
                   MOVE "1" TO SR-SECTION
                   COMPUTE SR-DAYS =
                       FUNCTION INTEGER-OF-DATE(PS-VALID-TO)
                       - WS-RUN-INT
                   PERFORM 2200-RELEASE-PASS
               END-IF
               IF PS-USE-COUNT = ZERO
                   AND PS-VALID-FROM NOT > WS-RUN-DATE
                   MOVE "2" TO SR-SECTION
                   COMPUTE SR-DAYS = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(PS-VALID-FROM)
                   PERFORM 2200-RELEASE-PASS
               END-IF
           END-IF.

       2200-RELEASE-PASS.
           MOVE PS-HOST-ID TO SR-HOST-ID.
           MOVE PS-HOST-NAME TO SR-HOST-NAME.
           MOVE PS-VALID-TO TO SR-VALID-TO.
           MOVE PS-LAST-NAME TO SR-LAST-NAME.
           MOVE PS-FIRST-NAME TO SR-FIRST-NAME.
           MOVE PS-ID-NUMBER TO SR-ID-NUMBER.
           MOVE PS-PASS-TYPE TO SR-PASS-TYPE.
           MOVE PS-VALID-FROM TO SR-VALID-FROM.
           MOVE PS-LAST-USED-DATE TO SR-LAST-USED-DATE.
           MOVE PS-USE-COUNT TO SR-USE-COUNT.
           RELEASE SORT-RECORD.

       3000-PRINT-REVIEW.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE "Y" TO WS-FIRST-REC-SWITCH.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END PERFORM 3100-PRINT-SORTED-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-RECORD
               PERFORM 3400-PRINT-HOST-TOTAL
           END-IF.

       3100-PRINT-SORTED-RECORD.
           IF WS-FIRST-RECORD OR SR-SECTION NOT = WS-PREV-SECTION
               IF NOT WS-FIRST-RECORD
                   PERFORM 3400-PRINT-HOST-TOTAL
                   MOVE 99 TO WS-LINE-COUNT
               END-IF
               MOVE "N" TO WS-FIRST-REC-SWITCH
               MOVE SR-SECTION TO WS-PREV-SECTION
               MOVE SR-HOST-ID TO WS-PREV-HOST-ID
               MOVE SR-HOST-NAME TO WS-PREV-HOST-NAME
               PERFORM 3200-START-HOST-PAGE
           END-IF.
           IF SR-HOST-ID NOT = WS-PREV-HOST-ID
               OR SR-HOST-NAME NOT = WS-PREV-HOST-NAME
               PERFORM 3400-PRINT-HOST-TOTAL
               MOVE SR-HOST-ID TO WS-PREV-HOST-ID
               MOVE SR-HOST-NAME TO WS-PREV-HOST-NAME
               PERFORM 3200-START-HOST-PAGE
           END-IF.
           IF WS-LINE-COUNT >= 60
               PERFORM 3200-START-HOST-PAGE
           END-IF.
           MOVE SR-LAST-NAME TO WD-LAST-NAME.
           MOVE SR-FIRST-NAME TO WD-FIRST-NAME.
           MOVE SR-ID-NUMBER TO WD-ID-NUMBER.
           EVALUATE SR-PASS-TYPE
               WHEN "C"
                   MOVE "CONTRACTOR" TO WD-PASS-TYPE
               WHEN "R"
                   MOVE "RECURRING" TO WD-PASS-TYPE
               WHEN OTHER
                   MOVE SR-PASS-TYPE TO WD-PASS-TYPE
           END-EVALUATE.
           MOVE SR-VALID-FROM TO WS-DATE-IN.
           PERFORM 7000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WD-VALID-FROM.
           MOVE SR-VALID-TO TO WS-DATE-IN.
           PERFORM 7000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WD-VALID-TO.
           MOVE SR-DAYS TO WD-DAYS.
           IF SR-LAST-USED-DATE = ZERO
               MOVE "NEVER" TO WD-LAST-USED
           ELSE
               MOVE SR-LAST-USED-DATE TO WS-DATE-IN
               PERFORM 7000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WD-LAST-USED
           END-IF.
           MOVE SR-USE-COUNT TO WD-USE-COUNT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-HOST-COUNT.
           IF SR-SECTION = "1"
               ADD 1 TO WS-EXPIRE-COUNT
           ELSE
               ADD 1 TO WS-UNUSED-COUNT
           END-IF.

       3200-START-HOST-PAGE.
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= 50
               PERFORM 8000-WRITE-HEADING
               IF WS-PREV-SECTION = "1"
                   MOVE WS-HORIZON-DATE TO WS-DATE-IN
                   PERFORM 7000-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WHE-HORIZON-DATE
                   WRITE PRINT-RECORD FROM WS-HEADING-EXPIRE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE PRINT-RECORD FROM WS-HEADING-UNUSED
                       AFTER ADVANCING 2 LINES
               END-IF
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           PERFORM 6000-GET-HOST-DETAIL.
           MOVE WS-PREV-HOST-ID TO WHH-HOST-ID.
           MOVE WS-PREV-HOST-NAME TO WHH-HOST-NAME.
           WRITE PRINT-RECORD FROM WS-HEADING-HOST
               AFTER ADVANCING 2 LINES.
           IF WS-PREV-SECTION = "1"
               MOVE "DAYS LEFT" TO WH2-DAYS-LABEL
           ELSE
               MOVE "DAYS HELD" TO WH2-DAYS-LABEL
           END-IF.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINE-COUNT.

       3400-PRINT-HOST-TOTAL.
           MOVE WS-HOST-COUNT TO WHT-COUNT.
           WRITE PRINT-RECORD FROM WS-HOST-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-HOST-COUNT.

       4000-PRINT-TOTALS.
           IF WS-PAGE-COUNT = ZERO OR WS-LINE-COUNT >= 54
               PERFORM 8000-WRITE-HEADING
           END-IF.
           MOVE "ACTIVE PASSES ON FILE:" TO WT-LABEL.
           MOVE WS-PASS-COUNT TO WT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PASSES EXPIRING WITHIN REVIEW PERIOD:" TO WT-LABEL.
           MOVE WS-EXPIRE-COUNT TO WT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACTIVE PASSES NEVER USED:" TO WT-LABEL.
           MOVE WS-UNUSED-COUNT TO WT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       6000-GET-HOST-DETAIL.
           MOVE SPACES TO WHH-EXTENSION.
           MOVE SPACES TO WHH-EMAIL-ADDRESS.
           IF WS-HOST-FILE-AVAILABLE AND WS-PREV-HOST-ID NOT = SPACES
               MOVE WS-PREV-HOST-ID TO HM-HOST-ID
               READ HOST-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE HM-EXTENSION TO WHH-EXTENSION
                       MOVE HM-EMAIL-ADDRESS TO WHH-EMAIL-ADDRESS
               END-READ
           END-IF.

       7000-FORMAT-DATE.
           MOVE WS-DATE-IN(5:2) TO WS-DATE-OUT(1:2).
           MOVE "/" TO WS-DATE-OUT(3:1).
           MOVE WS-DATE-IN(7:2) TO WS-DATE-OUT(4:2).
           MOVE "/" TO WS-DATE-OUT(6:1).
           MOVE WS-DATE-IN(1:4) TO WS-DATE-OUT(7:4).

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
           IF WS-PASS-FILE-AVAILABLE
               CLOSE PASS-MASTER-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
