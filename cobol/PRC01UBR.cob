       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01UBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-INVENTORY-FILE ASSIGN TO "BADGEINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-BADGE-NUMBER
               ALTERNATE RECORD KEY IS BI-SITE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-BI-FILE-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-ID-NUMBER
               ALTERNATE RECORD KEY IS NM-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT HOST-MASTER-FILE ASSIGN TO "HOSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HOST-ID
               ALTERNATE RECORD KEY IS HM-HOST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-HM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-INV-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-INVENTORY-IS-OPEN VALUE "Y".
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-RUN-PARM PIC X(08) VALUE SPACES.
           01 WS-SITE-FILTER PIC X(03) VALUE SPACES.
           01 WS-CURRENT-SITE PIC X(03) VALUE HIGH-VALUES.
           01 WS-VISIT-STATUS PIC X(01) VALUE SPACES.
               88 WS-VISIT-STILL-OPEN VALUE "I".
           01 WS-RUN-DATE PIC 9(08).
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-SITE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-UNRETURNED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-LOST-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01UBR - UNRETURNED BADGES  ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-SITE.
               05 FILLER PIC X(06) VALUE "SITE: ".
               05 WHS-SITE-CODE PIC X(03).
               05 FILLER PIC X(123) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "BADGE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "HOLDER ID".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FIRST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "VISIT DT".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "SEQ NO".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(02) VALUE "ST".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "TIME OUT".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "HOST".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "HOST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "EXTN".
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-BADGE-NUMBER PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-HOLDER-ID PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-FIRST-NAME PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-VISIT-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-VISIT-SEQ PIC ZZZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-VISIT-STATUS PIC X(01).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-TIME-OUT PIC 9(06).
               05 FILLER PIC X(03) VALUE SPACES.
               05 WD-HOST-ID PIC X(06).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-HOST-NAME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-EXTENSION PIC X(06).
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-SITE-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE "  UNRETURNED AT SITE: ".
               05 WST-SITE-TOTAL PIC ZZZ,ZZ9.
               05 FILLER PIC X(103) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE "UNRETURNED BADGES:  ".
               05 WT-UNRETURNED PIC ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "   MARKED LOST:  ".
               05 WT-LOST PIC ZZZ,ZZ9.
               05 FILLER PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL WS-END-OF-FILE
               READ BADGE-INVENTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM 2000-EXAMINE-BADGE
               END-READ
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE WS-RUN-PARM(1:3) TO WS-SITE-FILTER.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT BADGE-INVENTORY-FILE.
           EVALUATE WS-BI-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-INV-OPEN-SWITCH
                   IF WS-SITE-FILTER = SPACES
                       MOVE LOW-VALUES TO BI-SITE-CODE
                       START BADGE-INVENTORY-FILE
                           KEY IS NOT LESS THAN BI-SITE-CODE
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                   ELSE
                       MOVE WS-SITE-FILTER TO BI-SITE-CODE
                       START BADGE-INVENTORY-FILE
                           KEY IS = BI-SITE-CODE
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                   END-IF
               WHEN "35"
                   DISPLAY "NOTE - NO BADGE INVENTORY FILE - "
                       "NOTHING TO REPORT"
                   MOVE "Y" TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "BADGE INVENTORY NOT AVAILABLE, STATUS "
                       WS-BI-FILE-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "Y" TO WS-MSTR-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING - NAME MASTER OPEN FAILED, STATUS "
                   WS-NM-FILE-STATUS " - HOLDER DETAILS OMITTED"
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - HOST FILE OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS " - EXTENSIONS OMITTED"
           END-IF.
           PERFORM 8000-WRITE-HEADING.

       2000-EXAMINE-BADGE.
           IF WS-SITE-FILTER NOT = SPACES
               AND BI-SITE-CODE NOT = WS-SITE-FILTER
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF BI-LOST
                   ADD 1 TO WS-LOST-COUNT
               END-IF
               IF BI-ISSUED
                   PERFORM 2100-GET-HOLDER-VISIT
                   IF NOT WS-VISIT-STILL-OPEN
                       PERFORM 2300-PRINT-UNRETURNED-LINE
                   END-IF
               END-IF
           END-IF.

       2100-GET-HOLDER-VISIT.
           MOVE BI-BADGE-NUMBER TO WD-BADGE-NUMBER.
           MOVE BI-HOLDER-ID TO WD-HOLDER-ID.
           MOVE BI-VISIT-DATE TO WD-VISIT-DATE.
           MOVE BI-VISIT-SEQ TO WD-VISIT-SEQ.
           MOVE SPACES TO WD-LAST-NAME.
           MOVE SPACES TO WD-FIRST-NAME.
           MOVE SPACES TO WD-HOST-ID.
           MOVE SPACES TO WD-HOST-NAME.
           MOVE SPACES TO WD-EXTENSION.
           MOVE ZERO TO WD-TIME-OUT.
           MOVE BI-VISIT-STATUS TO WS-VISIT-STATUS.
           IF WS-MASTER-IS-OPEN
               MOVE BI-HOLDER-ID TO NM-ID-NUMBER
               READ NAME-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WD-LAST-NAME
                       MOVE "H" TO WS-VISIT-STATUS
                   NOT INVALID KEY PERFORM 2200-MATCH-HOLDER-VISIT
               END-READ
           END-IF.
           MOVE WS-VISIT-STATUS TO WD-VISIT-STATUS.

       2200-MATCH-HOLDER-VISIT.
           MOVE NM-LAST-NAME TO WD-LAST-NAME.
           MOVE NM-FIRST-NAME TO WD-FIRST-NAME.
           IF NM-RUN-DATE = BI-VISIT-DATE
               AND NM-SEQUENCE-NBR = BI-VISIT-SEQ
               MOVE NM-STATUS-FLAG TO WS-VISIT-STATUS
               MOVE NM-TIME-OUT TO WD-TIME-OUT
               MOVE NM-HOST-ID TO WD-HOST-ID
               MOVE NM-HOST-NAME TO WD-HOST-NAME
               IF WS-HOST-FILE-AVAILABLE AND NM-HOST-ID NOT = SPACES
                   MOVE NM-HOST-ID TO HM-HOST-ID
                   READ HOST-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE HM-EXTENSION TO WD-EXTENSION
                   END-READ
               END-IF
           ELSE
               MOVE "H" TO WS-VISIT-STATUS
               MOVE "SEE VISIT HISTORY" TO WD-HOST-NAME
           END-IF.

       2300-PRINT-UNRETURNED-LINE.
           IF BI-SITE-CODE NOT = WS-CURRENT-SITE
               PERFORM 2400-SITE-BREAK
           END-IF.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               MOVE WS-CURRENT-SITE TO WHS-SITE-CODE
               WRITE PRINT-RECORD FROM WS-HEADING-SITE
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SITE-COUNT.
           ADD 1 TO WS-UNRETURNED-COUNT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       2400-SITE-BREAK.
           IF WS-CURRENT-SITE NOT = HIGH-VALUES
               PERFORM 2500-PRINT-SITE-TOTAL
           END-IF.
           MOVE BI-SITE-CODE TO WS-CURRENT-SITE.
           MOVE ZERO TO WS-SITE-COUNT.
           IF WS-LINE-COUNT >= 55
               PERFORM 8000-WRITE-HEADING
           END-IF.
           MOVE WS-CURRENT-SITE TO WHS-SITE-CODE.
           WRITE PRINT-RECORD FROM WS-HEADING-SITE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

       2500-PRINT-SITE-TOTAL.
           MOVE WS-SITE-COUNT TO WST-SITE-TOTAL.
           WRITE PRINT-RECORD FROM WS-SITE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

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
           IF WS-CURRENT-SITE NOT = HIGH-VALUES
               PERFORM 2500-PRINT-SITE-TOTAL
           END-IF.
           MOVE WS-UNRETURNED-COUNT TO WT-UNRETURNED.
           MOVE WS-LOST-COUNT TO WT-LOST.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-INVENTORY-IS-OPEN
               CLOSE BADGE-INVENTORY-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PRC01UBR RUN SUMMARY FOR " WS-RUN-DATE.
           DISPLAY "  UNRETURNED BADGES:       " WS-UNRETURNED-COUNT.
           DISPLAY "  BADGES MARKED LOST:      " WS-LOST-COUNT.
           IF RETURN-CODE = ZERO AND WS-UNRETURNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
