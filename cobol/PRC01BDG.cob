           SELECT BADGE-CONF-FILE ASSIGN TO "BADGECNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.
           SELECT BADGE-INVENTORY-FILE ASSIGN TO "BADGEINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-BADGE-NUMBER
               ALTERNATE RECORD KEY IS BI-SITE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-BI-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           05 BC-BADGE-NUMBER PIC X(10).
           05 BC-ISSUE-DATE PIC 9(08).

       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           01 WS-CONF-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CONF-END-OF-FILE VALUE "Y".
           01 WS-CONF-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-CONF-IS-OPEN VALUE "Y".
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-BC-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-SWITCH PIC X(01) VALUE "N".
               88 WS-INVENTORY-AVAILABLE VALUE "Y".
           01 WS-TIME-NOW PIC 9(08).
           01 WS-RUN-DATE PIC 9(08).
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-CONF-MATCH-COUNT PIC 9(06) VALUE ZERO.
           01 WS-CONF-UNKNOWN-COUNT PIC 9(06) VALUE ZERO.
           01 WS-UNBADGED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-INV-ISSUED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-INV-ADDED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-INV-NOT-STOCK-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
               05 WT-UNBADGED PIC ZZZ,ZZ9.
               05 FILLER PIC X(48) VALUE SPACES.

           01 WS-INVENTORY-LINE.
               05 FILLER PIC X(21) VALUE "INVENTORY ISSUED:    ".
               05 WT-INV-ISSUED PIC ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "  ADDED:   ".
               05 WT-INV-ADDED PIC ZZZ,ZZ9.
               05 FILLER PIC X(21) VALUE "  LOST OR DESTROYED: ".
               05 WT-INV-NOT-STOCK PIC ZZZ,ZZ9.
               05 FILLER PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           OPEN I-O NAME-MASTER-FILE.
               ELSE
                   MOVE "Y" TO WS-CONF-OPEN-SWITCH
               END-IF
               PERFORM 1100-OPEN-INVENTORY
           END-IF.
           PERFORM 8000-WRITE-HEADING.
           WRITE PRINT-RECORD FROM WS-HEADING-UNK
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-LINE-COUNT.

       1100-OPEN-INVENTORY.
           OPEN I-O BADGE-INVENTORY-FILE.
           IF WS-BI-FILE-STATUS = "35"
               OPEN OUTPUT BADGE-INVENTORY-FILE
               CLOSE BADGE-INVENTORY-FILE
               OPEN I-O BADGE-INVENTORY-FILE
           END-IF.
           IF WS-BI-FILE-STATUS = "00"
               MOVE "Y" TO WS-INVENTORY-SWITCH
           ELSE
               DISPLAY "WARNING - BADGE INVENTORY OPEN FAILED, STATUS "
                   WS-BI-FILE-STATUS
                   " - INVENTORY NOT UPDATED"
           END-IF.

       2000-PROCESS-CONFIRMATION.
           READ BADGE-CONF-FILE
               AT END MOVE "Y" TO WS-CONF-EOF-SWITCH

       2200-RECORD-BADGE.
           ADD 1 TO WS-CONF-MATCH-COUNT.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE BC-BADGE-NUMBER TO NM-BADGE-NUMBER.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
           END-IF.
           IF WS-INVENTORY-AVAILABLE AND BC-BADGE-NUMBER NOT = SPACES
               PERFORM 2300-ISSUE-INVENTORY-BADGE
           END-IF.

       2300-ISSUE-INVENTORY-BADGE.
           MOVE BC-BADGE-NUMBER TO BI-BADGE-NUMBER.
           READ BADGE-INVENTORY-FILE
               INVALID KEY PERFORM 2310-ADD-INVENTORY-BADGE
               NOT INVALID KEY
                   IF BI-LOST OR BI-DESTROYED
                       ADD 1 TO WS-INV-NOT-STOCK-COUNT
                       DISPLAY "WARNING - BADGE " BI-BADGE-NUMBER
                           " ISSUED WHILE MARKED " BI-STATUS
                   END-IF
                   PERFORM 2320-SET-BADGE-ISSUED
                   REWRITE BADGE-INVENTORY-RECORD
           END-READ.
           ADD 1 TO WS-INV-ISSUED-COUNT.

       2310-ADD-INVENTORY-BADGE.
           MOVE SPACES TO BADGE-INVENTORY-RECORD.
           MOVE BC-BADGE-NUMBER TO BI-BADGE-NUMBER.
           MOVE NM-SITE-CODE TO BI-SITE-CODE.
           MOVE WS-RUN-DATE TO BI-RECEIVED-DATE.
           PERFORM 2320-SET-BADGE-ISSUED.
           WRITE BADGE-INVENTORY-RECORD.
           ADD 1 TO WS-INV-ADDED-COUNT.

       2320-SET-BADGE-ISSUED.
           MOVE "I" TO BI-STATUS.
           MOVE NM-ID-NUMBER TO BI-HOLDER-ID.
           MOVE NM-RUN-DATE TO BI-VISIT-DATE.
           MOVE NM-SEQUENCE-NBR TO BI-VISIT-SEQ.
           MOVE NM-STATUS-FLAG TO BI-VISIT-STATUS.
           MOVE WS-RUN-DATE TO BI-STATUS-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO BI-STATUS-TIME.
           MOVE "PRC01BDG" TO BI-UPDATED-BY.

       4000-REPORT-UNBADGED.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-UNBADGED-COUNT TO WT-UNBADGED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-INV-ISSUED-COUNT TO WT-INV-ISSUED.
           MOVE WS-INV-ADDED-COUNT TO WT-INV-ADDED.
           MOVE WS-INV-NOT-STOCK-COUNT TO WT-INV-NOT-STOCK.
           WRITE PRINT-RECORD FROM WS-INVENTORY-LINE.

       4100-CHECK-UNBADGED.
           IF NM-EXTRACTED
           MOVE NM-DEPARTMENT TO WD-DEPARTMENT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01BDG" TO JR-PROGRAM-ID
               MOVE WS-USER-ID TO JR-USER-ID
               MOVE WS-JRN-ACTION TO JR-ACTION
               MOVE WS-JRN-BEFORE-IMAGE TO JR-BEFORE-IMAGE
               IF JR-DELETE
                   MOVE WS-JRN-BEFORE-IMAGE(43:9) TO JR-ID-NUMBER
                   MOVE SPACES TO JR-AFTER-IMAGE
               ELSE
                   MOVE NM-ID-NUMBER TO JR-ID-NUMBER
                   MOVE NAME-MASTER-RECORD TO JR-AFTER-IMAGE
               END-IF
               MOVE "N" TO JR-ANONYMIZED-FLAG
               MOVE SPACES TO JR-FILLER
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "WARNING - CHANGE JOURNAL OPEN FAILED, STATUS "
                   WS-JRN-FILE-STATUS " - " WS-JRN-FILE-NAME
                   " NOT UPDATED"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 3 TO WS-LINE-COUNT.
           IF WS-CONF-IS-OPEN
               CLOSE BADGE-CONF-FILE
           END-IF.
           IF WS-INVENTORY-AVAILABLE
               CLOSE BADGE-INVENTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.
