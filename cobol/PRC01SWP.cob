               ALTERNATE RECORD KEY IS NM-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-FILE-STATUS.
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
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

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
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-CUTOFF-TIME PIC 9(06) VALUE ZERO.
           01 WS-TIME-NOW PIC 9(08).
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-SWITCH PIC X(01) VALUE "N".
               88 WS-INVENTORY-AVAILABLE VALUE "Y".
           01 WS-BADGE-OUT-COUNT PIC 9(06) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-EXAMINED-COUNT PIC 9(06) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
                   KEY IS NOT LESS THAN NM-ID-NUMBER
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               OPEN I-O BADGE-INVENTORY-FILE
               IF WS-BI-FILE-STATUS = "00"
                   MOVE "Y" TO WS-INVENTORY-SWITCH
               ELSE
                   DISPLAY "WARNING - BADGE INVENTORY OPEN FAILED, "
                       "STATUS " WS-BI-FILE-STATUS
                       " - INVENTORY NOT UPDATED"
               END-IF
           END-IF.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-CUTOFF-DATE TO WHC-CUTOFF-DATE.
           END-IF.

       2100-AUTO-CLOSE-RECORD.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE "A" TO NM-STATUS-FLAG.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO NM-TIME-OUT.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           PERFORM 2200-PRINT-EXCEPTION-LINE.
           IF WS-INVENTORY-AVAILABLE AND NM-BADGE-NUMBER NOT = SPACES
               PERFORM 2300-UPDATE-BADGE-INVENTORY
           END-IF.

       2200-PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= 60
           MOVE NM-TIME-OUT TO WD-TIME-OUT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       2300-UPDATE-BADGE-INVENTORY.
           MOVE NM-BADGE-NUMBER TO BI-BADGE-NUMBER.
           READ BADGE-INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BI-ISSUED
                       AND BI-HOLDER-ID = NM-ID-NUMBER
                       AND BI-VISIT-DATE = NM-RUN-DATE
                       AND BI-VISIT-SEQ = NM-SEQUENCE-NBR
                       MOVE NM-STATUS-FLAG TO BI-VISIT-STATUS
                       MOVE WS-RUN-DATE TO BI-STATUS-DATE
                       MOVE NM-TIME-OUT TO BI-STATUS-TIME
                       MOVE "PRC01SWP" TO BI-UPDATED-BY
                       REWRITE BADGE-INVENTORY-RECORD
                       ADD 1 TO WS-BADGE-OUT-COUNT
                   END-IF
           END-READ.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01SWP" TO JR-PROGRAM-ID
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
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF WS-INVENTORY-AVAILABLE
               CLOSE BADGE-INVENTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.

       9200-PRINT-RUN-SUMMARY.
           DISPLAY "  OPEN CHECK-INS EXAMINED: " WS-EXAMINED-COUNT.
           DISPLAY "  RECORDS AUTO-CLOSED:     " WS-CLOSED-COUNT.
           DISPLAY "  RECORDS RETAINED:        " WS-SKIPPED-COUNT.
           DISPLAY "  BADGES STILL OUT:        " WS-BADGE-OUT-COUNT.
           IF RETURN-CODE = ZERO AND WS-CLOSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
