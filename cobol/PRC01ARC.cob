               FILE STATUS IS WS-NH-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
           01 WS-RETENTION-DAYS PIC 9(03) VALUE 90.
           01 WS-LOOKUP-ID PIC X(09) VALUE SPACES.
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:7) = "HISTORY"
           MOVE NAME-MASTER-RECORD TO NAME-HISTORY-RECORD.
           WRITE NAME-HISTORY-RECORD.
           IF WS-NH-FILE-STATUS = "00"
               MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
               DELETE NAME-MASTER-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO WS-JRN-ACTION
                       PERFORM 7500-WRITE-JOURNAL
               END-DELETE
               ADD 1 TO WS-ARCHIVED-COUNT
               PERFORM 3000-PRINT-RECORD-LINE
               PERFORM 3000-PRINT-RECORD-LINE
           END-IF.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01ARC" TO JR-PROGRAM-ID
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
