               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT BADGE-EXTRACT-FILE ASSIGN TO "BADGEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  BADGE-RECORD PIC X(80).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-BADGE-LINE PIC X(80).
           01 WS-QUOTE PIC X(01) VALUE '"'.
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM NOT = SPACES
               MOVE WS-RUN-PARM TO WS-SITE-FILTER
               INTO WS-BADGE-LINE
           END-STRING.
           WRITE BADGE-RECORD FROM WS-BADGE-LINE.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE "Y" TO NM-EXTRACT-FLAG.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
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
               MOVE "PRC01EXT" TO JR-PROGRAM-ID
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

       9000-TERMINATE.
           IF WS-MASTER-IS-OPEN
