           SELECT UNLOAD-FILE ASSIGN TO "NAMESEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UL-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
                         BY ==01  NAME-UNLOAD-RECORD.==
                         LEADING ==NM-== BY ==NU-==.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).
           01 WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-UL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-MARKER-TEXT.
               05 WS-JM-ACTION PIC X(14).
               05 FILLER PIC X(10) VALUE "NAMESEQ - ".
               05 WS-JM-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(08) VALUE " RECORDS".
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-END-OF-FILE VALUE "Y".
           01 WS-TALLY-DATE PIC 9(08) VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           EVALUATE WS-RUN-PARM
               WHEN "UNLOAD"
               END-IF
           END-IF.
           IF NOT WS-END-OF-FILE
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE LOW-VALUES TO NM-ID-NUMBER
               START NAME-MASTER-FILE
                   KEY IS NOT LESS THAN NM-ID-NUMBER
               CLOSE UNLOAD-FILE
           END-IF.
           DISPLAY "PRC01CHK - RECORDS UNLOADED: " WS-UNLOAD-COUNT.
           IF RETURN-CODE < 8
               DISPLAY "PRC01CHK - UNLOAD POINT: " WS-JRN-DATE " "
                   WS-JRN-TIME(1:6)
               MOVE "U" TO WS-JRN-ACTION
               MOVE "UNLOADED TO " TO WS-JM-ACTION
               MOVE WS-UNLOAD-COUNT TO WS-JM-COUNT
               PERFORM 7500-WRITE-JOURNAL-MARKER
           END-IF.

       6000-RELOAD-MASTER.
           OPEN INPUT UNLOAD-FILE.
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE "R" TO WS-JRN-ACTION
               MOVE "RELOADED FROM " TO WS-JM-ACTION
               MOVE WS-RELOAD-COUNT TO WS-JM-COUNT
               PERFORM 7500-WRITE-JOURNAL-MARKER
           END-IF.
           DISPLAY "PRC01CHK - RECORDS RELOADED: " WS-RELOAD-COUNT.

                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.

       7500-WRITE-JOURNAL-MARKER.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01CHK" TO JR-PROGRAM-ID
               MOVE WS-USER-ID TO JR-USER-ID
               MOVE WS-JRN-ACTION TO JR-ACTION
               MOVE SPACES TO JR-ID-NUMBER
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE WS-JRN-MARKER-TEXT TO JR-AFTER-IMAGE
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
