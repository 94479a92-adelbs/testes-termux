           SELECT OPTIONAL WATCH-HIT-FILE ASSIGN TO "WATCHHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.
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
           LABEL RECORDS ARE STANDARD.
           COPY WATCHHIT.

       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       FD  PREREG-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREREG-INPUT-RECORD.
           05 PI-DEPARTMENT PIC X(04).
           05 PI-EXPECT-DATE PIC 9(08).
           05 PI-HOST-NAME PIC X(20).
           05 PI-HOST-ID PIC X(06).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
               88 WS-WL-END-OF-FILE VALUE "Y".
           01 WS-WATCH-HIT-COUNT PIC 9(06) VALUE ZERO.
           01 WS-TIME-NOW PIC 9(08).
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-HOST-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-IS-VALID VALUE "Y".
           01 WS-HOST-ID PIC X(06) VALUE SPACES.
           01 WS-HOST-NAME PIC X(20) VALUE SPACES.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   WS-WH-FILE-STATUS
                   " - SECURITY ALERTS NOT RECORDED"
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - HOST DIRECTORY OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS
                   " - HOST VALIDATION DISABLED"
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ PREREG-INPUT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               WS-WATCH-HIT-COUNT.

       2100-LOAD-ONE-RECORD.
           MOVE "Y" TO WS-HOST-OK-SWITCH.
           MOVE PI-LAST-NAME TO WS-VALIDATE-TEXT.
           PERFORM 3000-VALIDATE-TEXT.
           IF WS-NAME-IS-VALID
               MOVE PI-FIRST-NAME TO WS-VALIDATE-TEXT
               PERFORM 3000-VALIDATE-TEXT
           END-IF.
           IF WS-NAME-IS-VALID
               PERFORM 2500-VALIDATE-HOST
           END-IF.
           IF WS-NAME-IS-VALID
               PERFORM 2300-CHECK-WATCH-LIST
               IF WS-WATCH-HIT-FOUND
               END-IF
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               IF WS-HOST-IS-VALID
                   DISPLAY "INVALID NAME IN TRANSMITTAL - SKIPPED: "
                       PI-ID-NUMBER " " PI-LAST-NAME
               ELSE
                   DISPLAY "UNKNOWN OR INACTIVE HOST IN TRANSMITTAL - "
                       "SKIPPED: " PI-ID-NUMBER " " PI-LAST-NAME
               END-IF
           END-IF.

       2150-WRITE-PREREGISTRATION.
           MOVE PI-ID-NUMBER TO PG-ID-NUMBER.
           MOVE PI-DEPARTMENT TO PG-DEPARTMENT.
           MOVE PI-EXPECT-DATE TO PG-EXPECT-DATE.
           MOVE WS-HOST-NAME TO PG-HOST-NAME.
           MOVE WS-HOST-ID TO PG-HOST-ID.
           MOVE "N" TO PG-USED-FLAG.
           MOVE SPACES TO PG-FILLER.
           WRITE PREREG-RECORD
               WRITE WH-RECORD
           END-IF.

       2500-VALIDATE-HOST.
           MOVE "Y" TO WS-HOST-OK-SWITCH.
           MOVE PI-HOST-ID TO WS-HOST-ID.
           MOVE PI-HOST-NAME TO WS-HOST-NAME.
           IF WS-HOST-FILE-AVAILABLE
               AND (PI-HOST-ID NOT = SPACES
                   OR PI-HOST-NAME NOT = SPACES)
               MOVE "N" TO WS-HOST-OK-SWITCH
               IF PI-HOST-ID NOT = SPACES
                   MOVE PI-HOST-ID TO HM-HOST-ID
                   READ HOST-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 2550-ACCEPT-HOST
                   END-READ
               ELSE
                   MOVE PI-HOST-NAME TO HM-HOST-NAME
                   READ HOST-MASTER-FILE KEY IS HM-HOST-NAME
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 2550-ACCEPT-HOST
                   END-READ
               END-IF
           END-IF.
           IF NOT WS-HOST-IS-VALID
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.

       2550-ACCEPT-HOST.
           IF HM-ACTIVE
               MOVE "Y" TO WS-HOST-OK-SWITCH
               MOVE HM-HOST-ID TO WS-HOST-ID
               MOVE HM-HOST-NAME TO WS-HOST-NAME
           END-IF.

       3000-VALIDATE-TEXT.
           MOVE "Y" TO WS-VALID-SWITCH
           IF WS-VALIDATE-TEXT = SPACES OR WS-VALIDATE-TEXT = LOW-VALUES
           IF WS-HIT-FILE-AVAILABLE
               CLOSE WATCH-HIT-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
           IF WS-PREREG-IS-OPEN
               CLOSE PREREG-FILE
           END-IF.
