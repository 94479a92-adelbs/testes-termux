               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMSTR.

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           01 WS-EOJ-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-JOB VALUE "Y".
           01 WS-SUBSCRIPT PIC 9(02).
           01 WS-CHAR PIC X(01).
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16) VALUE "ACCESS REFUSED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1500-CHECK-OPERATOR-ACCESS.
           IF WS-ACCESS-GRANTED
               PERFORM 1100-OPEN-FILES
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O DEPT-MASTER-FILE.
           IF WS-DM-FILE-STATUS = "35"
               OPEN OUTPUT DEPT-MASTER-FILE
               MOVE "Y" TO WS-EOJ-SWITCH
           END-IF.

       1500-CHECK-OPERATOR-ACCESS.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           MOVE "N" TO WS-ACCESS-SWITCH.
           MOVE "NOT ON SECURITY FILE" TO WS-SI-REASON.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-OS-FILE-STATUS = "00"
               MOVE WS-USER-ID TO OS-USER-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 1510-CHECK-OPERATOR-ROLE
               END-READ
               CLOSE OPERATOR-SECURITY-FILE
           ELSE
               MOVE "SECURITY FILE STATUS" TO WS-SI-REASON
               MOVE WS-OS-FILE-STATUS TO WS-SI-REASON(22:2)
           END-IF.
           IF NOT WS-ACCESS-GRANTED
               DISPLAY "USER " WS-USER-ID " NOT AUTHORIZED FOR "
                   "DEPARTMENT MAINTENANCE - " WS-SI-REASON
               PERFORM 1520-WRITE-REFUSAL-AUDIT
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       1510-CHECK-OPERATOR-ROLE.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE
                   MOVE "OPERATOR INACTIVE" TO WS-SI-REASON
               WHEN NOT OS-MAY-MAINTAIN-REFERENCE
                   MOVE "ROLE NOT PERMITTED" TO WS-SI-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-ACCESS-SWITCH
           END-EVALUATE.

       1520-WRITE-REFUSAL-AUDIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PRC01AUD." TO WS-AUD-FILE-NAME.
           MOVE WS-RUN-DATE TO WS-AUD-FILE-NAME(10:8).
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = "00" OR WS-AUD-FILE-STATUS = "05"
               MOVE WS-USER-ID TO AUD-USER-ID
               MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6)
               MOVE WS-USER-ID TO AUD-RAW-INPUT
               MOVE "N" TO AUD-VALID-FLAG
               MOVE "PRC01DPT" TO AUD-PROGRAM-ID
               MOVE "S" TO AUD-ACTION-CODE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING - AUDIT FILE OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS " - REFUSAL NOT RECORDED"
           END-IF.

       2000-PROCESS-FUNCTION.
           DISPLAY "Function? (A)dd (R)etire (L)ist (E)nd"
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
