       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01HDM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-MASTER-FILE ASSIGN TO "HOSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOST-ID
               ALTERNATE RECORD KEY IS HM-HOST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-HM-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SM-FILE-STATUS.
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
       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMSTR.

       FD  SITE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SITEMSTR.

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           01 WS-EOJ-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-JOB VALUE "Y".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-DEPT-FILE-AVAILABLE VALUE "Y".
           01 WS-SITE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-FILE-AVAILABLE VALUE "Y".
           01 WS-DEPT-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-DEPT-IS-VALID VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-IS-VALID VALUE "Y".
           01 WS-FUNCTION-CODE PIC X(01) VALUE SPACES.
           01 WS-HOST-ID PIC X(06) VALUE SPACES.
           01 WS-HOST-NAME PIC X(20) VALUE SPACES.
           01 WS-HOME-DEPT PIC X(04) VALUE SPACES.
           01 WS-SITE-CODE PIC X(03) VALUE SPACES.
           01 WS-EXTENSION PIC X(06) VALUE SPACES.
           01 WS-EMAIL-ADDRESS PIC X(40) VALUE SPACES.
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
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL WS-END-OF-JOB
               PERFORM 2000-PROCESS-FUNCTION
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1500-CHECK-OPERATOR-ACCESS.
           IF WS-ACCESS-GRANTED
               PERFORM 1100-OPEN-FILES
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "35"
               OPEN OUTPUT HOST-MASTER-FILE
               CLOSE HOST-MASTER-FILE
               OPEN I-O HOST-MASTER-FILE
           END-IF.
           IF WS-HM-FILE-STATUS NOT = "00"
               DISPLAY "HOST DIRECTORY OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS " - MAINTENANCE ABANDONED"
               MOVE "Y" TO WS-EOJ-SWITCH
           END-IF.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DM-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - DEPARTMENT FILE OPEN FAILED, STATUS "
                   WS-DM-FILE-STATUS
                   " - DEPARTMENT VALIDATION DISABLED"
           END-IF.
           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SM-FILE-STATUS = "00"
               MOVE "Y" TO WS-SITE-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - SITE FILE OPEN FAILED, STATUS "
                   WS-SM-FILE-STATUS
                   " - SITE VALIDATION DISABLED"
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
                   "HOST MAINTENANCE - " WS-SI-REASON
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
               MOVE "PRC01HDM" TO AUD-PROGRAM-ID
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
           EVALUATE WS-FUNCTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-HOST
               WHEN "R"
               WHEN "r"
                   PERFORM 4000-RETIRE-HOST
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-HOSTS
               WHEN "E"
               WHEN "e"
                   MOVE "Y" TO WS-EOJ-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - PLEASE RE-ENTER"
           END-EVALUATE.

       3000-ADD-HOST.
           DISPLAY "Host ID?"
           ACCEPT WS-HOST-ID FROM CONSOLE.
           IF WS-HOST-ID = SPACES
               DISPLAY "HOST ID REQUIRED"
           ELSE
               MOVE SPACES TO WS-HOST-NAME
               PERFORM UNTIL WS-HOST-NAME NOT = SPACES
                   DISPLAY "Host name?"
                   ACCEPT WS-HOST-NAME FROM CONSOLE
                   IF WS-HOST-NAME = SPACES
                       DISPLAY "HOST NAME REQUIRED - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               PERFORM 3200-GET-HOME-DEPT
               PERFORM 3300-GET-SITE-CODE
               DISPLAY "Contact extension?"
               ACCEPT WS-EXTENSION FROM CONSOLE
               DISPLAY "Contact e-mail?"
               ACCEPT WS-EMAIL-ADDRESS FROM CONSOLE
               MOVE WS-HOST-ID TO HM-HOST-ID
               MOVE WS-HOST-NAME TO HM-HOST-NAME
               MOVE WS-HOME-DEPT TO HM-HOME-DEPT
               MOVE WS-SITE-CODE TO HM-SITE-CODE
               MOVE WS-EXTENSION TO HM-EXTENSION
               MOVE WS-EMAIL-ADDRESS TO HM-EMAIL-ADDRESS
               MOVE "A" TO HM-ACTIVE-FLAG
               MOVE SPACES TO HM-FILLER
               WRITE HOST-MASTER-RECORD
                   INVALID KEY PERFORM 3100-UPDATE-EXISTING-HOST
                   NOT INVALID KEY
                       DISPLAY "ADDED: " HM-HOST-ID " " HM-HOST-NAME
               END-WRITE
           END-IF.

       3100-UPDATE-EXISTING-HOST.
           REWRITE HOST-MASTER-RECORD.
           DISPLAY "EXISTING HOST " HM-HOST-ID
               " UPDATED AND SET ACTIVE".

       3200-GET-HOME-DEPT.
           MOVE "N" TO WS-DEPT-OK-SWITCH.
           PERFORM UNTIL WS-DEPT-IS-VALID
               DISPLAY "Home department?"
               ACCEPT WS-HOME-DEPT FROM CONSOLE
               MOVE "Y" TO WS-DEPT-OK-SWITCH
               IF WS-DEPT-FILE-AVAILABLE
                   MOVE WS-HOME-DEPT TO DM-DEPT-CODE
                   READ DEPT-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-DEPT-OK-SWITCH
                       NOT INVALID KEY
                           IF NOT DM-ACTIVE
                               MOVE "N" TO WS-DEPT-OK-SWITCH
                           END-IF
                   END-READ
               END-IF
               IF NOT WS-DEPT-IS-VALID
                   DISPLAY "UNKNOWN OR INACTIVE DEPARTMENT - "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

       3300-GET-SITE-CODE.
           MOVE "N" TO WS-SITE-OK-SWITCH.
           PERFORM UNTIL WS-SITE-IS-VALID
               DISPLAY "Site code?"
               ACCEPT WS-SITE-CODE FROM CONSOLE
               MOVE "Y" TO WS-SITE-OK-SWITCH
               IF WS-SITE-FILE-AVAILABLE
                   MOVE WS-SITE-CODE TO SM-SITE-CODE
                   READ SITE-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-SITE-OK-SWITCH
                       NOT INVALID KEY
                           IF NOT SM-ACTIVE
                               MOVE "N" TO WS-SITE-OK-SWITCH
                           END-IF
                   END-READ
               END-IF
               IF NOT WS-SITE-IS-VALID
                   DISPLAY "UNKNOWN OR INACTIVE SITE - "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

       4000-RETIRE-HOST.
           DISPLAY "Host ID?"
           ACCEPT WS-HOST-ID FROM CONSOLE.
           MOVE WS-HOST-ID TO HM-HOST-ID.
           READ HOST-MASTER-FILE
               INVALID KEY
                   DISPLAY "HOST NOT ON FILE: " WS-HOST-ID
               NOT INVALID KEY
                   MOVE "I" TO HM-ACTIVE-FLAG
                   REWRITE HOST-MASTER-RECORD
                   DISPLAY "RETIRED: " HM-HOST-ID " " HM-HOST-NAME
           END-READ.

       5000-LIST-HOSTS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO HM-HOST-ID.
           START HOST-MASTER-FILE KEY IS NOT LESS THAN HM-HOST-ID
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ HOST-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY HM-HOST-ID " " HM-HOST-NAME " "
                           HM-ACTIVE-FLAG " " HM-HOME-DEPT " "
                           HM-SITE-CODE " " HM-EXTENSION " "
                           HM-EMAIL-ADDRESS
               END-READ
           END-PERFORM.
           DISPLAY "HOSTS ON FILE: " WS-LIST-COUNT.

       9000-TERMINATE.
           CLOSE HOST-MASTER-FILE.
           IF WS-DEPT-FILE-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-SITE-FILE-AVAILABLE
               CLOSE SITE-MASTER-FILE
           END-IF.
