       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01PSM.
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
       FD  PASS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PASSMSTR.

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
           01 WS-PS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-DEPT-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-DEPT-FILE-AVAILABLE VALUE "Y".
           01 WS-SITE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-FILE-AVAILABLE VALUE "Y".
           01 WS-HOST-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-IS-VALID VALUE "Y".
           01 WS-DEPT-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-DEPT-IS-VALID VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-IS-VALID VALUE "Y".
           01 WS-ENTRY-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-ENTRY-IS-VALID VALUE "Y".
           01 WS-LIST-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-LIST-DONE VALUE "Y".
           01 WS-EXISTING-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-EXISTS VALUE "Y".
           01 WS-FUNCTION-CODE PIC X(01) VALUE SPACES.
           01 WS-ID-NUMBER PIC X(09) VALUE SPACES.
           01 WS-LAST-NAME PIC X(15) VALUE SPACES.
           01 WS-PASS-TYPE PIC X(01) VALUE SPACES.
           01 WS-HOST-ID PIC X(06) VALUE SPACES.
           01 WS-HOST-NAME PIC X(20) VALUE SPACES.
           01 WS-SITE-CODE PIC X(03) VALUE SPACES.
           01 WS-DEPT-CODE PIC X(04) VALUE SPACES.
           01 WS-DATE-ENTRY PIC X(08) VALUE SPACES.
           01 WS-DATE-VALUE PIC 9(08) VALUE ZERO.
           01 WS-VALID-FROM PIC 9(08) VALUE ZERO.
           01 WS-VALID-TO PIC 9(08) VALUE ZERO.
           01 WS-DAYS-ENTRY PIC X(07) VALUE SPACES.
           01 WS-TIME-ENTRY PIC X(04) VALUE SPACES.
           01 WS-TIME-VALUE PIC 9(04) VALUE ZERO.
           01 WS-TIME-FROM PIC 9(04) VALUE ZERO.
           01 WS-TIME-TO PIC 9(04) VALUE ZERO.
           01 WS-SAVE-LAST-USED PIC 9(08) VALUE ZERO.
           01 WS-SAVE-USE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SUBSCRIPT PIC 9(02) VALUE ZERO.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-CHECK-OPERATOR-ACCESS.
           IF WS-ACCESS-GRANTED
               PERFORM 1100-OPEN-FILES
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O PASS-MASTER-FILE.
           IF WS-PS-FILE-STATUS = "35"
               OPEN OUTPUT PASS-MASTER-FILE
               CLOSE PASS-MASTER-FILE
               OPEN I-O PASS-MASTER-FILE
           END-IF.
           IF WS-PS-FILE-STATUS NOT = "00"
               DISPLAY "PASS MASTER OPEN FAILED, STATUS "
                   WS-PS-FILE-STATUS " - MAINTENANCE ABANDONED"
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - HOST DIRECTORY OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS
                   " - HOST VALIDATION DISABLED"
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
                   "PASS MAINTENANCE - " WS-SI-REASON
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
               MOVE "PRC01PSM" TO AUD-PROGRAM-ID
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
           DISPLAY "Function? (A)dd (R)evoke (I)nquire (L)ist (E)nd"
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
           EVALUATE WS-FUNCTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-PASS
               WHEN "R"
               WHEN "r"
                   PERFORM 4000-REVOKE-PASS
               WHEN "I"
               WHEN "i"
                   PERFORM 4500-INQUIRE-PASS
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-PASSES
               WHEN "E"
               WHEN "e"
                   MOVE "Y" TO WS-EOJ-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - PLEASE RE-ENTER"
           END-EVALUATE.

       3000-ADD-PASS.
           DISPLAY "Pass holder ID number?"
           ACCEPT WS-ID-NUMBER FROM CONSOLE.
           IF WS-ID-NUMBER = SPACES
               DISPLAY "ID NUMBER REQUIRED"
           ELSE
               MOVE "N" TO WS-EXISTING-SWITCH
               MOVE ZERO TO WS-SAVE-LAST-USED
               MOVE ZERO TO WS-SAVE-USE-COUNT
               MOVE WS-ID-NUMBER TO PS-ID-NUMBER
               READ PASS-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EXISTING-SWITCH
                       MOVE PS-LAST-USED-DATE TO WS-SAVE-LAST-USED
                       MOVE PS-USE-COUNT TO WS-SAVE-USE-COUNT
                       DISPLAY "EXISTING PASS FOR " PS-LAST-NAME " "
                           PS-FIRST-NAME " WILL BE REPLACED"
               END-READ
               INITIALIZE PASS-MASTER-RECORD
               MOVE WS-ID-NUMBER TO PS-ID-NUMBER
               MOVE SPACES TO WS-LAST-NAME
               PERFORM UNTIL WS-LAST-NAME NOT = SPACES
                   DISPLAY "Last name?"
                   ACCEPT WS-LAST-NAME FROM CONSOLE
                   IF WS-LAST-NAME = SPACES
                       DISPLAY "LAST NAME REQUIRED - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE WS-LAST-NAME TO PS-LAST-NAME
               DISPLAY "First name?"
               ACCEPT PS-FIRST-NAME FROM CONSOLE
               DISPLAY "Middle initial?"
               ACCEPT PS-MIDDLE-INITIAL FROM CONSOLE
               PERFORM 3200-GET-PASS-TYPE
               PERFORM 3300-GET-SPONSOR-HOST
               PERFORM 3400-GET-PERMITTED-SITES
               PERFORM 3500-GET-PERMITTED-DEPTS
               PERFORM 3600-GET-VALIDITY
               PERFORM 3800-GET-PERMITTED-DAYS
               PERFORM 3900-GET-PERMITTED-HOURS
               MOVE "A" TO PS-STATUS
               MOVE WS-SAVE-LAST-USED TO PS-LAST-USED-DATE
               MOVE WS-SAVE-USE-COUNT TO PS-USE-COUNT
               MOVE WS-USER-ID TO PS-UPDATED-BY
               MOVE WS-RUN-DATE TO PS-UPDATED-DATE
               MOVE SPACES TO PS-FILLER
               WRITE PASS-MASTER-RECORD
                   INVALID KEY PERFORM 3100-UPDATE-EXISTING-PASS
                   NOT INVALID KEY
                       DISPLAY "ADDED: " PS-ID-NUMBER " "
                           PS-LAST-NAME " VALID " PS-VALID-FROM
                           " TO " PS-VALID-TO
               END-WRITE
           END-IF.

       3100-UPDATE-EXISTING-PASS.
           REWRITE PASS-MASTER-RECORD.
           DISPLAY "EXISTING PASS " PS-ID-NUMBER
               " UPDATED AND SET ACTIVE".

       3200-GET-PASS-TYPE.
           MOVE SPACES TO WS-PASS-TYPE.
           PERFORM UNTIL PS-VALID-TYPE
               DISPLAY "Pass type? (C)ontractor (R)ecurring visitor"
               ACCEPT WS-PASS-TYPE FROM CONSOLE
               EVALUATE WS-PASS-TYPE
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO PS-PASS-TYPE
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO PS-PASS-TYPE
                   WHEN OTHER
                       DISPLAY "PASS TYPE MUST BE C OR R - "
                           "PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

       3300-GET-SPONSOR-HOST.
           MOVE "N" TO WS-HOST-OK-SWITCH.
           PERFORM UNTIL WS-HOST-IS-VALID
               DISPLAY "Sponsoring host ID?"
               ACCEPT WS-HOST-ID FROM CONSOLE
               MOVE "Y" TO WS-HOST-OK-SWITCH
               MOVE SPACES TO WS-HOST-NAME
               IF WS-HOST-ID = SPACES
                   MOVE "N" TO WS-HOST-OK-SWITCH
               ELSE
                   IF WS-HOST-FILE-AVAILABLE
                       MOVE WS-HOST-ID TO HM-HOST-ID
                       READ HOST-MASTER-FILE
                           INVALID KEY MOVE "N" TO WS-HOST-OK-SWITCH
                           NOT INVALID KEY
                               IF HM-ACTIVE
                                   MOVE HM-HOST-NAME TO WS-HOST-NAME
                               ELSE
                                   MOVE "N" TO WS-HOST-OK-SWITCH
                               END-IF
                       END-READ
                   ELSE
                       DISPLAY "Sponsoring host name?"
                       ACCEPT WS-HOST-NAME FROM CONSOLE
                   END-IF
               END-IF
               IF NOT WS-HOST-IS-VALID
                   DISPLAY "UNKNOWN OR INACTIVE HOST - "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE WS-HOST-ID TO PS-HOST-ID.
           MOVE WS-HOST-NAME TO PS-HOST-NAME.

       3400-GET-PERMITTED-SITES.
           MOVE "N" TO WS-LIST-DONE-SWITCH.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 4 OR WS-LIST-DONE
               MOVE "N" TO WS-SITE-OK-SWITCH
               PERFORM UNTIL WS-SITE-IS-VALID
                   DISPLAY "Permitted site " WS-SUBSCRIPT
                       "? (blank = no more, none = any site)"
                   ACCEPT WS-SITE-CODE FROM CONSOLE
                   MOVE "Y" TO WS-SITE-OK-SWITCH
                   IF WS-SITE-CODE = SPACES
                       MOVE "Y" TO WS-LIST-DONE-SWITCH
                   ELSE
                       IF WS-SITE-FILE-AVAILABLE
                           MOVE WS-SITE-CODE TO SM-SITE-CODE
                           READ SITE-MASTER-FILE
                               INVALID KEY
                                   MOVE "N" TO WS-SITE-OK-SWITCH
                               NOT INVALID KEY
                                   IF NOT SM-ACTIVE
                                       MOVE "N" TO WS-SITE-OK-SWITCH
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
                   IF NOT WS-SITE-IS-VALID
                       DISPLAY "UNKNOWN OR INACTIVE SITE - "
                           "PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE WS-SITE-CODE TO PS-SITE-CODE(WS-SUBSCRIPT)
           END-PERFORM.

       3500-GET-PERMITTED-DEPTS.
           MOVE "N" TO WS-LIST-DONE-SWITCH.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 4 OR WS-LIST-DONE
               MOVE "N" TO WS-DEPT-OK-SWITCH
               PERFORM UNTIL WS-DEPT-IS-VALID
                   DISPLAY "Permitted department " WS-SUBSCRIPT
                       "? (blank = no more, none = any department)"
                   ACCEPT WS-DEPT-CODE FROM CONSOLE
                   MOVE "Y" TO WS-DEPT-OK-SWITCH
                   IF WS-DEPT-CODE = SPACES
                       MOVE "Y" TO WS-LIST-DONE-SWITCH
                   ELSE
                       IF WS-DEPT-FILE-AVAILABLE
                           MOVE WS-DEPT-CODE TO DM-DEPT-CODE
                           READ DEPT-MASTER-FILE
                               INVALID KEY
                                   MOVE "N" TO WS-DEPT-OK-SWITCH
                               NOT INVALID KEY
                                   IF NOT DM-ACTIVE
                                       MOVE "N" TO WS-DEPT-OK-SWITCH
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
                   IF NOT WS-DEPT-IS-VALID
                       DISPLAY "UNKNOWN OR INACTIVE DEPARTMENT - "
                           "PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE WS-DEPT-CODE TO PS-DEPT-CODE(WS-SUBSCRIPT)
           END-PERFORM.

       3600-GET-VALIDITY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           PERFORM UNTIL WS-ENTRY-IS-VALID
               DISPLAY "Valid from? (YYYYMMDD, blank = today)"
               ACCEPT WS-DATE-ENTRY FROM CONSOLE
               IF WS-DATE-ENTRY = SPACES
                   MOVE WS-RUN-DATE TO WS-DATE-VALUE
                   MOVE "Y" TO WS-ENTRY-OK-SWITCH
               ELSE
                   PERFORM 3700-EDIT-DATE-ENTRY
               END-IF
               IF NOT WS-ENTRY-IS-VALID
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE WS-DATE-VALUE TO WS-VALID-FROM.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           PERFORM UNTIL WS-ENTRY-IS-VALID
               DISPLAY "Valid to? (YYYYMMDD)"
               ACCEPT WS-DATE-ENTRY FROM CONSOLE
               PERFORM 3700-EDIT-DATE-ENTRY
               IF NOT WS-ENTRY-IS-VALID
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               ELSE
                   IF WS-DATE-VALUE < WS-VALID-FROM
                       DISPLAY "VALID TO IS BEFORE VALID FROM - "
                           "PLEASE RE-ENTER"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATE-VALUE TO WS-VALID-TO.
           MOVE WS-VALID-FROM TO PS-VALID-FROM.
           MOVE WS-VALID-TO TO PS-VALID-TO.

       3700-EDIT-DATE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.

       3800-GET-PERMITTED-DAYS.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           PERFORM UNTIL WS-ENTRY-IS-VALID
               DISPLAY "Permitted days? (Y/N for each day Mon-Sun, "
                   "e.g. YYYYYNN, blank = every day)"
               ACCEPT WS-DAYS-ENTRY FROM CONSOLE
               IF WS-DAYS-ENTRY = SPACES
                   MOVE "YYYYYYY" TO WS-DAYS-ENTRY
               END-IF
               INSPECT WS-DAYS-ENTRY
                   CONVERTING "yn" TO "YN"
               MOVE "Y" TO WS-ENTRY-OK-SWITCH
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 7
                   IF WS-DAYS-ENTRY(WS-SUBSCRIPT:1) NOT = "Y"
                       AND WS-DAYS-ENTRY(WS-SUBSCRIPT:1) NOT = "N"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-PERFORM
               IF WS-ENTRY-IS-VALID
                   AND WS-DAYS-ENTRY = "NNNNNNN"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
               IF NOT WS-ENTRY-IS-VALID
                   DISPLAY "ENTER SEVEN Y/N FLAGS WITH AT LEAST ONE Y"
                       " - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE WS-DAYS-ENTRY TO PS-PERMITTED-DAYS.

       3900-GET-PERMITTED-HOURS.
           MOVE ZERO TO WS-TIME-FROM.
           MOVE ZERO TO WS-TIME-TO.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           PERFORM UNTIL WS-ENTRY-IS-VALID
               DISPLAY "Permitted from time? (HHMM, blank = any time)"
               ACCEPT WS-TIME-ENTRY FROM CONSOLE
               IF WS-TIME-ENTRY = SPACES
                   MOVE "Y" TO WS-ENTRY-OK-SWITCH
               ELSE
                   PERFORM 3950-EDIT-TIME-ENTRY
                   IF NOT WS-ENTRY-IS-VALID
                       DISPLAY "INVALID TIME - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TIME-ENTRY NOT = SPACES
               MOVE WS-TIME-VALUE TO WS-TIME-FROM
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               PERFORM UNTIL WS-ENTRY-IS-VALID
                   DISPLAY "Permitted to time? (HHMM)"
                   ACCEPT WS-TIME-ENTRY FROM CONSOLE
                   PERFORM 3950-EDIT-TIME-ENTRY
                   IF WS-ENTRY-IS-VALID
                       AND WS-TIME-VALUE = WS-TIME-FROM
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
                   IF NOT WS-ENTRY-IS-VALID
                       DISPLAY "INVALID TIME - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE WS-TIME-VALUE TO WS-TIME-TO
           END-IF.
           MOVE WS-TIME-FROM TO PS-TIME-FROM.
           MOVE WS-TIME-TO TO PS-TIME-TO.

       3950-EDIT-TIME-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-TIME-ENTRY IS NUMERIC
               MOVE WS-TIME-ENTRY TO WS-TIME-VALUE
               IF WS-TIME-VALUE(1:2) < "24"
                   AND WS-TIME-VALUE(3:2) < "60"
                   MOVE "Y" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.

       4000-REVOKE-PASS.
           DISPLAY "Pass holder ID number?"
           ACCEPT WS-ID-NUMBER FROM CONSOLE.
           MOVE WS-ID-NUMBER TO PS-ID-NUMBER.
           READ PASS-MASTER-FILE
               INVALID KEY
                   DISPLAY "PASS NOT ON FILE: " WS-ID-NUMBER
               NOT INVALID KEY
                   MOVE "R" TO PS-STATUS
                   MOVE WS-USER-ID TO PS-UPDATED-BY
                   MOVE WS-RUN-DATE TO PS-UPDATED-DATE
                   REWRITE PASS-MASTER-RECORD
                   DISPLAY "REVOKED: " PS-ID-NUMBER " " PS-LAST-NAME
                       " " PS-FIRST-NAME
           END-READ.

       4500-INQUIRE-PASS.
           DISPLAY "Pass holder ID number?"
           ACCEPT WS-ID-NUMBER FROM CONSOLE.
           MOVE WS-ID-NUMBER TO PS-ID-NUMBER.
           READ PASS-MASTER-FILE
               INVALID KEY
                   DISPLAY "PASS NOT ON FILE: " WS-ID-NUMBER
               NOT INVALID KEY
                   DISPLAY "PASS:     " PS-ID-NUMBER " " PS-LAST-NAME
                       " " PS-FIRST-NAME " " PS-MIDDLE-INITIAL
                   DISPLAY "TYPE:     " PS-PASS-TYPE
                       "  STATUS: " PS-STATUS
                   DISPLAY "SPONSOR:  " PS-HOST-ID " " PS-HOST-NAME
                   DISPLAY "SITES:    " PS-SITE-CODE(1) " "
                       PS-SITE-CODE(2) " " PS-SITE-CODE(3) " "
                       PS-SITE-CODE(4)
                   DISPLAY "DEPTS:    " PS-DEPT-CODE(1) " "
                       PS-DEPT-CODE(2) " " PS-DEPT-CODE(3) " "
                       PS-DEPT-CODE(4)
                   DISPLAY "VALID:    " PS-VALID-FROM " TO "
                       PS-VALID-TO
                   DISPLAY "DAYS:     " PS-PERMITTED-DAYS
                       "  HOURS: " PS-TIME-FROM " TO " PS-TIME-TO
                   DISPLAY "LAST USE: " PS-LAST-USED-DATE
                       "  USES: " PS-USE-COUNT
                   DISPLAY "UPDATED:  " PS-UPDATED-DATE " BY "
                       PS-UPDATED-BY
           END-READ.

       5000-LIST-PASSES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO PS-ID-NUMBER.
           START PASS-MASTER-FILE KEY IS NOT LESS THAN PS-ID-NUMBER
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ PASS-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY PS-ID-NUMBER " " PS-LAST-NAME " "
                           PS-FIRST-NAME " " PS-PASS-TYPE " "
                           PS-STATUS " " PS-HOST-ID " "
                           PS-VALID-FROM " " PS-VALID-TO " "
                           PS-PERMITTED-DAYS
               END-READ
           END-PERFORM.
           DISPLAY "PASSES ON FILE: " WS-LIST-COUNT.

       9000-TERMINATE.
           IF WS-ACCESS-GRANTED
               CLOSE PASS-MASTER-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
           IF WS-DEPT-FILE-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-SITE-FILE-AVAILABLE
               CLOSE SITE-MASTER-FILE
           END-IF.
