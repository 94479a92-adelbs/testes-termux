       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01OPM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  SITE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SITEMSTR.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           01 WS-EOJ-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-JOB VALUE "Y".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECURITY-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SECURITY-FILE-OPEN VALUE "Y".
           01 WS-SITE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-FILE-AVAILABLE VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-IS-VALID VALUE "Y".
           01 WS-ROLE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-ROLE-IS-VALID VALUE "Y".
           01 WS-SETUP-SWITCH PIC X(01) VALUE "N".
               88 WS-FIRST-TIME-SETUP VALUE "Y".
           01 WS-FUNCTION-CODE PIC X(01) VALUE SPACES.
           01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
           01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES.
           01 WS-ROLE-CODE PIC X(01) VALUE SPACES.
           01 WS-SITE-CODE PIC X(03) VALUE SPACES.
           01 WS-AUTHORITY-FLAG PIC X(01) VALUE SPACES.
           01 WS-AUTHORITY-PROMPT PIC X(30) VALUE SPACES.
           01 WS-PIN PIC X(06) VALUE SPACES.
           01 WS-PIN-CONFIRM PIC X(06) VALUE SPACES.
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
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
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           OPEN I-O OPERATOR-SECURITY-FILE.
           IF WS-OS-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-SECURITY-FILE
               CLOSE OPERATOR-SECURITY-FILE
               OPEN I-O OPERATOR-SECURITY-FILE
           END-IF.
           IF WS-OS-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY FILE OPEN FAILED, STATUS "
                   WS-OS-FILE-STATUS " - MAINTENANCE ABANDONED"
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-SECURITY-FILE-SWITCH
               PERFORM 1200-CHECK-FIRST-TIME-SETUP
               IF WS-FIRST-TIME-SETUP
                   MOVE "Y" TO WS-ACCESS-SWITCH
                   DISPLAY "OPERATOR SECURITY FILE IS EMPTY - FIRST "
                       "ENTRY MUST BE AN ACTIVE ADMINISTRATOR"
               ELSE
                   PERFORM 1500-CHECK-OPERATOR-ACCESS
               END-IF
           END-IF.
           IF WS-ACCESS-GRANTED
               PERFORM 1100-OPEN-FILES
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SM-FILE-STATUS = "00"
               MOVE "Y" TO WS-SITE-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - SITE FILE OPEN FAILED, STATUS "
                   WS-SM-FILE-STATUS
                   " - SITE VALIDATION DISABLED"
           END-IF.

       1200-CHECK-FIRST-TIME-SETUP.
           MOVE "N" TO WS-SETUP-SWITCH.
           MOVE LOW-VALUES TO OS-USER-ID.
           START OPERATOR-SECURITY-FILE
               KEY IS NOT LESS THAN OS-USER-ID
               INVALID KEY MOVE "Y" TO WS-SETUP-SWITCH
           END-START.

       1500-CHECK-OPERATOR-ACCESS.
           MOVE "N" TO WS-ACCESS-SWITCH.
           MOVE "NOT ON SECURITY FILE" TO WS-SI-REASON.
           MOVE WS-USER-ID TO OS-USER-ID.
           READ OPERATOR-SECURITY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 1510-CHECK-OPERATOR-ROLE
           END-READ.
           IF NOT WS-ACCESS-GRANTED
               DISPLAY "USER " WS-USER-ID " NOT AUTHORIZED FOR "
                   "SECURITY MAINTENANCE - " WS-SI-REASON
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
               MOVE "PRC01OPM" TO AUD-PROGRAM-ID
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
                   PERFORM 3000-ADD-OPERATOR
               WHEN "R"
               WHEN "r"
                   PERFORM 4000-RETIRE-OPERATOR
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-OPERATORS
               WHEN "E"
               WHEN "e"
                   MOVE "Y" TO WS-EOJ-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - PLEASE RE-ENTER"
           END-EVALUATE.

       3000-ADD-OPERATOR.
           DISPLAY "Operator user ID?"
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "USER ID REQUIRED"
           ELSE
               MOVE SPACES TO WS-OPERATOR-NAME
               PERFORM UNTIL WS-OPERATOR-NAME NOT = SPACES
                   DISPLAY "Operator name?"
                   ACCEPT WS-OPERATOR-NAME FROM CONSOLE
                   IF WS-OPERATOR-NAME = SPACES
                       DISPLAY "OPERATOR NAME REQUIRED - "
                           "PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               PERFORM 3200-GET-ROLE-CODE
               PERFORM 3300-GET-SITE-CODE
               MOVE "Watch-list override? (Y/N)"
                   TO WS-AUTHORITY-PROMPT
               PERFORM 3400-GET-AUTHORITY-FLAG
               MOVE WS-AUTHORITY-FLAG TO OS-WATCH-AUTHORITY
               MOVE "Occupancy override? (Y/N)"
                   TO WS-AUTHORITY-PROMPT
               PERFORM 3400-GET-AUTHORITY-FLAG
               MOVE WS-AUTHORITY-FLAG TO OS-OCC-AUTHORITY
               MOVE "Duplicate override? (Y/N)"
                   TO WS-AUTHORITY-PROMPT
               PERFORM 3400-GET-AUTHORITY-FLAG
               MOVE WS-AUTHORITY-FLAG TO OS-DUP-AUTHORITY
               PERFORM 3500-GET-PIN
               MOVE WS-OPERATOR-ID TO OS-USER-ID
               MOVE WS-OPERATOR-NAME TO OS-USER-NAME
               MOVE WS-ROLE-CODE TO OS-ROLE-CODE
               MOVE WS-SITE-CODE TO OS-SITE-CODE
               MOVE "A" TO OS-ACTIVE-FLAG
               MOVE WS-PIN TO OS-PIN
               MOVE SPACES TO OS-FILLER
               MOVE SPACES TO WS-PIN
               MOVE SPACES TO WS-PIN-CONFIRM
               WRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY PERFORM 3100-UPDATE-EXISTING-OPERATOR
                   NOT INVALID KEY
                       DISPLAY "ADDED: " OS-USER-ID " " OS-USER-NAME
                           " ROLE " OS-ROLE-CODE
                       MOVE "N" TO WS-SETUP-SWITCH
               END-WRITE
           END-IF.

       3100-UPDATE-EXISTING-OPERATOR.
           REWRITE OPERATOR-SECURITY-RECORD.
           DISPLAY "EXISTING OPERATOR " OS-USER-ID
               " UPDATED AND SET ACTIVE".

       3200-GET-ROLE-CODE.
           MOVE "N" TO WS-ROLE-OK-SWITCH.
           PERFORM UNTIL WS-ROLE-IS-VALID
               DISPLAY "Role? (D)esk (S)upervisor (W)atch-list "
                   "(A)dministrator"
               ACCEPT WS-ROLE-CODE FROM CONSOLE
               MOVE WS-ROLE-CODE TO OS-ROLE-CODE
               IF OS-VALID-ROLE
                   MOVE "Y" TO WS-ROLE-OK-SWITCH
               END-IF
               IF WS-FIRST-TIME-SETUP AND NOT OS-ROLE-ADMIN
                   MOVE "N" TO WS-ROLE-OK-SWITCH
                   DISPLAY "FIRST OPERATOR MUST BE AN ADMINISTRATOR"
               END-IF
               IF NOT WS-ROLE-IS-VALID
                   DISPLAY "INVALID ROLE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

       3300-GET-SITE-CODE.
           MOVE "N" TO WS-SITE-OK-SWITCH.
           PERFORM UNTIL WS-SITE-IS-VALID
               DISPLAY "Assigned site? (blank = all sites)"
               ACCEPT WS-SITE-CODE FROM CONSOLE
               MOVE "Y" TO WS-SITE-OK-SWITCH
               IF WS-SITE-FILE-AVAILABLE AND WS-SITE-CODE NOT = SPACES
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

       3400-GET-AUTHORITY-FLAG.
           MOVE SPACES TO WS-AUTHORITY-FLAG.
           PERFORM UNTIL WS-AUTHORITY-FLAG = "Y"
                   OR WS-AUTHORITY-FLAG = "N"
               DISPLAY WS-AUTHORITY-PROMPT
               ACCEPT WS-AUTHORITY-FLAG FROM CONSOLE
               IF WS-AUTHORITY-FLAG = "y"
                   MOVE "Y" TO WS-AUTHORITY-FLAG
               END-IF
               IF WS-AUTHORITY-FLAG = "n"
                   MOVE "N" TO WS-AUTHORITY-FLAG
               END-IF
               IF WS-AUTHORITY-FLAG NOT = "Y"
                   AND WS-AUTHORITY-FLAG NOT = "N"
                   DISPLAY "PLEASE ANSWER Y OR N"
               END-IF
           END-PERFORM.

       3500-GET-PIN.
           MOVE SPACES TO WS-PIN.
           MOVE "X" TO WS-PIN-CONFIRM.
           IF OS-WATCH-OVERRIDE OR OS-OCC-OVERRIDE OR OS-DUP-OVERRIDE
               PERFORM UNTIL WS-PIN NOT = SPACES
                       AND WS-PIN = WS-PIN-CONFIRM
                   DISPLAY "Override PIN?"
                   ACCEPT WS-PIN FROM CONSOLE
                   DISPLAY "Re-enter override PIN?"
                   ACCEPT WS-PIN-CONFIRM FROM CONSOLE
                   IF WS-PIN = SPACES
                       DISPLAY "PIN REQUIRED FOR OVERRIDE AUTHORITY"
                   ELSE
                       IF WS-PIN NOT = WS-PIN-CONFIRM
                           DISPLAY "PINS DO NOT MATCH - "
                               "PLEASE RE-ENTER"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       4000-RETIRE-OPERATOR.
           DISPLAY "Operator user ID?"
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           IF WS-OPERATOR-ID = WS-USER-ID
               DISPLAY "YOU MAY NOT RETIRE YOUR OWN USER ID"
           ELSE
               MOVE WS-OPERATOR-ID TO OS-USER-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE: " WS-OPERATOR-ID
                   NOT INVALID KEY
                       MOVE "I" TO OS-ACTIVE-FLAG
                       REWRITE OPERATOR-SECURITY-RECORD
                       DISPLAY "RETIRED: " OS-USER-ID " "
                           OS-USER-NAME
               END-READ
           END-IF.

       5000-LIST-OPERATORS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO OS-USER-ID.
           START OPERATOR-SECURITY-FILE
               KEY IS NOT LESS THAN OS-USER-ID
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ OPERATOR-SECURITY-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY OS-USER-ID " " OS-USER-NAME " "
                           OS-ROLE-CODE " " OS-ACTIVE-FLAG " "
                           OS-SITE-CODE " W" OS-WATCH-AUTHORITY
                           " O" OS-OCC-AUTHORITY
                           " D" OS-DUP-AUTHORITY
               END-READ
           END-PERFORM.
           DISPLAY "OPERATORS ON FILE: " WS-LIST-COUNT.

       9000-TERMINATE.
           IF WS-SECURITY-FILE-OPEN
               CLOSE OPERATOR-SECURITY-FILE
           END-IF.
           IF WS-SITE-FILE-AVAILABLE
               CLOSE SITE-MASTER-FILE
           END-IF.
