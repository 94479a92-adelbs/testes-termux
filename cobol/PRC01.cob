               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT HOST-MASTER-FILE ASSIGN TO "HOSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HOST-ID
               ALTERNATE RECORD KEY IS HM-HOST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-HM-FILE-STATUS.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT OPTIONAL ARRIVAL-NOTICE-FILE ASSIGN TO "HOSTNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.
           SELECT GROUP-VISIT-FILE ASSIGN TO "GROUPVST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GV-GROUP-ID
               FILE STATUS IS WS-GV-FILE-STATUS.
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-ID-NUMBER
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
                         LEADING ==PR-== BY ==TR-==.
           05  TR-HOST-NAME             PIC X(20).
           05  TR-SITE-CODE             PIC X(03).
           05  TR-HOST-ID               PIC X(06).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY SITEMSTR.

       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  ARRIVAL-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARRIVNTC.

       FD  GROUP-VISIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GROUPVST.

       FD  PASS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PASSMSTR.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
                         BY ==01  NAME-HISTORY-RECORD.==
                         LEADING ==NM-== BY ==NH-==.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           COPY PERSONREC.
           05  PR-HOST-NAME             PIC X(20).
           05  PR-SITE-CODE             PIC X(03).
           05  PR-HOST-ID               PIC X(06).

           01 WS-EOJ-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-JOB VALUE "Y".
           01 WS-RUN-MODE PIC X(01) VALUE "I".
               88 WS-BATCH-MODE VALUE "B" "R".
               88 WS-RESTART-MODE VALUE "R".
           01 WS-RUN-PARM PIC X(20) VALUE SPACES.
           01 WS-PARM-MODE PIC X(08) VALUE SPACES.
           01 WS-PARM-DATE PIC X(08) VALUE SPACES.
           01 WS-CHECKPOINT-DATE PIC 9(08) VALUE ZERO.
           01 WS-SEQUENCE-NBR PIC 9(06) VALUE ZEROES.
           01 WS-TRANS-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-CHECKPOINT-INTERVAL PIC 9(04) VALUE 50.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-TIME-NOW PIC 9(08).
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-NM-WRITE-SWITCH PIC X(01) VALUE "N".
               88 WS-NM-WRITTEN VALUE "Y".
           01 WS-ABANDON-SWITCH PIC X(01) VALUE "N".
               88 WS-RUN-ABANDONED VALUE "Y".
           01 WS-DUP-FOUND-SWITCH PIC X(01) VALUE "N".
           01 WS-WATCH-OVERRIDE-SWITCH PIC X(01) VALUE "N".
               88 WS-WATCH-OVERRIDDEN VALUE "Y".
           01 WS-SUPERVISOR-ID PIC X(08) VALUE SPACES.
           01 WS-SUPERVISOR-PIN PIC X(06) VALUE SPACES.
           01 WS-SUPERVISOR-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SUPERVISOR-VERIFIED VALUE "Y".
           01 WS-OVERRIDE-TYPE PIC X(01) VALUE SPACES.
               88 WS-OVERRIDE-WATCH VALUE "W".
               88 WS-OVERRIDE-OCC VALUE "O".
               88 WS-OVERRIDE-DUP VALUE "D".
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECURITY-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SECURITY-FILE-AVAILABLE VALUE "Y".
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-OPERATOR-DUP-SWITCH PIC X(01) VALUE "N".
               88 WS-OPERATOR-MAY-CONFIRM-DUP VALUE "Y".
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).
           01 WS-SM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SITE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-FILE-AVAILABLE VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-IS-VALID VALUE "Y".
           01 WS-DESK-SITE PIC X(03) VALUE SPACES.
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-HOST-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-IS-VALID VALUE "Y".
           01 WS-HOST-ENTRY PIC X(20) VALUE SPACES.
           01 WS-AN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NOTICE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-NOTICE-FILE-AVAILABLE VALUE "Y".
           01 WS-DEPT-LIMIT PIC 9(04) VALUE ZERO.
           01 WS-ONSITE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
               05 WS-WI-SEVERITY PIC X(01).
               05 FILLER PIC X(05) VALUE " SUP ".
               05 WS-WI-SUPERVISOR PIC X(08).
           01 WS-GV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GROUP-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-FILE-AVAILABLE VALUE "Y".
           01 WS-GROUP-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-IS-OPEN VALUE "Y".
           01 WS-GROUP-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-COMPLETE VALUE "Y".
           01 WS-GROUP-ID PIC X(08) VALUE SPACES.
           01 WS-GROUP-SIZE-ENTRY PIC X(03) VALUE SPACES.
           01 WS-GROUP-SIZE PIC 9(03) VALUE ZERO.
           01 WS-GROUP-ARRIVED PIC 9(03) VALUE ZERO.
           01 WS-GROUP-SIZE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-SIZE-IS-VALID VALUE "Y".
           01 WS-SPACE-SEEN-SWITCH PIC X(01) VALUE "N".
               88 WS-SPACE-WAS-SEEN VALUE "Y".
           01 WS-PARTY-TOTAL PIC 9(04) VALUE ZERO.
           01 WS-PARTY-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-PARTY-ACCEPTED VALUE "Y".
           01 WS-PARTY-OCC-SWITCH PIC X(01) VALUE "N".
               88 WS-PARTY-OCC-OVERRIDDEN VALUE "Y".
           01 WS-PARTY-SUPERVISOR PIC X(08) VALUE SPACES.
           01 WS-GROUP-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-CONFIRM-RESPONSE PIC X(01) VALUE SPACES.
           01 WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HIST-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN VALUE "Y".
           01 WS-SAVE-RECORD PIC X(118).
           01 WS-PRIOR-BADGE PIC X(10) VALUE SPACES.
           01 WS-START-TRANS-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-WRITE-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-DUP-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-WATCH-HIT-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-OCC-WARN-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-NOTICE-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-DISCARD-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-BALANCE-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-PS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PASS-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-FILE-AVAILABLE VALUE "Y".
           01 WS-PASS-HELD-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-HELD VALUE "Y".
           01 WS-PASS-FILLED-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-FILLED VALUE "Y".
           01 WS-PASS-MATCH-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-MATCHED VALUE "Y".
           01 WS-PASS-SITE-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-SITE-OK VALUE "Y".
           01 WS-PASS-DEPT-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-DEPT-OK VALUE "Y".
           01 WS-PASS-HOURS-SWITCH PIC X(01) VALUE "N".
               88 WS-PASS-HOURS-OK VALUE "Y".
           01 WS-PASS-ID PIC X(09) VALUE SPACES.
           01 WS-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
           01 WS-TIME-HHMM PIC 9(04) VALUE ZERO.
           01 WS-PASS-IMAGE.
               05 WS-PI-LABEL PIC X(13) VALUE "PASS REFUSED ".
               05 WS-PI-REASON PIC X(24) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-PI-SITE PIC X(03) VALUE SPACES.
           01 WS-PASS-REFUSE-COUNT PIC 9(06) VALUE ZEROES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           DISPLAY "DESKSITE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DESK-SITE FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-MODE WS-PARM-DATE
           END-UNSTRING.
           EVALUATE WS-PARM-MODE
               WHEN "BATCH"
                   MOVE "B" TO WS-RUN-MODE
               WHEN "RESTART"
                   MOVE "R" TO WS-RUN-MODE
           END-EVALUATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CHECKPOINT-DATE.
           IF WS-RESTART-MODE AND WS-PARM-DATE NOT = SPACES
               IF WS-PARM-DATE IS NUMERIC
                   MOVE WS-PARM-DATE TO WS-CHECKPOINT-DATE
               ELSE
                   DISPLAY "RESTART DATE MUST BE YYYYMMDD, NOT "
                       WS-PARM-DATE " - RUN ABANDONED"
                   MOVE "Y" TO WS-EOJ-SWITCH
                   MOVE "Y" TO WS-ABANDON-SWITCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BATCH-MODE
               OPEN INPUT TRANSACTION-FILE
           END-IF.
           IF WS-RESTART-MODE AND NOT WS-RUN-ABANDONED
               PERFORM 1100-RESTART-FROM-CHECKPOINT
           END-IF.
           IF NOT WS-RESTART-MODE
                       "AVAILABLE, STATUS " WS-PG-FILE-STATUS
               END-IF
           END-IF.
           OPEN I-O PASS-MASTER-FILE.
           IF WS-PS-FILE-STATUS = "00"
               MOVE "Y" TO WS-PASS-FILE-SWITCH
           ELSE
               DISPLAY "NOTE - PASS FILE NOT AVAILABLE, STATUS "
                   WS-PS-FILE-STATUS " - PASS CHECKING DISABLED"
           END-IF.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WL-FILE-STATUS = "00"
               MOVE "Y" TO WS-WATCH-FILE-SWITCH
                   WS-SM-FILE-STATUS
                   " - SITE VALIDATION DISABLED"
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - HOST DIRECTORY OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS
                   " - HOST VALIDATION DISABLED"
           END-IF.
           OPEN EXTEND ARRIVAL-NOTICE-FILE.
           IF WS-AN-FILE-STATUS = "00" OR WS-AN-FILE-STATUS = "05"
               MOVE "Y" TO WS-NOTICE-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - ARRIVAL NOTICE FILE OPEN FAILED, "
                   "STATUS " WS-AN-FILE-STATUS
                   " - HOSTS WILL NOT BE NOTIFIED"
           END-IF.
           IF NOT WS-BATCH-MODE
               PERFORM 1200-OPEN-GROUP-FILE
               PERFORM 1500-CHECK-OPERATOR-ACCESS
           END-IF.

       1200-OPEN-GROUP-FILE.
           OPEN I-O GROUP-VISIT-FILE.
           IF WS-GV-FILE-STATUS = "35"
               OPEN OUTPUT GROUP-VISIT-FILE
               CLOSE GROUP-VISIT-FILE
               OPEN I-O GROUP-VISIT-FILE
           END-IF.
           IF WS-GV-FILE-STATUS = "00"
               MOVE "Y" TO WS-GROUP-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - GROUP VISIT FILE OPEN FAILED, STATUS "
                   WS-GV-FILE-STATUS " - GROUP CHECK-IN DISABLED"
           END-IF.

       1100-RESTART-FROM-CHECKPOINT.
           MOVE ZERO TO CKP-RUN-DATE.
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CKP-RUN-DATE = WS-CHECKPOINT-DATE
               MOVE CKP-LAST-NM-SEQ TO WS-SEQUENCE-NBR
               MOVE CKP-LAST-TRANS-COUNT TO WS-TRANS-COUNT
               MOVE CKP-LAST-TRANS-COUNT TO WS-START-TRANS-COUNT
           ELSE
               IF CKP-RUN-DATE NOT = ZERO
                   DISPLAY "CHECKPOINT DATED " CKP-RUN-DATE
                       " IS NOT FOR " WS-CHECKPOINT-DATE
                       " - STARTING AT RECORD 1"
               END-IF
               MOVE ZERO TO CKP-LAST-TRANS-COUNT
               PERFORM 1170-LOAD-LAST-SEQUENCE
               MOVE CTL-LAST-NM-SEQ TO WS-SEQUENCE-NBR
           END-IF.

       1500-CHECK-OPERATOR-ACCESS.
           MOVE "N" TO WS-ACCESS-SWITCH.
           MOVE "NOT ON SECURITY FILE" TO WS-SI-REASON.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-OS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SECURITY-FILE-SWITCH
               MOVE WS-USER-ID TO OS-USER-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 1510-CHECK-OPERATOR-ROLE
               END-READ
           ELSE
               MOVE "SECURITY FILE STATUS" TO WS-SI-REASON
               MOVE WS-OS-FILE-STATUS TO WS-SI-REASON(22:2)
           END-IF.
           IF NOT WS-ACCESS-GRANTED
               DISPLAY "USER " WS-USER-ID " NOT AUTHORIZED FOR "
                   "CHECK-IN - " WS-SI-REASON
               MOVE "ACCESS REFUSED" TO WS-SI-LABEL
               MOVE WS-USER-ID TO AUD-RAW-INPUT
               PERFORM 6950-WRITE-SECURITY-AUDIT
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE "Y" TO WS-ABANDON-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       1510-CHECK-OPERATOR-ROLE.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE
                   MOVE "OPERATOR INACTIVE" TO WS-SI-REASON
               WHEN NOT OS-MAY-CHECK-IN
                   MOVE "ROLE NOT PERMITTED" TO WS-SI-REASON
               WHEN OS-SITE-CODE NOT = SPACES
                   AND WS-DESK-SITE NOT = SPACES
                   AND OS-SITE-CODE NOT = WS-DESK-SITE
                   MOVE "NOT ASSIGNED TO SITE" TO WS-SI-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-ACCESS-SWITCH
                   MOVE OS-DUP-AUTHORITY TO WS-OPERATOR-DUP-SWITCH
                   IF WS-DESK-SITE = SPACES
                       MOVE OS-SITE-CODE TO WS-DESK-SITE
                   END-IF
           END-EVALUATE.

       2000-GET-PERSON-DATA.
           MOVE "N" TO WS-VALID-SWITCH
           MOVE "N" TO WS-PREREG-SWITCH
           MOVE "N" TO WS-PASS-FILLED-SWITCH
           PERFORM UNTIL WS-NAME-IS-VALID OR WS-END-OF-JOB
                   OR WS-PREREG-FILLED OR WS-PASS-FILLED
               DISPLAY "Last name? (END to quit, * if pre-registered, "
                   "+ for a group, = for a pass holder)"
               ACCEPT PR-LAST-NAME FROM CONSOLE
               EVALUATE PR-LAST-NAME
                   WHEN "END"
                       MOVE "Y" TO WS-EOJ-SWITCH
                   WHEN "*"
                       PERFORM 2300-PREFILL-FROM-PREREG
                   WHEN "+"
                       PERFORM 2400-CHECK-IN-GROUP
                   WHEN "="
                       PERFORM 2600-PREFILL-FROM-PASS
                   WHEN OTHER
                       MOVE PR-LAST-NAME TO WS-VALIDATE-TEXT
                       PERFORM 3000-VALIDATE-TEXT
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-END-OF-JOB AND NOT WS-PREREG-FILLED
                   AND NOT WS-PASS-FILLED
               PERFORM 2100-GET-REMAINING-FIELDS
           END-IF.

       2100-GET-REMAINING-FIELDS.
           PERFORM 2110-GET-PERSONAL-FIELDS.
           PERFORM 2650-LOOKUP-PASS.
           IF WS-PASS-HELD
               DISPLAY "PASS HOLDER - SPONSOR " PS-HOST-NAME
                   " VALID TO " PS-VALID-TO
               PERFORM 2610-APPLY-PASS-DEFAULTS
           ELSE
               PERFORM 2120-GET-HOST-NAME
               PERFORM 2150-GET-DEPARTMENT
               PERFORM 2130-GET-SITE-CODE
           END-IF.

       2110-GET-PERSONAL-FIELDS.
           MOVE "N" TO WS-VALID-SWITCH
           PERFORM UNTIL WS-NAME-IS-VALID
               DISPLAY "First name?"
           ACCEPT PR-MIDDLE-INITIAL FROM CONSOLE.
           DISPLAY "Employee/visitor ID?"
           ACCEPT PR-ID-NUMBER FROM CONSOLE.

       2130-GET-SITE-CODE.
           MOVE "N" TO WS-SITE-OK-SWITCH.
           END-PERFORM.

       2120-GET-HOST-NAME.
           MOVE "N" TO WS-HOST-OK-SWITCH.
           PERFORM UNTIL WS-HOST-IS-VALID
               DISPLAY "Host ID or name?"
               ACCEPT WS-HOST-ENTRY FROM CONSOLE
               MOVE SPACES TO PR-HOST-ID
               IF WS-HOST-ENTRY(7:14) = SPACES
                   MOVE WS-HOST-ENTRY TO PR-HOST-ID
               END-IF
               MOVE WS-HOST-ENTRY TO PR-HOST-NAME
               PERFORM 3300-VALIDATE-HOST
               MOVE WS-HOST-ENTRY TO WS-VALIDATE-TEXT
               MOVE WS-HOST-OK-SWITCH TO WS-VALID-SWITCH
               PERFORM 6000-WRITE-AUDIT
               IF WS-HOST-IS-VALID
                   DISPLAY "HOST: " PR-HOST-ID " " PR-HOST-NAME
               ELSE
                   DISPLAY "UNKNOWN OR INACTIVE HOST - "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

                   MOVE PG-ID-NUMBER TO PR-ID-NUMBER
                   MOVE PG-DEPARTMENT TO PR-DEPARTMENT
                   MOVE PG-HOST-NAME TO PR-HOST-NAME
                   MOVE PG-HOST-ID TO PR-HOST-ID
                   PERFORM 3300-VALIDATE-HOST
                   IF NOT WS-HOST-IS-VALID
                       DISPLAY "PRE-REGISTERED HOST NOT VALID"
                       PERFORM 2120-GET-HOST-NAME
                   END-IF
                   MOVE WS-DESK-SITE TO PR-SITE-CODE
               END-IF
           END-IF.

       2400-CHECK-IN-GROUP.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
           MOVE "N" TO WS-PARTY-OCC-SWITCH.
           MOVE SPACES TO WS-PARTY-SUPERVISOR.
           IF NOT WS-GROUP-FILE-AVAILABLE
               DISPLAY "GROUP VISIT FILE NOT AVAILABLE"
           ELSE
               PERFORM 2410-OPEN-GROUP
           END-IF.
           IF WS-GROUP-IS-OPEN
               PERFORM 2450-CAPTURE-MEMBERS
               PERFORM 2490-END-GROUP
           END-IF.
           MOVE SPACES TO WS-GROUP-ID.
           MOVE "N" TO WS-PARTY-OCC-SWITCH.
           MOVE SPACES TO WS-PARTY-SUPERVISOR.
           MOVE "N" TO WS-PREREG-SWITCH.
           MOVE "N" TO WS-COMMIT-SWITCH.
           MOVE "N" TO WS-VALID-SWITCH.

       2410-OPEN-GROUP.
           DISPLAY "Group ID?"
           ACCEPT WS-GROUP-ID FROM CONSOLE.
           IF WS-GROUP-ID = SPACES
               DISPLAY "NO GROUP ID ENTERED"
           ELSE
               MOVE WS-GROUP-ID TO GV-GROUP-ID
               READ GROUP-VISIT-FILE
                   INVALID KEY PERFORM 2420-START-NEW-GROUP
                   NOT INVALID KEY PERFORM 2415-RESUME-GROUP
               END-READ
           END-IF.

       2415-RESUME-GROUP.
           EVALUATE TRUE
               WHEN GV-OPEN AND GV-VISIT-DATE = WS-RUN-DATE
                   DISPLAY "RESUMING GROUP " GV-GROUP-ID " HOST "
                       GV-HOST-NAME " DEPT " GV-DEPARTMENT
                   DISPLAY "ARRIVED " GV-MEMBER-COUNT " OF "
                       GV-EXPECTED-SIZE " EXPECTED"
                   MOVE GV-MEMBER-COUNT TO WS-GROUP-ARRIVED
                   MOVE GV-EXPECTED-SIZE TO WS-GROUP-SIZE
                   MOVE "Y" TO WS-GROUP-OPEN-SWITCH
               WHEN GV-OPEN
                   DISPLAY "GROUP " GV-GROUP-ID " STILL OPEN FROM "
                       GV-VISIT-DATE " - CHECK IT OUT OR USE ANOTHER ID"
               WHEN OTHER
                   PERFORM 2420-START-NEW-GROUP
           END-EVALUATE.

       2420-START-NEW-GROUP.
           DISPLAY "NEW GROUP " WS-GROUP-ID.
           PERFORM 2425-GET-GROUP-SIZE.
           PERFORM 2120-GET-HOST-NAME.
           PERFORM 2150-GET-DEPARTMENT.
           PERFORM 2130-GET-SITE-CODE.
           PERFORM 2430-CHECK-PARTY-OCCUPANCY.
           IF WS-PARTY-ACCEPTED
               MOVE WS-GROUP-ID TO GV-GROUP-ID
               MOVE WS-RUN-DATE TO GV-VISIT-DATE
               MOVE SPACES TO GV-LEAD-ID
               MOVE PR-HOST-ID TO GV-HOST-ID
               MOVE PR-HOST-NAME TO GV-HOST-NAME
               MOVE PR-DEPARTMENT TO GV-DEPARTMENT
               MOVE PR-SITE-CODE TO GV-SITE-CODE
               MOVE WS-GROUP-SIZE TO GV-EXPECTED-SIZE
               MOVE ZERO TO GV-MEMBER-COUNT
               MOVE "O" TO GV-STATUS
               MOVE WS-USER-ID TO GV-OPENED-BY
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO GV-OPEN-TIME
               MOVE SPACES TO GV-FILLER
               WRITE GROUP-VISIT-RECORD
                   INVALID KEY REWRITE GROUP-VISIT-RECORD
               END-WRITE
               MOVE ZERO TO WS-GROUP-ARRIVED
               MOVE "Y" TO WS-GROUP-OPEN-SWITCH
               ADD 1 TO WS-GROUP-COUNT
           END-IF.

       2425-GET-GROUP-SIZE.
           MOVE "N" TO WS-GROUP-SIZE-OK-SWITCH.
           PERFORM UNTIL WS-GROUP-SIZE-IS-VALID
               DISPLAY "Expected party size?"
               ACCEPT WS-GROUP-SIZE-ENTRY FROM CONSOLE
               PERFORM 2426-EDIT-GROUP-SIZE
               IF WS-GROUP-SIZE-IS-VALID
                   COMPUTE WS-GROUP-SIZE =
                       FUNCTION NUMVAL(WS-GROUP-SIZE-ENTRY)
                   IF WS-GROUP-SIZE = ZERO
                       MOVE "N" TO WS-GROUP-SIZE-OK-SWITCH
                   END-IF
               END-IF
               IF NOT WS-GROUP-SIZE-IS-VALID
                   DISPLAY "PARTY SIZE MUST BE 1 TO 999 - "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

       2426-EDIT-GROUP-SIZE.
           MOVE "Y" TO WS-GROUP-SIZE-OK-SWITCH.
           MOVE "N" TO WS-SPACE-SEEN-SWITCH.
           IF WS-GROUP-SIZE-ENTRY = SPACES
               MOVE "N" TO WS-GROUP-SIZE-OK-SWITCH
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 3
               MOVE WS-GROUP-SIZE-ENTRY(WS-SUBSCRIPT:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = SPACE
                       MOVE "Y" TO WS-SPACE-SEEN-SWITCH
                   WHEN WS-CHAR IS NUMERIC
                       IF WS-SPACE-WAS-SEEN
                           MOVE "N" TO WS-GROUP-SIZE-OK-SWITCH
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-GROUP-SIZE-OK-SWITCH
               END-EVALUATE
           END-PERFORM.

       2430-CHECK-PARTY-OCCUPANCY.
           MOVE "Y" TO WS-PARTY-OK-SWITCH.
           PERFORM 6805-GET-DEPT-LIMIT.
           IF WS-DEPT-LIMIT > ZERO
               PERFORM 6810-COUNT-DEPT-ONSITE
               COMPUTE WS-PARTY-TOTAL = WS-ONSITE-COUNT + WS-GROUP-SIZE
               IF WS-PARTY-TOTAL > WS-DEPT-LIMIT
                   PERFORM 2440-HANDLE-PARTY-OVER-LIMIT
               END-IF
           END-IF.

       2440-HANDLE-PARTY-OVER-LIMIT.
           ADD 1 TO WS-OCC-WARN-COUNT.
           MOVE "N" TO WS-OCC-OVERRIDE-SWITCH.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           DISPLAY "PARTY OF " WS-GROUP-SIZE " EXCEEDS OCCUPANCY LIMIT "
               "FOR DEPT " PR-DEPARTMENT " - ON SITE " WS-ONSITE-COUNT
               " LIMIT " WS-DEPT-LIMIT.
           DISPLAY "GROUP HELD - SUPERVISOR OVERRIDE? (Y/N)"
           ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE.
           IF WS-CONFIRM-RESPONSE = "Y" OR WS-CONFIRM-RESPONSE = "y"
               MOVE "O" TO WS-OVERRIDE-TYPE
               PERFORM 6900-VERIFY-SUPERVISOR
               IF WS-SUPERVISOR-VERIFIED
                   MOVE "Y" TO WS-OCC-OVERRIDE-SWITCH
                   MOVE "Y" TO WS-PARTY-OCC-SWITCH
                   MOVE WS-SUPERVISOR-ID TO WS-PARTY-SUPERVISOR
               END-IF
           END-IF.
           IF NOT WS-OCC-OVERRIDDEN
               MOVE "N" TO WS-PARTY-OK-SWITCH
               ADD 1 TO WS-DISCARD-COUNT
               DISPLAY "GROUP REFUSED - NO MEMBERS CHECKED IN"
           END-IF.
           PERFORM 2445-WRITE-PARTY-AUDIT.

       2445-WRITE-PARTY-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6).
           MOVE PR-DEPARTMENT TO AUD-RAW-INPUT.
           MOVE "GRP" TO AUD-RAW-INPUT(6:3).
           MOVE WS-GROUP-ID TO AUD-RAW-INPUT(10:8).
           IF WS-OCC-OVERRIDDEN
               MOVE "Y" TO AUD-VALID-FLAG
           ELSE
               MOVE "N" TO AUD-VALID-FLAG
           END-IF.
           MOVE "PRC01" TO AUD-PROGRAM-ID.
           MOVE "O" TO AUD-ACTION-CODE.
           MOVE WS-PARTY-TOTAL TO WS-OI-COUNT.
           MOVE WS-DEPT-LIMIT TO WS-OI-LIMIT.
           MOVE WS-SUPERVISOR-ID TO WS-OI-SUPERVISOR.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           MOVE WS-OCC-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       2450-CAPTURE-MEMBERS.
           MOVE "N" TO WS-GROUP-DONE-SWITCH.
           MOVE "N" TO WS-PREREG-SWITCH.
           PERFORM UNTIL WS-GROUP-COMPLETE
               MOVE "N" TO WS-COMMIT-SWITCH
               PERFORM 2460-GET-MEMBER-DATA
               IF NOT WS-GROUP-COMPLETE
                   PERFORM 2550-SCREEN-PERSON
                   IF WS-COMMIT-OK
                       DISPLAY "HELLO, " PR-FIRST-NAME " " PR-LAST-NAME
                       PERFORM 5000-WRITE-NAME-MASTER
                       IF WS-NM-WRITTEN
                           PERFORM 2470-COUNT-GROUP-MEMBER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2460-GET-MEMBER-DATA.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL WS-NAME-IS-VALID OR WS-GROUP-COMPLETE
               IF WS-GROUP-ARRIVED = ZERO
                   DISPLAY "Group lead last name? (blank = "
                       "group complete)"
               ELSE
                   DISPLAY "Member last name? (blank = group "
                       "complete) - ARRIVED " WS-GROUP-ARRIVED
                       " OF " WS-GROUP-SIZE
               END-IF
               ACCEPT PR-LAST-NAME FROM CONSOLE
               IF PR-LAST-NAME = SPACES
                   MOVE "Y" TO WS-GROUP-DONE-SWITCH
               ELSE
                   MOVE PR-LAST-NAME TO WS-VALIDATE-TEXT
                   PERFORM 3000-VALIDATE-TEXT
                   PERFORM 6000-WRITE-AUDIT
                   IF NOT WS-NAME-IS-VALID
                       DISPLAY "INVALID LAST NAME - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-GROUP-COMPLETE
               PERFORM 2110-GET-PERSONAL-FIELDS
               MOVE GV-HOST-ID TO PR-HOST-ID
               MOVE GV-HOST-NAME TO PR-HOST-NAME
               MOVE GV-DEPARTMENT TO PR-DEPARTMENT
               MOVE GV-SITE-CODE TO PR-SITE-CODE
           END-IF.

       2470-COUNT-GROUP-MEMBER.
           MOVE WS-GROUP-ID TO GV-GROUP-ID.
           READ GROUP-VISIT-FILE
               INVALID KEY
                   DISPLAY "WARNING - GROUP RECORD " WS-GROUP-ID
                       " NOT FOUND - MEMBER NOT COUNTED"
               NOT INVALID KEY
                   IF GV-LEAD-ID = SPACES
                       MOVE PR-ID-NUMBER TO GV-LEAD-ID
                   END-IF
                   ADD 1 TO GV-MEMBER-COUNT
                   MOVE GV-MEMBER-COUNT TO WS-GROUP-ARRIVED
                   REWRITE GROUP-VISIT-RECORD
           END-READ.

       2490-END-GROUP.
           MOVE WS-GROUP-ID TO GV-GROUP-ID.
           READ GROUP-VISIT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF GV-MEMBER-COUNT = ZERO
                       MOVE "C" TO GV-STATUS
                       REWRITE GROUP-VISIT-RECORD
                       DISPLAY "GROUP " GV-GROUP-ID
                           " CLOSED - NO MEMBERS CHECKED IN"
                   ELSE
                       DISPLAY "GROUP " GV-GROUP-ID " - ARRIVED "
                           GV-MEMBER-COUNT " OF " GV-EXPECTED-SIZE
                           " EXPECTED, LEAD " GV-LEAD-ID
                   END-IF
           END-READ.

       2600-PREFILL-FROM-PASS.
           IF NOT WS-PASS-FILE-AVAILABLE
               DISPLAY "PASS FILE NOT AVAILABLE"
           ELSE
               DISPLAY "Pass holder ID?"
               ACCEPT WS-PASS-ID FROM CONSOLE
               MOVE WS-PASS-ID TO PR-ID-NUMBER
               PERFORM 2650-LOOKUP-PASS
               IF WS-PASS-HELD
                   PERFORM 2605-CONFIRM-PASS
               ELSE
                   DISPLAY "NO ACTIVE PASS FOR ID " WS-PASS-ID
               END-IF
           END-IF.

       2605-CONFIRM-PASS.
           DISPLAY "PASS HOLDER: " PS-FIRST-NAME " " PS-LAST-NAME
               " SPONSOR " PS-HOST-NAME " VALID TO " PS-VALID-TO.
           DISPLAY "CONFIRM ARRIVAL? (Y/N)"
           ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE.
           IF WS-CONFIRM-RESPONSE = "Y"
               OR WS-CONFIRM-RESPONSE = "y"
               MOVE PS-LAST-NAME TO PR-LAST-NAME
               MOVE PS-FIRST-NAME TO PR-FIRST-NAME
               MOVE PS-MIDDLE-INITIAL TO PR-MIDDLE-INITIAL
               MOVE PS-ID-NUMBER TO PR-ID-NUMBER
               PERFORM 2610-APPLY-PASS-DEFAULTS
               MOVE "Y" TO WS-PASS-FILLED-SWITCH
           END-IF.

       2610-APPLY-PASS-DEFAULTS.
           MOVE PS-HOST-ID TO PR-HOST-ID.
           MOVE PS-HOST-NAME TO PR-HOST-NAME.
           PERFORM 3300-VALIDATE-HOST.
           IF NOT WS-HOST-IS-VALID
               DISPLAY "PASS SPONSOR NOT VALID"
               PERFORM 2120-GET-HOST-NAME
           END-IF.
           IF PS-DEPT-CODE(1) = SPACES OR PS-DEPT-CODE(2) NOT = SPACES
               PERFORM 2150-GET-DEPARTMENT
           ELSE
               MOVE PS-DEPT-CODE(1) TO PR-DEPARTMENT
               PERFORM 3100-VALIDATE-DEPARTMENT
               IF NOT WS-DEPT-IS-VALID
                   DISPLAY "PASS DEPARTMENT NOT VALID"
                   PERFORM 2150-GET-DEPARTMENT
               END-IF
           END-IF.
           MOVE WS-DESK-SITE TO PR-SITE-CODE.
           PERFORM 3200-VALIDATE-SITE.
           IF NOT WS-SITE-IS-VALID
               PERFORM 2130-GET-SITE-CODE
           END-IF.

       2620-FILL-FROM-PASS.
           PERFORM 2650-LOOKUP-PASS.
           IF WS-PASS-HELD
               IF PR-HOST-ID = SPACES AND PR-HOST-NAME = SPACES
                   MOVE PS-HOST-ID TO PR-HOST-ID
                   MOVE PS-HOST-NAME TO PR-HOST-NAME
               END-IF
               IF PR-DEPARTMENT = SPACES
                   MOVE PS-DEPT-CODE(1) TO PR-DEPARTMENT
               END-IF
           END-IF.

       2650-LOOKUP-PASS.
           MOVE "N" TO WS-PASS-HELD-SWITCH.
           IF WS-PASS-FILE-AVAILABLE AND PR-ID-NUMBER NOT = SPACES
               MOVE PR-ID-NUMBER TO PS-ID-NUMBER
               READ PASS-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PS-ACTIVE
                           MOVE "Y" TO WS-PASS-HELD-SWITCH
                       END-IF
               END-READ
           END-IF.

       2200-GET-PERSON-DATA-BATCH.
           MOVE "N" TO WS-VALID-SWITCH
           PERFORM UNTIL WS-NAME-IS-VALID OR WS-END-OF-JOB
                   MOVE TR-DEPARTMENT TO PR-DEPARTMENT
                   MOVE TR-HOST-NAME TO PR-HOST-NAME
                   MOVE TR-SITE-CODE TO PR-SITE-CODE
                   MOVE TR-HOST-ID TO PR-HOST-ID
                   PERFORM 2620-FILL-FROM-PASS
                   MOVE PR-LAST-NAME TO WS-VALIDATE-TEXT
                   PERFORM 3000-VALIDATE-TEXT
                   PERFORM 6000-WRITE-AUDIT
                       END-IF
                   END-IF
                   IF WS-NAME-IS-VALID
                       PERFORM 3300-VALIDATE-HOST
                       IF NOT WS-HOST-IS-VALID
                           IF PR-HOST-ID = SPACES
                               MOVE PR-HOST-NAME TO WS-VALIDATE-TEXT
                           ELSE
                               MOVE PR-HOST-ID TO WS-VALIDATE-TEXT
                           END-IF
                           MOVE "N" TO WS-VALID-SWITCH
                           PERFORM 6000-WRITE-AUDIT
                       END-IF
                   END-IF
                   IF WS-NAME-IS-VALID
                       IF PR-SITE-CODE = SPACES
                   PERFORM 2000-GET-PERSON-DATA
               END-IF
               IF NOT WS-END-OF-JOB
                   PERFORM 2550-SCREEN-PERSON
               END-IF
           END-PERFORM.

       2550-SCREEN-PERSON.
           PERFORM 6400-CHECK-PASS.
           IF WS-PASS-HELD
               IF WS-PI-REASON = SPACES
                   MOVE "Y" TO WS-COMMIT-SWITCH
               ELSE
                   PERFORM 6420-REFUSE-PASS-CHECK-IN
               END-IF
           ELSE
               PERFORM 6500-CHECK-DUPLICATE
               IF WS-DUPLICATE-FOUND AND NOT WS-BATCH-MODE
                   PERFORM 6600-CONFIRM-DUPLICATE
               ELSE
                   MOVE "Y" TO WS-COMMIT-SWITCH
               END-IF
           END-IF.
           IF WS-COMMIT-OK
               PERFORM 6700-CHECK-WATCH-LIST
           END-IF.
           IF WS-COMMIT-OK
               PERFORM 6800-CHECK-OCCUPANCY
           END-IF.

       3000-VALIDATE-TEXT.
           MOVE "Y" TO WS-VALID-SWITCH
           IF WS-VALIDATE-TEXT = SPACES OR WS-VALIDATE-TEXT = LOW-VALUES
               END-IF
           END-IF.

       3300-VALIDATE-HOST.
           MOVE "Y" TO WS-HOST-OK-SWITCH.
           IF WS-HOST-FILE-AVAILABLE
               MOVE "N" TO WS-HOST-OK-SWITCH
               IF PR-HOST-ID NOT = SPACES
                   MOVE PR-HOST-ID TO HM-HOST-ID
                   READ HOST-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 3310-ACCEPT-HOST
                   END-READ
               END-IF
               IF NOT WS-HOST-IS-VALID
                   AND PR-HOST-NAME NOT = SPACES
                   MOVE PR-HOST-NAME TO HM-HOST-NAME
                   READ HOST-MASTER-FILE KEY IS HM-HOST-NAME
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 3310-ACCEPT-HOST
                   END-READ
               END-IF
           ELSE
               IF PR-HOST-NAME = SPACES
                   MOVE "N" TO WS-HOST-OK-SWITCH
               END-IF
           END-IF.

       3310-ACCEPT-HOST.
           IF HM-ACTIVE
               MOVE "Y" TO WS-HOST-OK-SWITCH
               MOVE HM-HOST-ID TO PR-HOST-ID
               MOVE HM-HOST-NAME TO PR-HOST-NAME
           END-IF.

       6000-WRITE-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           MOVE SPACES TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       6400-CHECK-PASS.
           MOVE SPACES TO WS-PI-REASON.
           PERFORM 2650-LOOKUP-PASS.
           IF WS-PASS-HELD
               PERFORM 6410-APPLY-PASS-RULES
           END-IF.

       6410-APPLY-PASS-RULES.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-TIME-HHMM.
           MOVE "Y" TO WS-PASS-HOURS-SWITCH.
           IF PS-TIME-FROM NOT = ZERO OR PS-TIME-TO NOT = ZERO
               IF PS-TIME-FROM < PS-TIME-TO
                   IF WS-TIME-HHMM < PS-TIME-FROM
                       OR WS-TIME-HHMM > PS-TIME-TO
                       MOVE "N" TO WS-PASS-HOURS-SWITCH
                   END-IF
               ELSE
                   IF WS-TIME-HHMM < PS-TIME-FROM
                       AND WS-TIME-HHMM > PS-TIME-TO
                       MOVE "N" TO WS-PASS-HOURS-SWITCH
                   END-IF
               END-IF
           END-IF.
           MOVE "Y" TO WS-PASS-SITE-SWITCH.
           IF PS-SITE-CODE(1) NOT = SPACES
               MOVE "N" TO WS-PASS-MATCH-SWITCH
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 4
                   IF PS-SITE-CODE(WS-SUBSCRIPT) = PR-SITE-CODE
                       MOVE "Y" TO WS-PASS-MATCH-SWITCH
                   END-IF
               END-PERFORM
               MOVE WS-PASS-MATCH-SWITCH TO WS-PASS-SITE-SWITCH
           END-IF.
           MOVE "Y" TO WS-PASS-DEPT-SWITCH.
           IF PS-DEPT-CODE(1) NOT = SPACES
               MOVE "N" TO WS-PASS-MATCH-SWITCH
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 4
                   IF PS-DEPT-CODE(WS-SUBSCRIPT) = PR-DEPARTMENT
                       MOVE "Y" TO WS-PASS-MATCH-SWITCH
                   END-IF
               END-PERFORM
               MOVE WS-PASS-MATCH-SWITCH TO WS-PASS-DEPT-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-DATE < PS-VALID-FROM
                   MOVE "PASS NOT YET VALID" TO WS-PI-REASON
               WHEN WS-RUN-DATE > PS-VALID-TO
                   MOVE "PASS EXPIRED" TO WS-PI-REASON
               WHEN PS-PERMITTED-DAYS(WS-DAY-OF-WEEK:1) NOT = "Y"
                   MOVE "DAY NOT PERMITTED" TO WS-PI-REASON
               WHEN NOT WS-PASS-HOURS-OK
                   MOVE "OUTSIDE PERMITTED HOURS" TO WS-PI-REASON
               WHEN NOT WS-PASS-SITE-OK
                   MOVE "SITE NOT PERMITTED" TO WS-PI-REASON
               WHEN NOT WS-PASS-DEPT-OK
                   MOVE "DEPT NOT PERMITTED" TO WS-PI-REASON
           END-EVALUATE.

       6420-REFUSE-PASS-CHECK-IN.
           ADD 1 TO WS-PASS-REFUSE-COUNT.
           MOVE "N" TO WS-COMMIT-SWITCH.
           DISPLAY "PASS " PR-ID-NUMBER " - " WS-PI-REASON.
           IF WS-BATCH-MODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "CHECK-IN REFUSED - ID " PR-ID-NUMBER
           ELSE
               ADD 1 TO WS-DISCARD-COUNT
               DISPLAY "CHECK-IN REFUSED - ENTRY DISCARDED"
           END-IF.
           PERFORM 6430-WRITE-PASS-AUDIT.

       6430-WRITE-PASS-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6).
           MOVE PR-ID-NUMBER TO AUD-RAW-INPUT.
           MOVE "N" TO AUD-VALID-FLAG.
           MOVE "PRC01" TO AUD-PROGRAM-ID.
           MOVE "P" TO AUD-ACTION-CODE.
           MOVE PR-SITE-CODE TO WS-PI-SITE.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           MOVE WS-PASS-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       6500-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND-SWITCH.
           MOVE PR-ID-NUMBER TO NM-ID-NUMBER.
           DISPLAY "COMMIT THIS ENTRY ANYWAY? (Y/N)"
           ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE.
           IF WS-CONFIRM-RESPONSE = "Y" OR WS-CONFIRM-RESPONSE = "y"
               IF WS-OPERATOR-MAY-CONFIRM-DUP
                   MOVE "Y" TO WS-COMMIT-SWITCH
               ELSE
                   MOVE "D" TO WS-OVERRIDE-TYPE
                   PERFORM 6900-VERIFY-SUPERVISOR
                   IF WS-SUPERVISOR-VERIFIED
                       MOVE "Y" TO WS-COMMIT-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-COMMIT-OK
               ADD 1 TO WS-DISCARD-COUNT
               DISPLAY "DISCARDING ENTRY - RE-ENTER"
           END-IF.
               ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE
               IF WS-CONFIRM-RESPONSE = "Y"
                   OR WS-CONFIRM-RESPONSE = "y"
                   MOVE "W" TO WS-OVERRIDE-TYPE
                   PERFORM 6900-VERIFY-SUPERVISOR
                   IF WS-SUPERVISOR-VERIFIED
                       MOVE "Y" TO WS-WATCH-OVERRIDE-SWITCH
                   END-IF
               END-IF
           END-IF.

       6800-CHECK-OCCUPANCY.
           PERFORM 6805-GET-DEPT-LIMIT.
           IF WS-DEPT-LIMIT > ZERO
               PERFORM 6810-COUNT-DEPT-ONSITE
               IF WS-ONSITE-COUNT >= WS-DEPT-LIMIT
                   IF WS-PARTY-OCC-OVERRIDDEN
                       AND WS-GROUP-ARRIVED < WS-GROUP-SIZE
                       PERFORM 6840-APPLY-PARTY-OVERRIDE
                   ELSE
                       PERFORM 6820-HANDLE-OVER-LIMIT
                   END-IF
               END-IF
           END-IF.

       6805-GET-DEPT-LIMIT.
           MOVE ZERO TO WS-DEPT-LIMIT.
           IF WS-DEPT-FILE-AVAILABLE
               MOVE PR-DEPARTMENT TO DM-DEPT-CODE
                       END-IF
               END-READ
           END-IF.

       6810-COUNT-DEPT-ONSITE.
           MOVE ZERO TO WS-ONSITE-COUNT.
               ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE
               IF WS-CONFIRM-RESPONSE = "Y"
                   OR WS-CONFIRM-RESPONSE = "y"
                   MOVE "O" TO WS-OVERRIDE-TYPE
                   PERFORM 6900-VERIFY-SUPERVISOR
                   IF WS-SUPERVISOR-VERIFIED
                       MOVE "Y" TO WS-OCC-OVERRIDE-SWITCH
                   END-IF
               END-IF
               MOVE "N" TO WS-COMMIT-SWITCH
           END-IF.

       6840-APPLY-PARTY-OVERRIDE.
           ADD 1 TO WS-OCC-WARN-COUNT.
           MOVE "Y" TO WS-OCC-OVERRIDE-SWITCH.
           MOVE WS-PARTY-SUPERVISOR TO WS-SUPERVISOR-ID.
           DISPLAY "OCCUPANCY LIMIT REACHED FOR DEPT " PR-DEPARTMENT
               " - ON SITE " WS-ONSITE-COUNT
               " LIMIT " WS-DEPT-LIMIT.
           DISPLAY "GROUP " WS-GROUP-ID " ADMITTED UNDER PARTY "
               "OVERRIDE BY " WS-PARTY-SUPERVISOR.
           PERFORM 6830-WRITE-OCCUPANCY-AUDIT.

       6830-WRITE-OCCUPANCY-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           MOVE WS-OCC-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       6900-VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK-SWITCH.
           DISPLAY "Supervisor ID?"
           ACCEPT WS-SUPERVISOR-ID FROM CONSOLE.
           DISPLAY "Supervisor PIN?"
           ACCEPT WS-SUPERVISOR-PIN FROM CONSOLE.
           MOVE "SUPERVISOR NOT ON FILE" TO WS-SI-REASON.
           IF WS-SECURITY-FILE-AVAILABLE
               AND WS-SUPERVISOR-ID NOT = SPACES
               MOVE WS-SUPERVISOR-ID TO OS-USER-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 6910-CHECK-SUPERVISOR
               END-READ
           END-IF.
           MOVE SPACES TO WS-SUPERVISOR-PIN.
           IF NOT WS-SUPERVISOR-VERIFIED
               DISPLAY "SUPERVISOR OVERRIDE REFUSED"
               EVALUATE TRUE
                   WHEN WS-OVERRIDE-WATCH
                       MOVE "WATCH OVERRIDE" TO WS-SI-LABEL
                   WHEN WS-OVERRIDE-OCC
                       MOVE "OCC OVERRIDE" TO WS-SI-LABEL
                   WHEN OTHER
                       MOVE "DUP OVERRIDE" TO WS-SI-LABEL
               END-EVALUATE
               MOVE WS-SUPERVISOR-ID TO AUD-RAW-INPUT
               PERFORM 6950-WRITE-SECURITY-AUDIT
           END-IF.

       6910-CHECK-SUPERVISOR.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE
                   MOVE "SUPERVISOR INACTIVE" TO WS-SI-REASON
               WHEN NOT OS-ROLE-SUPERVISOR
                   MOVE "NOT A SUPERVISOR" TO WS-SI-REASON
               WHEN WS-OVERRIDE-WATCH AND NOT OS-WATCH-OVERRIDE
                   MOVE "NO WATCH AUTHORITY" TO WS-SI-REASON
               WHEN WS-OVERRIDE-OCC AND NOT OS-OCC-OVERRIDE
                   MOVE "NO OCCUPANCY AUTHORITY" TO WS-SI-REASON
               WHEN WS-OVERRIDE-DUP AND NOT OS-DUP-OVERRIDE
                   MOVE "NO DUPLICATE AUTHORITY" TO WS-SI-REASON
               WHEN OS-PIN = SPACES
                   OR OS-PIN NOT = WS-SUPERVISOR-PIN
                   MOVE "PIN NOT VALID" TO WS-SI-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-SUPERVISOR-OK-SWITCH
           END-EVALUATE.

       6950-WRITE-SECURITY-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6).
           MOVE "N" TO AUD-VALID-FLAG.
           MOVE "PRC01" TO AUD-PROGRAM-ID.
           MOVE "S" TO AUD-ACTION-CODE.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       5000-WRITE-NAME-MASTER.
           ADD 1 TO WS-SEQUENCE-NBR.
           MOVE WS-RUN-DATE TO NM-RUN-DATE.
           MOVE PR-HOST-NAME TO NM-HOST-NAME.
           MOVE PR-SITE-CODE TO NM-SITE-CODE.
           MOVE "N" TO NM-DEACT-FLAG.
           MOVE PR-HOST-ID TO NM-HOST-ID.
           MOVE WS-GROUP-ID TO NM-GROUP-ID.
           MOVE SPACES TO NM-FILLER.
           MOVE "N" TO WS-NM-WRITE-SWITCH.
           WRITE NAME-MASTER-RECORD
               INVALID KEY PERFORM 5100-REWRITE-RETURNING-VISITOR
               NOT INVALID KEY
                   MOVE "Y" TO WS-NM-WRITE-SWITCH
                   ADD 1 TO WS-WRITE-COUNT
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE "A" TO WS-JRN-ACTION
                   PERFORM 7500-WRITE-JOURNAL
           END-WRITE.
           IF WS-NM-WRITTEN
               IF WS-NOTICE-FILE-AVAILABLE
                   PERFORM 5400-WRITE-ARRIVAL-NOTICE
               END-IF
               IF WS-PREREG-FILLED AND WS-PREREG-FILE-AVAILABLE
                   PERFORM 5300-MARK-PREREG-USED
               END-IF
               IF WS-PASS-HELD
                   PERFORM 5500-MARK-PASS-USED
               END-IF
           END-IF.
           PERFORM 9100-WRITE-CONTROL-RECORD.
           IF WS-BATCH-MODE
       5100-REWRITE-RETURNING-VISITOR.
           MOVE NAME-MASTER-RECORD TO WS-SAVE-RECORD.
           MOVE SPACES TO WS-PRIOR-BADGE.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
           READ NAME-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 5150-ROLL-PRIOR-VISIT
               MOVE "Y" TO NM-EXTRACT-FLAG
           END-IF.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "Y" TO WS-NM-WRITE-SWITCH
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
               ADD 1 TO WS-REWRITE-COUNT
               IF WS-HISTORY-IS-OPEN
                   DISPLAY "RETURNING VISITOR - PRIOR VISIT FOR ID "
                       NM-ID-NUMBER " ROLLED TO HISTORY"
               ELSE
                   DISPLAY "RETURNING VISITOR - PRIOR VISIT FOR ID "
                       NM-ID-NUMBER " REPLACED - HISTORY NOT AVAILABLE"
               END-IF
           ELSE
               DISPLAY "CHECK-IN NOT RECORDED FOR " NM-ID-NUMBER
                   " - NAME MASTER REWRITE FAILED, STATUS "
                   WS-NM-FILE-STATUS
           END-IF.

       5150-ROLL-PRIOR-VISIT.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE NM-BADGE-NUMBER TO WS-PRIOR-BADGE.
           PERFORM 5160-OPEN-HISTORY-FILE.
           IF WS-HISTORY-IS-OPEN
           MOVE "Y" TO PG-USED-FLAG.
           REWRITE PREREG-RECORD.

       5400-WRITE-ARRIVAL-NOTICE.
           MOVE WS-RUN-DATE TO AN-NOTICE-DATE.
           MOVE NM-TIME-IN TO AN-NOTICE-TIME.
           MOVE "PRC01" TO AN-PROGRAM-ID.
           MOVE NM-HOST-ID TO AN-HOST-ID.
           MOVE NM-HOST-NAME TO AN-HOST-NAME.
           MOVE SPACES TO AN-EXTENSION.
           MOVE SPACES TO AN-EMAIL-ADDRESS.
           IF WS-HOST-FILE-AVAILABLE AND NM-HOST-ID NOT = SPACES
               MOVE NM-HOST-ID TO HM-HOST-ID
               READ HOST-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE HM-EXTENSION TO AN-EXTENSION
                       MOVE HM-EMAIL-ADDRESS TO AN-EMAIL-ADDRESS
               END-READ
           END-IF.
           MOVE NM-SITE-CODE TO AN-SITE-CODE.
           MOVE NM-DEPARTMENT TO AN-DEPARTMENT.
           MOVE NM-ID-NUMBER TO AN-ID-NUMBER.
           MOVE NM-LAST-NAME TO AN-LAST-NAME.
           MOVE NM-FIRST-NAME TO AN-FIRST-NAME.
           MOVE NM-RUN-DATE TO AN-VISIT-DATE.
           MOVE NM-SEQUENCE-NBR TO AN-SEQUENCE-NBR.
           MOVE SPACES TO AN-FILLER.
           WRITE AN-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

       5500-MARK-PASS-USED.
           MOVE PR-ID-NUMBER TO PS-ID-NUMBER.
           READ PASS-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO PS-LAST-USED-DATE
                   ADD 1 TO PS-USE-COUNT
                   REWRITE PASS-MASTER-RECORD
           END-READ.

       7000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CHECKPOINT-DATE TO CKP-RUN-DATE.
           MOVE WS-TRANS-COUNT TO CKP-LAST-TRANS-COUNT.
           MOVE WS-SEQUENCE-NBR TO CKP-LAST-NM-SEQ.
           WRITE CKP-RECORD.
           CLOSE CHECKPOINT-FILE.
           DISPLAY "CHECKPOINT WRITTEN AT SEQUENCE " WS-SEQUENCE-NBR.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01" TO JR-PROGRAM-ID
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
           IF WS-BATCH-MODE
               CLOSE TRANSACTION-FILE
           IF WS-SITE-FILE-AVAILABLE
               CLOSE SITE-MASTER-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
           IF WS-SECURITY-FILE-AVAILABLE
               CLOSE OPERATOR-SECURITY-FILE
           END-IF.
           IF WS-NOTICE-FILE-AVAILABLE
               CLOSE ARRIVAL-NOTICE-FILE
           END-IF.
           IF WS-GROUP-FILE-AVAILABLE
               CLOSE GROUP-VISIT-FILE
           END-IF.
           IF WS-PASS-FILE-AVAILABLE
               CLOSE PASS-MASTER-FILE
           END-IF.
           IF NOT WS-RUN-ABANDONED
               PERFORM 9100-WRITE-CONTROL-RECORD
           END-IF.
           DISPLAY "  ENTRIES DISCARDED:   " WS-DISCARD-COUNT.
           DISPLAY "  WATCH LIST HITS:     " WS-WATCH-HIT-COUNT.
           DISPLAY "  OCCUPANCY WARNINGS:  " WS-OCC-WARN-COUNT.
           DISPLAY "  HOSTS NOTIFIED:      " WS-NOTICE-COUNT.
           DISPLAY "  GROUPS OPENED:       " WS-GROUP-COUNT.
           DISPLAY "  PASS REFUSALS:       " WS-PASS-REFUSE-COUNT.
           IF WS-BATCH-MODE
               COMPUTE WS-BALANCE-COUNT = WS-START-TRANS-COUNT
                   + WS-WRITE-COUNT + WS-REWRITE-COUNT
