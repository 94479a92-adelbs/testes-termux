               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
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
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMSTR.

       FD  HOST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOSTMSTR.

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-RECORD-FOUND VALUE "Y".
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-DM-FILE-STATUS PIC X(02) VALUE SPACES.
               88 WS-DEPT-FILE-AVAILABLE VALUE "Y".
           01 WS-DEPT-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-DEPT-IS-VALID VALUE "Y".
           01 WS-HM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOST-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-FILE-AVAILABLE VALUE "Y".
           01 WS-HOST-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-HOST-IS-VALID VALUE "Y".
           01 WS-NEW-HOST-ENTRY PIC X(20) VALUE SPACES.
           01 WS-NEW-HOST-ID PIC X(06) VALUE SPACES.
           01 WS-NEW-HOST-NAME PIC X(20) VALUE SPACES.
           01 WS-FIELD-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-FIELD-IS-OK VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
           01 WS-LOOKUP-ID PIC X(09) VALUE SPACES.
           01 WS-LOOKUP-DATE PIC 9(08) VALUE ZERO.
           01 WS-LOOKUP-SEQ PIC 9(06) VALUE ZERO.
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16) VALUE "ACCESS REFUSED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).
           01 WS-FUNCTION-CODE PIC X(01) VALUE SPACES.
           01 WS-ACTION-CODE PIC X(01) VALUE SPACES.
           01 WS-NEW-LAST-NAME PIC X(15) VALUE SPACES.
                   WS-DM-FILE-STATUS
                   " - DEPARTMENT VALIDATION DISABLED"
           END-IF.
           OPEN INPUT HOST-MASTER-FILE.
           IF WS-HM-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOST-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - HOST DIRECTORY OPEN FAILED, STATUS "
                   WS-HM-FILE-STATUS
                   " - HOST VALIDATION DISABLED"
           END-IF.
           PERFORM 1500-CHECK-OPERATOR-ACCESS.

       1500-CHECK-OPERATOR-ACCESS.
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
                   "CORRECTIONS - " WS-SI-REASON
               PERFORM 1520-WRITE-REFUSAL-AUDIT
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       1510-CHECK-OPERATOR-ROLE.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE
                   MOVE "OPERATOR INACTIVE" TO WS-SI-REASON
               WHEN NOT OS-MAY-CORRECT
                   MOVE "ROLE NOT PERMITTED" TO WS-SI-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-ACCESS-SWITCH
           END-EVALUATE.

       1520-WRITE-REFUSAL-AUDIT.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8).
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6).
           MOVE WS-USER-ID TO AUD-RAW-INPUT.
           MOVE "N" TO AUD-VALID-FLAG.
           MOVE "PRC01UPD" TO AUD-PROGRAM-ID.
           MOVE "S" TO AUD-ACTION-CODE.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       2000-SELECT-RECORD.
           DISPLAY "ID number? (blank for date/sequence, END to quit)"
           DISPLAY "NAME " NM-LAST-NAME " " NM-FIRST-NAME " "
               NM-MIDDLE-INITIAL.
           DISPLAY "ID " NM-ID-NUMBER " DEPT " NM-DEPARTMENT.
           DISPLAY "HOST " NM-HOST-ID " " NM-HOST-NAME.
           DISPLAY "Function? (C)orrect (V)oid (S)kip"
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
           EVALUATE WS-FUNCTION-CODE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-FIELD-OK-SWITCH.
           PERFORM UNTIL WS-FIELD-IS-OK
               DISPLAY "Host ID or name? (blank = keep "
                   OLD-HOST-NAME ")"
               ACCEPT WS-NEW-HOST-ENTRY FROM CONSOLE
               IF WS-NEW-HOST-ENTRY = SPACES
                   MOVE "Y" TO WS-FIELD-OK-SWITCH
               ELSE
                   PERFORM 3200-VALIDATE-HOST
                   IF WS-HOST-IS-VALID
                       MOVE WS-NEW-HOST-ID TO NM-HOST-ID
                       MOVE WS-NEW-HOST-NAME TO NM-HOST-NAME
                       MOVE "Y" TO WS-FIELD-OK-SWITCH
                   ELSE
                       DISPLAY "UNKNOWN OR INACTIVE HOST - "
                           "PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "C" TO WS-ACTION-CODE.
           IF NM-ID-NUMBER = OLD-ID-NUMBER
               REWRITE NAME-MASTER-RECORD
               IF WS-NM-FILE-STATUS = "00"
                   MOVE WS-OLD-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE "C" TO WS-JRN-ACTION
                   PERFORM 7500-WRITE-JOURNAL
               END-IF
               PERFORM 6000-WRITE-AUDIT
               DISPLAY "RECORD UPDATED"
           ELSE
                   INVALID KEY
                       DISPLAY "NEW ID ALREADY ON FILE - NOT UPDATED"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                       MOVE "A" TO WS-JRN-ACTION
                       PERFORM 7500-WRITE-JOURNAL
                       PERFORM 6000-WRITE-AUDIT
                       PERFORM 4100-DELETE-OLD-RECORD
                       DISPLAY "RECORD UPDATED UNDER NEW ID"
               END-READ
           END-IF.

       3200-VALIDATE-HOST.
           MOVE "Y" TO WS-HOST-OK-SWITCH.
           MOVE SPACES TO WS-NEW-HOST-ID.
           IF WS-NEW-HOST-ENTRY(7:14) = SPACES
               MOVE WS-NEW-HOST-ENTRY TO WS-NEW-HOST-ID
           END-IF.
           MOVE WS-NEW-HOST-ENTRY TO WS-NEW-HOST-NAME.
           IF WS-HOST-FILE-AVAILABLE
               MOVE "N" TO WS-HOST-OK-SWITCH
               IF WS-NEW-HOST-ID NOT = SPACES
                   MOVE WS-NEW-HOST-ID TO HM-HOST-ID
                   READ HOST-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 3210-ACCEPT-HOST
                   END-READ
               END-IF
               IF NOT WS-HOST-IS-VALID
                   MOVE WS-NEW-HOST-ENTRY TO HM-HOST-NAME
                   READ HOST-MASTER-FILE KEY IS HM-HOST-NAME
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 3210-ACCEPT-HOST
                   END-READ
               END-IF
           ELSE
               MOVE SPACES TO WS-NEW-HOST-ID
           END-IF.

       3210-ACCEPT-HOST.
           IF HM-ACTIVE
               MOVE "Y" TO WS-HOST-OK-SWITCH
               MOVE HM-HOST-ID TO WS-NEW-HOST-ID
               MOVE HM-HOST-NAME TO WS-NEW-HOST-NAME
           END-IF.

       4100-DELETE-OLD-RECORD.
           MOVE OLD-ID-NUMBER TO NM-ID-NUMBER.
           DELETE NAME-MASTER-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-OLD-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE "D" TO WS-JRN-ACTION
                   PERFORM 7500-WRITE-JOURNAL
           END-DELETE.

       5000-VOID-RECORD.
           MOVE "V" TO NM-STATUS-FLAG.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE WS-OLD-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
           END-IF.
           MOVE "V" TO WS-ACTION-CODE.
           PERFORM 6000-WRITE-AUDIT.
           DISPLAY "RECORD VOIDED".
           MOVE WS-IMAGE-WORK TO AUD-AFTER-IMAGE.
           WRITE AUD-RECORD.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01UPD" TO JR-PROGRAM-ID
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
           IF WS-NM-FILE-STATUS NOT = "35"
               CLOSE NAME-MASTER-FILE
           IF WS-DEPT-FILE-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-HOST-FILE-AVAILABLE
               CLOSE HOST-MASTER-FILE
           END-IF.
