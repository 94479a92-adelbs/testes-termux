       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01BIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-INVENTORY-FILE ASSIGN TO "BADGEINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-BADGE-NUMBER
               ALTERNATE RECORD KEY IS BI-SITE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-BI-FILE-STATUS.
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
       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

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
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SITE-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-FILE-AVAILABLE VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-SITE-IS-VALID VALUE "Y".
           01 WS-FUNCTION-CODE PIC X(01) VALUE SPACES.
           01 WS-BADGE-NUMBER PIC X(10) VALUE SPACES.
           01 WS-SITE-CODE PIC X(03) VALUE SPACES.
           01 WS-RECEIVED-COUNT PIC 9(04) VALUE ZERO.
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
           OPEN I-O BADGE-INVENTORY-FILE.
           IF WS-BI-FILE-STATUS = "35"
               OPEN OUTPUT BADGE-INVENTORY-FILE
               CLOSE BADGE-INVENTORY-FILE
               OPEN I-O BADGE-INVENTORY-FILE
           END-IF.
           IF WS-BI-FILE-STATUS NOT = "00"
               DISPLAY "BADGE INVENTORY OPEN FAILED, STATUS "
                   WS-BI-FILE-STATUS " - MAINTENANCE ABANDONED"
               MOVE "Y" TO WS-EOJ-SWITCH
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
                   "BADGE INVENTORY - " WS-SI-REASON
               PERFORM 1520-WRITE-REFUSAL-AUDIT
               MOVE "Y" TO WS-EOJ-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       1510-CHECK-OPERATOR-ROLE.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE
                   MOVE "OPERATOR INACTIVE" TO WS-SI-REASON
               WHEN NOT OS-MAY-CHECK-IN
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
               MOVE "PRC01BIM" TO AUD-PROGRAM-ID
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
           DISPLAY "Function? (R)eceive (L)ost (F)ound (D)estroyed "
               "(I)nquire (S)ite list (E)nd"
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
           EVALUATE WS-FUNCTION-CODE
               WHEN "R"
               WHEN "r"
                   PERFORM 3000-RECEIVE-STOCK
               WHEN "L"
               WHEN "l"
                   PERFORM 4000-MARK-LOST
               WHEN "F"
               WHEN "f"
                   PERFORM 4100-MARK-FOUND
               WHEN "D"
               WHEN "d"
                   PERFORM 4200-MARK-DESTROYED
               WHEN "I"
               WHEN "i"
                   PERFORM 5000-INQUIRE-BADGE
               WHEN "S"
               WHEN "s"
                   PERFORM 5100-LIST-SITE-BADGES
               WHEN "E"
               WHEN "e"
                   MOVE "Y" TO WS-EOJ-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - PLEASE RE-ENTER"
           END-EVALUATE.

       3000-RECEIVE-STOCK.
           PERFORM 3300-GET-SITE-CODE.
           MOVE ZERO TO WS-RECEIVED-COUNT.
           MOVE "X" TO WS-BADGE-NUMBER.
           PERFORM UNTIL WS-BADGE-NUMBER = SPACES
               DISPLAY "Badge number? (blank when done)"
               ACCEPT WS-BADGE-NUMBER FROM CONSOLE
               IF WS-BADGE-NUMBER NOT = SPACES
                   PERFORM 3100-ADD-STOCK-BADGE
               END-IF
           END-PERFORM.
           DISPLAY "BADGES RECEIVED AT SITE " WS-SITE-CODE ": "
               WS-RECEIVED-COUNT.

       3100-ADD-STOCK-BADGE.
           MOVE SPACES TO BADGE-INVENTORY-RECORD.
           MOVE WS-BADGE-NUMBER TO BI-BADGE-NUMBER.
           MOVE WS-SITE-CODE TO BI-SITE-CODE.
           MOVE "S" TO BI-STATUS.
           MOVE ZERO TO BI-VISIT-DATE.
           MOVE ZERO TO BI-VISIT-SEQ.
           MOVE WS-RUN-DATE TO BI-RECEIVED-DATE.
           PERFORM 3200-STAMP-STATUS-CHANGE.
           WRITE BADGE-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "BADGE " WS-BADGE-NUMBER
                       " ALREADY ON INVENTORY - NOT RECEIVED"
               NOT INVALID KEY
                   ADD 1 TO WS-RECEIVED-COUNT
           END-WRITE.

       3200-STAMP-STATUS-CHANGE.
           MOVE WS-RUN-DATE TO BI-STATUS-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO BI-STATUS-TIME.
           MOVE WS-USER-ID TO BI-UPDATED-BY.

       3300-GET-SITE-CODE.
           MOVE "N" TO WS-SITE-OK-SWITCH.
           PERFORM UNTIL WS-SITE-IS-VALID
               DISPLAY "Site code?"
               ACCEPT WS-SITE-CODE FROM CONSOLE
               MOVE "Y" TO WS-SITE-OK-SWITCH
               IF WS-SITE-CODE = SPACES
                   MOVE "N" TO WS-SITE-OK-SWITCH
               END-IF
               IF WS-SITE-FILE-AVAILABLE AND WS-SITE-IS-VALID
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

       3400-READ-BADGE.
           DISPLAY "Badge number?"
           ACCEPT WS-BADGE-NUMBER FROM CONSOLE.
           MOVE "Y" TO WS-EOF-SWITCH.
           MOVE WS-BADGE-NUMBER TO BI-BADGE-NUMBER.
           READ BADGE-INVENTORY-FILE
               INVALID KEY
                   DISPLAY "BADGE NOT ON INVENTORY: " WS-BADGE-NUMBER
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SWITCH
           END-READ.

       4000-MARK-LOST.
           PERFORM 3400-READ-BADGE.
           IF NOT WS-END-OF-FILE
               IF BI-DESTROYED
                   DISPLAY "BADGE " BI-BADGE-NUMBER
                       " IS DESTROYED - NOT CHANGED"
               ELSE
                   MOVE "L" TO BI-STATUS
                   PERFORM 3200-STAMP-STATUS-CHANGE
                   REWRITE BADGE-INVENTORY-RECORD
                   DISPLAY "LOST: " BI-BADGE-NUMBER " SITE "
                       BI-SITE-CODE " LAST HOLDER " BI-HOLDER-ID
                       " VISIT " BI-VISIT-DATE " " BI-VISIT-SEQ
               END-IF
           END-IF.

       4100-MARK-FOUND.
           PERFORM 3400-READ-BADGE.
           IF NOT WS-END-OF-FILE
               IF BI-DESTROYED OR BI-AVAILABLE
                   DISPLAY "BADGE " BI-BADGE-NUMBER " STATUS "
                       BI-STATUS " - NOT CHANGED"
               ELSE
                   MOVE "S" TO BI-STATUS
                   PERFORM 3200-STAMP-STATUS-CHANGE
                   REWRITE BADGE-INVENTORY-RECORD
                   DISPLAY "FOUND AND RETURNED TO STOCK: "
                       BI-BADGE-NUMBER " SITE " BI-SITE-CODE
               END-IF
           END-IF.

       4200-MARK-DESTROYED.
           PERFORM 3400-READ-BADGE.
           IF NOT WS-END-OF-FILE
               MOVE "D" TO BI-STATUS
               PERFORM 3200-STAMP-STATUS-CHANGE
               REWRITE BADGE-INVENTORY-RECORD
               DISPLAY "DESTROYED: " BI-BADGE-NUMBER " SITE "
                   BI-SITE-CODE
           END-IF.

       5000-INQUIRE-BADGE.
           PERFORM 3400-READ-BADGE.
           IF NOT WS-END-OF-FILE
               PERFORM 5200-DISPLAY-BADGE
           END-IF.

       5100-LIST-SITE-BADGES.
           PERFORM 3300-GET-SITE-CODE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-SITE-CODE TO BI-SITE-CODE.
           START BADGE-INVENTORY-FILE KEY IS = BI-SITE-CODE
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ BADGE-INVENTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF BI-SITE-CODE = WS-SITE-CODE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 5200-DISPLAY-BADGE
                       ELSE
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "BADGES AT SITE " WS-SITE-CODE ": " WS-LIST-COUNT.

       5200-DISPLAY-BADGE.
           DISPLAY BI-BADGE-NUMBER " " BI-SITE-CODE " " BI-STATUS
               " " BI-HOLDER-ID " " BI-VISIT-DATE " " BI-VISIT-SEQ
               " " BI-VISIT-STATUS " " BI-STATUS-DATE " "
               BI-UPDATED-BY.

       9000-TERMINATE.
           IF WS-ACCESS-GRANTED
               CLOSE BADGE-INVENTORY-FILE
           END-IF.
           IF WS-SITE-FILE-AVAILABLE
               CLOSE SITE-MASTER-FILE
           END-IF.
