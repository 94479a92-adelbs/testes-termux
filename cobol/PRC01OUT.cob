               ALTERNATE RECORD KEY IS NM-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT BADGE-INVENTORY-FILE ASSIGN TO "BADGEINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-BADGE-NUMBER
               ALTERNATE RECORD KEY IS BI-SITE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-BI-FILE-STATUS.
           SELECT GROUP-VISIT-FILE ASSIGN TO "GROUPVST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GV-GROUP-ID
               FILE STATUS IS WS-GV-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

       FD  GROUP-VISIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GROUPVST.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           01 WS-EOJ-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-JOB VALUE "Y".
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BADGE-RETURNED PIC X(01) VALUE SPACES.
           01 WS-GV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GROUP-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-FILE-AVAILABLE VALUE "Y".
           01 WS-GV-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-GV-END-OF-FILE VALUE "Y".
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SCAN-END-OF-FILE VALUE "Y".
           01 WS-GROUP-ID PIC X(08) VALUE SPACES.
           01 WS-GROUP-MODE PIC X(01) VALUE SPACES.
               88 WS-GROUP-ALL VALUE "A".
               88 WS-GROUP-SELECT VALUE "S".
           01 WS-ALL-BADGES-SWITCH PIC X(01) VALUE "N".
               88 WS-ALL-BADGES-RETURNED VALUE "Y".
           01 WS-CONFIRM-RESPONSE PIC X(01) VALUE SPACES.
           01 WS-GROUP-ONSITE PIC 9(04) VALUE ZERO.
           01 WS-GROUP-OUT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-LOOKUP-ID PIC X(09) VALUE SPACES.
           01 WS-LOOKUP-SEQ PIC 9(06) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-ONSITE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16) VALUE "ACCESS REFUSED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).

           01 WS-HEADING-1.
               05 FILLER PIC X(25) VALUE "PRC01OUT - STILL ON SITE ".
               05 FILLER PIC X(07) VALUE "TIME IN".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "SITE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "PARTY".
               05 FILLER PIC X(52) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-LINE-NBR PIC ZZZ9.
               05 WD-TIME-IN PIC 9(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-SITE PIC X(03).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-PARTY-ROLE PIC X(06).
               05 FILLER PIC X(52) VALUE SPACES.

           01 WS-GROUP-HEADER.
               05 FILLER PIC X(06) VALUE "PARTY ".
               05 WG-GROUP-ID PIC X(08).
               05 FILLER PIC X(08) VALUE "  LEAD: ".
               05 WG-LEAD-ID PIC X(09).
               05 FILLER PIC X(08) VALUE "  HOST: ".
               05 WG-HOST-NAME PIC X(20).
               05 FILLER PIC X(08) VALUE "  DEPT: ".
               05 WG-DEPARTMENT PIC X(04).
               05 FILLER PIC X(08) VALUE "  SITE: ".
               05 WG-SITE PIC X(03).
               05 FILLER PIC X(50) VALUE SPACES.

           01 WS-GROUP-TRAILER.
               05 FILLER PIC X(08) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "EXPECTED: ".
               05 WGT-EXPECTED PIC ZZ9.
               05 FILLER PIC X(12) VALUE "  ARRIVED: ".
               05 WGT-ARRIVED PIC ZZ9.
               05 FILLER PIC X(12) VALUE "  ON SITE: ".
               05 WGT-ONSITE PIC ZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WGT-STATUS PIC X(24).
               05 FILLER PIC X(54) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-REPORT-MODE
               OPEN OUTPUT PRINT-FILE
           ELSE
               PERFORM 1500-CHECK-OPERATOR-ACCESS
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
                   "CHECK-OUT - " WS-SI-REASON
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
               MOVE "PRC01OUT" TO AUD-PROGRAM-ID
               MOVE "S" TO AUD-ACTION-CODE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING - AUDIT FILE OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS " - REFUSAL NOT RECORDED"
           END-IF.

       2000-CHECK-OUT-PERSON.
           DISPLAY "ID number? (blank for sequence, GROUP for a "
               "party, END to quit)"
           ACCEPT WS-LOOKUP-ID FROM CONSOLE.
           MOVE ZERO TO WS-LOOKUP-SEQ.
           MOVE "N" TO WS-ALL-BADGES-SWITCH.
           EVALUATE WS-LOOKUP-ID
               WHEN "END"
                   MOVE "Y" TO WS-EOJ-SWITCH
               WHEN "GROUP"
                   PERFORM 3000-CHECK-OUT-GROUP
               WHEN OTHER
                   IF WS-LOOKUP-ID = SPACES
                       DISPLAY "Sequence number?"
                       ACCEPT WS-LOOKUP-SEQ FROM CONSOLE
                   END-IF
                   PERFORM 2100-FIND-AND-MARK
           END-EVALUATE.

       2100-FIND-AND-MARK.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           END-EVALUATE.
           IF WS-RECORD-FOUND
               PERFORM 2300-MARK-CHECKED-OUT
               IF WS-NM-FILE-STATUS = "00"
                   AND NM-GROUP-ID NOT = SPACES
                   MOVE NM-GROUP-ID TO WS-GROUP-ID
                   MOVE NM-RUN-DATE TO GV-VISIT-DATE
                   PERFORM 3400-CLOSE-GROUP-IF-EMPTY
               END-IF
           ELSE
               IF WS-MASTER-IS-OPEN
                   DISPLAY "NO OPEN CHECK-IN FOUND"
           END-IF.

       2300-MARK-CHECKED-OUT.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE "O" TO NM-STATUS-FLAG.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO NM-TIME-OUT.
           REWRITE NAME-MASTER-RECORD.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 7500-WRITE-JOURNAL
               DISPLAY "CHECKED OUT " NM-FIRST-NAME " " NM-LAST-NAME
                   " IN ON " NM-RUN-DATE " OUT AT " NM-TIME-OUT
               IF NM-BADGE-NUMBER NOT = SPACES
                   PERFORM 2400-UPDATE-BADGE-INVENTORY
               END-IF
           ELSE
               DISPLAY "CHECK-OUT NOT RECORDED FOR " NM-ID-NUMBER
                   " - NAME MASTER REWRITE FAILED, STATUS "
                   WS-NM-FILE-STATUS
           END-IF.

       2400-UPDATE-BADGE-INVENTORY.
           MOVE SPACES TO WS-BADGE-RETURNED.
           IF WS-ALL-BADGES-RETURNED
               MOVE "Y" TO WS-BADGE-RETURNED
           END-IF.
           PERFORM UNTIL WS-BADGE-RETURNED = "Y"
                   OR WS-BADGE-RETURNED = "N"
               DISPLAY "Badge " NM-BADGE-NUMBER " returned? (Y/N)"
               ACCEPT WS-BADGE-RETURNED FROM CONSOLE
               IF WS-BADGE-RETURNED = "y"
                   MOVE "Y" TO WS-BADGE-RETURNED
               END-IF
               IF WS-BADGE-RETURNED = "n"
                   MOVE "N" TO WS-BADGE-RETURNED
               END-IF
           END-PERFORM.
           OPEN I-O BADGE-INVENTORY-FILE.
           IF WS-BI-FILE-STATUS = "00"
               MOVE NM-BADGE-NUMBER TO BI-BADGE-NUMBER
               READ BADGE-INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "BADGE " NM-BADGE-NUMBER
                           " NOT ON INVENTORY - NOT UPDATED"
                   NOT INVALID KEY PERFORM 2410-MARK-BADGE-RETURNED
               END-READ
               CLOSE BADGE-INVENTORY-FILE
           ELSE
               DISPLAY "WARNING - BADGE INVENTORY OPEN FAILED, STATUS "
                   WS-BI-FILE-STATUS " - INVENTORY NOT UPDATED"
           END-IF.

       2410-MARK-BADGE-RETURNED.
           IF BI-ISSUED
               AND BI-HOLDER-ID = NM-ID-NUMBER
               AND BI-VISIT-DATE = NM-RUN-DATE
               AND BI-VISIT-SEQ = NM-SEQUENCE-NBR
               MOVE NM-STATUS-FLAG TO BI-VISIT-STATUS
               IF WS-BADGE-RETURNED = "Y"
                   MOVE "R" TO BI-STATUS
               ELSE
                   DISPLAY "BADGE " BI-BADGE-NUMBER
                       " REMAINS ISSUED - ON UNRETURNED LIST"
               END-IF
               MOVE WS-RUN-DATE TO BI-STATUS-DATE
               MOVE WS-TIME-NOW(1:6) TO BI-STATUS-TIME
               MOVE WS-USER-ID TO BI-UPDATED-BY
               REWRITE BADGE-INVENTORY-RECORD
           ELSE
               DISPLAY "BADGE " BI-BADGE-NUMBER " IS NOT ISSUED TO "
                   "THIS VISIT - INVENTORY NOT UPDATED"
           END-IF.

       3000-CHECK-OUT-GROUP.
           DISPLAY "Group ID?"
           ACCEPT WS-GROUP-ID FROM CONSOLE.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT GROUP-VISIT-FILE.
           IF WS-GV-FILE-STATUS = "00"
               MOVE WS-GROUP-ID TO GV-GROUP-ID
               READ GROUP-VISIT-FILE
                   INVALID KEY
                       DISPLAY "GROUP NOT ON FILE: " WS-GROUP-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               CLOSE GROUP-VISIT-FILE
           ELSE
               DISPLAY "GROUP VISIT FILE OPEN FAILED, STATUS "
                   WS-GV-FILE-STATUS
           END-IF.
           MOVE "N" TO WS-MSTR-OPEN-SWITCH.
           IF WS-RECORD-FOUND
               OPEN I-O NAME-MASTER-FILE
               IF WS-NM-FILE-STATUS = "00"
                   MOVE "Y" TO WS-MSTR-OPEN-SWITCH
               ELSE
                   DISPLAY "NAME MASTER OPEN FAILED, STATUS "
                       WS-NM-FILE-STATUS
               END-IF
           END-IF.
           IF WS-MASTER-IS-OPEN
               DISPLAY "GROUP " GV-GROUP-ID " HOST " GV-HOST-NAME
                   " DEPT " GV-DEPARTMENT " LEAD " GV-LEAD-ID
               PERFORM 3300-COUNT-GROUP-ONSITE
               IF WS-GROUP-ONSITE = ZERO
                   DISPLAY "NO MEMBERS OF GROUP " WS-GROUP-ID
                       " STILL CHECKED IN"
               ELSE
                   DISPLAY WS-GROUP-ONSITE " MEMBERS STILL CHECKED IN"
                   PERFORM 3100-GET-GROUP-MODE
                   PERFORM 3200-CHECK-OUT-MEMBERS
               END-IF
               PERFORM 3400-CLOSE-GROUP-IF-EMPTY
               CLOSE NAME-MASTER-FILE
           END-IF.
           MOVE "N" TO WS-ALL-BADGES-SWITCH.

       3100-GET-GROUP-MODE.
           MOVE SPACES TO WS-GROUP-MODE.
           PERFORM UNTIL WS-GROUP-ALL OR WS-GROUP-SELECT
               DISPLAY "(A)ll members or (S)elect members?"
               ACCEPT WS-GROUP-MODE FROM CONSOLE
               IF WS-GROUP-MODE = "a"
                   MOVE "A" TO WS-GROUP-MODE
               END-IF
               IF WS-GROUP-MODE = "s"
                   MOVE "S" TO WS-GROUP-MODE
               END-IF
           END-PERFORM.
           IF WS-GROUP-ALL
               DISPLAY "All badges returned? (Y/N)"
               ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE
               IF WS-CONFIRM-RESPONSE = "Y"
                   OR WS-CONFIRM-RESPONSE = "y"
                   MOVE "Y" TO WS-ALL-BADGES-SWITCH
               END-IF
           END-IF.

       3200-CHECK-OUT-MEMBERS.
           MOVE ZERO TO WS-GROUP-OUT-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO NM-ID-NUMBER.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-ID-NUMBER
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-SCAN-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF NM-GROUP-ID = WS-GROUP-ID
                           AND NM-RUN-DATE = GV-VISIT-DATE
                           AND NM-CHECKED-IN
                           PERFORM 3210-CHECK-OUT-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "GROUP " WS-GROUP-ID " - " WS-GROUP-OUT-COUNT
               " MEMBERS CHECKED OUT".

       3210-CHECK-OUT-MEMBER.
           MOVE "Y" TO WS-CONFIRM-RESPONSE.
           IF WS-GROUP-SELECT
               DISPLAY "Check out " NM-FIRST-NAME " " NM-LAST-NAME
                   " ID " NM-ID-NUMBER "? (Y/N)"
               ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE
           END-IF.
           IF WS-CONFIRM-RESPONSE = "Y" OR WS-CONFIRM-RESPONSE = "y"
               PERFORM 2300-MARK-CHECKED-OUT
               IF WS-NM-FILE-STATUS = "00"
                   ADD 1 TO WS-GROUP-OUT-COUNT
               END-IF
           END-IF.

       3300-COUNT-GROUP-ONSITE.
           MOVE ZERO TO WS-GROUP-ONSITE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO NM-ID-NUMBER.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-ID-NUMBER
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-SCAN-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF NM-GROUP-ID = WS-GROUP-ID
                           AND NM-RUN-DATE = GV-VISIT-DATE
                           AND NM-CHECKED-IN
                           ADD 1 TO WS-GROUP-ONSITE
                       END-IF
               END-READ
           END-PERFORM.

       3400-CLOSE-GROUP-IF-EMPTY.
           PERFORM 3300-COUNT-GROUP-ONSITE.
           IF WS-GROUP-ONSITE = ZERO
               OPEN I-O GROUP-VISIT-FILE
               IF WS-GV-FILE-STATUS = "00"
                   MOVE WS-GROUP-ID TO GV-GROUP-ID
                   READ GROUP-VISIT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF GV-OPEN
                               MOVE "C" TO GV-STATUS
                               REWRITE GROUP-VISIT-RECORD
                               DISPLAY "GROUP " GV-GROUP-ID
                                   " FULLY CHECKED OUT - GROUP CLOSED"
                           END-IF
                   END-READ
                   CLOSE GROUP-VISIT-FILE
               ELSE
                   DISPLAY "WARNING - GROUP VISIT FILE OPEN FAILED, "
                       "STATUS " WS-GV-FILE-STATUS
                       " - GROUP NOT CLOSED"
               END-IF
           ELSE
               DISPLAY "GROUP " WS-GROUP-ID " - " WS-GROUP-ONSITE
                   " MEMBERS STILL ON SITE"
           END-IF.

       4000-REPORT-STILL-ON-SITE.
           OPEN INPUT GROUP-VISIT-FILE.
           IF WS-GV-FILE-STATUS = "00"
               MOVE "Y" TO WS-GROUP-FILE-SWITCH
           ELSE
               IF WS-GV-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING - GROUP VISIT FILE OPEN FAILED, "
                       "STATUS " WS-GV-FILE-STATUS
                       " - PARTIES LISTED AS INDIVIDUALS"
               END-IF
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-NM-FILE-STATUS = "00"
               MOVE "Y" TO WS-MSTR-OPEN-SWITCH
                   NOT AT END PERFORM 4100-CHECK-ONSITE-RECORD
               END-READ
           END-PERFORM.
           IF WS-GROUP-FILE-AVAILABLE AND WS-MASTER-IS-OPEN
               PERFORM 4500-REPORT-GROUPS
           END-IF.
           IF WS-GROUP-FILE-AVAILABLE
               CLOSE GROUP-VISIT-FILE
           END-IF.
           MOVE WS-ONSITE-COUNT TO WT-TOTAL.
           IF WS-LINE-COUNT = ZERO
               PERFORM 8000-WRITE-HEADING
           IF NM-RUN-DATE = WS-RUN-DATE AND NM-CHECKED-IN
               AND (WS-SITE-FILTER = SPACES
                   OR NM-SITE-CODE = WS-SITE-FILTER)
               AND (NM-GROUP-ID = SPACES
                   OR NOT WS-GROUP-FILE-AVAILABLE)
               MOVE SPACES TO WD-PARTY-ROLE
               PERFORM 4200-PRINT-ONSITE-LINE
           END-IF.

           MOVE NM-SITE-CODE TO WD-SITE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       4500-REPORT-GROUPS.
           MOVE "N" TO WS-GV-EOF-SWITCH.
           MOVE LOW-VALUES TO GV-GROUP-ID.
           START GROUP-VISIT-FILE
               KEY IS NOT LESS THAN GV-GROUP-ID
               INVALID KEY MOVE "Y" TO WS-GV-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-GV-END-OF-FILE
               READ GROUP-VISIT-FILE NEXT
                   AT END MOVE "Y" TO WS-GV-EOF-SWITCH
                   NOT AT END
                       IF (GV-VISIT-DATE = WS-RUN-DATE OR GV-OPEN)
                           AND (WS-SITE-FILTER = SPACES
                               OR GV-SITE-CODE = WS-SITE-FILTER)
                           PERFORM 4600-REPORT-ONE-GROUP
                       END-IF
               END-READ
           END-PERFORM.

       4600-REPORT-ONE-GROUP.
           MOVE GV-GROUP-ID TO WS-GROUP-ID.
           PERFORM 3300-COUNT-GROUP-ONSITE.
           IF WS-GROUP-ONSITE > ZERO
               IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= 57
                   PERFORM 8000-WRITE-HEADING
               END-IF
               MOVE GV-GROUP-ID TO WG-GROUP-ID
               MOVE GV-LEAD-ID TO WG-LEAD-ID
               MOVE GV-HOST-NAME TO WG-HOST-NAME
               MOVE GV-DEPARTMENT TO WG-DEPARTMENT
               MOVE GV-SITE-CODE TO WG-SITE
               WRITE PRINT-RECORD FROM WS-GROUP-HEADER
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               MOVE GV-LEAD-ID TO NM-ID-NUMBER
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NM-GROUP-ID = WS-GROUP-ID
                           AND NM-RUN-DATE = GV-VISIT-DATE
                           AND NM-CHECKED-IN
                           MOVE "LEAD" TO WD-PARTY-ROLE
                           PERFORM 4200-PRINT-ONSITE-LINE
                       END-IF
               END-READ
               PERFORM 4610-PRINT-GROUP-MEMBERS
               PERFORM 4620-PRINT-GROUP-TRAILER
           END-IF.

       4610-PRINT-GROUP-MEMBERS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO NM-ID-NUMBER.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-ID-NUMBER
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-SCAN-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF NM-GROUP-ID = WS-GROUP-ID
                           AND NM-RUN-DATE = GV-VISIT-DATE
                           AND NM-CHECKED-IN
                           AND NM-ID-NUMBER NOT = GV-LEAD-ID
                           MOVE "MEMBER" TO WD-PARTY-ROLE
                           PERFORM 4200-PRINT-ONSITE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       4620-PRINT-GROUP-TRAILER.
           MOVE GV-EXPECTED-SIZE TO WGT-EXPECTED.
           MOVE GV-MEMBER-COUNT TO WGT-ARRIVED.
           MOVE WS-GROUP-ONSITE TO WGT-ONSITE.
           EVALUATE TRUE
               WHEN WS-GROUP-ONSITE < GV-MEMBER-COUNT
                   MOVE "PARTLY CHECKED OUT" TO WGT-STATUS
               WHEN GV-MEMBER-COUNT < GV-EXPECTED-SIZE
                   MOVE "NOT ALL MEMBERS ARRIVED" TO WGT-STATUS
               WHEN OTHER
                   MOVE "FULL PARTY ON SITE" TO WGT-STATUS
           END-EVALUATE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
           END-IF.
           WRITE PRINT-RECORD FROM WS-GROUP-TRAILER.
           ADD 1 TO WS-LINE-COUNT.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01OUT" TO JR-PROGRAM-ID
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

       8000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
