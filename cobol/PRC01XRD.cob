       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01XRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-ID-NUMBER
               ALTERNATE RECORD KEY IS NM-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT EXIT-EVENT-FILE ASSIGN TO "EXITFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-FILE-STATUS.
           SELECT EXIT-LOG-FILE ASSIGN TO "EXITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-EVENT-KEY
               FILE STATUS IS WS-XL-FILE-STATUS.
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
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

       FD  EXIT-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXIT-EVENT-RECORD.
           05 EV-BADGE-NUMBER PIC X(10).
           05 EV-READER-ID PIC X(08).
           05 EV-SITE-CODE PIC X(03).
           05 EV-EVENT-DATE PIC 9(08).
           05 EV-EVENT-TIME PIC 9(06).

       FD  EXIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXITLOG.

       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

       FD  GROUP-VISIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GROUPVST.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           01 WS-FEED-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-FEED-END-OF-FILE VALUE "Y".
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SCAN-END-OF-FILE VALUE "Y".
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-LOG-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-LOG-IS-OPEN VALUE "Y".
           01 WS-FEED-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-FEED-IS-OPEN VALUE "Y".
           01 WS-INVENTORY-SWITCH PIC X(01) VALUE "N".
               88 WS-INVENTORY-AVAILABLE VALUE "Y".
           01 WS-GROUP-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-FILE-AVAILABLE VALUE "Y".
           01 WS-LOGGED-SWITCH PIC X(01) VALUE "N".
               88 WS-EVENT-LOGGED VALUE "Y".
           01 WS-OPEN-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-OPEN-FOUND VALUE "Y".
           01 WS-CLOSED-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-CLOSED-FOUND VALUE "Y".
           01 WS-VISIT-READ-SWITCH PIC X(01) VALUE "N".
               88 WS-VISIT-READ VALUE "Y".
           01 WS-EVENT-RESULT PIC X(01) VALUE SPACES.
               88 WS-EVENT-APPLIED VALUE "A".
               88 WS-EVENT-UNMATCHED VALUE "U".
               88 WS-EVENT-WRONG-SITE VALUE "S".
               88 WS-EVENT-VISIT-CLOSED VALUE "C".
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-EV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-XL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-EVENT-STAMP.
               05 WS-ES-DATE PIC 9(08).
               05 WS-ES-TIME PIC 9(06).
           01 WS-VISIT-STAMP.
               05 WS-VS-DATE PIC 9(08).
               05 WS-VS-TIME PIC 9(06).
           01 WS-OPEN-STAMP PIC X(14) VALUE ZEROS.
           01 WS-CLOSED-STAMP PIC X(14) VALUE ZEROS.
           01 WS-OPEN-ID PIC X(09) VALUE SPACES.
           01 WS-CLOSED-ID PIC X(09) VALUE SPACES.
           01 WS-VISIT-ID PIC X(09) VALUE SPACES.
           01 WS-VISIT-DATE PIC 9(08) VALUE ZERO.
           01 WS-VISIT-SEQ PIC 9(06) VALUE ZERO.
           01 WS-GROUP-ID PIC X(08) VALUE SPACES.
           01 WS-GROUP-ONSITE PIC 9(04) VALUE ZERO.
           01 WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-REPEAT-COUNT PIC 9(06) VALUE ZERO.
           01 WS-UNMATCHED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-WRONG-SITE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-CLOSED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-INVALID-COUNT PIC 9(06) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
           01 WS-GROUP-CLOSED-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01XRD - EXIT READER FEED   ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-EXC.
               05 FILLER PIC X(35) VALUE
                   "EXIT EVENTS NOT APPLIED TO A VISIT ".
               05 FILLER PIC X(97) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "BADGE     ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "READER  ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(03) VALUE "RDR".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "EVT DATE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "TIME  ".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "ID NUMBER".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "FIRST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(03) VALUE "VST".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(30) VALUE "REASON".
               05 FILLER PIC X(13) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-BADGE-NUMBER PIC X(10).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-READER-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-READER-SITE PIC X(03).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-EVENT-DATE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-EVENT-TIME PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-ID-NUMBER PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-FIRST-NAME PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-VISIT-SITE PIC X(03).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-STATUS PIC X(01).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-REASON PIC X(30).
               05 FILLER PIC X(13) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE "EVENTS READ:        ".
               05 WT-READ PIC ZZZ,ZZ9.
               05 FILLER PIC X(16) VALUE "   CHECKED OUT: ".
               05 WT-APPLIED PIC ZZZ,ZZ9.
               05 FILLER PIC X(22) VALUE "   ALREADY PROCESSED: ".
               05 WT-REPEAT PIC ZZZ,ZZ9.
               05 FILLER PIC X(18) VALUE "   GROUPS CLOSED: ".
               05 WT-GROUPS PIC ZZZ,ZZ9.
               05 FILLER PIC X(28) VALUE SPACES.

           01 WS-EXCEPTION-TOTAL-LINE.
               05 FILLER PIC X(23) VALUE "EXCEPTIONS - NO VISIT: ".
               05 WT-UNMATCHED PIC ZZZ,ZZ9.
               05 FILLER PIC X(15) VALUE "   OTHER SITE: ".
               05 WT-WRONG-SITE PIC ZZZ,ZZ9.
               05 FILLER PIC X(18) VALUE "   CLOSED/VOIDED: ".
               05 WT-CLOSED PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "   INVALID: ".
               05 WT-INVALID PIC ZZZ,ZZ9.
               05 FILLER PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL WS-FEED-END-OF-FILE
               PERFORM 2000-PROCESS-EVENT
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-PRINT-RUN-SUMMARY.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Y" TO WS-FEED-EOF-SWITCH.
           OPEN I-O NAME-MASTER-FILE.
           IF WS-NM-FILE-STATUS NOT = "00"
               DISPLAY "NAME MASTER NOT AVAILABLE, STATUS "
                   WS-NM-FILE-STATUS " - EXIT EVENTS NOT APPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-MSTR-OPEN-SWITCH
               PERFORM 1100-OPEN-EXIT-LOG
           END-IF.
           IF WS-LOG-IS-OPEN
               OPEN INPUT EXIT-EVENT-FILE
               EVALUATE WS-EV-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FEED-OPEN-SWITCH
                       MOVE "N" TO WS-FEED-EOF-SWITCH
                   WHEN "35"
                       DISPLAY "NOTE - NO EXIT EVENT FILE - "
                           "NOTHING TO APPLY"
                   WHEN OTHER
                       DISPLAY "EXIT EVENT FILE NOT AVAILABLE, STATUS "
                           WS-EV-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF WS-FEED-IS-OPEN
               PERFORM 1200-OPEN-INVENTORY
               PERFORM 1300-OPEN-GROUPS
           END-IF.
           PERFORM 8000-WRITE-HEADING.
           WRITE PRINT-RECORD FROM WS-HEADING-EXC
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO WS-LINE-COUNT.

       1100-OPEN-EXIT-LOG.
           OPEN I-O EXIT-LOG-FILE.
           IF WS-XL-FILE-STATUS = "35"
               OPEN OUTPUT EXIT-LOG-FILE
               CLOSE EXIT-LOG-FILE
               OPEN I-O EXIT-LOG-FILE
           END-IF.
           IF WS-XL-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SWITCH
           ELSE
               DISPLAY "EXIT EVENT LOG NOT AVAILABLE, STATUS "
                   WS-XL-FILE-STATUS " - EXIT EVENTS NOT APPLIED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1200-OPEN-INVENTORY.
           OPEN I-O BADGE-INVENTORY-FILE.
           IF WS-BI-FILE-STATUS = "00"
               MOVE "Y" TO WS-INVENTORY-SWITCH
           ELSE
               DISPLAY "WARNING - BADGE INVENTORY OPEN FAILED, STATUS "
                   WS-BI-FILE-STATUS " - INVENTORY NOT UPDATED"
           END-IF.

       1300-OPEN-GROUPS.
           OPEN I-O GROUP-VISIT-FILE.
           IF WS-GV-FILE-STATUS = "00"
               MOVE "Y" TO WS-GROUP-FILE-SWITCH
           ELSE
               IF WS-GV-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING - GROUP VISIT FILE OPEN FAILED, "
                       "STATUS " WS-GV-FILE-STATUS
                       " - GROUPS NOT CLOSED"
               END-IF
           END-IF.

       2000-PROCESS-EVENT.
           READ EXIT-EVENT-FILE
               AT END MOVE "Y" TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT WS-FEED-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               MOVE "N" TO WS-VISIT-READ-SWITCH
               IF EV-BADGE-NUMBER = SPACES
                   OR EV-EVENT-DATE IS NOT NUMERIC
                   OR EV-EVENT-TIME IS NOT NUMERIC
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE "INVALID EVENT RECORD" TO WS-EXCEPTION-REASON
                   PERFORM 2900-PRINT-EXCEPTION-LINE
               ELSE
                   PERFORM 2100-CHECK-EVENT-LOG
               END-IF
           END-IF.

       2100-CHECK-EVENT-LOG.
           MOVE EV-BADGE-NUMBER TO XL-BADGE-NUMBER.
           MOVE EV-READER-ID TO XL-READER-ID.
           MOVE EV-EVENT-DATE TO XL-EVENT-DATE.
           MOVE EV-EVENT-TIME TO XL-EVENT-TIME.
           MOVE "N" TO WS-LOGGED-SWITCH.
           READ EXIT-LOG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-LOGGED-SWITCH
           END-READ.
           IF WS-EVENT-LOGGED AND NOT XL-UNMATCHED
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM 2200-FIND-VISIT
               PERFORM 2300-APPLY-EVENT
               PERFORM 2800-LOG-EVENT
           END-IF.

       2200-FIND-VISIT.
           MOVE "N" TO WS-OPEN-FOUND-SWITCH.
           MOVE "N" TO WS-CLOSED-FOUND-SWITCH.
           MOVE ZEROS TO WS-OPEN-STAMP.
           MOVE ZEROS TO WS-CLOSED-STAMP.
           MOVE SPACES TO WS-OPEN-ID.
           MOVE SPACES TO WS-CLOSED-ID.
           MOVE EV-EVENT-DATE TO WS-ES-DATE.
           MOVE EV-EVENT-TIME TO WS-ES-TIME.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO NM-ID-NUMBER.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-ID-NUMBER
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-SCAN-END-OF-FILE
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF-SWITCH
                   NOT AT END PERFORM 2210-EXAMINE-VISIT
               END-READ
           END-PERFORM.

       2210-EXAMINE-VISIT.
           IF NM-BADGE-NUMBER = EV-BADGE-NUMBER
               MOVE NM-RUN-DATE TO WS-VS-DATE
               MOVE NM-TIME-IN TO WS-VS-TIME
               IF WS-VISIT-STAMP NOT > WS-EVENT-STAMP
                   IF NM-CHECKED-IN
                       IF WS-VISIT-STAMP > WS-OPEN-STAMP
                           MOVE "Y" TO WS-OPEN-FOUND-SWITCH
                           MOVE WS-VISIT-STAMP TO WS-OPEN-STAMP
                           MOVE NM-ID-NUMBER TO WS-OPEN-ID
                       END-IF
                   ELSE
                       IF WS-VISIT-STAMP > WS-CLOSED-STAMP
                           MOVE "Y" TO WS-CLOSED-FOUND-SWITCH
                           MOVE WS-VISIT-STAMP TO WS-CLOSED-STAMP
                           MOVE NM-ID-NUMBER TO WS-CLOSED-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-APPLY-EVENT.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE "N" TO WS-VISIT-READ-SWITCH.
           IF WS-OPEN-FOUND
               MOVE WS-OPEN-ID TO NM-ID-NUMBER
           ELSE
               MOVE WS-CLOSED-ID TO NM-ID-NUMBER
           END-IF.
           IF WS-OPEN-FOUND OR WS-CLOSED-FOUND
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-VISIT-READ-SWITCH
               END-READ
           END-IF.
           IF WS-VISIT-READ
               MOVE NM-ID-NUMBER TO WS-VISIT-ID
               MOVE NM-RUN-DATE TO WS-VISIT-DATE
               MOVE NM-SEQUENCE-NBR TO WS-VISIT-SEQ
           ELSE
               MOVE SPACES TO WS-VISIT-ID
               MOVE ZERO TO WS-VISIT-DATE
               MOVE ZERO TO WS-VISIT-SEQ
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-VISIT-READ
                   MOVE "U" TO WS-EVENT-RESULT
                   MOVE "NO OPEN VISIT FOR BADGE"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN NOT NM-CHECKED-IN
                   MOVE "C" TO WS-EVENT-RESULT
                   EVALUATE TRUE
                       WHEN NM-VOIDED
                           MOVE "VISIT VOIDED" TO WS-EXCEPTION-REASON
                       WHEN NM-AUTO-CLOSED
                           MOVE "VISIT ALREADY AUTO-CLOSED"
                               TO WS-EXCEPTION-REASON
                       WHEN OTHER
                           MOVE "VISIT ALREADY CHECKED OUT"
                               TO WS-EXCEPTION-REASON
                   END-EVALUATE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN NM-SITE-CODE NOT = SPACES
                   AND NM-SITE-CODE NOT = EV-SITE-CODE
                   MOVE "S" TO WS-EVENT-RESULT
                   MOVE "READER AT ANOTHER SITE"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-WRONG-SITE-COUNT
               WHEN OTHER
                   PERFORM 2400-CHECK-OUT-VISIT
           END-EVALUATE.
           IF NOT WS-EVENT-APPLIED
               PERFORM 2900-PRINT-EXCEPTION-LINE
           END-IF.

       2400-CHECK-OUT-VISIT.
           MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE "O" TO NM-STATUS-FLAG.
           MOVE EV-EVENT-TIME TO NM-TIME-OUT.
           MOVE "N" TO NM-DEACT-FLAG.
           REWRITE NAME-MASTER-RECORD
               INVALID KEY
                   MOVE "U" TO WS-EVENT-RESULT
                   MOVE "MASTER UPDATE FAILED - STATUS"
                       TO WS-EXCEPTION-REASON
                   MOVE WS-NM-FILE-STATUS TO WS-EXCEPTION-REASON(29:2)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "A" TO WS-EVENT-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "C" TO WS-JRN-ACTION
                   PERFORM 7500-WRITE-JOURNAL
           END-REWRITE.
           IF WS-EVENT-APPLIED
               IF WS-INVENTORY-AVAILABLE
                   AND NM-BADGE-NUMBER NOT = SPACES
                   PERFORM 2410-UPDATE-BADGE-INVENTORY
               END-IF
               IF WS-GROUP-FILE-AVAILABLE
                   AND NM-GROUP-ID NOT = SPACES
                   MOVE NM-GROUP-ID TO WS-GROUP-ID
                   PERFORM 2420-CLOSE-GROUP-IF-EMPTY
               END-IF
           END-IF.

       2410-UPDATE-BADGE-INVENTORY.
           MOVE NM-BADGE-NUMBER TO BI-BADGE-NUMBER.
           READ BADGE-INVENTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BI-ISSUED
                       AND BI-HOLDER-ID = NM-ID-NUMBER
                       AND BI-VISIT-DATE = NM-RUN-DATE
                       AND BI-VISIT-SEQ = NM-SEQUENCE-NBR
                       MOVE NM-STATUS-FLAG TO BI-VISIT-STATUS
                       MOVE EV-EVENT-DATE TO BI-STATUS-DATE
                       MOVE EV-EVENT-TIME TO BI-STATUS-TIME
                       MOVE "PRC01XRD" TO BI-UPDATED-BY
                       REWRITE BADGE-INVENTORY-RECORD
                   END-IF
           END-READ.

       2420-CLOSE-GROUP-IF-EMPTY.
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
                           AND NM-RUN-DATE = WS-VISIT-DATE
                           AND NM-CHECKED-IN
                           ADD 1 TO WS-GROUP-ONSITE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GROUP-ONSITE = ZERO
               MOVE WS-GROUP-ID TO GV-GROUP-ID
               READ GROUP-VISIT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GV-OPEN
                           MOVE "C" TO GV-STATUS
                           REWRITE GROUP-VISIT-RECORD
                           ADD 1 TO WS-GROUP-CLOSED-COUNT
                       END-IF
               END-READ
           END-IF.

       2800-LOG-EVENT.
           MOVE EV-BADGE-NUMBER TO XL-BADGE-NUMBER.
           MOVE EV-READER-ID TO XL-READER-ID.
           MOVE EV-EVENT-DATE TO XL-EVENT-DATE.
           MOVE EV-EVENT-TIME TO XL-EVENT-TIME.
           MOVE EV-SITE-CODE TO XL-SITE-CODE.
           MOVE WS-EVENT-RESULT TO XL-RESULT.
           MOVE WS-VISIT-ID TO XL-ID-NUMBER.
           MOVE WS-VISIT-DATE TO XL-VISIT-DATE.
           MOVE WS-VISIT-SEQ TO XL-VISIT-SEQ.
           MOVE WS-RUN-DATE TO XL-PROCESSED-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO XL-PROCESSED-TIME.
           MOVE SPACES TO XL-FILLER.
           IF WS-EVENT-LOGGED
               REWRITE EXIT-LOG-RECORD
                   INVALID KEY PERFORM 2810-LOG-FAILED
               END-REWRITE
           ELSE
               WRITE EXIT-LOG-RECORD
                   INVALID KEY PERFORM 2810-LOG-FAILED
               END-WRITE
           END-IF.

       2810-LOG-FAILED.
           DISPLAY "WARNING - EXIT EVENT LOG UPDATE FAILED, STATUS "
               WS-XL-FILE-STATUS " - BADGE " EV-BADGE-NUMBER
               " AT " EV-EVENT-DATE " " EV-EVENT-TIME.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       2900-PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE EV-BADGE-NUMBER TO WD-BADGE-NUMBER.
           MOVE EV-READER-ID TO WD-READER-ID.
           MOVE EV-SITE-CODE TO WD-READER-SITE.
           MOVE EXIT-EVENT-RECORD(22:8) TO WD-EVENT-DATE.
           MOVE EXIT-EVENT-RECORD(30:6) TO WD-EVENT-TIME.
           IF WS-VISIT-READ
               MOVE NM-ID-NUMBER TO WD-ID-NUMBER
               MOVE NM-LAST-NAME TO WD-LAST-NAME
               MOVE NM-FIRST-NAME TO WD-FIRST-NAME
               MOVE NM-SITE-CODE TO WD-VISIT-SITE
               MOVE NM-STATUS-FLAG TO WD-STATUS
           ELSE
               MOVE SPACES TO WD-ID-NUMBER
               MOVE SPACES TO WD-LAST-NAME
               MOVE SPACES TO WD-FIRST-NAME
               MOVE SPACES TO WD-VISIT-SITE
               MOVE SPACES TO WD-STATUS
           END-IF.
           MOVE WS-EXCEPTION-REASON TO WD-REASON.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01XRD" TO JR-PROGRAM-ID
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
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE(5:2) TO WH1-RUN-DATE(1:2).
           MOVE "/" TO WH1-RUN-DATE(3:1).
           MOVE WS-RUN-DATE(7:2) TO WH1-RUN-DATE(4:2).
           MOVE "/" TO WH1-RUN-DATE(6:1).
           MOVE WS-RUN-DATE(1:4) TO WH1-RUN-DATE(7:4).
           MOVE WS-PAGE-COUNT TO WH1-PAGE-NBR.
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       9000-TERMINATE.
           MOVE WS-READ-COUNT TO WT-READ.
           MOVE WS-APPLIED-COUNT TO WT-APPLIED.
           MOVE WS-REPEAT-COUNT TO WT-REPEAT.
           MOVE WS-GROUP-CLOSED-COUNT TO WT-GROUPS.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-UNMATCHED-COUNT TO WT-UNMATCHED.
           MOVE WS-WRONG-SITE-COUNT TO WT-WRONG-SITE.
           MOVE WS-CLOSED-COUNT TO WT-CLOSED.
           MOVE WS-INVALID-COUNT TO WT-INVALID.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-TOTAL-LINE.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF WS-LOG-IS-OPEN
               CLOSE EXIT-LOG-FILE
           END-IF.
           IF WS-FEED-IS-OPEN
               CLOSE EXIT-EVENT-FILE
           END-IF.
           IF WS-INVENTORY-AVAILABLE
               CLOSE BADGE-INVENTORY-FILE
           END-IF.
           IF WS-GROUP-FILE-AVAILABLE
               CLOSE GROUP-VISIT-FILE
           END-IF.
           CLOSE PRINT-FILE.

       9200-PRINT-RUN-SUMMARY.
           DISPLAY "PRC01XRD RUN SUMMARY FOR " WS-RUN-DATE.
           DISPLAY "  EXIT EVENTS READ:        " WS-READ-COUNT.
           DISPLAY "  VISITS CHECKED OUT:      " WS-APPLIED-COUNT.
           DISPLAY "  ALREADY PROCESSED:       " WS-REPEAT-COUNT.
           DISPLAY "  NO OPEN VISIT:           " WS-UNMATCHED-COUNT.
           DISPLAY "  READER AT OTHER SITE:    " WS-WRONG-SITE-COUNT.
           DISPLAY "  VISIT CLOSED OR VOIDED:  " WS-CLOSED-COUNT.
           DISPLAY "  INVALID EVENT RECORDS:   " WS-INVALID-COUNT.
           DISPLAY "  GROUPS CLOSED:           " WS-GROUP-CLOSED-COUNT.
           IF RETURN-CODE = ZERO AND WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
