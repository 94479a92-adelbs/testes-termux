       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01RCV.
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
           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UL-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JRN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT OPTIONAL DAILY-AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR.

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  NAME-UNLOAD-RECORD.==
                         LEADING ==NM-== BY ==NU-==.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       FD  DAILY-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-DATE PIC 9(08).
           05 SR-TIME PIC 9(08).
           05 SR-READ-SEQ PIC 9(08).
           05 SR-JOURNAL-ENTRY PIC X(280).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-END-OF-FILE VALUE "Y".
           01 WS-MSTR-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN VALUE "Y".
           01 WS-REFUSED-SWITCH PIC X(01) VALUE "N".
               88 WS-RUN-REFUSED VALUE "Y".
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-ENTRY-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-ENTRY-IS-VALID VALUE "Y".
           01 WS-ENTRY-RESULT PIC X(01) VALUE SPACES.
               88 WS-ENTRY-APPLIED VALUE "A".
               88 WS-ENTRY-ALREADY-APPLIED VALUE "P".
               88 WS-ENTRY-NOT-APPLIED VALUE "N".
               88 WS-ENTRY-MARKER VALUE "M".
           01 WS-RUN-PARM PIC X(80) VALUE SPACES.
           01 WS-PARM-FILE PIC X(30) VALUE SPACES.
           01 WS-PARM-FROM-DATE PIC X(08) VALUE SPACES.
           01 WS-PARM-FROM-TIME PIC X(06) VALUE SPACES.
           01 WS-PARM-TO-DATE PIC X(08) VALUE SPACES.
           01 WS-PARM-TO-TIME PIC X(06) VALUE SPACES.
           01 WS-DATE-ENTRY PIC X(08) VALUE SPACES.
           01 WS-DATE-VALUE PIC 9(08) VALUE ZERO.
           01 WS-TIME-ENTRY.
               05 WS-TE-HH PIC X(02).
               05 WS-TE-MM PIC X(02).
               05 WS-TE-SS PIC X(02).
           01 WS-FROM-STAMP.
               05 WS-FROM-DATE PIC 9(08) VALUE ZERO.
               05 WS-FROM-TIME PIC 9(06) VALUE ZERO.
           01 WS-TO-STAMP.
               05 WS-TO-DATE PIC 9(08) VALUE ZERO.
               05 WS-TO-TIME PIC 9(06) VALUE ZERO.
           01 WS-ENTRY-STAMP.
               05 WS-EN-DATE PIC 9(08).
               05 WS-EN-TIME PIC 9(06).
           01 WS-FROM-INT PIC 9(08) VALUE ZERO.
           01 WS-TO-INT PIC 9(08) VALUE ZERO.
           01 WS-DAY-INT PIC 9(08) VALUE ZERO.
           01 WS-JOURNAL-DATE PIC 9(08) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-REFUSAL-REASON PIC X(40) VALUE SPACES.
           01 WS-RESULT-TEXT PIC X(40) VALUE SPACES.
           01 WS-BACKUP-FILE-NAME PIC X(30) VALUE "NAMESEQ".
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-UL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-LOADED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-DUPLICATE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-JOURNAL-COUNT PIC 9(04) VALUE ZERO.
           01 WS-MISSING-COUNT PIC 9(04) VALUE ZERO.
           01 WS-FILE-READ-COUNT PIC 9(06) VALUE ZERO.
           01 WS-FILE-SELECTED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-READ-SEQ PIC 9(08) VALUE ZERO.
           01 WS-SELECTED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-ERASED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(06) VALUE ZERO.
           01 WS-NOT-APPLIED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-MARKER-COUNT PIC 9(06) VALUE ZERO.
           COPY NAMEJRN
               REPLACING ==01  JOURNAL-RECORD.==
                         BY ==01  WS-JOURNAL-ENTRY.==
                         LEADING ==JR-== BY ==JE-==.
           01 WS-RECOVERY-MARKER.
               05 FILLER PIC X(13) VALUE "RECOVERED TO ".
               05 WRM-TO-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WRM-TO-TIME PIC 9(06).
               05 FILLER PIC X(06) VALUE " FROM ".
               05 WRM-BACKUP PIC X(30).
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16) VALUE "ACCESS REFUSED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01RCV - MASTER RECOVERY    ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-PARM-LINE.
               05 FILLER PIC X(08) VALUE "BACKUP: ".
               05 WP-BACKUP PIC X(30).
               05 FILLER PIC X(17) VALUE "   UNLOAD POINT: ".
               05 WP-FROM-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WP-FROM-TIME PIC 9(06).
               05 FILLER PIC X(15) VALUE "   RECOVER TO: ".
               05 WP-TO-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WP-TO-TIME PIC 9(06).
               05 FILLER PIC X(32) VALUE SPACES.

           01 WS-REFUSAL-LINE.
               05 FILLER PIC X(19) VALUE "RECOVERY REFUSED - ".
               05 WR-REASON PIC X(40).
               05 FILLER PIC X(73) VALUE SPACES.

           01 WS-RESTORE-LINE.
               05 FILLER PIC X(23) VALUE "BACKUP RECORDS LOADED: ".
               05 WT-LOADED PIC ZZZ,ZZ9.
               05 FILLER PIC X(27) VALUE
                   "   DUPLICATE KEYS SKIPPED: ".
               05 WT-DUPLICATES PIC ZZZ,ZZ9.
               05 FILLER PIC X(68) VALUE SPACES.

           01 WS-JOURNAL-LINE.
               05 FILLER PIC X(08) VALUE "JOURNAL ".
               05 WJ-FILE-NAME PIC X(16).
               05 FILLER PIC X(17) VALUE "   ENTRIES READ: ".
               05 WJ-READ PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE "   SELECTED: ".
               05 WJ-SELECTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(64) VALUE SPACES.

           01 WS-JOURNAL-NOTE-LINE.
               05 FILLER PIC X(08) VALUE "JOURNAL ".
               05 WJN-FILE-NAME PIC X(16).
               05 FILLER PIC X(03) VALUE SPACES.
               05 WJN-NOTE PIC X(40).
               05 FILLER PIC X(65) VALUE SPACES.

           01 WS-HEADING-ENTRIES.
               05 FILLER PIC X(40) VALUE
                   "JOURNAL ENTRIES REPLAYED IN TIME ORDER  ".
               05 FILLER PIC X(92) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(08) VALUE "JRN DATE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "TIME  ".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "PROGRAM ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "USER    ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(01) VALUE "A".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "ID NUMBER".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(40) VALUE "RESULT".
               05 FILLER PIC X(28) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-JRN-DATE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-JRN-TIME PIC X(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-PROGRAM-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-USER-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-ACTION PIC X(01).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-ID-NUMBER PIC X(09).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-RESULT PIC X(40).
               05 FILLER PIC X(28) VALUE SPACES.

           01 WS-ERASURE-NOTE-LINE.
               05 FILLER PIC X(64) VALUE SPACES.
               05 FILLER PIC X(38) VALUE
                   "RE-RUN PRC01RET ERASE FOR THIS SUBJECT".
               05 FILLER PIC X(30) VALUE SPACES.

           01 WS-JOURNAL-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE "JOURNALS READ: ".
               05 WT-JOURNALS PIC ZZZ9.
               05 FILLER PIC X(23) VALUE "   JOURNALS NOT FOUND: ".
               05 WT-MISSING PIC ZZZ9.
               05 FILLER PIC X(86) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(18) VALUE "ENTRIES SELECTED: ".
               05 WT-SELECTED PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "   APPLIED: ".
               05 WT-APPLIED PIC ZZZ,ZZ9.
               05 FILLER PIC X(20) VALUE "   ALREADY APPLIED: ".
               05 WT-ALREADY PIC ZZZ,ZZ9.
               05 FILLER PIC X(16) VALUE "   NOT APPLIED: ".
               05 WT-NOT-APPLIED PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "   MARKERS: ".
               05 WT-MARKERS PIC ZZZ,ZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-RESTORE-BACKUP
           END-IF.
           IF NOT WS-RUN-REFUSED
               SORT SORT-FILE
                   ASCENDING KEY SR-DATE SR-TIME SR-READ-SEQ
                   INPUT PROCEDURE IS 3000-SELECT-ENTRIES
                   OUTPUT PROCEDURE IS 4000-REPLAY-ENTRIES
               PERFORM 5000-WRITE-RECOVERY-MARKER
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-PRINT-RUN-SUMMARY.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARAMETERS.
           IF WS-RUN-REFUSED
               DISPLAY "USAGE: PRC01RCV <unload file> <unload date> "
                   "<unload time> [<recover to date> [<time>]]"
               DISPLAY "RECOVERY REFUSED - " WS-REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-CHECK-OPERATOR-ACCESS
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 8000-WRITE-HEADING.
           MOVE WS-BACKUP-FILE-NAME TO WP-BACKUP.
           MOVE WS-FROM-DATE TO WP-FROM-DATE.
           MOVE WS-FROM-TIME TO WP-FROM-TIME.
           MOVE WS-TO-DATE TO WP-TO-DATE.
           MOVE WS-TO-TIME TO WP-TO-TIME.
           WRITE PRINT-RECORD FROM WS-PARM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-LINE-COUNT.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO WR-REASON
               WRITE PRINT-RECORD FROM WS-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       1100-EDIT-PARAMETERS.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-FILE WS-PARM-FROM-DATE WS-PARM-FROM-TIME
                   WS-PARM-TO-DATE WS-PARM-TO-TIME
           END-UNSTRING.
           IF WS-PARM-FILE NOT = SPACES
               MOVE WS-PARM-FILE TO WS-BACKUP-FILE-NAME
           END-IF.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           MOVE WS-TIME-NOW(1:6) TO WS-TO-TIME.
           MOVE WS-PARM-FROM-DATE TO WS-DATE-ENTRY.
           PERFORM 1110-EDIT-DATE-ENTRY.
           IF WS-ENTRY-IS-VALID
               MOVE WS-DATE-VALUE TO WS-FROM-DATE
           ELSE
               MOVE "UNLOAD DATE MISSING OR NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.
           IF NOT WS-RUN-REFUSED
               MOVE WS-PARM-FROM-TIME TO WS-TIME-ENTRY
               PERFORM 1120-EDIT-TIME-ENTRY
               IF WS-ENTRY-IS-VALID
                   MOVE WS-TIME-ENTRY TO WS-FROM-TIME
               ELSE
                   MOVE "UNLOAD TIME MISSING OR NOT HHMMSS"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-RUN-REFUSED AND WS-PARM-TO-DATE NOT = SPACES
               MOVE WS-PARM-TO-DATE TO WS-DATE-ENTRY
               PERFORM 1110-EDIT-DATE-ENTRY
               IF WS-ENTRY-IS-VALID
                   MOVE WS-DATE-VALUE TO WS-TO-DATE
                   MOVE 235959 TO WS-TO-TIME
               ELSE
                   MOVE "RECOVER-TO DATE NOT A VALID DATE"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-RUN-REFUSED AND WS-PARM-TO-TIME NOT = SPACES
               MOVE WS-PARM-TO-TIME TO WS-TIME-ENTRY
               PERFORM 1120-EDIT-TIME-ENTRY
               IF WS-ENTRY-IS-VALID
                   MOVE WS-TIME-ENTRY TO WS-TO-TIME
               ELSE
                   MOVE "RECOVER-TO TIME NOT HHMMSS"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-RUN-REFUSED AND WS-TO-STAMP < WS-FROM-STAMP
               MOVE "RECOVER-TO POINT IS BEFORE UNLOAD POINT"
                   TO WS-REFUSAL-REASON
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.

       1110-EDIT-DATE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.

       1120-EDIT-TIME-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-TIME-ENTRY IS NUMERIC
               AND WS-TE-HH < "24"
               AND WS-TE-MM < "60"
               AND WS-TE-SS < "60"
               MOVE "Y" TO WS-ENTRY-OK-SWITCH
           END-IF.

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
                   "MASTER RECOVERY - " WS-SI-REASON
               PERFORM 1520-WRITE-REFUSAL-AUDIT
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-REFUSAL-REASON
               MOVE "Y" TO WS-REFUSED-SWITCH
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
           MOVE "PRC01AUD." TO WS-AUD-FILE-NAME.
           MOVE WS-RUN-DATE TO WS-AUD-FILE-NAME(10:8).
           OPEN EXTEND DAILY-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = "00" OR WS-AUD-FILE-STATUS = "05"
               MOVE WS-USER-ID TO AUD-USER-ID
               MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6)
               MOVE WS-USER-ID TO AUD-RAW-INPUT
               MOVE "N" TO AUD-VALID-FLAG
               MOVE "PRC01RCV" TO AUD-PROGRAM-ID
               MOVE "S" TO AUD-ACTION-CODE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-RECORD
               CLOSE DAILY-AUDIT-FILE
           ELSE
               DISPLAY "WARNING - AUDIT FILE OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS " - REFUSAL NOT RECORDED"
           END-IF.

       2000-RESTORE-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF WS-UL-FILE-STATUS NOT = "00"
               DISPLAY "UNLOAD FILE " WS-BACKUP-FILE-NAME
                   " NOT AVAILABLE, STATUS " WS-UL-FILE-STATUS
                   " - RECOVERY ABANDONED"
               MOVE "UNLOAD FILE NOT AVAILABLE - STATUS"
                   TO WS-REFUSAL-REASON
               MOVE WS-UL-FILE-STATUS TO WS-REFUSAL-REASON(36:2)
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               OPEN OUTPUT NAME-MASTER-FILE
               IF WS-NM-FILE-STATUS NOT = "00"
                   DISPLAY "NAME MASTER OPEN FAILED, STATUS "
                       WS-NM-FILE-STATUS " - RECOVERY ABANDONED"
                   MOVE "NAME MASTER OPEN FAILED - STATUS"
                       TO WS-REFUSAL-REASON
                   MOVE WS-NM-FILE-STATUS TO WS-REFUSAL-REASON(34:2)
                   MOVE "Y" TO WS-REFUSED-SWITCH
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BACKUP-FILE
                           AT END MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END PERFORM 2100-LOAD-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE NAME-MASTER-FILE
                   OPEN I-O NAME-MASTER-FILE
                   IF WS-NM-FILE-STATUS = "00"
                       MOVE "Y" TO WS-MSTR-OPEN-SWITCH
                   ELSE
                       DISPLAY "NAME MASTER REOPEN FAILED, STATUS "
                           WS-NM-FILE-STATUS " - JOURNAL NOT APPLIED"
                       MOVE "NAME MASTER REOPEN FAILED - STATUS"
                           TO WS-REFUSAL-REASON
                       MOVE WS-NM-FILE-STATUS
                           TO WS-REFUSAL-REASON(36:2)
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   END-IF
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
           MOVE WS-LOADED-COUNT TO WT-LOADED.
           MOVE WS-DUPLICATE-COUNT TO WT-DUPLICATES.
           WRITE PRINT-RECORD FROM WS-RESTORE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO WR-REASON
               WRITE PRINT-RECORD FROM WS-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-LOAD-ONE-RECORD.
           MOVE NAME-UNLOAD-RECORD TO NAME-MASTER-RECORD.
           WRITE NAME-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY ON RELOAD - SKIPPED: "
                       NM-ID-NUMBER
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       3000-SELECT-ENTRIES.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-JOURNAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM 3100-READ-JOURNAL
           END-PERFORM.

       3100-READ-JOURNAL.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JOURNAL-DATE TO WS-JRN-FILE-NAME(9:8).
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE ZERO TO WS-FILE-SELECTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACES TO WJN-NOTE.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JRN-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-JOURNAL-COUNT
                   PERFORM UNTIL WS-END-OF-FILE
                       READ JOURNAL-FILE
                           AT END MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END PERFORM 3200-SELECT-ONE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               WHEN "05"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "NOT FOUND - NO CHANGES RECORDED"
                       TO WJN-NOTE
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "NOT AVAILABLE - STATUS" TO WJN-NOTE
                   MOVE WS-JRN-FILE-STATUS TO WJN-NOTE(24:2)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF WJN-NOTE = SPACES
               MOVE WS-JRN-FILE-NAME TO WJ-FILE-NAME
               MOVE WS-FILE-READ-COUNT TO WJ-READ
               MOVE WS-FILE-SELECTED-COUNT TO WJ-SELECTED
               WRITE PRINT-RECORD FROM WS-JOURNAL-LINE
           ELSE
               MOVE WS-JRN-FILE-NAME TO WJN-FILE-NAME
               WRITE PRINT-RECORD FROM WS-JOURNAL-NOTE-LINE
           END-IF.

       3200-SELECT-ONE-ENTRY.
           ADD 1 TO WS-FILE-READ-COUNT.
           MOVE JR-DATE TO WS-EN-DATE.
           MOVE JR-TIME(1:6) TO WS-EN-TIME.
           IF WS-ENTRY-STAMP NOT < WS-FROM-STAMP
               AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
               ADD 1 TO WS-FILE-SELECTED-COUNT
               ADD 1 TO WS-SELECTED-COUNT
               ADD 1 TO WS-READ-SEQ
               MOVE JR-DATE TO SR-DATE
               MOVE JR-TIME TO SR-TIME
               MOVE WS-READ-SEQ TO SR-READ-SEQ
               MOVE JOURNAL-RECORD TO SR-JOURNAL-ENTRY
               RELEASE SORT-RECORD
           END-IF.

       4000-REPLAY-ENTRIES.
           PERFORM 4050-WRITE-ENTRY-HEADINGS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END PERFORM 4100-APPLY-ENTRY
               END-RETURN
           END-PERFORM.

       4050-WRITE-ENTRY-HEADINGS.
           IF WS-LINE-COUNT >= 56
               PERFORM 8000-WRITE-HEADING
           END-IF.
           WRITE PRINT-RECORD FROM WS-HEADING-ENTRIES
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

       4100-APPLY-ENTRY.
           MOVE SR-JOURNAL-ENTRY TO WS-JOURNAL-ENTRY.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE "N" TO WS-ENTRY-RESULT.
           EVALUATE TRUE
               WHEN JE-UNLOAD-POINT OR JE-RELOAD-POINT
                   MOVE "M" TO WS-ENTRY-RESULT
                   MOVE JE-AFTER-IMAGE(1:40) TO WS-RESULT-TEXT
               WHEN JE-ADD
                   PERFORM 4200-APPLY-ADD
               WHEN JE-CHANGE
                   PERFORM 4300-APPLY-CHANGE
               WHEN JE-DELETE
                   PERFORM 4400-APPLY-DELETE
               WHEN OTHER
                   MOVE "NOT APPLIED - UNKNOWN ACTION CODE"
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-ENTRY-NOT-APPLIED AND JE-IMAGE-ANONYMIZED
               MOVE "NOT APPLIED - ANONYMIZED BY ERASURE"
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-ERASED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTRY-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED" TO WS-RESULT-TEXT
               WHEN WS-ENTRY-ALREADY-APPLIED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-ENTRY-MARKER
                   ADD 1 TO WS-MARKER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-APPLIED-COUNT
           END-EVALUATE.
           PERFORM 4900-PRINT-ENTRY-LINE.
           IF WS-ENTRY-NOT-APPLIED AND JE-IMAGE-ANONYMIZED
               PERFORM 4910-PRINT-ERASURE-NOTE
           END-IF.

       4200-APPLY-ADD.
           MOVE JE-AFTER-IMAGE TO NAME-MASTER-RECORD.
           READ NAME-MASTER-FILE
               INVALID KEY
                   MOVE JE-AFTER-IMAGE TO NAME-MASTER-RECORD
                   WRITE NAME-MASTER-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - WRITE FAILED, STATUS"
                               TO WS-RESULT-TEXT
                           MOVE WS-NM-FILE-STATUS
                               TO WS-RESULT-TEXT(36:2)
                       NOT INVALID KEY
                           MOVE "A" TO WS-ENTRY-RESULT
                   END-WRITE
               NOT INVALID KEY
                   IF NAME-MASTER-RECORD = JE-AFTER-IMAGE
                       MOVE "P" TO WS-ENTRY-RESULT
                       MOVE "ALREADY APPLIED - RECORD ON FILE"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "NOT APPLIED - KEY ALREADY ON FILE"
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ.

       4300-APPLY-CHANGE.
           MOVE JE-AFTER-IMAGE TO NAME-MASTER-RECORD.
           READ NAME-MASTER-FILE
               INVALID KEY
                   MOVE "NOT APPLIED - RECORD NOT ON FILE"
                       TO WS-RESULT-TEXT
               NOT INVALID KEY PERFORM 4310-REPLACE-RECORD
           END-READ.

       4310-REPLACE-RECORD.
           EVALUATE TRUE
               WHEN NAME-MASTER-RECORD = JE-BEFORE-IMAGE
                   MOVE JE-AFTER-IMAGE TO NAME-MASTER-RECORD
                   REWRITE NAME-MASTER-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - REWRITE FAILED, STATUS"
                               TO WS-RESULT-TEXT
                           MOVE WS-NM-FILE-STATUS
                               TO WS-RESULT-TEXT(38:2)
                       NOT INVALID KEY
                           MOVE "A" TO WS-ENTRY-RESULT
                   END-REWRITE
               WHEN NAME-MASTER-RECORD = JE-AFTER-IMAGE
                   MOVE "P" TO WS-ENTRY-RESULT
                   MOVE "ALREADY APPLIED - RECORD MATCHES"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "NOT APPLIED - RECORD DIFFERS FROM BEFORE"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       4400-APPLY-DELETE.
           MOVE JE-BEFORE-IMAGE TO NAME-MASTER-RECORD.
           READ NAME-MASTER-FILE
               INVALID KEY
                   IF NOT JE-IMAGE-ANONYMIZED
                       MOVE "P" TO WS-ENTRY-RESULT
                       MOVE "ALREADY APPLIED - RECORD NOT ON FILE"
                           TO WS-RESULT-TEXT
                   END-IF
               NOT INVALID KEY PERFORM 4410-REMOVE-RECORD
           END-READ.

       4410-REMOVE-RECORD.
           IF NAME-MASTER-RECORD = JE-BEFORE-IMAGE
               DELETE NAME-MASTER-FILE RECORD
                   INVALID KEY
                       MOVE "NOT APPLIED - DELETE FAILED, STATUS"
                           TO WS-RESULT-TEXT
                       MOVE WS-NM-FILE-STATUS TO WS-RESULT-TEXT(37:2)
                   NOT INVALID KEY
                       MOVE "A" TO WS-ENTRY-RESULT
               END-DELETE
           ELSE
               MOVE "NOT APPLIED - RECORD DIFFERS FROM BEFORE"
                   TO WS-RESULT-TEXT
           END-IF.

       4900-PRINT-ENTRY-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE JE-DATE TO WD-JRN-DATE.
           MOVE JE-TIME(1:6) TO WD-JRN-TIME.
           MOVE JE-PROGRAM-ID TO WD-PROGRAM-ID.
           MOVE JE-USER-ID TO WD-USER-ID.
           MOVE JE-ACTION TO WD-ACTION.
           MOVE JE-ID-NUMBER TO WD-ID-NUMBER.
           EVALUATE TRUE
               WHEN JE-ADD OR JE-CHANGE
                   MOVE JE-AFTER-IMAGE(15:15) TO WD-LAST-NAME
               WHEN JE-DELETE
                   MOVE JE-BEFORE-IMAGE(15:15) TO WD-LAST-NAME
               WHEN OTHER
                   MOVE SPACES TO WD-LAST-NAME
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO WD-RESULT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       4910-PRINT-ERASURE-NOTE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           WRITE PRINT-RECORD FROM WS-ERASURE-NOTE-LINE.

       5000-WRITE-RECOVERY-MARKER.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-RUN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-RUN-DATE TO JR-DATE
               MOVE WS-TIME-NOW TO JR-TIME
               MOVE "PRC01RCV" TO JR-PROGRAM-ID
               MOVE WS-USER-ID TO JR-USER-ID
               MOVE "R" TO JR-ACTION
               MOVE SPACES TO JR-ID-NUMBER
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE WS-TO-DATE TO WRM-TO-DATE
               MOVE WS-TO-TIME TO WRM-TO-TIME
               MOVE WS-BACKUP-FILE-NAME TO WRM-BACKUP
               MOVE WS-RECOVERY-MARKER TO JR-AFTER-IMAGE
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
           IF NOT WS-RUN-REFUSED
               MOVE WS-JOURNAL-COUNT TO WT-JOURNALS
               MOVE WS-MISSING-COUNT TO WT-MISSING
               WRITE PRINT-RECORD FROM WS-JOURNAL-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-SELECTED-COUNT TO WT-SELECTED
               MOVE WS-APPLIED-COUNT TO WT-APPLIED
               MOVE WS-ALREADY-COUNT TO WT-ALREADY
               MOVE WS-NOT-APPLIED-COUNT TO WT-NOT-APPLIED
               MOVE WS-MARKER-COUNT TO WT-MARKERS
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.

       9200-PRINT-RUN-SUMMARY.
           DISPLAY "PRC01RCV RUN SUMMARY FOR " WS-RUN-DATE.
           DISPLAY "  UNLOAD FILE:             " WS-BACKUP-FILE-NAME.
           DISPLAY "  UNLOAD POINT:            " WS-FROM-DATE " "
               WS-FROM-TIME.
           DISPLAY "  RECOVERED TO:            " WS-TO-DATE " "
               WS-TO-TIME.
           DISPLAY "  BACKUP RECORDS LOADED:   " WS-LOADED-COUNT.
           DISPLAY "  DUPLICATE KEYS SKIPPED:  " WS-DUPLICATE-COUNT.
           DISPLAY "  JOURNALS READ:           " WS-JOURNAL-COUNT.
           DISPLAY "  JOURNAL ENTRIES SELECTED:" WS-SELECTED-COUNT.
           DISPLAY "  ENTRIES APPLIED:         " WS-APPLIED-COUNT.
           DISPLAY "  ALREADY APPLIED:         " WS-ALREADY-COUNT.
           DISPLAY "  NOT APPLIED:             " WS-NOT-APPLIED-COUNT.
           IF WS-ERASED-COUNT > ZERO
               DISPLAY "  ERASED SUBJECT ENTRIES:  " WS-ERASED-COUNT
                   " - RE-RUN PRC01RET ERASE FOR THESE SUBJECTS"
           END-IF.
           IF RETURN-CODE = ZERO
               AND (WS-NOT-APPLIED-COUNT > ZERO
                   OR WS-DUPLICATE-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
