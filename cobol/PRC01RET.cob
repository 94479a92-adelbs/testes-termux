       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01RET.
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
           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NH-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "PRC01RTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NW-FILE-STATUS.
           SELECT OPTIONAL UNLOAD-FILE ASSIGN TO "NAMESEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NU-FILE-STATUS.
           SELECT UNLOAD-WORK-FILE ASSIGN TO "PRC01RTU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UW-FILE-STATUS.
           SELECT PREREG-FILE ASSIGN TO "PREREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-ID-NUMBER
               FILE STATUS IS WS-PG-FILE-STATUS.
           SELECT OPTIONAL ARRIVAL-NOTICE-FILE ASSIGN TO "HOSTNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.
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
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ID-NUMBER
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT EXIT-LOG-FILE ASSIGN TO "EXITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-EVENT-KEY
               FILE STATUS IS WS-XL-FILE-STATUS.
           SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "PRC01AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT OPTIONAL DAILY-AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT AUDIT-WORK-FILE ASSIGN TO "PRC01RTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-FILE-STATUS.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "PRC01RTJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JW-FILE-STATUS.
           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO "PRC01CYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT OPTIONAL RETENTION-PARM-FILE ASSIGN TO "PRC01RTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-FILE-STATUS.
           SELECT OPTIONAL TOKEN-CONTROL-FILE ASSIGN TO "PRC01RTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTC-FILE-STATUS.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
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

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  NAME-HISTORY-RECORD.==
                         LEADING ==NM-== BY ==NH-==.

       FD  HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  HISTORY-WORK-RECORD.==
                         LEADING ==NM-== BY ==NW-==.

       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  NAME-UNLOAD-RECORD.==
                         LEADING ==NM-== BY ==NU-==.

       FD  UNLOAD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  UNLOAD-WORK-RECORD.==
                         LEADING ==NM-== BY ==UW-==.

       FD  PREREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PREREGRC.

       FD  ARRIVAL-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARRIVNTC.

       FD  BADGE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BADGEINV.

       FD  GROUP-VISIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GROUPVST.

       FD  PASS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PASSMSTR.

       FD  EXIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXITLOG.

       FD  AUDIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC
               REPLACING ==01  AUD-RECORD.==
                         BY ==01  AUD-HISTORY-RECORD.==
                         LEADING ==AUD-== BY ==AUH-==.

       FD  DAILY-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  AUDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WK-RECORD PIC X(160).

       FD  JOURNAL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  JW-RECORD PIC X(280).

       FD  CYCLE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYC-RECORD.
           05 CYC-DATE PIC 9(08).

       FD  RETENTION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTP-RECORD.
           05 RTP-FILE-TYPE PIC X(08).
           05 RTP-DAYS PIC X(04).

       FD  TOKEN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTC-RECORD.
           05 RTC-LAST-TOKEN PIC 9(08).

       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMEJRN.

       WORKING-STORAGE SECTION.
           COPY AUDITREC
               REPLACING ==01  AUD-RECORD.==
                         BY ==01  WS-AUDIT-AREA.==
                         LEADING ==AUD-== BY ==WA-==.

           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-CYC-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CYC-END-OF-FILE VALUE "Y".
           01 WS-RUN-MODE PIC X(01) VALUE "R".
               88 WS-RETENTION-MODE VALUE "R".
               88 WS-ERASURE-MODE VALUE "E".
           01 WS-REFUSED-SWITCH PIC X(01) VALUE "N".
               88 WS-RUN-REFUSED VALUE "Y".
           01 WS-ACCESS-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-GRANTED VALUE "Y".
           01 WS-SKIP-SWITCH PIC X(01) VALUE "N".
               88 WS-FILE-SKIPPED VALUE "Y".
           01 WS-CHANGE-SWITCH PIC X(01) VALUE "N".
               88 WS-RECORD-CHANGED VALUE "Y".
           01 WS-NAME-MATCH-SWITCH PIC X(01) VALUE "N".
               88 WS-NAME-MATCHED VALUE "Y".
           01 WS-WRITE-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-WRITE-OK VALUE "Y".
           01 WS-TODAY-SEEN-SWITCH PIC X(01) VALUE "N".
               88 WS-TODAY-SEEN VALUE "Y".
           01 WS-RUN-PARM PIC X(40) VALUE SPACES.
           01 WS-ERASE-ID PIC X(09) VALUE SPACES.
           01 WS-ERASE-REF PIC X(20) VALUE SPACES.
           01 WS-MASKED-ID PIC X(09) VALUE SPACES.
           01 WS-REFUSAL-REASON PIC X(40) VALUE SPACES.
           01 WS-USER-ID PIC X(08) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-HIST-DAYS PIC 9(04) VALUE 730.
           01 WS-AUDIT-DAYS PIC 9(04) VALUE 365.
           01 WS-PREREG-DAYS PIC 9(04) VALUE 90.
           01 WS-NOTICE-DAYS PIC 9(04) VALUE 90.
           01 WS-BADGE-DAYS PIC 9(04) VALUE 365.
           01 WS-GROUP-DAYS PIC 9(04) VALUE 365.
           01 WS-PASS-DAYS PIC 9(04) VALUE 90.
           01 WS-EXIT-DAYS PIC 9(04) VALUE 30.
           01 WS-JOURNAL-DAYS PIC 9(04) VALUE 35.
           01 WS-HIST-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-AUDIT-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-PREREG-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-NOTICE-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-BADGE-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-GROUP-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-PASS-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-EXIT-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-JOURNAL-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-CALC-DAYS PIC 9(04) VALUE ZERO.
           01 WS-CALC-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-INT PIC 9(08).
           01 WS-DAYS-EDIT PIC ZZZ9.
           01 WS-ANON-NAME PIC X(15) VALUE "ANONYMIZED".
           01 WS-TOKEN-NBR PIC 9(08) VALUE ZERO.
           01 WS-TOKEN-ID PIC X(09) VALUE SPACES.
           01 WS-MASTER-TOKEN PIC X(09) VALUE SPACES.
           01 WS-MASTER-DATE PIC 9(08) VALUE ZERO.
           01 WS-TOKENS-ISSUED PIC 9(06) VALUE ZERO.
           01 WS-TRY-COUNT PIC 9(02) VALUE ZERO.
           01 WS-PENDING-USER PIC X(08) VALUE SPACES.
           01 WS-CAND-LAST-NAME PIC X(15) VALUE SPACES.
           01 WS-CAND-FIRST-NAME PIC X(12) VALUE SPACES.
           01 WS-NAME-COUNT PIC 9(02) VALUE ZERO.
           01 WS-NAME-IDX PIC 9(02) VALUE ZERO.
           01 WS-NAME-TABLE.
               05 WS-NAME-ENTRY OCCURS 20 TIMES.
                   10 WS-NT-LAST-NAME PIC X(15).
                   10 WS-NT-FIRST-NAME PIC X(12).
           01 WS-DAILY-DATE PIC 9(08) VALUE ZERO.
           01 WS-AUD-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JRN-FILE-NAME PIC X(16) VALUE SPACES.
           01 WS-JRN-DATE PIC 9(08).
           01 WS-JRN-TIME PIC 9(08).
           01 WS-JRN-ACTION PIC X(01) VALUE SPACES.
           01 WS-JRN-BEFORE-IMAGE PIC X(118) VALUE SPACES.
           01 WS-JRN-TOKEN PIC X(09) VALUE SPACES.
           01 WS-JRN-CHANGED-SWITCH PIC X(01) VALUE "N".
               88 WS-JRN-ENTRY-CHANGED VALUE "Y".
           COPY NAMEMSTR
               REPLACING ==01  NAME-MASTER-RECORD.==
                         BY ==01  WS-JRN-IMAGE.==
                         LEADING ==NM-== BY ==JI-==.
           01 WS-NH-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NW-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-NU-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-UW-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PG-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AN-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BI-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-XL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HST-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-WK-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JW-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CYC-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RTP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RTC-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-DAILY-COUNT PIC 9(04) VALUE ZERO.
           01 WS-DAILY-READ PIC 9(06) VALUE ZERO.
           01 WS-DAILY-CHANGED PIC 9(06) VALUE ZERO.
           01 WS-FILE-TOTAL PIC 9(04) VALUE ZERO.
           01 WS-READ-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-CHANGED-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-CERT-FILE-NAME PIC X(17) VALUE SPACES.
           01 WS-CERT-DAYS-TEXT PIC X(04) VALUE SPACES.
           01 WS-CERT-CUTOFF-TEXT PIC X(08) VALUE SPACES.
           01 WS-CERT-ACTION PIC X(30) VALUE SPACES.
           01 WS-DAILY-ACTION.
               05 FILLER PIC X(22) VALUE "DAILY FILES EXAMINED: ".
               05 WS-DA-COUNT PIC ZZZ9.
               05 FILLER PIC X(04) VALUE SPACES.
           01 WS-JOURNAL-ACTION.
               05 FILLER PIC X(22) VALUE "JOURNALS EXAMINED:    ".
               05 WS-JA-COUNT PIC ZZZ9.
               05 FILLER PIC X(04) VALUE SPACES.
           01 WS-SECURITY-IMAGE.
               05 WS-SI-LABEL PIC X(16) VALUE "ACCESS REFUSED".
               05 FILLER PIC X(01) VALUE SPACES.
               05 WS-SI-REASON PIC X(24).

           01 WS-HEADING-1.
               05 FILLER PIC X(40) VALUE
                   "PRC01RET - DATA RETENTION CERTIFICATE".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(56) VALUE SPACES.

           01 WS-MODE-LINE.
               05 FILLER PIC X(06) VALUE "MODE: ".
               05 WM-MODE PIC X(16).
               05 FILLER PIC X(11) VALUE "REFERENCE: ".
               05 WM-REFERENCE PIC X(20).
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "SUBJECT ID: ".
               05 WM-SUBJECT PIC X(09).
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "RUN BY: ".
               05 WM-USER PIC X(08).
               05 FILLER PIC X(38) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(17) VALUE "FILE".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "DAYS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "CUTOFF".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(07) VALUE "   READ".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(07) VALUE "CHANGED".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(30) VALUE "ACTION".
               05 FILLER PIC X(47) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-FILE-NAME PIC X(17).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-DAYS PIC X(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-CUTOFF PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-READ PIC ZZZ,ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 WD-CHANGED PIC ZZZ,ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 WD-ACTION PIC X(30).
               05 FILLER PIC X(47) VALUE SPACES.

           01 WS-REFUSAL-LINE.
               05 FILLER PIC X(18) VALUE "ERASURE REFUSED - ".
               05 WR-REASON PIC X(40).
               05 FILLER PIC X(74) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(16) VALUE "FILES EXAMINED: ".
               05 WT-FILES PIC ZZZ9.
               05 FILLER PIC X(17) VALUE "   RECORDS READ: ".
               05 WT-READ PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(20) VALUE "   RECORDS CHANGED: ".
               05 WT-CHANGED PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(18) VALUE "   TOKENS ISSUED: ".
               05 WT-TOKENS PIC ZZZ,ZZ9.
               05 FILLER PIC X(32) VALUE SPACES.

           01 WS-STATEMENT-1.
               05 FILLER PIC X(46) VALUE
                   "CHANGED RECORDS HAVE HAD NAMES AND ID NUMBERS ".
               05 FILLER PIC X(37) VALUE
                   "REPLACED BY A NON-IDENTIFYING TOKEN. ".
               05 FILLER PIC X(46) VALUE
                   "DATES, SITES, DEPARTMENTS AND COUNTS ARE KEPT.".
               05 FILLER PIC X(03) VALUE SPACES.

           01 WS-STATEMENT-2.
               05 FILLER PIC X(46) VALUE
                   "WATCH-LIST ENTRIES, WATCH-LIST HITS AND WATCH ".
               05 FILLER PIC X(43) VALUE
                   "AUDIT ENTRIES (W) ARE EXEMPT AND HAVE BEEN ".
               05 FILLER PIC X(19) VALUE
                   "RETAINED UNCHANGED.".
               05 FILLER PIC X(24) VALUE SPACES.

           01 WS-SIGNATURE-LINE.
               05 FILLER PIC X(14) VALUE "CERTIFIED BY: ".
               05 FILLER PIC X(30) VALUE ALL "_".
               05 FILLER PIC X(09) VALUE "   DATE: ".
               05 FILLER PIC X(12) VALUE ALL "_".
               05 FILLER PIC X(26) VALUE
                   "   DATA PROTECTION OFFICER".
               05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-RUN-REFUSED
               IF WS-ERASURE-MODE
                   PERFORM 2000-ERASE-SUBJECT
               ELSE
                   PERFORM 3000-APPLY-RETENTION
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           IF WS-RUN-PARM = SPACES OR WS-RUN-PARM(1:6) = "RETAIN"
               MOVE "R" TO WS-RUN-MODE
           ELSE
               IF WS-RUN-PARM(1:5) = "ERASE"
                   MOVE "E" TO WS-RUN-MODE
                   MOVE WS-RUN-PARM(7:9) TO WS-ERASE-ID
                   MOVE WS-RUN-PARM(17:20) TO WS-ERASE-REF
                   IF WS-ERASE-ID = SPACES OR WS-ERASE-REF = SPACES
                       OR WS-ERASE-ID(1:1) = "#"
                       MOVE "ERASE NEEDS AN ID AND A REFERENCE"
                           TO WS-REFUSAL-REASON
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   END-IF
               ELSE
                   MOVE "PARAMETER NOT RECOGNISED"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF WS-RUN-REFUSED
               DISPLAY "USAGE: PRC01RET [RETAIN] OR "
                   "PRC01RET ERASE <id number> <reference>"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ERASURE-MODE AND NOT WS-RUN-REFUSED
               PERFORM 1500-CHECK-OPERATOR-ACCESS
           END-IF.
           IF WS-RETENTION-MODE AND NOT WS-RUN-REFUSED
               PERFORM 1100-LOAD-RETENTION-PARMS
               PERFORM 1300-SET-CUTOFFS
           END-IF.
           IF NOT WS-RUN-REFUSED
               PERFORM 1200-LOAD-TOKEN-CONTROL
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 8000-WRITE-HEADING.
           PERFORM 8100-WRITE-MODE-LINE.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO WR-REASON
               WRITE PRINT-RECORD FROM WS-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1100-LOAD-RETENTION-PARMS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RETENTION-PARM-FILE.
           IF WS-RTP-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ RETENTION-PARM-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM 1110-APPLY-RETENTION-PARM
               END-READ
           END-PERFORM.
           IF WS-RTP-FILE-STATUS = "00" OR WS-RTP-FILE-STATUS = "05"
               OR WS-RTP-FILE-STATUS = "10"
               CLOSE RETENTION-PARM-FILE
           END-IF.

       1110-APPLY-RETENTION-PARM.
           IF RTP-DAYS IS NOT NUMERIC
               DISPLAY "WARNING - RETENTION DAYS NOT NUMERIC FOR "
                   RTP-FILE-TYPE " - DEFAULT KEPT"
           ELSE
               EVALUATE RTP-FILE-TYPE
                   WHEN "NAMEHIST"
                       MOVE RTP-DAYS TO WS-HIST-DAYS
                   WHEN "PRC01AUD"
                       MOVE RTP-DAYS TO WS-AUDIT-DAYS
                   WHEN "PREREG"
                       MOVE RTP-DAYS TO WS-PREREG-DAYS
                   WHEN "HOSTNTFY"
                       MOVE RTP-DAYS TO WS-NOTICE-DAYS
                   WHEN "BADGEINV"
                       MOVE RTP-DAYS TO WS-BADGE-DAYS
                   WHEN "GROUPVST"
                       MOVE RTP-DAYS TO WS-GROUP-DAYS
                   WHEN "PASSMSTR"
                       MOVE RTP-DAYS TO WS-PASS-DAYS
                   WHEN "EXITLOG"
                       MOVE RTP-DAYS TO WS-EXIT-DAYS
                   WHEN "NAMEJRN"
                       MOVE RTP-DAYS TO WS-JOURNAL-DAYS
                   WHEN OTHER
                       DISPLAY "WARNING - UNKNOWN RETENTION FILE TYPE "
                           RTP-FILE-TYPE " - IGNORED"
               END-EVALUATE
           END-IF.

       1200-LOAD-TOKEN-CONTROL.
           OPEN INPUT TOKEN-CONTROL-FILE.
           IF WS-RTC-FILE-STATUS = "00"
               READ TOKEN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RTC-LAST-TOKEN IS NUMERIC
                           MOVE RTC-LAST-TOKEN TO WS-TOKEN-NBR
                       END-IF
               END-READ
           END-IF.
           IF WS-RTC-FILE-STATUS = "00" OR WS-RTC-FILE-STATUS = "05"
               OR WS-RTC-FILE-STATUS = "10"
               CLOSE TOKEN-CONTROL-FILE
           END-IF.

       1300-SET-CUTOFFS.
           MOVE WS-HIST-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-HIST-CUTOFF.
           MOVE WS-AUDIT-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-AUDIT-CUTOFF.
           MOVE WS-PREREG-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-PREREG-CUTOFF.
           MOVE WS-NOTICE-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-NOTICE-CUTOFF.
           MOVE WS-BADGE-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-BADGE-CUTOFF.
           MOVE WS-GROUP-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-GROUP-CUTOFF.
           MOVE WS-PASS-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-PASS-CUTOFF.
           MOVE WS-EXIT-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-EXIT-CUTOFF.
           MOVE WS-JOURNAL-DAYS TO WS-CALC-DAYS.
           PERFORM 1310-COMPUTE-CUTOFF.
           MOVE WS-CALC-CUTOFF TO WS-JOURNAL-CUTOFF.

       1310-COMPUTE-CUTOFF.
           IF WS-CALC-DAYS = ZERO
               MOVE ZERO TO WS-CALC-CUTOFF
           ELSE
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-CALC-DAYS
               COMPUTE WS-CALC-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
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
                   "SUBJECT ERASURE - " WS-SI-REASON
               PERFORM 1520-WRITE-REFUSAL-AUDIT
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-REFUSAL-REASON
               MOVE "Y" TO WS-REFUSED-SWITCH
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
           OPEN EXTEND DAILY-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = "00" OR WS-AUD-FILE-STATUS = "05"
               MOVE WS-USER-ID TO AUD-USER-ID
               MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW TO AUD-TIMESTAMP(9:6)
               MOVE WS-USER-ID TO AUD-RAW-INPUT
               MOVE "N" TO AUD-VALID-FLAG
               MOVE "PRC01RET" TO AUD-PROGRAM-ID
               MOVE "S" TO AUD-ACTION-CODE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WS-SECURITY-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-RECORD
               CLOSE DAILY-AUDIT-FILE
           ELSE
               DISPLAY "WARNING - AUDIT FILE OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS " - REFUSAL NOT RECORDED"
           END-IF.

       2000-ERASE-SUBJECT.
           PERFORM 2100-ERASE-NAME-MASTER.
           IF NOT WS-RUN-REFUSED
               PERFORM 2200-ERASE-PREREG
               PERFORM 2300-ERASE-PASS
               PERFORM 4000-PROCESS-HISTORY
               PERFORM 4050-PROCESS-UNLOAD
               PERFORM 4100-PROCESS-NOTICES
               PERFORM 4200-PROCESS-BADGES
               PERFORM 4300-PROCESS-GROUPS
               PERFORM 4700-PROCESS-EXIT-LOG
               PERFORM 4400-PROCESS-AUDIT-HISTORY
               PERFORM 4500-PROCESS-DAILY-AUDITS
               PERFORM 4900-PROCESS-JOURNALS
               PERFORM 4800-LIST-EXEMPT-FILES
           END-IF.

       2100-ERASE-NAME-MASTER.
           MOVE "NAMEMSTR" TO WS-CERT-FILE-NAME.
           PERFORM 7100-START-FILE.
           OPEN I-O NAME-MASTER-FILE.
           EVALUATE WS-NM-FILE-STATUS
               WHEN "00"
                   MOVE WS-ERASE-ID TO NM-ID-NUMBER
                   READ NAME-MASTER-FILE
                       INVALID KEY
                           MOVE "NO RECORD FOR SUBJECT"
                               TO WS-CERT-ACTION
                       NOT INVALID KEY
                           PERFORM 2110-REPLACE-MASTER-RECORD
                   END-READ
                   CLOSE NAME-MASTER-FILE
               WHEN "35"
                   MOVE "NO FILE" TO WS-CERT-ACTION
               WHEN OTHER
                   MOVE "NOT AVAILABLE - STATUS" TO WS-CERT-ACTION
                   MOVE WS-NM-FILE-STATUS TO WS-CERT-ACTION(24:2)
                   MOVE "NAME MASTER NOT AVAILABLE"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO WS-REFUSED-SWITCH
           END-EVALUATE.
           PERFORM 7000-PRINT-FILE-LINE.
           IF WS-RUN-REFUSED
               DISPLAY "SUBJECT ERASURE REFUSED - " WS-REFUSAL-REASON
               MOVE WS-REFUSAL-REASON TO WR-REASON
               WRITE PRINT-RECORD FROM WS-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.

       2110-REPLACE-MASTER-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF NM-CHECKED-IN
               MOVE "REFUSED - VISITOR CHECKED IN" TO WS-CERT-ACTION
               MOVE "VISITOR IS CHECKED IN - CHECK OUT FIRST"
                   TO WS-REFUSAL-REASON
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               MOVE NM-LAST-NAME TO WS-CAND-LAST-NAME
               MOVE NM-FIRST-NAME TO WS-CAND-FIRST-NAME
               PERFORM 6400-ADD-SUBJECT-NAME
               MOVE NM-RUN-DATE TO WS-MASTER-DATE
               MOVE NAME-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
               DELETE NAME-MASTER-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO WS-JRN-ACTION
                       PERFORM 7500-WRITE-JOURNAL
               END-DELETE
               MOVE WS-ANON-NAME TO NM-LAST-NAME
               MOVE SPACES TO NM-FIRST-NAME
               MOVE SPACES TO NM-MIDDLE-INITIAL
               MOVE "N" TO WS-WRITE-OK-SWITCH
               MOVE ZERO TO WS-TRY-COUNT
               PERFORM UNTIL WS-WRITE-OK OR WS-TRY-COUNT > 9
                   PERFORM 6900-NEXT-TOKEN
                   MOVE WS-TOKEN-ID TO NM-ID-NUMBER
                   WRITE NAME-MASTER-RECORD
                       INVALID KEY ADD 1 TO WS-TRY-COUNT
                       NOT INVALID KEY MOVE "Y" TO WS-WRITE-OK-SWITCH
                   END-WRITE
               END-PERFORM
               IF WS-WRITE-OK
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE "A" TO WS-JRN-ACTION
                   PERFORM 7500-WRITE-JOURNAL
                   MOVE WS-TOKEN-ID TO WS-MASTER-TOKEN
                   MOVE "ANONYMIZED" TO WS-CERT-ACTION
               ELSE
                   DISPLAY "WARNING - ANONYMIZED VISIT NOT WRITTEN, "
                       "STATUS " WS-NM-FILE-STATUS
                   MOVE "DELETED" TO WS-CERT-ACTION
                   MOVE 4 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       2200-ERASE-PREREG.
           MOVE "PREREG" TO WS-CERT-FILE-NAME.
           PERFORM 7100-START-FILE.
           OPEN I-O PREREG-FILE.
           EVALUATE WS-PG-FILE-STATUS
               WHEN "00"
                   MOVE WS-ERASE-ID TO PG-ID-NUMBER
                   READ PREREG-FILE
                       INVALID KEY
                           MOVE "NO RECORD FOR SUBJECT"
                               TO WS-CERT-ACTION
                       NOT INVALID KEY
                           PERFORM 2210-DELETE-PREREG-RECORD
                   END-READ
                   CLOSE PREREG-FILE
               WHEN "35"
                   MOVE "NO FILE" TO WS-CERT-ACTION
               WHEN OTHER
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-PG-FILE-STATUS TO WS-CERT-ACTION(24:2)
           END-EVALUATE.
           PERFORM 7000-PRINT-FILE-LINE.

       2210-DELETE-PREREG-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE PG-LAST-NAME TO WS-CAND-LAST-NAME.
           MOVE PG-FIRST-NAME TO WS-CAND-FIRST-NAME.
           PERFORM 6400-ADD-SUBJECT-NAME.
           DELETE PREREG-FILE RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-CERT-ACTION
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "DELETED" TO WS-CERT-ACTION
           END-DELETE.

       2300-ERASE-PASS.
           MOVE "PASSMSTR" TO WS-CERT-FILE-NAME.
           PERFORM 7100-START-FILE.
           OPEN I-O PASS-MASTER-FILE.
           EVALUATE WS-PS-FILE-STATUS
               WHEN "00"
                   MOVE WS-ERASE-ID TO PS-ID-NUMBER
                   READ PASS-MASTER-FILE
                       INVALID KEY
                           MOVE "NO RECORD FOR SUBJECT"
                               TO WS-CERT-ACTION
                       NOT INVALID KEY
                           PERFORM 2310-DELETE-PASS-RECORD
                   END-READ
                   CLOSE PASS-MASTER-FILE
               WHEN "35"
                   MOVE "NO FILE" TO WS-CERT-ACTION
               WHEN OTHER
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-PS-FILE-STATUS TO WS-CERT-ACTION(24:2)
           END-EVALUATE.
           PERFORM 7000-PRINT-FILE-LINE.

       2310-DELETE-PASS-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE PS-LAST-NAME TO WS-CAND-LAST-NAME.
           MOVE PS-FIRST-NAME TO WS-CAND-FIRST-NAME.
           PERFORM 6400-ADD-SUBJECT-NAME.
           DELETE PASS-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-CERT-ACTION
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "DELETED" TO WS-CERT-ACTION
           END-DELETE.

       3000-APPLY-RETENTION.
           MOVE "NAMEMSTR" TO WS-CERT-FILE-NAME.
           PERFORM 7100-START-FILE.
           MOVE "MOVED TO NAMEHIST BY PRC01ARC" TO WS-CERT-ACTION.
           PERFORM 7010-WRITE-CERT-LINE.
           PERFORM 4000-PROCESS-HISTORY.
           PERFORM 3200-RETAIN-PREREG.
           PERFORM 3300-RETAIN-PASSES.
           PERFORM 4100-PROCESS-NOTICES.
           PERFORM 4200-PROCESS-BADGES.
           PERFORM 4300-PROCESS-GROUPS.
           PERFORM 4700-PROCESS-EXIT-LOG.
           PERFORM 4400-PROCESS-AUDIT-HISTORY.
           PERFORM 4500-PROCESS-DAILY-AUDITS.
           PERFORM 4900-PROCESS-JOURNALS.
           PERFORM 4800-LIST-EXEMPT-FILES.

       3200-RETAIN-PREREG.
           MOVE "PREREG" TO WS-CERT-FILE-NAME.
           MOVE WS-PREREG-DAYS TO WS-CALC-DAYS.
           MOVE WS-PREREG-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O PREREG-FILE
               EVALUATE WS-PG-FILE-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO PG-ID-NUMBER
                       START PREREG-FILE
                           KEY IS NOT LESS THAN PG-ID-NUMBER
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM UNTIL WS-END-OF-FILE
                           READ PREREG-FILE NEXT
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 3210-EXAMINE-PREREG
                           END-READ
                       END-PERFORM
                       CLOSE PREREG-FILE
                       PERFORM 7200-SET-RESULT-ACTION
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-PG-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       3210-EXAMINE-PREREG.
           ADD 1 TO WS-READ-COUNT.
           IF PG-ID-NUMBER(1:1) NOT = "#"
               AND PG-EXPECT-DATE < WS-CALC-CUTOFF
               DELETE PREREG-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 3220-TOKENIZE-PREREG
               END-DELETE
           END-IF.

       3220-TOKENIZE-PREREG.
           MOVE WS-ANON-NAME TO PG-LAST-NAME.
           MOVE SPACES TO PG-FIRST-NAME.
           MOVE SPACES TO PG-MIDDLE-INITIAL.
           MOVE "N" TO WS-WRITE-OK-SWITCH.
           MOVE ZERO TO WS-TRY-COUNT.
           PERFORM UNTIL WS-WRITE-OK OR WS-TRY-COUNT > 9
               PERFORM 6900-NEXT-TOKEN
               MOVE WS-TOKEN-ID TO PG-ID-NUMBER
               WRITE PREREG-RECORD
                   INVALID KEY ADD 1 TO WS-TRY-COUNT
                   NOT INVALID KEY MOVE "Y" TO WS-WRITE-OK-SWITCH
               END-WRITE
           END-PERFORM.
           ADD 1 TO WS-CHANGED-COUNT.

       3300-RETAIN-PASSES.
           MOVE "PASSMSTR" TO WS-CERT-FILE-NAME.
           MOVE WS-PASS-DAYS TO WS-CALC-DAYS.
           MOVE WS-PASS-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O PASS-MASTER-FILE
               EVALUATE WS-PS-FILE-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO PS-ID-NUMBER
                       START PASS-MASTER-FILE
                           KEY IS NOT LESS THAN PS-ID-NUMBER
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM UNTIL WS-END-OF-FILE
                           READ PASS-MASTER-FILE NEXT
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 3310-EXAMINE-PASS
                           END-READ
                       END-PERFORM
                       CLOSE PASS-MASTER-FILE
                       IF WS-CHANGED-COUNT > ZERO
                           MOVE "EXPIRED PASSES DELETED"
                               TO WS-CERT-ACTION
                       ELSE
                           MOVE "NO RECORDS DUE" TO WS-CERT-ACTION
                       END-IF
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-PS-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       3310-EXAMINE-PASS.
           ADD 1 TO WS-READ-COUNT.
           IF PS-VALID-TO < WS-CALC-CUTOFF
               DELETE PASS-MASTER-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CHANGED-COUNT
               END-DELETE
           END-IF.

       4000-PROCESS-HISTORY.
           MOVE "NAMEHIST" TO WS-CERT-FILE-NAME.
           MOVE WS-HIST-DAYS TO WS-CALC-DAYS.
           MOVE WS-HIST-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT HISTORY-FILE
               EVALUATE WS-NH-FILE-STATUS
                   WHEN "00"
                       OPEN OUTPUT HISTORY-WORK-FILE
                       IF WS-NW-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                       PERFORM UNTIL WS-END-OF-FILE
                           READ HISTORY-FILE
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4010-EXAMINE-HISTORY
                           END-READ
                       END-PERFORM
                       CLOSE HISTORY-FILE
                       IF WS-NW-FILE-STATUS = "00"
                           CLOSE HISTORY-WORK-FILE
                           PERFORM 4030-RESTORE-HISTORY
                       ELSE
                           PERFORM 7310-WORK-FILE-FAILED
                           MOVE WS-NW-FILE-STATUS
                               TO WS-CERT-ACTION(24:2)
                       END-IF
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN "39"
                       MOVE "OLD LAYOUT - RUN PRC01CVT"
                           TO WS-CERT-ACTION
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-NH-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4010-EXAMINE-HISTORY.
           ADD 1 TO WS-READ-COUNT.
           MOVE NAME-HISTORY-RECORD TO HISTORY-WORK-RECORD.
           IF WS-ERASURE-MODE
               IF NH-ID-NUMBER = WS-ERASE-ID
                   MOVE NH-LAST-NAME TO WS-CAND-LAST-NAME
                   MOVE NH-FIRST-NAME TO WS-CAND-FIRST-NAME
                   PERFORM 6400-ADD-SUBJECT-NAME
                   PERFORM 4020-ANONYMIZE-HISTORY
               END-IF
           ELSE
               IF NH-RUN-DATE < WS-CALC-CUTOFF
                   AND NH-ID-NUMBER(1:1) NOT = "#"
                   PERFORM 4020-ANONYMIZE-HISTORY
               END-IF
           END-IF.
           WRITE HISTORY-WORK-RECORD.

       4020-ANONYMIZE-HISTORY.
           PERFORM 6900-NEXT-TOKEN.
           MOVE WS-ANON-NAME TO NW-LAST-NAME.
           MOVE SPACES TO NW-FIRST-NAME.
           MOVE SPACES TO NW-MIDDLE-INITIAL.
           MOVE WS-TOKEN-ID TO NW-ID-NUMBER.
           ADD 1 TO WS-CHANGED-COUNT.

       4030-RESTORE-HISTORY.
           PERFORM 7200-SET-RESULT-ACTION.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT HISTORY-WORK-FILE
               OPEN OUTPUT HISTORY-FILE
               IF WS-NH-FILE-STATUS NOT = "00"
                   DISPLAY "NAMEHIST REWRITE FAILED, STATUS "
                       WS-NH-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTH"
                   MOVE "REWRITE FAILED - SEE PRC01RTH"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HISTORY-WORK-RECORD
                               TO NAME-HISTORY-RECORD
                           WRITE NAME-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
               IF WS-NH-FILE-STATUS = "00"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       4050-PROCESS-UNLOAD.
           MOVE "NAMESEQ" TO WS-CERT-FILE-NAME.
           PERFORM 7100-START-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT UNLOAD-FILE.
           EVALUATE WS-NU-FILE-STATUS
               WHEN "00"
                   OPEN OUTPUT UNLOAD-WORK-FILE
                   IF WS-UW-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL WS-END-OF-FILE
                       READ UNLOAD-FILE
                           AT END MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM 4060-EXAMINE-UNLOAD
                       END-READ
                   END-PERFORM
                   CLOSE UNLOAD-FILE
                   IF WS-UW-FILE-STATUS = "00"
                       CLOSE UNLOAD-WORK-FILE
                       PERFORM 4070-RESTORE-UNLOAD
                   ELSE
                       PERFORM 7310-WORK-FILE-FAILED
                       MOVE WS-UW-FILE-STATUS TO WS-CERT-ACTION(24:2)
                   END-IF
               WHEN "05"
                   CLOSE UNLOAD-FILE
                   MOVE "NO FILE" TO WS-CERT-ACTION
               WHEN "35"
                   MOVE "NO FILE" TO WS-CERT-ACTION
               WHEN OTHER
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-NU-FILE-STATUS TO WS-CERT-ACTION(24:2)
           END-EVALUATE.
           PERFORM 7000-PRINT-FILE-LINE.

       4060-EXAMINE-UNLOAD.
           ADD 1 TO WS-READ-COUNT.
           MOVE NAME-UNLOAD-RECORD TO UNLOAD-WORK-RECORD.
           IF NU-ID-NUMBER = WS-ERASE-ID
               MOVE NU-LAST-NAME TO WS-CAND-LAST-NAME
               MOVE NU-FIRST-NAME TO WS-CAND-FIRST-NAME
               PERFORM 6400-ADD-SUBJECT-NAME
               IF WS-MASTER-TOKEN NOT = SPACES
                   AND NU-RUN-DATE = WS-MASTER-DATE
                   MOVE WS-MASTER-TOKEN TO UW-ID-NUMBER
               ELSE
                   PERFORM 6900-NEXT-TOKEN
                   MOVE WS-TOKEN-ID TO UW-ID-NUMBER
               END-IF
               MOVE WS-ANON-NAME TO UW-LAST-NAME
               MOVE SPACES TO UW-FIRST-NAME
               MOVE SPACES TO UW-MIDDLE-INITIAL
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           WRITE UNLOAD-WORK-RECORD.

       4070-RESTORE-UNLOAD.
           PERFORM 7200-SET-RESULT-ACTION.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT UNLOAD-WORK-FILE
               OPEN OUTPUT UNLOAD-FILE
               IF WS-NU-FILE-STATUS NOT = "00"
                   DISPLAY "NAMESEQ REWRITE FAILED, STATUS "
                       WS-NU-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTU"
                   MOVE "REWRITE FAILED - SEE PRC01RTU"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ UNLOAD-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE UNLOAD-WORK-RECORD
                               TO NAME-UNLOAD-RECORD
                           WRITE NAME-UNLOAD-RECORD
                   END-READ
               END-PERFORM
               CLOSE UNLOAD-WORK-FILE
               IF WS-NU-FILE-STATUS = "00"
                   CLOSE UNLOAD-FILE
               END-IF
           END-IF.

       4100-PROCESS-NOTICES.
           MOVE "HOSTNTFY" TO WS-CERT-FILE-NAME.
           MOVE WS-NOTICE-DAYS TO WS-CALC-DAYS.
           MOVE WS-NOTICE-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT ARRIVAL-NOTICE-FILE
               EVALUATE WS-AN-FILE-STATUS
                   WHEN "00"
                       OPEN OUTPUT AUDIT-WORK-FILE
                       IF WS-WK-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                       PERFORM UNTIL WS-END-OF-FILE
                           READ ARRIVAL-NOTICE-FILE
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4110-EXAMINE-NOTICE
                           END-READ
                       END-PERFORM
                       CLOSE ARRIVAL-NOTICE-FILE
                       IF WS-WK-FILE-STATUS = "00"
                           CLOSE AUDIT-WORK-FILE
                           PERFORM 4130-RESTORE-NOTICES
                       ELSE
                           PERFORM 7310-WORK-FILE-FAILED
                           MOVE WS-WK-FILE-STATUS
                               TO WS-CERT-ACTION(24:2)
                       END-IF
                   WHEN "05"
                       CLOSE ARRIVAL-NOTICE-FILE
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-AN-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4110-EXAMINE-NOTICE.
           ADD 1 TO WS-READ-COUNT.
           IF WS-ERASURE-MODE
               IF AN-ID-NUMBER = WS-ERASE-ID
                   MOVE AN-LAST-NAME TO WS-CAND-LAST-NAME
                   MOVE AN-FIRST-NAME TO WS-CAND-FIRST-NAME
                   PERFORM 6400-ADD-SUBJECT-NAME
                   PERFORM 4120-ANONYMIZE-NOTICE
               END-IF
           ELSE
               IF AN-NOTICE-DATE < WS-CALC-CUTOFF
                   AND AN-ID-NUMBER(1:1) NOT = "#"
                   PERFORM 4120-ANONYMIZE-NOTICE
               END-IF
           END-IF.
           MOVE AN-RECORD TO WK-RECORD.
           WRITE WK-RECORD.

       4120-ANONYMIZE-NOTICE.
           PERFORM 6900-NEXT-TOKEN.
           MOVE WS-TOKEN-ID TO AN-ID-NUMBER.
           MOVE WS-ANON-NAME TO AN-LAST-NAME.
           MOVE SPACES TO AN-FIRST-NAME.
           ADD 1 TO WS-CHANGED-COUNT.

       4130-RESTORE-NOTICES.
           PERFORM 7200-SET-RESULT-ACTION.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT AUDIT-WORK-FILE
               OPEN OUTPUT ARRIVAL-NOTICE-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   DISPLAY "HOSTNTFY REWRITE FAILED, STATUS "
                       WS-AN-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTW"
                   MOVE "REWRITE FAILED - SEE PRC01RTW"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE WK-RECORD TO AN-RECORD
                           WRITE AN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-WORK-FILE
               IF WS-AN-FILE-STATUS = "00"
                   CLOSE ARRIVAL-NOTICE-FILE
               END-IF
           END-IF.

       4200-PROCESS-BADGES.
           MOVE "BADGEINV" TO WS-CERT-FILE-NAME.
           MOVE WS-BADGE-DAYS TO WS-CALC-DAYS.
           MOVE WS-BADGE-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O BADGE-INVENTORY-FILE
               EVALUATE WS-BI-FILE-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO BI-BADGE-NUMBER
                       START BADGE-INVENTORY-FILE
                           KEY IS NOT LESS THAN BI-BADGE-NUMBER
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM UNTIL WS-END-OF-FILE
                           READ BADGE-INVENTORY-FILE NEXT
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4210-EXAMINE-BADGE
                           END-READ
                       END-PERFORM
                       CLOSE BADGE-INVENTORY-FILE
                       PERFORM 7200-SET-RESULT-ACTION
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-BI-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4210-EXAMINE-BADGE.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-CHANGE-SWITCH.
           IF WS-ERASURE-MODE
               IF BI-HOLDER-ID = WS-ERASE-ID
                   IF WS-MASTER-TOKEN NOT = SPACES
                       AND BI-VISIT-DATE = WS-MASTER-DATE
                       MOVE WS-MASTER-TOKEN TO BI-HOLDER-ID
                   ELSE
                       PERFORM 6900-NEXT-TOKEN
                       MOVE WS-TOKEN-ID TO BI-HOLDER-ID
                   END-IF
                   MOVE "Y" TO WS-CHANGE-SWITCH
               END-IF
           ELSE
               IF NOT BI-ISSUED
                   AND BI-HOLDER-ID NOT = SPACES
                   AND BI-HOLDER-ID(1:1) NOT = "#"
                   AND BI-STATUS-DATE < WS-CALC-CUTOFF
                   PERFORM 6900-NEXT-TOKEN
                   MOVE WS-TOKEN-ID TO BI-HOLDER-ID
                   MOVE "Y" TO WS-CHANGE-SWITCH
               END-IF
           END-IF.
           IF WS-RECORD-CHANGED
               REWRITE BADGE-INVENTORY-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF.

       4300-PROCESS-GROUPS.
           MOVE "GROUPVST" TO WS-CERT-FILE-NAME.
           MOVE WS-GROUP-DAYS TO WS-CALC-DAYS.
           MOVE WS-GROUP-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O GROUP-VISIT-FILE
               EVALUATE WS-GV-FILE-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO GV-GROUP-ID
                       START GROUP-VISIT-FILE
                           KEY IS NOT LESS THAN GV-GROUP-ID
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM UNTIL WS-END-OF-FILE
                           READ GROUP-VISIT-FILE NEXT
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4310-EXAMINE-GROUP
                           END-READ
                       END-PERFORM
                       CLOSE GROUP-VISIT-FILE
                       PERFORM 7200-SET-RESULT-ACTION
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-GV-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4310-EXAMINE-GROUP.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-CHANGE-SWITCH.
           IF WS-ERASURE-MODE
               IF GV-LEAD-ID = WS-ERASE-ID
                   IF WS-MASTER-TOKEN NOT = SPACES
                       AND GV-VISIT-DATE = WS-MASTER-DATE
                       MOVE WS-MASTER-TOKEN TO GV-LEAD-ID
                   ELSE
                       PERFORM 6900-NEXT-TOKEN
                       MOVE WS-TOKEN-ID TO GV-LEAD-ID
                   END-IF
                   MOVE "Y" TO WS-CHANGE-SWITCH
               END-IF
           ELSE
               IF GV-CLOSED
                   AND GV-LEAD-ID NOT = SPACES
                   AND GV-LEAD-ID(1:1) NOT = "#"
                   AND GV-VISIT-DATE < WS-CALC-CUTOFF
                   PERFORM 6900-NEXT-TOKEN
                   MOVE WS-TOKEN-ID TO GV-LEAD-ID
                   MOVE "Y" TO WS-CHANGE-SWITCH
               END-IF
           END-IF.
           IF WS-RECORD-CHANGED
               REWRITE GROUP-VISIT-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF.

       4400-PROCESS-AUDIT-HISTORY.
           MOVE "PRC01AUD" TO WS-CERT-FILE-NAME.
           MOVE WS-AUDIT-DAYS TO WS-CALC-DAYS.
           MOVE WS-AUDIT-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               MOVE SPACES TO WS-PENDING-USER
               OPEN INPUT AUDIT-HISTORY-FILE
               EVALUATE WS-HST-FILE-STATUS
                   WHEN "00"
                       OPEN OUTPUT AUDIT-WORK-FILE
                       IF WS-WK-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                       PERFORM UNTIL WS-END-OF-FILE
                           READ AUDIT-HISTORY-FILE
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4410-EXAMINE-AUDIT-HISTORY
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT-HISTORY-FILE
                       IF WS-WK-FILE-STATUS = "00"
                           CLOSE AUDIT-WORK-FILE
                           PERFORM 4420-RESTORE-AUDIT-HISTORY
                       ELSE
                           PERFORM 7310-WORK-FILE-FAILED
                           MOVE WS-WK-FILE-STATUS
                               TO WS-CERT-ACTION(24:2)
                       END-IF
                   WHEN "05"
                       CLOSE AUDIT-HISTORY-FILE
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-HST-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4410-EXAMINE-AUDIT-HISTORY.
           ADD 1 TO WS-READ-COUNT.
           MOVE AUD-HISTORY-RECORD TO WS-AUDIT-AREA.
           PERFORM 6000-EXAMINE-AUDIT.
           MOVE WS-AUDIT-AREA TO WK-RECORD.
           WRITE WK-RECORD.

       4420-RESTORE-AUDIT-HISTORY.
           PERFORM 7200-SET-RESULT-ACTION.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT AUDIT-WORK-FILE
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF WS-HST-FILE-STATUS NOT = "00"
                   DISPLAY "PRC01AUD REWRITE FAILED, STATUS "
                       WS-HST-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTW"
                   MOVE "REWRITE FAILED - SEE PRC01RTW"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE WK-RECORD TO AUD-HISTORY-RECORD
                           WRITE AUD-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-WORK-FILE
               IF WS-HST-FILE-STATUS = "00"
                   CLOSE AUDIT-HISTORY-FILE
               END-IF
           END-IF.

       4500-PROCESS-DAILY-AUDITS.
           MOVE "PRC01AUD.DAILY" TO WS-CERT-FILE-NAME.
           MOVE WS-AUDIT-DAYS TO WS-CALC-DAYS.
           MOVE WS-AUDIT-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE ZERO TO WS-DAILY-COUNT
               MOVE ZERO TO WS-DAILY-READ
               MOVE ZERO TO WS-DAILY-CHANGED
               MOVE "N" TO WS-TODAY-SEEN-SWITCH
               MOVE "N" TO WS-CYC-EOF-SWITCH
               OPEN INPUT CYCLE-CONTROL-FILE
               IF WS-CYC-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-CYC-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-CYC-END-OF-FILE
                   READ CYCLE-CONTROL-FILE
                       AT END MOVE "Y" TO WS-CYC-EOF-SWITCH
                       NOT AT END PERFORM 4510-SELECT-DAILY-FILE
                   END-READ
               END-PERFORM
               IF WS-CYC-FILE-STATUS = "00"
                   OR WS-CYC-FILE-STATUS = "05"
                   OR WS-CYC-FILE-STATUS = "10"
                   CLOSE CYCLE-CONTROL-FILE
               END-IF
               IF WS-ERASURE-MODE AND NOT WS-TODAY-SEEN
                   MOVE WS-RUN-DATE TO WS-DAILY-DATE
                   PERFORM 4600-PROCESS-DAILY-FILE
               END-IF
               MOVE "PRC01AUD.DAILY" TO WS-CERT-FILE-NAME
               MOVE WS-DAILY-READ TO WS-READ-COUNT
               MOVE WS-DAILY-CHANGED TO WS-CHANGED-COUNT
               MOVE WS-DAILY-COUNT TO WS-DA-COUNT
               MOVE WS-DAILY-ACTION TO WS-CERT-ACTION
           END-IF.
           PERFORM 7010-WRITE-CERT-LINE.

       4510-SELECT-DAILY-FILE.
           IF CYC-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-TODAY-SEEN-SWITCH
           END-IF.
           IF WS-ERASURE-MODE OR CYC-DATE < WS-CALC-CUTOFF
               MOVE CYC-DATE TO WS-DAILY-DATE
               PERFORM 4600-PROCESS-DAILY-FILE
           END-IF.

       4600-PROCESS-DAILY-FILE.
           MOVE "PRC01AUD." TO WS-AUD-FILE-NAME.
           MOVE WS-DAILY-DATE TO WS-AUD-FILE-NAME(10:8).
           MOVE WS-AUD-FILE-NAME TO WS-CERT-FILE-NAME.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE SPACES TO WS-PENDING-USER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DAILY-AUDIT-FILE.
           EVALUATE WS-AUD-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-DAILY-COUNT
                   OPEN OUTPUT AUDIT-WORK-FILE
                   IF WS-WK-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL WS-END-OF-FILE
                       READ DAILY-AUDIT-FILE
                           AT END MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END PERFORM 4610-EXAMINE-DAILY-AUDIT
                       END-READ
                   END-PERFORM
                   CLOSE DAILY-AUDIT-FILE
                   IF WS-WK-FILE-STATUS = "00"
                       CLOSE AUDIT-WORK-FILE
                       PERFORM 4620-RESTORE-DAILY-AUDIT
                   ELSE
                       PERFORM 7310-WORK-FILE-FAILED
                       MOVE WS-WK-FILE-STATUS TO WS-CERT-ACTION(24:2)
                       MOVE ZERO TO WS-CHANGED-COUNT
                       PERFORM 7010-WRITE-CERT-LINE
                   END-IF
                   PERFORM 7020-ADD-TO-TOTALS
                   ADD WS-READ-COUNT TO WS-DAILY-READ
                   ADD WS-CHANGED-COUNT TO WS-DAILY-CHANGED
               WHEN "05"
                   CLOSE DAILY-AUDIT-FILE
               WHEN OTHER
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-AUD-FILE-STATUS TO WS-CERT-ACTION(24:2)
                   PERFORM 7010-WRITE-CERT-LINE
           END-EVALUATE.

       4610-EXAMINE-DAILY-AUDIT.
           ADD 1 TO WS-READ-COUNT.
           MOVE AUD-RECORD TO WS-AUDIT-AREA.
           PERFORM 6000-EXAMINE-AUDIT.
           MOVE WS-AUDIT-AREA TO WK-RECORD.
           WRITE WK-RECORD.

       4620-RESTORE-DAILY-AUDIT.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "ANONYMIZED" TO WS-CERT-ACTION
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT AUDIT-WORK-FILE
               OPEN OUTPUT DAILY-AUDIT-FILE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY WS-AUD-FILE-NAME " REWRITE FAILED, STATUS "
                       WS-AUD-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTW"
                   MOVE "REWRITE FAILED - SEE PRC01RTW"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE WK-RECORD TO AUD-RECORD
                           WRITE AUD-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-WORK-FILE
               IF WS-AUD-FILE-STATUS = "00"
                   CLOSE DAILY-AUDIT-FILE
               END-IF
               PERFORM 7010-WRITE-CERT-LINE
           END-IF.

       4700-PROCESS-EXIT-LOG.
           MOVE "EXITLOG" TO WS-CERT-FILE-NAME.
           MOVE WS-EXIT-DAYS TO WS-CALC-DAYS.
           MOVE WS-EXIT-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O EXIT-LOG-FILE
               EVALUATE WS-XL-FILE-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO XL-EVENT-KEY
                       START EXIT-LOG-FILE
                           KEY IS NOT LESS THAN XL-EVENT-KEY
                           INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM UNTIL WS-END-OF-FILE
                           READ EXIT-LOG-FILE NEXT
                               AT END MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 4710-EXAMINE-EXIT-EVENT
                           END-READ
                       END-PERFORM
                       CLOSE EXIT-LOG-FILE
                       IF WS-RETENTION-MODE
                           AND WS-CHANGED-COUNT > ZERO
                           MOVE "EXPIRED EVENTS DELETED"
                               TO WS-CERT-ACTION
                       ELSE
                           PERFORM 7200-SET-RESULT-ACTION
                       END-IF
                   WHEN "35"
                       MOVE "NO FILE" TO WS-CERT-ACTION
                   WHEN OTHER
                       PERFORM 7300-NOT-AVAILABLE
                       MOVE WS-XL-FILE-STATUS TO WS-CERT-ACTION(24:2)
               END-EVALUATE
           END-IF.
           PERFORM 7000-PRINT-FILE-LINE.

       4710-EXAMINE-EXIT-EVENT.
           ADD 1 TO WS-READ-COUNT.
           IF WS-ERASURE-MODE
               IF XL-ID-NUMBER = WS-ERASE-ID
                   IF WS-MASTER-TOKEN NOT = SPACES
                       AND XL-VISIT-DATE = WS-MASTER-DATE
                       MOVE WS-MASTER-TOKEN TO XL-ID-NUMBER
                   ELSE
                       PERFORM 6900-NEXT-TOKEN
                       MOVE WS-TOKEN-ID TO XL-ID-NUMBER
                   END-IF
                   REWRITE EXIT-LOG-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-CHANGED-COUNT
                   END-REWRITE
               END-IF
           ELSE
               IF XL-EVENT-DATE < WS-CALC-CUTOFF
                   DELETE EXIT-LOG-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-CHANGED-COUNT
                   END-DELETE
               END-IF
           END-IF.

       4800-LIST-EXEMPT-FILES.
           MOVE SPACES TO WS-CERT-DAYS-TEXT.
           MOVE SPACES TO WS-CERT-CUTOFF-TEXT.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE "EXEMPT - WATCH LIST EVIDENCE" TO WS-CERT-ACTION.
           MOVE "WATCHLST" TO WS-CERT-FILE-NAME.
           PERFORM 7010-WRITE-CERT-LINE.
           MOVE "WATCHHIT" TO WS-CERT-FILE-NAME.
           PERFORM 7010-WRITE-CERT-LINE.

       4900-PROCESS-JOURNALS.
           MOVE "NAMEJRN.DAILY" TO WS-CERT-FILE-NAME.
           MOVE WS-JOURNAL-DAYS TO WS-CALC-DAYS.
           MOVE WS-JOURNAL-CUTOFF TO WS-CALC-CUTOFF.
           PERFORM 7100-START-FILE.
           IF NOT WS-FILE-SKIPPED
               MOVE ZERO TO WS-DAILY-COUNT
               MOVE ZERO TO WS-DAILY-READ
               MOVE ZERO TO WS-DAILY-CHANGED
               MOVE "N" TO WS-TODAY-SEEN-SWITCH
               MOVE "N" TO WS-CYC-EOF-SWITCH
               OPEN INPUT CYCLE-CONTROL-FILE
               IF WS-CYC-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-CYC-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-CYC-END-OF-FILE
                   READ CYCLE-CONTROL-FILE
                       AT END MOVE "Y" TO WS-CYC-EOF-SWITCH
                       NOT AT END PERFORM 4910-SELECT-JOURNAL
                   END-READ
               END-PERFORM
               IF WS-CYC-FILE-STATUS = "00"
                   OR WS-CYC-FILE-STATUS = "05"
                   OR WS-CYC-FILE-STATUS = "10"
                   CLOSE CYCLE-CONTROL-FILE
               END-IF
               IF WS-ERASURE-MODE AND NOT WS-TODAY-SEEN
                   MOVE WS-RUN-DATE TO WS-DAILY-DATE
                   PERFORM 4920-PROCESS-JOURNAL-FILE
               END-IF
               MOVE "NAMEJRN.DAILY" TO WS-CERT-FILE-NAME
               MOVE WS-DAILY-READ TO WS-READ-COUNT
               MOVE WS-DAILY-CHANGED TO WS-CHANGED-COUNT
               MOVE WS-DAILY-COUNT TO WS-JA-COUNT
               MOVE WS-JOURNAL-ACTION TO WS-CERT-ACTION
           END-IF.
           PERFORM 7010-WRITE-CERT-LINE.

       4910-SELECT-JOURNAL.
           IF CYC-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-TODAY-SEEN-SWITCH
           END-IF.
           IF WS-ERASURE-MODE OR CYC-DATE < WS-CALC-CUTOFF
               MOVE CYC-DATE TO WS-DAILY-DATE
               PERFORM 4920-PROCESS-JOURNAL-FILE
           END-IF.

       4920-PROCESS-JOURNAL-FILE.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-DAILY-DATE TO WS-JRN-FILE-NAME(9:8).
           MOVE WS-JRN-FILE-NAME TO WS-CERT-FILE-NAME.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JRN-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-DAILY-COUNT
                   IF WS-ERASURE-MODE
                       OPEN OUTPUT JOURNAL-WORK-FILE
                       IF WS-JW-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                   END-IF
                   PERFORM UNTIL WS-END-OF-FILE
                       READ JOURNAL-FILE
                           AT END MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END PERFORM 4930-EXAMINE-JOURNAL
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
                   IF WS-RETENTION-MODE
                       PERFORM 4960-PURGE-JOURNAL
                   ELSE
                       IF WS-JW-FILE-STATUS = "00"
                           CLOSE JOURNAL-WORK-FILE
                           PERFORM 4950-RESTORE-JOURNAL
                       ELSE
                           PERFORM 7310-WORK-FILE-FAILED
                           MOVE WS-JW-FILE-STATUS
                               TO WS-CERT-ACTION(24:2)
                           MOVE ZERO TO WS-CHANGED-COUNT
                           PERFORM 7010-WRITE-CERT-LINE
                       END-IF
                   END-IF
                   PERFORM 7020-ADD-TO-TOTALS
                   ADD WS-READ-COUNT TO WS-DAILY-READ
                   ADD WS-CHANGED-COUNT TO WS-DAILY-CHANGED
               WHEN "05"
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-JRN-FILE-STATUS TO WS-CERT-ACTION(24:2)
                   PERFORM 7010-WRITE-CERT-LINE
           END-EVALUATE.

       4930-EXAMINE-JOURNAL.
           ADD 1 TO WS-READ-COUNT.
           IF WS-ERASURE-MODE
               MOVE "N" TO WS-JRN-CHANGED-SWITCH
               MOVE SPACES TO WS-JRN-TOKEN
               MOVE JR-BEFORE-IMAGE TO WS-JRN-IMAGE
               PERFORM 4940-ANONYMIZE-IMAGE
               MOVE WS-JRN-IMAGE TO JR-BEFORE-IMAGE
               MOVE JR-AFTER-IMAGE TO WS-JRN-IMAGE
               PERFORM 4940-ANONYMIZE-IMAGE
               MOVE WS-JRN-IMAGE TO JR-AFTER-IMAGE
               IF JR-ID-NUMBER = WS-ERASE-ID
                   MOVE WS-JRN-TOKEN TO JR-ID-NUMBER
               END-IF
               IF WS-JRN-ENTRY-CHANGED
                   MOVE "Y" TO JR-ANONYMIZED-FLAG
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
               MOVE JOURNAL-RECORD TO JW-RECORD
               WRITE JW-RECORD
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       4940-ANONYMIZE-IMAGE.
           IF JI-ID-NUMBER = WS-ERASE-ID
               AND NOT JR-UNLOAD-POINT AND NOT JR-RELOAD-POINT
               IF WS-JRN-TOKEN = SPACES
                   IF WS-MASTER-TOKEN NOT = SPACES
                       AND JI-RUN-DATE = WS-MASTER-DATE
                       MOVE WS-MASTER-TOKEN TO WS-JRN-TOKEN
                   ELSE
                       PERFORM 6900-NEXT-TOKEN
                       MOVE WS-TOKEN-ID TO WS-JRN-TOKEN
                   END-IF
               END-IF
               MOVE WS-ANON-NAME TO JI-LAST-NAME
               MOVE SPACES TO JI-FIRST-NAME
               MOVE SPACES TO JI-MIDDLE-INITIAL
               MOVE WS-JRN-TOKEN TO JI-ID-NUMBER
               MOVE "Y" TO WS-JRN-CHANGED-SWITCH
           END-IF.

       4950-RESTORE-JOURNAL.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "ANONYMIZED" TO WS-CERT-ACTION
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT JOURNAL-WORK-FILE
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY WS-JRN-FILE-NAME " REWRITE FAILED, STATUS "
                       WS-JRN-FILE-STATUS " - ANONYMIZED COPY LEFT IN "
                       "PRC01RTJ"
                   MOVE "REWRITE FAILED - SEE PRC01RTJ"
                       TO WS-CERT-ACTION
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ JOURNAL-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE JW-RECORD TO JOURNAL-RECORD
                           WRITE JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-WORK-FILE
               IF WS-JRN-FILE-STATUS = "00"
                   CLOSE JOURNAL-FILE
               END-IF
               PERFORM 7010-WRITE-CERT-LINE
           END-IF.

       4960-PURGE-JOURNAL.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "EXPIRED - ENTRIES PURGED" TO WS-CERT-ACTION
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JRN-FILE-STATUS = "00"
                   CLOSE JOURNAL-FILE
               ELSE
                   PERFORM 7300-NOT-AVAILABLE
                   MOVE WS-JRN-FILE-STATUS TO WS-CERT-ACTION(24:2)
                   MOVE ZERO TO WS-CHANGED-COUNT
               END-IF
               PERFORM 7010-WRITE-CERT-LINE
           END-IF.

       6000-EXAMINE-AUDIT.
           MOVE "N" TO WS-CHANGE-SWITCH.
           IF WS-ERASURE-MODE
               PERFORM 6200-ERASE-AUDIT
           ELSE
               IF WA-TIMESTAMP(1:8) < WS-CALC-CUTOFF
                   PERFORM 6100-RETAIN-AUDIT
               END-IF
           END-IF.
           IF WS-RECORD-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       6100-RETAIN-AUDIT.
           EVALUATE TRUE
               WHEN WA-ACTION-ENTRY
                   IF WA-RAW-INPUT NOT = SPACES
                       AND WA-RAW-INPUT NOT = WS-ANON-NAME
                       MOVE WS-ANON-NAME TO WA-RAW-INPUT
                       MOVE "Y" TO WS-CHANGE-SWITCH
                   END-IF
               WHEN WA-ACTION-CORRECT
               WHEN WA-ACTION-VOID
                   IF WA-RAW-INPUT(1:1) NOT = "#"
                       PERFORM 6300-ANONYMIZE-CORRECTION
                   END-IF
               WHEN WA-ACTION-PASS
                   IF WA-RAW-INPUT(1:1) NOT = "#"
                       PERFORM 6310-ANONYMIZE-PASS-REFUSAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6200-ERASE-AUDIT.
           EVALUATE TRUE
               WHEN WA-ACTION-CORRECT
               WHEN WA-ACTION-VOID
                   IF WA-RAW-INPUT(1:9) = WS-ERASE-ID
                       OR WA-BEFORE-IMAGE(29:9) = WS-ERASE-ID
                       OR WA-AFTER-IMAGE(29:9) = WS-ERASE-ID
                       PERFORM 6300-ANONYMIZE-CORRECTION
                   END-IF
               WHEN WA-ACTION-PASS
                   IF WA-RAW-INPUT(1:9) = WS-ERASE-ID
                       PERFORM 6310-ANONYMIZE-PASS-REFUSAL
                   END-IF
               WHEN WA-ACTION-ENTRY
                   PERFORM 6210-ERASE-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6210-ERASE-ENTRY.
           MOVE "N" TO WS-NAME-MATCH-SWITCH.
           IF WS-PENDING-USER NOT = SPACES
               AND WA-USER-ID = WS-PENDING-USER
               MOVE SPACES TO WS-PENDING-USER
               IF WA-RAW-INPUT NOT = SPACES
                   PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                           UNTIL WS-NAME-IDX > WS-NAME-COUNT
                       IF WA-RAW-INPUT = WS-NT-FIRST-NAME(WS-NAME-IDX)
                           MOVE "Y" TO WS-NAME-MATCH-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF NOT WS-NAME-MATCHED AND WA-RAW-INPUT NOT = SPACES
               PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                       UNTIL WS-NAME-IDX > WS-NAME-COUNT
                   IF WA-RAW-INPUT = WS-NT-LAST-NAME(WS-NAME-IDX)
                       MOVE "Y" TO WS-NAME-MATCH-SWITCH
                   END-IF
               END-PERFORM
               IF WS-NAME-MATCHED
                   MOVE WA-USER-ID TO WS-PENDING-USER
               END-IF
           END-IF.
           IF WS-NAME-MATCHED
               MOVE WS-ANON-NAME TO WA-RAW-INPUT
               MOVE "Y" TO WS-CHANGE-SWITCH
           END-IF.

       6300-ANONYMIZE-CORRECTION.
           PERFORM 6900-NEXT-TOKEN.
           MOVE WS-TOKEN-ID TO WA-RAW-INPUT.
           IF WA-BEFORE-IMAGE NOT = SPACES
               MOVE WS-ANON-NAME TO WA-BEFORE-IMAGE(1:15)
               MOVE SPACES TO WA-BEFORE-IMAGE(16:13)
               MOVE WS-TOKEN-ID TO WA-BEFORE-IMAGE(29:9)
           END-IF.
           IF WA-AFTER-IMAGE NOT = SPACES
               MOVE WS-ANON-NAME TO WA-AFTER-IMAGE(1:15)
               MOVE SPACES TO WA-AFTER-IMAGE(16:13)
               MOVE WS-TOKEN-ID TO WA-AFTER-IMAGE(29:9)
           END-IF.
           MOVE "Y" TO WS-CHANGE-SWITCH.

       6310-ANONYMIZE-PASS-REFUSAL.
           PERFORM 6900-NEXT-TOKEN.
           MOVE WS-TOKEN-ID TO WA-RAW-INPUT.
           MOVE "Y" TO WS-CHANGE-SWITCH.

       6400-ADD-SUBJECT-NAME.
           MOVE "N" TO WS-NAME-MATCH-SWITCH.
           IF WS-CAND-LAST-NAME = SPACES
               OR WS-CAND-LAST-NAME = WS-ANON-NAME
               MOVE "Y" TO WS-NAME-MATCH-SWITCH
           END-IF.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
               IF WS-NT-LAST-NAME(WS-NAME-IDX) = WS-CAND-LAST-NAME
                   AND WS-NT-FIRST-NAME(WS-NAME-IDX)
                       = WS-CAND-FIRST-NAME
                   MOVE "Y" TO WS-NAME-MATCH-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-NAME-MATCHED AND WS-NAME-COUNT < 20
               ADD 1 TO WS-NAME-COUNT
               MOVE WS-CAND-LAST-NAME
                   TO WS-NT-LAST-NAME(WS-NAME-COUNT)
               MOVE WS-CAND-FIRST-NAME
                   TO WS-NT-FIRST-NAME(WS-NAME-COUNT)
           END-IF.

       6900-NEXT-TOKEN.
           ADD 1 TO WS-TOKEN-NBR.
           ADD 1 TO WS-TOKENS-ISSUED.
           MOVE "#" TO WS-TOKEN-ID(1:1).
           MOVE WS-TOKEN-NBR TO WS-TOKEN-ID(2:8).

       7000-PRINT-FILE-LINE.
           PERFORM 7020-ADD-TO-TOTALS.
           PERFORM 7010-WRITE-CERT-LINE.

       7010-WRITE-CERT-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-CERT-FILE-NAME TO WD-FILE-NAME.
           MOVE WS-CERT-DAYS-TEXT TO WD-DAYS.
           MOVE WS-CERT-CUTOFF-TEXT TO WD-CUTOFF.
           MOVE WS-READ-COUNT TO WD-READ.
           MOVE WS-CHANGED-COUNT TO WD-CHANGED.
           MOVE WS-CERT-ACTION TO WD-ACTION.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       7020-ADD-TO-TOTALS.
           ADD 1 TO WS-FILE-TOTAL.
           ADD WS-READ-COUNT TO WS-READ-TOTAL.
           ADD WS-CHANGED-COUNT TO WS-CHANGED-TOTAL.

       7100-START-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE SPACES TO WS-CERT-ACTION.
           MOVE "N" TO WS-SKIP-SWITCH.
           IF WS-ERASURE-MODE
               MOVE SPACES TO WS-CERT-DAYS-TEXT
               MOVE SPACES TO WS-CERT-CUTOFF-TEXT
           ELSE
               MOVE WS-CALC-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-CERT-DAYS-TEXT
               MOVE WS-CALC-CUTOFF TO WS-CERT-CUTOFF-TEXT
               IF WS-CALC-DAYS = ZERO
                   MOVE "KEEP" TO WS-CERT-DAYS-TEXT
                   MOVE SPACES TO WS-CERT-CUTOFF-TEXT
                   MOVE "NO RETENTION LIMIT SET" TO WS-CERT-ACTION
                   MOVE "Y" TO WS-SKIP-SWITCH
               END-IF
           END-IF.

       7200-SET-RESULT-ACTION.
           IF WS-CHANGED-COUNT > ZERO
               MOVE "ANONYMIZED" TO WS-CERT-ACTION
           ELSE
               IF WS-ERASURE-MODE
                   MOVE "NO RECORDS FOR SUBJECT" TO WS-CERT-ACTION
               ELSE
                   MOVE "NO RECORDS DUE" TO WS-CERT-ACTION
               END-IF
           END-IF.

       7300-NOT-AVAILABLE.
           MOVE "NOT AVAILABLE - STATUS" TO WS-CERT-ACTION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       7310-WORK-FILE-FAILED.
           MOVE "WORK FILE FAILED - STATUS" TO WS-CERT-ACTION.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE 8 TO RETURN-CODE.

       7500-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE "NAMEJRN." TO WS-JRN-FILE-NAME.
           MOVE WS-JRN-DATE TO WS-JRN-FILE-NAME(9:8).
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-FILE-STATUS = "00" OR WS-JRN-FILE-STATUS = "05"
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-TIME TO JR-TIME
               MOVE "PRC01RET" TO JR-PROGRAM-ID
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

       8100-WRITE-MODE-LINE.
           IF WS-ERASURE-MODE
               MOVE "SUBJECT ERASURE" TO WM-MODE
               MOVE WS-ERASE-REF TO WM-REFERENCE
               MOVE ALL "*" TO WS-MASKED-ID
               MOVE WS-ERASE-ID(8:2) TO WS-MASKED-ID(8:2)
               MOVE WS-MASKED-ID TO WM-SUBJECT
           ELSE
               MOVE "RETENTION" TO WM-MODE
               MOVE "SCHEDULED" TO WM-REFERENCE
               MOVE "ALL DUE" TO WM-SUBJECT
           END-IF.
           MOVE WS-USER-ID TO WM-USER.
           WRITE PRINT-RECORD FROM WS-MODE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE WS-FILE-TOTAL TO WT-FILES.
           MOVE WS-READ-TOTAL TO WT-READ.
           MOVE WS-CHANGED-TOTAL TO WT-CHANGED.
           MOVE WS-TOKENS-ISSUED TO WT-TOKENS.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-STATEMENT-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-STATEMENT-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-SIGNATURE-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE PRINT-FILE.
           IF WS-TOKENS-ISSUED > ZERO
               PERFORM 9100-SAVE-TOKEN-CONTROL
           END-IF.
           DISPLAY "PRC01RET - RECORDS ANONYMIZED OR DELETED: "
               WS-CHANGED-TOTAL.

       9100-SAVE-TOKEN-CONTROL.
           OPEN OUTPUT TOKEN-CONTROL-FILE.
           IF WS-RTC-FILE-STATUS = "00"
               MOVE WS-TOKEN-NBR TO RTC-LAST-TOKEN
               WRITE RTC-RECORD
               CLOSE TOKEN-CONTROL-FILE
           ELSE
               DISPLAY "WARNING - TOKEN CONTROL OPEN FAILED, STATUS "
                   WS-RTC-FILE-STATUS " - LAST TOKEN "
                   WS-TOKEN-NBR " NOT RECORDED"
               MOVE 4 TO RETURN-CODE
           END-IF.
