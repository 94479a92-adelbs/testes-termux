       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC01OPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-USER-ID
               FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERSEC.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-END-OF-FILE VALUE "Y".
           01 WS-RUN-DATE PIC 9(08).
           01 WS-OS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PAGE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-OPERATOR-COUNT PIC 9(06) VALUE ZERO.
           01 WS-ACTIVE-COUNT PIC 9(06) VALUE ZERO.
           01 WS-DESK-COUNT PIC 9(06) VALUE ZERO.
           01 WS-SUPERVISOR-COUNT PIC 9(06) VALUE ZERO.
           01 WS-SECURITY-COUNT PIC 9(06) VALUE ZERO.
           01 WS-ADMIN-COUNT PIC 9(06) VALUE ZERO.
           01 WS-WATCH-COUNT PIC 9(06) VALUE ZERO.
           01 WS-OCC-COUNT PIC 9(06) VALUE ZERO.
           01 WS-DUP-COUNT PIC 9(06) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "PRC01OPR - OPERATOR AUTHORITY ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 WH1-RUN-DATE PIC X(10).
               05 FILLER PIC X(11) VALUE "     PAGE ".
               05 WH1-PAGE-NBR PIC ZZZ9.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-HEADING-2.
               05 FILLER PIC X(08) VALUE "USER ID ".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "OPERATOR NAME".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "ROLE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "SITE".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(08) VALUE "STATUS".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "WATCH".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "OCCUP".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "DUPL".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "EXCEPTION".
               05 FILLER PIC X(37) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-USER-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-USER-NAME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-ROLE PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-SITE-CODE PIC X(04).
               05 FILLER PIC X(01) VALUE SPACES.
               05 WD-STATUS PIC X(08).
               05 FILLER PIC X(03) VALUE SPACES.
               05 WD-WATCH PIC X(01).
               05 FILLER PIC X(05) VALUE SPACES.
               05 WD-OCC PIC X(01).
               05 FILLER PIC X(05) VALUE SPACES.
               05 WD-DUP PIC X(01).
               05 FILLER PIC X(03) VALUE SPACES.
               05 WD-EXCEPTION PIC X(20).
               05 FILLER PIC X(37) VALUE SPACES.

           01 WS-TOTAL-LINE-1.
               05 FILLER PIC X(19) VALUE "OPERATORS ON FILE: ".
               05 WT-OPERATORS PIC ZZZ,ZZ9.
               05 FILLER PIC X(09) VALUE "  ACTIVE:".
               05 WT-ACTIVE PIC ZZZ,ZZ9.
               05 FILLER PIC X(90) VALUE SPACES.

           01 WS-TOTAL-LINE-2.
               05 FILLER PIC X(19) VALUE "ACTIVE BY ROLE -   ".
               05 FILLER PIC X(06) VALUE "DESK: ".
               05 WT-DESK PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  SUPERVISOR: ".
               05 WT-SUPERVISOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  WATCH LIST: ".
               05 WT-SECURITY PIC ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "  ADMINISTRATOR: ".
               05 WT-ADMIN PIC ZZZ,ZZ9.
               05 FILLER PIC X(34) VALUE SPACES.

           01 WS-TOTAL-LINE-3.
               05 FILLER PIC X(19) VALUE "ACTIVE OVERRIDES - ".
               05 FILLER PIC X(12) VALUE "WATCH LIST: ".
               05 WT-WATCH PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE "  OCCUPANCY: ".
               05 WT-OCC PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE "  DUPLICATE: ".
               05 WT-DUP PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
               05 WT-EXCEPTIONS PIC ZZZ,ZZ9.
               05 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-RECORD
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-OS-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE, STATUS "
                   WS-OS-FILE-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               READ OPERATOR-SECURITY-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM 8000-WRITE-HEADING.
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       2000-PROCESS-RECORD.
           PERFORM 2100-PRINT-OPERATOR-LINE.
           READ OPERATOR-SECURITY-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2100-PRINT-OPERATOR-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM 8000-WRITE-HEADING
               WRITE PRINT-RECORD FROM WS-HEADING-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SPACES TO WD-EXCEPTION.
           MOVE OS-USER-ID TO WD-USER-ID.
           MOVE OS-USER-NAME TO WD-USER-NAME.
           EVALUATE TRUE
               WHEN OS-ROLE-DESK
                   MOVE "DESK" TO WD-ROLE
               WHEN OS-ROLE-SUPERVISOR
                   MOVE "SUPERVISOR" TO WD-ROLE
               WHEN OS-ROLE-SECURITY
                   MOVE "WATCH LIST" TO WD-ROLE
               WHEN OS-ROLE-ADMIN
                   MOVE "ADMIN" TO WD-ROLE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WD-ROLE
                   MOVE "INVALID ROLE CODE" TO WD-EXCEPTION
           END-EVALUATE.
           IF OS-SITE-CODE = SPACES
               MOVE "ALL" TO WD-SITE-CODE
           ELSE
               MOVE OS-SITE-CODE TO WD-SITE-CODE
           END-IF.
           MOVE OS-WATCH-AUTHORITY TO WD-WATCH.
           MOVE OS-OCC-AUTHORITY TO WD-OCC.
           MOVE OS-DUP-AUTHORITY TO WD-DUP.
           IF OS-ACTIVE
               MOVE "ACTIVE" TO WD-STATUS
               PERFORM 2200-COUNT-ACTIVE-OPERATOR
           ELSE
               MOVE "RETIRED" TO WD-STATUS
           END-IF.
           IF WD-EXCEPTION NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.

       2200-COUNT-ACTIVE-OPERATOR.
           ADD 1 TO WS-ACTIVE-COUNT.
           EVALUATE TRUE
               WHEN OS-ROLE-DESK
                   ADD 1 TO WS-DESK-COUNT
               WHEN OS-ROLE-SUPERVISOR
                   ADD 1 TO WS-SUPERVISOR-COUNT
               WHEN OS-ROLE-SECURITY
                   ADD 1 TO WS-SECURITY-COUNT
               WHEN OS-ROLE-ADMIN
                   ADD 1 TO WS-ADMIN-COUNT
           END-EVALUATE.
           IF OS-WATCH-OVERRIDE
               ADD 1 TO WS-WATCH-COUNT
           END-IF.
           IF OS-OCC-OVERRIDE
               ADD 1 TO WS-OCC-COUNT
           END-IF.
           IF OS-DUP-OVERRIDE
               ADD 1 TO WS-DUP-COUNT
           END-IF.
           IF WD-EXCEPTION = SPACES
               IF (OS-WATCH-OVERRIDE OR OS-OCC-OVERRIDE)
                   AND NOT OS-ROLE-SUPERVISOR
                   MOVE "OVERRIDE NOT USABLE" TO WD-EXCEPTION
               END-IF
               IF (OS-WATCH-OVERRIDE OR OS-OCC-OVERRIDE
                   OR OS-DUP-OVERRIDE) AND OS-PIN = SPACES
                   MOVE "OVERRIDE WITH NO PIN" TO WD-EXCEPTION
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
           MOVE WS-OPERATOR-COUNT TO WT-OPERATORS.
           MOVE WS-ACTIVE-COUNT TO WT-ACTIVE.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-DESK-COUNT TO WT-DESK.
           MOVE WS-SUPERVISOR-COUNT TO WT-SUPERVISOR.
           MOVE WS-SECURITY-COUNT TO WT-SECURITY.
           MOVE WS-ADMIN-COUNT TO WT-ADMIN.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-WATCH-COUNT TO WT-WATCH.
           MOVE WS-OCC-COUNT TO WT-OCC.
           MOVE WS-DUP-COUNT TO WT-DUP.
           MOVE WS-EXCEPTION-COUNT TO WT-EXCEPTIONS.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           IF WS-OS-FILE-STATUS NOT = "35"
               AND WS-OS-FILE-STATUS NOT = "91"
               CLOSE OPERATOR-SECURITY-FILE
           END-IF.
           CLOSE PRINT-FILE.
