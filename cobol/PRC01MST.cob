               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT GROUP-VISIT-FILE ASSIGN TO "GROUPVST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GV-GROUP-ID
               FILE STATUS IS WS-GV-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMSTR.

       FD  GROUP-VISIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GROUPVST.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-DEPARTMENT PIC X(04).
           05 SR-GROUP-ID PIC X(08).
           05 SR-PARTY-ROLE PIC X(01).
           05 SR-LAST-NAME PIC X(15).
           05 SR-FIRST-NAME PIC X(12).
           05 SR-MIDDLE-INITIAL PIC X(01).
               88 WS-DEPT-FILE-AVAILABLE VALUE "Y".
           01 WS-NM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DM-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GROUP-FILE-SWITCH PIC X(01) VALUE "N".
               88 WS-GROUP-FILE-AVAILABLE VALUE "Y".
           01 WS-PREV-GROUP PIC X(08) VALUE SPACES.
           01 WS-PARTY-COUNT PIC 9(04) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-LINE-COUNT PIC 9(04) VALUE ZERO.
               05 FILLER PIC X(07) VALUE "TIME IN".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "SIGN-OFF".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "PARTY".
               05 FILLER PIC X(54) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WD-LAST-NAME PIC X(15).
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(20) VALUE
                   "____________________".
               05 FILLER PIC X(02) VALUE SPACES.
               05 WD-PARTY-ROLE PIC X(06).
               05 FILLER PIC X(54) VALUE SPACES.

           01 WS-PARTY-HEADER.
               05 FILLER PIC X(06) VALUE "PARTY ".
               05 WPH-GROUP-ID PIC X(08).
               05 FILLER PIC X(08) VALUE "  HOST: ".
               05 WPH-HOST-NAME PIC X(20).
               05 FILLER PIC X(12) VALUE "  EXPECTED: ".
               05 WPH-EXPECTED PIC ZZ9.
               05 FILLER PIC X(11) VALUE "  ARRIVED: ".
               05 WPH-ARRIVED PIC ZZ9.
               05 FILLER PIC X(61) VALUE SPACES.

           01 WS-PARTY-TRAILER.
               05 FILLER PIC X(22) VALUE "PARTY ON SITE:        ".
               05 WPT-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WPT-STATUS PIC X(24).
               05 FILLER PIC X(77) VALUE SPACES.

           01 WS-SUBTOTAL-LINE.
               05 FILLER PIC X(22) VALUE "DEPARTMENT HEADCOUNT: ".
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           SORT SORT-FILE
               ASCENDING KEY SR-DEPARTMENT SR-GROUP-ID SR-PARTY-ROLE
                   SR-LAST-NAME SR-FIRST-NAME
               INPUT PROCEDURE IS 2000-RELEASE-RECORDS
               OUTPUT PROCEDURE IS 3000-PRINT-ROSTER.
           MOVE WS-GRAND-COUNT TO WT-TOTAL.
           IF WS-DM-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-FILE-SWITCH
           END-IF.
           OPEN INPUT GROUP-VISIT-FILE.
           IF WS-GV-FILE-STATUS = "00"
               MOVE "Y" TO WS-GROUP-FILE-SWITCH
           END-IF.

       2000-RELEASE-RECORDS.
           IF WS-MASTER-IS-OPEN
               MOVE NM-MIDDLE-INITIAL TO SR-MIDDLE-INITIAL
               MOVE NM-ID-NUMBER TO SR-ID-NUMBER
               MOVE NM-TIME-IN TO SR-TIME-IN
               MOVE NM-GROUP-ID TO SR-GROUP-ID
               MOVE SPACES TO SR-PARTY-ROLE
               IF NM-GROUP-ID NOT = SPACES
                   PERFORM 2200-SET-PARTY-ROLE
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       2200-SET-PARTY-ROLE.
           MOVE "2" TO SR-PARTY-ROLE.
           IF WS-GROUP-FILE-AVAILABLE
               MOVE NM-GROUP-ID TO GV-GROUP-ID
               READ GROUP-VISIT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GV-LEAD-ID = NM-ID-NUMBER
                           MOVE "1" TO SR-PARTY-ROLE
                       END-IF
               END-READ
           END-IF.

       3000-PRINT-ROSTER.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE "Y" TO WS-FIRST-REC-SWITCH.
           MOVE SPACES TO WS-PREV-DEPT.
           MOVE SPACES TO WS-PREV-GROUP.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-RECORD
               PERFORM 3400-END-PARTY
               PERFORM 3300-PRINT-DEPT-SUBTOTAL
           END-IF.

               PERFORM 3200-START-DEPT-PAGE
           END-IF.
           IF SR-DEPARTMENT NOT = WS-PREV-DEPT
               PERFORM 3400-END-PARTY
               PERFORM 3300-PRINT-DEPT-SUBTOTAL
               MOVE SR-DEPARTMENT TO WS-PREV-DEPT
               PERFORM 3200-START-DEPT-PAGE
           END-IF.
           IF SR-GROUP-ID NOT = WS-PREV-GROUP
               PERFORM 3400-END-PARTY
               MOVE SR-GROUP-ID TO WS-PREV-GROUP
               IF SR-GROUP-ID NOT = SPACES
                   PERFORM 3500-START-PARTY
               END-IF
           END-IF.
           IF WS-LINE-COUNT >= 60
               PERFORM 3200-START-DEPT-PAGE
           END-IF.
           EVALUATE SR-PARTY-ROLE
               WHEN "1"
                   MOVE "LEAD" TO WD-PARTY-ROLE
               WHEN "2"
                   MOVE "MEMBER" TO WD-PARTY-ROLE
               WHEN OTHER
                   MOVE SPACES TO WD-PARTY-ROLE
           END-EVALUATE.
           IF SR-GROUP-ID NOT = SPACES
               ADD 1 TO WS-PARTY-COUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-DEPT-COUNT.
           ADD 1 TO WS-GRAND-COUNT.
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-DEPT-COUNT.

       3400-END-PARTY.
           IF WS-PREV-GROUP NOT = SPACES
               MOVE WS-PARTY-COUNT TO WPT-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-GROUP-FILE-AVAILABLE
                       MOVE SPACES TO WPT-STATUS
                   WHEN WS-PARTY-COUNT < GV-MEMBER-COUNT
                       MOVE "PARTLY CHECKED OUT" TO WPT-STATUS
                   WHEN GV-MEMBER-COUNT < GV-EXPECTED-SIZE
                       MOVE "NOT ALL MEMBERS ARRIVED" TO WPT-STATUS
                   WHEN OTHER
                       MOVE "FULL PARTY ON SITE" TO WPT-STATUS
               END-EVALUATE
               WRITE PRINT-RECORD FROM WS-PARTY-TRAILER
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               MOVE SPACES TO WS-PREV-GROUP
           END-IF.

       3500-START-PARTY.
           MOVE ZERO TO WS-PARTY-COUNT.
           MOVE SPACES TO GV-HOST-NAME.
           MOVE ZERO TO GV-EXPECTED-SIZE.
           MOVE ZERO TO GV-MEMBER-COUNT.
           IF WS-GROUP-FILE-AVAILABLE
               MOVE SR-GROUP-ID TO GV-GROUP-ID
               READ GROUP-VISIT-FILE
                   INVALID KEY
                       MOVE SPACES TO GV-HOST-NAME
                       MOVE ZERO TO GV-EXPECTED-SIZE
                       MOVE ZERO TO GV-MEMBER-COUNT
               END-READ
           END-IF.
           IF WS-LINE-COUNT >= 56
               PERFORM 3200-START-DEPT-PAGE
           END-IF.
           MOVE SR-GROUP-ID TO WPH-GROUP-ID.
           MOVE GV-HOST-NAME TO WPH-HOST-NAME.
           MOVE GV-EXPECTED-SIZE TO WPH-EXPECTED.
           MOVE GV-MEMBER-COUNT TO WPH-ARRIVED.
           WRITE PRINT-RECORD FROM WS-PARTY-HEADER
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       6000-GET-DEPT-DETAIL.
           MOVE SPACES TO DM-DEPT-NAME.
           MOVE SPACES TO DM-ASSEMBLY-POINT.
           IF WS-DEPT-FILE-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WS-GROUP-FILE-AVAILABLE
               CLOSE GROUP-VISIT-FILE
           END-IF.
           CLOSE PRINT-FILE.
