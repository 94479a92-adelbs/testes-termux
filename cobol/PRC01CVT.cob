           05  OM-TIME-OUT              PIC 9(06).
           05  OM-BADGE-NUMBER          PIC X(10).
           05  OM-EXTRACT-FLAG          PIC X(01).
           05  OM-HOST-NAME             PIC X(20).
           05  OM-SITE-CODE             PIC X(03).
           05  OM-DEACT-FLAG            PIC X(01).
           05  OM-FILLER                PIC X(01).

       FD  UNLOAD-FILE
           05  OH-TIME-OUT              PIC 9(06).
           05  OH-BADGE-NUMBER          PIC X(10).
           05  OH-EXTRACT-FLAG          PIC X(01).
           05  OH-HOST-NAME             PIC X(20).
           05  OH-SITE-CODE             PIC X(03).
           05  OH-DEACT-FLAG            PIC X(01).
           05  OH-FILLER                PIC X(01).

       FD  NEW-HISTORY-FILE
           MOVE OM-TIME-OUT TO NU-TIME-OUT.
           MOVE OM-BADGE-NUMBER TO NU-BADGE-NUMBER.
           MOVE OM-EXTRACT-FLAG TO NU-EXTRACT-FLAG.
           MOVE OM-HOST-NAME TO NU-HOST-NAME.
           MOVE OM-SITE-CODE TO NU-SITE-CODE.
           MOVE OM-DEACT-FLAG TO NU-DEACT-FLAG.
           MOVE SPACES TO NU-HOST-ID.
           MOVE SPACES TO NU-GROUP-ID.
           MOVE SPACES TO NU-FILLER.
           WRITE NAME-UNLOAD-RECORD.
           ADD 1 TO WS-CONVERT-COUNT.
           MOVE OH-TIME-OUT TO NH-TIME-OUT.
           MOVE OH-BADGE-NUMBER TO NH-BADGE-NUMBER.
           MOVE OH-EXTRACT-FLAG TO NH-EXTRACT-FLAG.
           MOVE OH-HOST-NAME TO NH-HOST-NAME.
           MOVE OH-SITE-CODE TO NH-SITE-CODE.
           MOVE OH-DEACT-FLAG TO NH-DEACT-FLAG.
           MOVE SPACES TO NH-HOST-ID.
           MOVE SPACES TO NH-GROUP-ID.
           MOVE SPACES TO NH-FILLER.
           WRITE NAME-HISTORY-RECORD.
           ADD 1 TO WS-CONVERT-COUNT.
