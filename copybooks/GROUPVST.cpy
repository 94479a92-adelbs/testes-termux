       01  GROUP-VISIT-RECORD.
           05  GV-GROUP-ID              PIC X(08).
           05  GV-VISIT-DATE            PIC 9(08).
           05  GV-LEAD-ID               PIC X(09).
           05  GV-HOST-ID               PIC X(06).
           05  GV-HOST-NAME             PIC X(20).
           05  GV-DEPARTMENT            PIC X(04).
           05  GV-SITE-CODE             PIC X(03).
           05  GV-EXPECTED-SIZE         PIC 9(03).
           05  GV-MEMBER-COUNT          PIC 9(03).
           05  GV-STATUS                PIC X(01).
               88  GV-OPEN              VALUE "O".
               88  GV-CLOSED            VALUE "C".
           05  GV-OPENED-BY             PIC X(08).
           05  GV-OPEN-TIME             PIC 9(06).
           05  GV-FILLER                PIC X(11).
