       01  HOST-MASTER-RECORD.
           05  HM-HOST-ID               PIC X(06).
           05  HM-HOST-NAME             PIC X(20).
           05  HM-HOME-DEPT             PIC X(04).
           05  HM-SITE-CODE             PIC X(03).
           05  HM-EXTENSION             PIC X(06).
           05  HM-EMAIL-ADDRESS         PIC X(40).
           05  HM-ACTIVE-FLAG           PIC X(01).
               88  HM-ACTIVE            VALUE "A".
               88  HM-INACTIVE          VALUE "I".
           05  HM-FILLER                PIC X(10).
