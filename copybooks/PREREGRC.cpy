           05  PG-HOST-NAME             PIC X(20).
           05  PG-USED-FLAG             PIC X(01).
               88  PG-USED              VALUE "Y".
           05  PG-HOST-ID               PIC X(06).
           05  PG-FILLER                PIC X(04).
