           05  NM-SITE-CODE             PIC X(03).
           05  NM-DEACT-FLAG            PIC X(01).
               88  NM-DEACT-EXTRACTED   VALUE "Y".
           05  NM-HOST-ID               PIC X(06).
           05  NM-GROUP-ID              PIC X(08).
           05  NM-FILLER                PIC X(01).
