       01  AN-RECORD.
           05  AN-NOTICE-DATE           PIC 9(08).
           05  AN-NOTICE-TIME           PIC 9(06).
           05  AN-PROGRAM-ID            PIC X(08).
           05  AN-HOST-ID               PIC X(06).
           05  AN-HOST-NAME             PIC X(20).
           05  AN-EXTENSION             PIC X(06).
           05  AN-EMAIL-ADDRESS         PIC X(40).
           05  AN-SITE-CODE             PIC X(03).
           05  AN-DEPARTMENT            PIC X(04).
           05  AN-ID-NUMBER             PIC X(09).
           05  AN-LAST-NAME             PIC X(15).
           05  AN-FIRST-NAME            PIC X(12).
           05  AN-VISIT-DATE            PIC 9(08).
           05  AN-SEQUENCE-NBR          PIC 9(06).
           05  AN-FILLER                PIC X(09).
