       01  JOURNAL-RECORD.
           05  JR-TIMESTAMP.
               10  JR-DATE              PIC 9(08).
               10  JR-TIME              PIC 9(08).
           05  JR-PROGRAM-ID            PIC X(08).
           05  JR-USER-ID               PIC X(08).
           05  JR-ACTION                PIC X(01).
               88  JR-ADD               VALUE "A".
               88  JR-CHANGE            VALUE "C".
               88  JR-DELETE            VALUE "D".
               88  JR-UNLOAD-POINT      VALUE "U".
               88  JR-RELOAD-POINT      VALUE "R".
           05  JR-ID-NUMBER             PIC X(09).
           05  JR-BEFORE-IMAGE          PIC X(118).
           05  JR-AFTER-IMAGE           PIC X(118).
           05  JR-ANONYMIZED-FLAG       PIC X(01).
               88  JR-IMAGE-ANONYMIZED  VALUE "Y".
           05  JR-FILLER                PIC X(01).
