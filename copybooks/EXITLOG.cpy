       01  EXIT-LOG-RECORD.
           05  XL-EVENT-KEY.
               10  XL-BADGE-NUMBER      PIC X(10).
               10  XL-READER-ID         PIC X(08).
               10  XL-EVENT-DATE        PIC 9(08).
               10  XL-EVENT-TIME        PIC 9(06).
           05  XL-SITE-CODE             PIC X(03).
           05  XL-RESULT                PIC X(01).
               88  XL-APPLIED           VALUE "A".
               88  XL-UNMATCHED         VALUE "U".
               88  XL-WRONG-SITE        VALUE "S".
               88  XL-VISIT-CLOSED      VALUE "C".
           05  XL-ID-NUMBER             PIC X(09).
           05  XL-VISIT-DATE            PIC 9(08).
           05  XL-VISIT-SEQ             PIC 9(06).
           05  XL-PROCESSED-DATE        PIC 9(08).
           05  XL-PROCESSED-TIME        PIC 9(06).
           05  XL-FILLER                PIC X(11).
