       01  BADGE-INVENTORY-RECORD.
           05  BI-BADGE-NUMBER          PIC X(10).
           05  BI-SITE-CODE             PIC X(03).
           05  BI-STATUS                PIC X(01).
               88  BI-IN-STOCK          VALUE "S".
               88  BI-ISSUED            VALUE "I".
               88  BI-RETURNED          VALUE "R".
               88  BI-LOST              VALUE "L".
               88  BI-DESTROYED         VALUE "D".
               88  BI-AVAILABLE         VALUE "S" "R".
           05  BI-HOLDER-ID             PIC X(09).
           05  BI-VISIT-DATE            PIC 9(08).
           05  BI-VISIT-SEQ             PIC 9(06).
           05  BI-VISIT-STATUS          PIC X(01).
           05  BI-RECEIVED-DATE         PIC 9(08).
           05  BI-STATUS-DATE           PIC 9(08).
           05  BI-STATUS-TIME           PIC 9(06).
           05  BI-UPDATED-BY            PIC X(08).
           05  BI-FILLER                PIC X(12).
