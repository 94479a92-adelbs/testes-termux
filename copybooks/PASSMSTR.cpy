       01  PASS-MASTER-RECORD.
           05  PS-ID-NUMBER             PIC X(09).
           05  PS-LAST-NAME             PIC X(15).
           05  PS-FIRST-NAME            PIC X(12).
           05  PS-MIDDLE-INITIAL        PIC X(01).
           05  PS-PASS-TYPE             PIC X(01).
               88  PS-CONTRACTOR        VALUE "C".
               88  PS-RECURRING         VALUE "R".
               88  PS-VALID-TYPE        VALUE "C" "R".
           05  PS-HOST-ID               PIC X(06).
           05  PS-HOST-NAME             PIC X(20).
           05  PS-SITE-CODE             PIC X(03) OCCURS 4 TIMES.
           05  PS-DEPT-CODE             PIC X(04) OCCURS 4 TIMES.
           05  PS-VALID-FROM            PIC 9(08).
           05  PS-VALID-TO              PIC 9(08).
           05  PS-PERMITTED-DAYS        PIC X(07).
           05  PS-TIME-FROM             PIC 9(04).
           05  PS-TIME-TO               PIC 9(04).
           05  PS-STATUS                PIC X(01).
               88  PS-ACTIVE            VALUE "A".
               88  PS-REVOKED           VALUE "R".
           05  PS-LAST-USED-DATE        PIC 9(08).
           05  PS-USE-COUNT             PIC 9(05).
           05  PS-UPDATED-BY            PIC X(08).
           05  PS-UPDATED-DATE          PIC 9(08).
           05  PS-FILLER                PIC X(07).
