       01  OPERATOR-SECURITY-RECORD.
           05  OS-USER-ID               PIC X(08).
           05  OS-USER-NAME             PIC X(20).
           05  OS-ROLE-CODE             PIC X(01).
               88  OS-ROLE-DESK         VALUE "D".
               88  OS-ROLE-SUPERVISOR   VALUE "S".
               88  OS-ROLE-SECURITY     VALUE "W".
               88  OS-ROLE-ADMIN        VALUE "A".
               88  OS-VALID-ROLE        VALUE "D" "S" "W" "A".
               88  OS-MAY-CHECK-IN      VALUE "D" "S".
               88  OS-MAY-CORRECT       VALUE "S".
               88  OS-MAY-MAINTAIN-WATCH VALUE "W".
               88  OS-MAY-MAINTAIN-REFERENCE VALUE "A".
           05  OS-SITE-CODE             PIC X(03).
           05  OS-ACTIVE-FLAG           PIC X(01).
               88  OS-ACTIVE            VALUE "A".
               88  OS-INACTIVE          VALUE "I".
           05  OS-WATCH-AUTHORITY       PIC X(01).
               88  OS-WATCH-OVERRIDE    VALUE "Y".
           05  OS-OCC-AUTHORITY         PIC X(01).
               88  OS-OCC-OVERRIDE      VALUE "Y".
           05  OS-DUP-AUTHORITY         PIC X(01).
               88  OS-DUP-OVERRIDE      VALUE "Y".
           05  OS-PIN                   PIC X(06).
           05  OS-FILLER                PIC X(08).
