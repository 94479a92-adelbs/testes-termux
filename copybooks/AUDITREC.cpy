               88  AUD-ACTION-VOID      VALUE "V".
               88  AUD-ACTION-WATCH     VALUE "W".
               88  AUD-ACTION-OCCUPANCY VALUE "O".
               88  AUD-ACTION-SECURITY  VALUE "S".
               88  AUD-ACTION-PASS      VALUE "P".
           05  AUD-BEFORE-IMAGE         PIC X(41).
           05  AUD-AFTER-IMAGE          PIC X(41).
