       FD  MAINT-JOURNAL-FILE.
       01  JOURNAL-RECORD                  PIC X(160).
