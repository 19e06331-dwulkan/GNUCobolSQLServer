       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD               PIC X(100).
