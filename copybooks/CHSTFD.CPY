       FD  CERT-HIST-FILE.
       01  CERT-HIST-RECORD                PIC X(100).
