       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-RECORD                PIC X(80).
