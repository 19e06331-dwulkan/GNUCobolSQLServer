       FD  BATCH-REG-FILE.
       01  BATCH-REG-RECORD                PIC X(100).
