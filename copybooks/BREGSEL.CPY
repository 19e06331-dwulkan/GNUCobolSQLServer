      *-----------------------------------------------------------------*
      * FILE-CONTROL entry for the POINTSIN batch register.
      * esqlOCLoad appends one line per batch it loads, and one for
      * a batch it refuses, with the outcome; a batch ID already on
      * the register as LOADED is refused as a duplicate delivery.
      * Appended to across runs (EXTEND) and never rolled - the
      * register is what a resent file is recognized against.
      *-----------------------------------------------------------------*
           SELECT BATCH-REG-FILE ASSIGN TO 'BATCHREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-STATUS.
