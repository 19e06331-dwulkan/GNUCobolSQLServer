      *-----------------------------------------------------------------*
      * FILE-CONTROL entry for the access log.  One line per operator
      * authority check (see OPAUPRC) - who asked to run which program
      * and action, when, and whether it was granted or refused and
      * why - so refused attempts are on record alongside the runs
      * that went ahead.  Appended to across runs (EXTEND), never
      * rolled; esqlOCAccess reports from it for the auditors.
      *-----------------------------------------------------------------*
           SELECT ACCESS-LOG-FILE ASSIGN TO 'ACCESSLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCL-STATUS.
