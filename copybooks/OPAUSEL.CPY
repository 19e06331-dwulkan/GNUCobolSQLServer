      *-----------------------------------------------------------------*
      * FILE-CONTROL entry for the operator authority table.  One line
      * per operator, program and action the operator may run:
      *   columns  1-8   operator ID (as given in ESQLOC_OPERATOR)
      *   column  10     role - S supervisor, O operator
      *   columns 12-27  program, e.g. esqlOCMaint
      *   columns 29-36  action, e.g. APPLY
      * The actions each program checks are listed in OPAUPRC.  An
      * action only a supervisor may take (a period REOPEN, a
      * BACKOUT, an archive PURGE, applying review decisions) is
      * refused on a line whose role is not S.  Lines
      * starting '*' are comments.  Maintained by the supervisors;
      * every check against it, granted or refused, goes to ACCESSLOG.
      *-----------------------------------------------------------------*
           SELECT OPER-AUTH-FILE ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPAU-STATUS.
