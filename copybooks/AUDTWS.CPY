      * AUDIT-CONTEXT is set by the caller immediately before
      * PERFORM SQLSTATE-CHECK so the log line says which statement
      * raised the SQLCODE, e.g. 'INSDATAPERSON-INSERT'.
      * AUDIT-OPERATOR is the operator a data-changing run was
      * granted to (see OPAUPRC), stamped on every line it writes;
      * spaces for the scheduled runs that name no operator.
      *-----------------------------------------------------------------*
       01  AUDIT-STATUS                    PIC XX      VALUE SPACES.
           88  AUDIT-FILE-OK                           VALUE '00'.
       01  AUDIT-CONTEXT                   PIC X(30)   VALUE SPACES.
       01  AUDIT-OPERATOR                  PIC X(8)    VALUE SPACES.
       01  AUDIT-TIMESTAMP.
           05  AUDIT-TS-DATE                PIC 9(8).
           05  AUDIT-TS-TIME                PIC 9(8).
           05  AUDIT-LN-SQLCODE             PIC -(9).
           05  FILLER                       PIC X       VALUE SPACE.
           05  AUDIT-LN-MESSAGE             PIC X(70).
           05  FILLER                       PIC X       VALUE SPACE.
           05  AUDIT-LN-OPERATOR            PIC X(8)    VALUE SPACES.
