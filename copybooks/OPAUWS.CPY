      *-----------------------------------------------------------------*
      * Working storage for the operator authority check (see
      * OPAUPRC).  The caller sets OPR-PROGRAM, OPR-ACTION and, for a
      * supervisor-only action, OPR-SUPERVISOR-ONLY before PERFORM
      * CHECK-OPERATOR-AUTHORITY; OPR-OPERATOR-ID is taken from
      * ESQLOC_OPERATOR unless the caller has already filled it in.
      *-----------------------------------------------------------------*
       01  OPAU-STATUS                     PIC XX      VALUE SPACES.
           88  OPAU-FILE-OK                            VALUE '00'.
           88  OPAU-FILE-EOF                           VALUE '10'.
       01  OPER-AUTH-LINE.
           05  OPA-OPERATOR                 PIC X(8).
           05  FILLER                       PIC X.
           05  OPA-ROLE                     PIC X.
               88  OPA-SUPERVISOR                      VALUE 'S'.
           05  FILLER                       PIC X.
           05  OPA-PROGRAM                  PIC X(16).
           05  FILLER                       PIC X.
           05  OPA-ACTION                   PIC X(8).
           05  FILLER                       PIC X(44).
       01  OPR-OPERATOR-ID                 PIC X(8)    VALUE SPACES.
       01  OPR-PROGRAM                     PIC X(16)   VALUE SPACES.
       01  OPR-ACTION                      PIC X(8)    VALUE SPACES.
       01  OPR-SUPERVISOR-ONLY-SW          PIC X       VALUE 'N'.
           88  OPR-SUPERVISOR-ONLY                     VALUE 'Y'.
       01  OPR-AUTHORITY-SW                PIC X       VALUE 'N'.
           88  OPR-AUTHORIZED                          VALUE 'Y'.
           88  OPR-REFUSED                             VALUE 'N'.
       01  OPR-FOUND-SW                    PIC X       VALUE 'N'.
           88  OPR-FOUND                               VALUE 'Y'.
       01  OPR-REASON                      PIC X(30)   VALUE SPACES.
