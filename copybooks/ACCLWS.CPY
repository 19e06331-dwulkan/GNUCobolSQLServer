      *-----------------------------------------------------------------*
      * Working storage for the access log - timestamp, operator,
      * program, action, GRANTED or REFUSED, and the refusal reason.
      *-----------------------------------------------------------------*
       01  ACCL-STATUS                     PIC XX      VALUE SPACES.
           88  ACCL-FILE-OK                            VALUE '00'.
           88  ACCL-FILE-EOF                           VALUE '10'.
       01  ACCL-TIMESTAMP.
           05  ACCL-TS-DATE                 PIC 9(8).
           05  ACCL-TS-TIME                 PIC 9(8).
       01  ACCESS-LOG-LINE.
           05  ACL-LN-DATE                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-TIME                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-OPERATOR              PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-PROGRAM               PIC X(16).
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-ACTION                PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-OUTCOME               PIC X(8).
               88  ACL-LN-GRANTED                      VALUE 'GRANTED'.
               88  ACL-LN-REFUSED                      VALUE 'REFUSED'.
           05  FILLER                       PIC X       VALUE SPACE.
           05  ACL-LN-REASON                PIC X(30).
