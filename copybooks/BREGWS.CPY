      *-----------------------------------------------------------------*
      * Working storage for the POINTSIN batch register - load date
      * and time, the batch's header fields, the outcome (LOADED,
      * or the refusal: UNBALANCED, DUPLICATE, NO HEADER, NO TRAILER)
      * and the record count and hash total the load counted.
      *-----------------------------------------------------------------*
       01  BREG-STATUS                     PIC XX      VALUE SPACES.
           88  BREG-FILE-OK                            VALUE '00'.
           88  BREG-FILE-EOF                           VALUE '10'.
       01  BATCH-REG-LINE.
           05  BRG-LN-DATE                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-TIME                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-BATCH-ID              PIC X(16).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-SENDER                PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-CREATED               PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-OUTCOME               PIC X(10).
               88  BRG-LN-LOADED                       VALUE 'LOADED'.
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-COUNT                 PIC 9(9).
           05  FILLER                       PIC X       VALUE SPACE.
           05  BRG-LN-HASH                  PIC -(13)9.99.
