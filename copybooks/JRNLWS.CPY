      * rules were applied to, not just the scored one; lines
      * journaled before the column existed read as spaces there and
      * restore as "same as POINTS", which is what those rows held.
      * JRN-LN-VENUE carries a TESTPERSON row's venue code (see
      * esqlOCVenue) so a backed-out delete restores the player to
      * the same venue; it is spaces on every other line, and on
      * lines journaled before the column existed, which restore to
      * the home site as those rows were.
      * JRN-LN-OPERATOR is the operator the writing run was granted
      * to (see OPAUPRC); spaces on lines journaled before operators
      * were identified.
      *-----------------------------------------------------------------*
       01  JRNL-STATUS                     PIC XX      VALUE SPACES.
           88  JRNL-FILE-OK                            VALUE '00'.
           05  JRN-LN-STATUS                PIC X.
           05  FILLER                       PIC X       VALUE SPACE.
           05  JRN-LN-RAWPTS                PIC S9(4)V99.
           05  FILLER                       PIC X       VALUE SPACE.
           05  JRN-LN-VENUE                 PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X       VALUE SPACE.
           05  JRN-LN-OPERATOR              PIC X(08)   VALUE SPACES.
