      *-----------------------------------------------------------------*
      * GI-VENUE is the venue code the row came from (spaces = the
      * home site) - see TEAMFD.
      *-----------------------------------------------------------------*
       FD  GAME-IN-FILE.
       01  GAME-IN-RECORD.
           05  GI-ID                        PIC 9(12).
           05  GI-NAME                      PIC X(50).
           05  GI-VENUE                     PIC X(04).
