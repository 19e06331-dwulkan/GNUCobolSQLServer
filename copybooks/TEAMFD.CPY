      *-----------------------------------------------------------------*
      * TI-VENUE is the venue code the row came from (spaces = the
      * home site).  On a multi-venue night esqlOCVenue writes this
      * file from the venue feeds with TI-ID already translated to
      * the master ID; older single-site files read as spaces.
      *-----------------------------------------------------------------*
       FD  TEAM-IN-FILE.
       01  TEAM-IN-RECORD.
           05  TI-ID                        PIC 9(12).
           05  TI-NAME                      PIC X(50).
           05  TI-VENUE                     PIC X(04).
