      *-----------------------------------------------------------------*
      * SI-VENUE is the venue code the row came from (spaces = the
      * home site) - see TEAMFD.
      *-----------------------------------------------------------------*
       FD  SESSION-IN-FILE.
       01  SESSION-IN-RECORD.
           05  SI-ID                        PIC 9(12).
           05  SI-DATE                      PIC X(10).
           05  SI-VENUE                     PIC X(04).
