      * PI-STATUS is the player's eligibility: 'A' active, 'S'
      * suspended, 'I' inactive (left the site).  Spaces (older
      * files) load as active.
      * PI-VENUE is the venue code the player belongs to (spaces =
      * the home site), stored on TESTPERSON.VENUE so the standings
      * can be cut by venue.  On a multi-venue night esqlOCVenue
      * writes this file with PI-ID and PI-TEAMID already translated
      * to master IDs.
      *-----------------------------------------------------------------*
       FD  PERSON-IN-FILE.
       01  PERSON-IN-RECORD.
           05  PI-NAME                      PIC X(50).
           05  PI-TEAMID                    PIC 9(12).
           05  PI-STATUS                    PIC X(01).
           05  PI-VENUE                     PIC X(04).
