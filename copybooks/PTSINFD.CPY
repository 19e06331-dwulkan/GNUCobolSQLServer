      *-----------------------------------------------------------------*
      * PTI-VENUE is the venue code the score came from (spaces = the
      * home site).  On a multi-venue night esqlOCVenue writes this
      * file with the person, game and session already translated to
      * master IDs; esqlOCLoad counts and reconciles each venue.
      * Each delivery is a batch appended to the file: a HDR record
      * (sender, batch ID, creation date), the score records, then a
      * TRL record with the score record count and the hash total of
      * PTI-POINTS.  A VOD record stands in the place of a venue
      * score esqlOCVenue could not translate (the score itself is
      * on VENREJ), so the batch keeps its venue file's line for
      * line shape.  Readers tell the control records from the score
      * records by PTI-CONTROL-REC and skip them, but still count
      * them as lines so the line-number checkpoints stay physical.
      * esqlOCLoad refuses a file whose batch does not balance to
      * its trailer, or whose batch ID is already on BATCHREG.
      *-----------------------------------------------------------------*
       FD  POINTS-IN-FILE.
       01  POINTS-IN-RECORD.
           05  PTI-PERSONID                 PIC 9(12).
           05  PTI-GAMEID                   PIC 9(12).
           05  PTI-SESSIONID                PIC 9(12).
           05  PTI-POINTS                   PIC S9(4)V99.
           05  PTI-VENUE                    PIC X(04).
       01  POINTS-IN-HEADER.
           05  PTH-REC-TYPE                 PIC X(03).
               88  PTI-HEADER-REC                      VALUE 'HDR'.
               88  PTI-TRAILER-REC                     VALUE 'TRL'.
               88  PTI-VOID-REC                        VALUE 'VOD'.
               88  PTI-CONTROL-REC                     VALUE 'HDR'
                                                             'TRL'
                                                             'VOD'.
           05  PTH-SENDER                   PIC X(10).
           05  PTH-BATCH-ID                 PIC X(16).
           05  PTH-CREATED                  PIC 9(08).
       01  POINTS-IN-TRAILER.
           05  FILLER                       PIC X(03).
           05  PTT-RECORD-COUNT             PIC 9(09).
           05  PTT-HASH-TOTAL               PIC S9(13)V99.
