      *-----------------------------------------------------------------*
      * Working storage for the POINTSIN batch control check (see
      * PTBCHPRC).  Shared by esqlOCLoad (POINTSIN) and esqlOCVenue
      * (VPOINTSIN) so a file one accepts the other accepts.
      * The caller clears PTB-RECORD, moves the record type and,
      * by type, the header fields, the trailer totals or the
      * score's points into it (setting PTB-REC-TOTALS-UNREADABLE
      * for a trailer whose totals are not numeric), then performs
      * NOTE-BATCH-RECORD.
      * PTB-DONE-THRU is the number of lines already loaded - a
      * batch wholly within them is not checked again.
      *-----------------------------------------------------------------*
       01  PTB-CHECK-SW                    PIC X       VALUE 'Y'.
           88  PTB-FILE-ACCEPTED                       VALUE 'Y'.
           88  PTB-FILE-REFUSED                        VALUE 'N'.
       01  PTB-IN-BATCH-SW                 PIC X       VALUE 'N'.
           88  PTB-IN-BATCH                            VALUE 'Y'.
           88  PTB-NOT-IN-BATCH                        VALUE 'N'.
       01  PTB-LINE-NO                     PIC 9(12)   VALUE ZERO.
       01  PTB-DONE-THRU                   PIC 9(12)   VALUE ZERO.
       01  PTB-RECORD.
           05  PTB-REC-TYPE                 PIC X(03).
               88  PTB-REC-HEADER                      VALUE 'HDR'.
               88  PTB-REC-TRAILER                     VALUE 'TRL'.
               88  PTB-REC-VOID                        VALUE 'VOD'.
           05  PTB-REC-SENDER               PIC X(10).
           05  PTB-REC-BATCH-ID             PIC X(16).
           05  PTB-REC-CREATED              PIC 9(08).
           05  PTB-REC-COUNT                PIC 9(09).
           05  PTB-REC-HASH                 PIC S9(13)V99.
           05  PTB-REC-POINTS               PIC S9(4)V99.
           05  PTB-REC-TOTALS-SW            PIC X(01).
               88  PTB-REC-TOTALS-UNREADABLE           VALUE 'N'.
      *-----------------------------------------------------------------*
      * THE BATCH BEING READ - HEADER FIELDS AND THE COUNT AND HASH
      * TOTAL OF ITS SCORE RECORDS SO FAR
      *-----------------------------------------------------------------*
       01  PTB-CURRENT.
           05  PTB-CUR-SENDER               PIC X(10).
           05  PTB-CUR-BATCH-ID             PIC X(16).
           05  PTB-CUR-CREATED              PIC 9(08).
           05  PTB-CUR-HDR-LINE             PIC 9(12).
           05  PTB-CUR-COUNT                PIC 9(09).
           05  PTB-CUR-HASH                 PIC S9(13)V99.
      *-----------------------------------------------------------------*
      * THE FIRST REFUSAL - OUTCOME FOR THE REGISTER, REASON AND LINE
      * FOR THE LOG, AND THE TRAILER'S OWN TOTALS WHEN IT DISAGREED
      *-----------------------------------------------------------------*
       01  PTB-REFUSAL.
           05  PTB-REF-OUTCOME              PIC X(10)   VALUE SPACES.
           05  PTB-REF-REASON               PIC X(50)   VALUE SPACES.
           05  PTB-REF-LINE                 PIC 9(12)   VALUE ZERO.
           05  PTB-REF-TRL-COUNT            PIC 9(09)   VALUE ZERO.
           05  PTB-REF-TRL-HASH             PIC S9(13)V99 VALUE ZERO.
      *-----------------------------------------------------------------*
      * BATCHES NOT YET WHOLLY LOADED THAT BALANCED TO THEIR TRAILERS,
      * IN FILE ORDER
      *-----------------------------------------------------------------*
       01  PTB-NEW-COUNT                   PIC 9(3)    VALUE ZERO.
       01  PTB-NEW-TABLE.
           05  PTB-NEW-ENTRY OCCURS 100 TIMES INDEXED BY PTB-N-IDX.
               10  PTB-N-SENDER             PIC X(10).
               10  PTB-N-BATCH-ID           PIC X(16).
               10  PTB-N-CREATED            PIC 9(08).
               10  PTB-N-COUNT              PIC 9(09).
               10  PTB-N-HASH               PIC S9(13)V99.
               10  PTB-N-HDR-LINE           PIC 9(12).
       01  PTB-HASH-DISPLAY                PIC -(13)9.99.
