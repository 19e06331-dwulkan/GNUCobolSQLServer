           05  CHKPT-ENTRY OCCURS 20 TIMES INDEXED BY CHKPT-IDX.
               10  CHKPT-E-TABLE            PIC X(20).
               10  CHKPT-E-KEY               PIC 9(12).
      *-----------------------------------------------------------------*
      * Master IDs esqlOCVenue assigns to venue rows start at
      * CHKPT-VENUE-BASE, clear of the home site's own series.  The
      * dimension loads keep a separate xxx-VLOAD checkpoint for that
      * range, so loading a venue row never carries the home
      * checkpoint past home IDs still to come.
      *-----------------------------------------------------------------*
       01  CHKPT-VENUE-BASE                PIC 9(12)   VALUE
                                                      500000000000.
