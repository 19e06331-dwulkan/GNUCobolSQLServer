      * Working storage for the step statistics handoff file.
      * For the LOAD step the five counts are persons, games,
      * sessions, points loaded and points rejected; for the MAINT
      * step they are added, changed, deleted, rejected and zero;
      * for the SUMM step they are rows applied, summary inserts,
      * summary updates, lines skipped and POINTSIN lines processed;
      * for the REVIEW step they are scores scanned, new flags,
      * flags cleared, flags upheld and flags still open, followed by
      * a REVIEW-DEC line of decisions read, cleared, upheld,
      * repeated (already applied) and rejected; for the
      * SCHED step they are sessions scheduled, missing feeds,
      * unscheduled sessions, missing games and low-volume sessions;
      * for the VENUE step they are records read, new master IDs,
      * records translated, records rejected and venues seen.
      * VENUE and LOAD may follow their own line with one line per
      * venue (VENUE-vvvv, LOAD-vvvv) carrying the same counts for
      * that venue alone.
      *-----------------------------------------------------------------*
       01  RSTAT-STATUS                    PIC XX      VALUE SPACES.
           88  RSTAT-FILE-OK                           VALUE '00'.
