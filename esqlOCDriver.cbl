       PROGRAM-ID. esqlOCDriver.
      *-----------------------------------------------------------------*
      * Batch run-control driver for the nightly window.  Runs the
      * steps in their required order - esqlOCStart, esqlOCVenue,
      * esqlOCLoad, esqlOCMaint, esqlOCSumm, esqlOCReview,
      * esqlOCSched, esqlOCReport - recording each step's STARTED/
      * ENDED/FAILED status (and the counts esqlOCVenue/esqlOCLoad/
      * esqlOCMaint/esqlOCSumm/esqlOCReview/esqlOCSched hand back
      * through RUNSTATS) in the persistent RUNCTL run-control file,
      * one entry per run date and step.  A step that reports per
      * venue (VENUE-vvvv, LOAD-vvvv) gets a DETAIL entry per venue
      * alongside its own.
      * On a rerun, steps already ENDED for the run date are skipped,
      * so a restart picks up from the failed step without repeating
      * completed work.  A step found STARTED is the run lock: either
      * Because the report step only runs after the load step has
      * ENDED, the leaderboard can no longer run against a
      * half-loaded TESTPOINTS, and a second concurrent load against
      * the same checkpoint file is blocked by the lock.  Likewise the
      * schedule monitor runs just before the report, so a missing or
      * short session feed stops the window before standings are
      * published.  esqlOCVenue runs ahead of the load so a
      * multi-venue night's feeds are already translated to master
      * IDs when esqlOCLoad reads them.
      * Needs no database connection of its own - each step connects
      * for itself as it always has.
      *-----------------------------------------------------------------*
       01  DRV-RESTART-TEXT                PIC X       VALUE SPACE.
       01  DRV-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  DRV-STEP-NO                     PIC 9(2)    VALUE ZERO.
       01  DRV-STEP-COUNT                  PIC 9(2)    VALUE 8.
       01  DRV-STEP-TABLE.
           05  FILLER                       PIC X(20)
               VALUE 'START   esqlOCStart '.
           05  FILLER                       PIC X(20)
               VALUE 'VENUE   esqlOCVenue '.
           05  FILLER                       PIC X(20)
               VALUE 'LOAD    esqlOCLoad  '.
           05  FILLER                       PIC X(20)
               VALUE 'MAINT   esqlOCMaint '.
           05  FILLER                       PIC X(20)
               VALUE 'SUMM    esqlOCSumm  '.
           05  FILLER                       PIC X(20)
               VALUE 'REVIEW  esqlOCReview'.
           05  FILLER                       PIC X(20)
               VALUE 'SCHED   esqlOCSched '.
           05  FILLER                       PIC X(20)
               VALUE 'REPORT  esqlOCReport'.
       01  DRV-STEPS REDEFINES DRV-STEP-TABLE.
           05  DRV-STEP-ENTRY OCCURS 8 TIMES.
               10  DRV-STEP-ID              PIC X(8).
               10  DRV-STEP-PGM             PIC X(12).
       01  DRV-CURRENT-STEP                PIC X(12)   VALUE SPACES.
                 NOT AT END
                   IF RUNC-COUNT >= 200
                     DISPLAY ' ABORTING - RUNCTL EXCEEDS THE 200 '
                       'ENTRY TABLE, ROLL IT WITH esqlOCHouse'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                   END-IF
           IF NOT RUNC-FOUND
             IF RUNC-COUNT >= 200
               DISPLAY ' ABORTING - RUNCTL EXCEEDS THE 200 ENTRY '
                 'TABLE, ROLL IT WITH esqlOCHouse'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           .
      *-----------------------------------------------------------------*
      * PICK-UP-STEP-COUNTS - FOLD THE STEP'S RUNSTATS HANDOFF (IF THE
      * STEP WROTE ONE) INTO ITS RUN-CONTROL ENTRY.  ANY FURTHER LINES
      * AFTER THE STEP'S OWN (ONE PER VENUE) EACH GO TO A DETAIL ENTRY
      * UNDER THEIR OWN NAME FOR THE RUN DATE, ADDED OR REFRESHED.
      *-----------------------------------------------------------------*
       PICK-UP-STEP-COUNTS SECTION.
           PERFORM GET-RUN-ENTRY.
                   MOVE RS-CNT-3 TO RUNC-E-CNT-3(RUNC-IDX)
                   MOVE RS-CNT-4 TO RUNC-E-CNT-4(RUNC-IDX)
                   MOVE RS-CNT-5 TO RUNC-E-CNT-5(RUNC-IDX)
                   PERFORM UNTIL NOT RSTAT-FILE-OK
                     READ RUN-STATS-FILE
                       AT END
                         MOVE '10' TO RSTAT-STATUS
                       NOT AT END
                         MOVE RUN-STATS-RECORD TO RUN-STATS-LINE
                         PERFORM PICK-UP-DETAIL-COUNTS
                     END-READ
                   END-PERFORM
                   MOVE DRV-CURRENT-STEP TO RUNC-STEP-NAME
                 END-IF
             END-READ
             CLOSE RUN-STATS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * PICK-UP-DETAIL-COUNTS - ONE DETAIL RUNSTATS LINE INTO ITS OWN
      * (RUN DATE, RS-STEP) ENTRY, STATUS DETAIL.  LEAVES
      * RUNC-STEP-NAME ON THE DETAIL NAME - THE CALLER PUTS IT BACK.
      *-----------------------------------------------------------------*
       PICK-UP-DETAIL-COUNTS SECTION.
           MOVE RS-STEP TO RUNC-STEP-NAME.
           PERFORM GET-RUN-ENTRY.
           IF NOT RUNC-FOUND
             IF RUNC-COUNT >= 200
               DISPLAY ' ABORTING - RUNCTL EXCEEDS THE 200 ENTRY '
                 'TABLE, ROLL IT WITH esqlOCHouse'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO RUNC-COUNT
             SET RUNC-IDX TO RUNC-COUNT
             MOVE RUNC-RUN-DATE TO RUNC-E-DATE(RUNC-IDX)
             MOVE RUNC-STEP-NAME TO RUNC-E-STEP(RUNC-IDX)
           END-IF.
           MOVE 'DETAIL' TO RUNC-E-STATUS(RUNC-IDX).
           MOVE RS-CNT-1 TO RUNC-E-CNT-1(RUNC-IDX).
           MOVE RS-CNT-2 TO RUNC-E-CNT-2(RUNC-IDX).
           MOVE RS-CNT-3 TO RUNC-E-CNT-3(RUNC-IDX).
           MOVE RS-CNT-4 TO RUNC-E-CNT-4(RUNC-IDX).
           MOVE RS-CNT-5 TO RUNC-E-CNT-5(RUNC-IDX)
           .
      *-----------------------------------------------------------------*
      * SAVE-RUN-CONTROL - REWRITE RUNCTL FROM THE IN-MEMORY TABLE,
      * SAME SHAPE AS CHKPTPRC'S SAVE-CHECKPOINTS.
      *-----------------------------------------------------------------*
