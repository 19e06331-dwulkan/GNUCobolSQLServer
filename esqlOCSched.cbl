       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCSched.
      *-----------------------------------------------------------------*
      * Session schedule and missing-feed monitor.  The SCHEDIN file
      * says in advance which sessions should run - one line per
      * session: SESSIONID, planned date (YYYY-MM-DD) and the list of
      * GAMEIDs expected to be scored in it.  A venue session, whose
      * master ID is not known until the venue delivers it, is
      * scheduled by its four-character venue code at the end of the
      * line, with SESSIONID and the GAMEIDs in the venue's own
      * series; they are translated through TESTVENUEXREF (see
      * esqlOCVenue) when the session is checked, and a venue
      * session not yet on the cross-reference counts as not yet
      * delivered.  This run compares the schedule for the report
      * period against TESTSESSION and TESTPOINTS and reports four
      * exception classes to SCHRPT01:
      *   NO FEED     - a scheduled session with no scores at all once
      *                 ESQLOC_SCH_GRACE days (default 1) have passed
      *                 since its planned date,
      *   UNSCHEDULED - a session in TESTSESSION dated in the period
      *                 that the schedule does not list,
      *   NO GAME     - a scheduled session that has scores, but none
      *                 for one of its expected games,
      *   LOW VOLUME  - a scheduled session whose entry count is below
      *                 ESQLOC_SCH_LOW_PCT percent (default 50) of the
      *                 average entries per session over the sessions
      *                 dated before it.
      * A scheduled session still inside its grace period is listed
      * as PENDING and is not judged.  The schedule window starts
      * the grace days before the period, so a session planned at
      * the very end of the previous period, still pending at that
      * period's last run, is judged in this one.  The period comes
      * from RPTCONFIG PERIODBEGIN/PERIODEND (or the ESQLOC_RPT_xxx
      * fallbacks), defaulting to the calendar month containing the
      * run date; "today" is ESQLOC_RUN_DATE when set, the same run
      * date esqlOCDriver uses.
      * Ends with RETURN-CODE 4 when any exception was reported, so
      * esqlOCDriver halts before esqlOCReport publishes standings
      * built from an incomplete feed.  Once ops has looked and
      * decided to publish anyway, ESQLOC_SCH_ACCEPT=Y reruns the
      * check and lets the run proceed.  Companion to esqlOCLoad -
      * shares its externalized DB connection settings and SQL audit
      * log, and hands its counts to esqlOCDriver through RUNSTATS.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY RPTCFGSEL.
           COPY RSTATSEL.
           SELECT SCHEDULE-FILE ASSIGN TO 'SCHEDIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.
           SELECT SCHED-REPORT-FILE ASSIGN TO 'SCHRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY RPTCFGFD.
           COPY RSTATFD.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SC-SESSIONID                 PIC 9(12).
           05  SC-PLANNED-DATE              PIC X(10).
           05  SC-GAME-COUNT                PIC 9(2).
           05  SC-GAMEID OCCURS 10 TIMES    PIC 9(12).
           05  SC-VENUE                     PIC X(04).
       FD  SCHED-REPORT-FILE.
       01  SCHED-REPORT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY RPTCFGWS.
           COPY RSTATWS.
       01  SCHEDULE-STATUS                 PIC XX      VALUE SPACES.
           88  SCHEDULE-OK                             VALUE '00'.
           88  SCHEDULE-EOF                            VALUE '10'.
       01  SCHED-REPORT-STATUS             PIC XX      VALUE SPACES.
           88  SCHED-REPORT-FILE-OK                    VALUE '00'.
       01  SCH-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  SCH-DATE-GRP REDEFINES SCH-DATE-NUM.
           05  SCH-DT-YYYY                  PIC 9(4).
           05  SCH-DT-MM                    PIC 9(2).
           05  SCH-DT-DD                    PIC 9(2).
       01  SCH-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  SCH-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  SCH-NEXT-YYYY                   PIC 9(4)    VALUE ZERO.
       01  SCH-NEXT-MM                     PIC 9(2)    VALUE ZERO.
       01  SCH-PLAN-NUM                    PIC 9(8)    VALUE ZERO.
       01  SCH-PLAN-GRP REDEFINES SCH-PLAN-NUM.
           05  SCH-PL-YYYY                  PIC 9(4).
           05  SCH-PL-MM                    PIC 9(2).
           05  SCH-PL-DD                    PIC 9(2).
       01  SCH-TODAY-DAYS                  PIC 9(7)    VALUE ZERO.
       01  SCH-PLAN-DAYS                   PIC 9(7)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * FIRST PLANNED DATE TAKEN FROM SCHEDIN - THE PERIOD BEGIN LESS
      * THE GRACE DAYS
      *-----------------------------------------------------------------*
       01  SCH-WINDOW-BEGIN                PIC X(10)   VALUE SPACES.
       01  SCH-WINDOW-NUM                  PIC 9(8)    VALUE ZERO.
       01  SCH-WINDOW-GRP REDEFINES SCH-WINDOW-NUM.
           05  SCH-WN-YYYY                  PIC 9(4).
           05  SCH-WN-MM                    PIC 9(2).
           05  SCH-WN-DD                    PIC 9(2).
      *-----------------------------------------------------------------*
      * RUN PARAMETERS, OVERRIDABLE PER RUN THE SAME WAY THE LOAD'S
      * BATCH SIZE IS.
      *-----------------------------------------------------------------*
       01  SCH-GRACE-DAYS                  PIC 9(2)    VALUE 1.
       01  SCH-GRACE-TEXT                  PIC X(2)    VALUE SPACES.
       01  SCH-LOW-PCT                     PIC 9(2)    VALUE 50.
       01  SCH-LOW-PCT-TEXT                PIC X(2)    VALUE SPACES.
       01  SCH-ACCEPT-TEXT                 PIC X       VALUE SPACE.
       01  SCH-MIN-HIST                    PIC 9(2)    VALUE 3.
       01  SCH-COUNTERS.
           05  SCH-SCHEDULED-COUNT          PIC 9(6)    VALUE ZERO.
           05  SCH-PENDING-COUNT            PIC 9(6)    VALUE ZERO.
           05  SCH-NOFEED-COUNT             PIC 9(6)    VALUE ZERO.
           05  SCH-UNSCHED-COUNT            PIC 9(6)    VALUE ZERO.
           05  SCH-NOGAME-COUNT             PIC 9(6)    VALUE ZERO.
           05  SCH-LOWVOL-COUNT             PIC 9(6)    VALUE ZERO.
       01  SCH-EXCEPTION-COUNT             PIC 9(6)    VALUE ZERO.
       01  SCH-IDX                         PIC 9(4)    VALUE ZERO.
       01  SCH-GAME-IDX                    PIC 9(2)    VALUE ZERO.
       01  SCH-FOUND-SW                    PIC X       VALUE 'N'.
           88  SCH-FOUND                               VALUE 'Y'.
       01  SCH-GAME-KNOWN-SW               PIC X       VALUE 'Y'.
           88  SCH-GAME-KNOWN                          VALUE 'Y'.
       01  SCH-CURSOR-SW                   PIC X       VALUE 'N'.
           88  SCH-CURSOR-DONE                         VALUE 'Y'.
       01  SCH-ENTRIES                     PIC 9(9)    VALUE ZERO.
       01  SCH-NORMAL                      PIC 9(7)V99 VALUE ZERO.
       01  SCH-FLOOR                       PIC 9(7)V99 VALUE ZERO.
       01  SCH-ENTRIES-EDIT                PIC Z(8)9.
       01  SCH-NORMAL-EDIT                 PIC Z(6)9.99.
      *-----------------------------------------------------------------*
      * THE PERIOD'S SCHEDULE, HELD IN MEMORY SO THE TESTSESSION PASS
      * CAN TELL A SCHEDULED SESSION FROM AN UNSCHEDULED ONE.
      *-----------------------------------------------------------------*
       01  SCH-SCHED-TABLE.
           05  SCH-SCHED-ENTRY OCCURS 1000 TIMES.
               10  SCH-S-SESSIONID          PIC 9(12).
               10  SCH-S-DATE               PIC X(10).
               10  SCH-S-GAME-COUNT         PIC 9(2).
               10  SCH-S-GAMEID OCCURS 10 TIMES
                                            PIC 9(12).
               10  SCH-S-VENUE              PIC X(04).
               10  SCH-S-LOCALID            PIC 9(12).
               10  SCH-S-RESOLVED-SW        PIC X.
                   88  SCH-S-RESOLVED                  VALUE 'Y'.
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  SL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'SESSION SCHEDULE / MISSING-FEED MONITOR'.
       01  SL-RUNDATE.
           05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
           05  SL-RD-DATE                   PIC X(10).
           05  FILLER              PIC X(10)   VALUE '  PERIOD: '.
           05  SL-RD-BEGIN                  PIC X(10).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  SL-RD-END                    PIC X(10).
       01  SL-RULE                         PIC X(100)  VALUE ALL '-'.
       01  SL-EXCEPTION.
           05  SL-EX-CLASS                  PIC X(12).
           05  FILLER              PIC X(8)    VALUE 'SESSION '.
           05  SL-EX-SESSIONID              PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SL-EX-DATE                   PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SL-EX-NOTE                   PIC X(50).
       01  SL-SUMMARY.
           05  FILLER              PIC X(9)    VALUE 'NO FEED: '.
           05  SL-SM-NOFEED                 PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)   VALUE '  UNSCHEDULED: '.
           05  SL-SM-UNSCHED                PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  NO GAME: '.
           05  SL-SM-NOGAME                 PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14)   VALUE '  LOW VOLUME: '.
           05  SL-SM-LOWVOL                 PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  PENDING: '.
           05  SL-SM-PENDING                PIC ZZZ,ZZ9.
       01  SL-CLEAN.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'No exceptions - every scheduled feed is in.'.
       01  SL-ACCEPTED.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'Exceptions accepted by ops - ESQLOC_SCH_ACCEPT=Y'.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarDate             PIC X(10).
           05 hVarChk              PIC 9(9).
           05 hVarCnt              PIC 9(9).
           05 hVarSessionId        PIC 9(12).
           05 hVarGameId           PIC 9(12).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
           05 hVarVenue            PIC X(4).
           05 hVarIdType           PIC X(1).
           05 hVarLocalId          PIC 9(12).
           05 hVarMasterId         PIC 9(12).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, LOAD THE PERIOD'S SCHEDULE, CHECK EACH SCHEDULED
      * SESSION, THEN LOOK FOR SESSIONS THE SCHEDULE NEVER MENTIONED
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT SCH-DATE-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO SCH-DATE-TEXT.
           ACCEPT SCH-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_RUN_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF SCH-DATE-TEXT IS NUMERIC
             MOVE SCH-DATE-TEXT TO SCH-DATE-NUM
           END-IF.
           STRING SCH-DT-YYYY '-' SCH-DT-MM '-' SCH-DT-DD
             INTO SCH-DATE-DISPLAY.
           COMPUTE SCH-TODAY-DAYS =
             FUNCTION INTEGER-OF-DATE(SCH-DATE-NUM).
           PERFORM GET-REPORT-PERIOD.
           IF NOT RPTCFG-PERIOD-FOUND
             MOVE SCH-DT-MM TO SCH-NEXT-MM
             MOVE SCH-DT-YYYY TO SCH-NEXT-YYYY
             ADD 1 TO SCH-NEXT-MM
             IF SCH-NEXT-MM > 12
               MOVE 1 TO SCH-NEXT-MM
               ADD 1 TO SCH-NEXT-YYYY
             END-IF
             STRING SCH-DT-YYYY '-' SCH-DT-MM '-01' INTO hVarBegin
             STRING SCH-NEXT-YYYY '-' SCH-NEXT-MM '-01' INTO hVarEnd
           END-IF.
           PERFORM GET-MONITOR-PARAMETERS.
           PERFORM SET-SCHEDULE-WINDOW.
           MOVE SPACES TO SCHED-REPORT-STATUS.
           OPEN OUTPUT SCHED-REPORT-FILE.
           IF NOT SCHED-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN SCHRPT01, STATUS '
               SCHED-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           WRITE SCHED-REPORT-LINE FROM SL-RULE.
           WRITE SCHED-REPORT-LINE FROM SL-TITLE.
           MOVE SCH-DATE-DISPLAY TO SL-RD-DATE.
           MOVE hVarBegin TO SL-RD-BEGIN.
           MOVE hVarEnd TO SL-RD-END.
           WRITE SCHED-REPORT-LINE FROM SL-RUNDATE.
           WRITE SCHED-REPORT-LINE FROM SL-RULE.
           PERFORM LOAD-SCHEDULE.
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                     UNTIL SCH-IDX > SCH-SCHEDULED-COUNT
             PERFORM CHECK-SCHEDULED-SESSION
           END-PERFORM.
           PERFORM CHECK-UNSCHEDULED-SESSIONS.
           COMPUTE SCH-EXCEPTION-COUNT = SCH-NOFEED-COUNT
             + SCH-UNSCHED-COUNT + SCH-NOGAME-COUNT + SCH-LOWVOL-COUNT.
           MOVE SPACES TO SCHED-REPORT-LINE.
           WRITE SCHED-REPORT-LINE.
           IF SCH-EXCEPTION-COUNT = 0
             WRITE SCHED-REPORT-LINE FROM SL-CLEAN
           ELSE
             IF SCH-ACCEPT-TEXT = 'Y'
               WRITE SCHED-REPORT-LINE FROM SL-ACCEPTED
             END-IF
           END-IF.
           MOVE SCH-NOFEED-COUNT TO SL-SM-NOFEED.
           MOVE SCH-UNSCHED-COUNT TO SL-SM-UNSCHED.
           MOVE SCH-NOGAME-COUNT TO SL-SM-NOGAME.
           MOVE SCH-LOWVOL-COUNT TO SL-SM-LOWVOL.
           MOVE SCH-PENDING-COUNT TO SL-SM-PENDING.
           WRITE SCHED-REPORT-LINE FROM SL-SUMMARY.
           CLOSE SCHED-REPORT-FILE.
           DISPLAY ' SCHEDULE MONITOR COMPLETE '.
           DISPLAY '  Period:               ' hVarBegin ' THRU '
             hVarEnd.
           DISPLAY '  Schedule from:        ' SCH-WINDOW-BEGIN.
           DISPLAY '  Sessions scheduled:   ' SCH-SCHEDULED-COUNT.
           DISPLAY '  Still in grace:       ' SCH-PENDING-COUNT.
           DISPLAY '  No feed:              ' SCH-NOFEED-COUNT.
           DISPLAY '  Unscheduled:          ' SCH-UNSCHED-COUNT.
           DISPLAY '  Games with no scores: ' SCH-NOGAME-COUNT.
           DISPLAY '  Low volume:           ' SCH-LOWVOL-COUNT.
           DISPLAY '  Report written to SCHRPT01'.
           PERFORM WRITE-RUN-STATS.
           IF SCH-EXCEPTION-COUNT > 0
             IF SCH-ACCEPT-TEXT = 'Y'
               DISPLAY ' EXCEPTIONS ACCEPTED - ESQLOC_SCH_ACCEPT=Y'
             ELSE
               DISPLAY ' *** FEED EXCEPTIONS - STANDINGS WOULD BE '
                 'INCOMPLETE ***'
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
      *-----------------------------------------------------------------*
           MOVE 'DISCONNECT' TO AUDIT-CONTEXT.
           EXEC SQL
             CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
           GOBACK
           .
      *-----------------------------------------------------------------*
      * GET-MONITOR-PARAMETERS - GRACE DAYS, LOW-VOLUME PERCENTAGE AND
      * THE OPS ACCEPTANCE SWITCH.
      *-----------------------------------------------------------------*
       GET-MONITOR-PARAMETERS SECTION.
           MOVE SPACES TO SCH-GRACE-TEXT.
           ACCEPT SCH-GRACE-TEXT FROM ENVIRONMENT 'ESQLOC_SCH_GRACE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF SCH-GRACE-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(SCH-GRACE-TEXT) TO SCH-GRACE-DAYS
           END-IF.
           MOVE SPACES TO SCH-LOW-PCT-TEXT.
           ACCEPT SCH-LOW-PCT-TEXT FROM ENVIRONMENT 'ESQLOC_SCH_LOW_PCT'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF SCH-LOW-PCT-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(SCH-LOW-PCT-TEXT) TO SCH-LOW-PCT
           END-IF.
           MOVE SPACE TO SCH-ACCEPT-TEXT.
           ACCEPT SCH-ACCEPT-TEXT FROM ENVIRONMENT 'ESQLOC_SCH_ACCEPT'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
      *-----------------------------------------------------------------*
      * SET-SCHEDULE-WINDOW - THE SCHEDULE IS READ FROM THE GRACE DAYS
      * BEFORE THE PERIOD BEGIN: A SESSION PLANNED THAT LATE IN THE
      * PREVIOUS PERIOD WAS STILL PENDING AT ITS LAST RUN.  A PERIOD
      * BEGIN THAT IS NOT A YYYY-MM-DD DATE IS TAKEN AS IT STANDS.
      *-----------------------------------------------------------------*
       SET-SCHEDULE-WINDOW SECTION.
           MOVE hVarBegin TO SCH-WINDOW-BEGIN.
           IF hVarBegin(1:4) IS NUMERIC
           AND hVarBegin(6:2) IS NUMERIC
           AND hVarBegin(9:2) IS NUMERIC
             MOVE hVarBegin(1:4) TO SCH-WN-YYYY
             MOVE hVarBegin(6:2) TO SCH-WN-MM
             MOVE hVarBegin(9:2) TO SCH-WN-DD
             COMPUTE SCH-WINDOW-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SCH-WINDOW-NUM)
               - SCH-GRACE-DAYS)
             MOVE SPACES TO SCH-WINDOW-BEGIN
             STRING SCH-WN-YYYY '-' SCH-WN-MM '-' SCH-WN-DD
               DELIMITED BY SIZE INTO SCH-WINDOW-BEGIN
           END-IF
           .
      *-----------------------------------------------------------------*
      * LOAD-SCHEDULE - THE SCHEDULE LINES PLANNED INSIDE THE PERIOD,
      * OR INSIDE THE GRACE DAYS BEFORE IT (SEE SET-SCHEDULE-WINDOW).
      * A MISSING SCHEDULE CONTRIBUTES NOTHING, SO EVERY SESSION IN
      * THE PERIOD SHOWS AS UNSCHEDULED - WHICH IS THE TRUTH.
      *-----------------------------------------------------------------*
       LOAD-SCHEDULE SECTION.
           MOVE 0 TO SCH-SCHEDULED-COUNT.
           MOVE SPACES TO SCHEDULE-STATUS.
           OPEN INPUT SCHEDULE-FILE.
           IF NOT SCHEDULE-OK
             DISPLAY ' SCHEDIN not found, nothing is scheduled'
           ELSE
             PERFORM UNTIL SCHEDULE-EOF
               READ SCHEDULE-FILE
                 AT END
                   SET SCHEDULE-EOF TO TRUE
                 NOT AT END
                   IF SC-SESSIONID IS NUMERIC
                     AND SC-PLANNED-DATE >= SCH-WINDOW-BEGIN
                     AND SC-PLANNED-DATE < hVarEnd
                     PERFORM NOTE-SCHEDULE-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SCHEDULE-FILE
           END-IF
           .
       NOTE-SCHEDULE-LINE SECTION.
           IF SCH-SCHEDULED-COUNT >= 1000
             DISPLAY ' ABORTING - SCHEDIN EXCEEDS THE 1000 SESSION '
               'TABLE FOR ONE PERIOD'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO SCH-SCHEDULED-COUNT.
           MOVE SC-SESSIONID TO SCH-S-SESSIONID(SCH-SCHEDULED-COUNT).
           MOVE SC-PLANNED-DATE TO SCH-S-DATE(SCH-SCHEDULED-COUNT).
           MOVE SC-VENUE TO SCH-S-VENUE(SCH-SCHEDULED-COUNT).
           MOVE SC-SESSIONID TO SCH-S-LOCALID(SCH-SCHEDULED-COUNT).
           MOVE 'Y' TO SCH-S-RESOLVED-SW(SCH-SCHEDULED-COUNT).
           IF SC-GAME-COUNT IS NUMERIC AND SC-GAME-COUNT <= 10
             MOVE SC-GAME-COUNT
               TO SCH-S-GAME-COUNT(SCH-SCHEDULED-COUNT)
           ELSE
             MOVE ZERO TO SCH-S-GAME-COUNT(SCH-SCHEDULED-COUNT)
           END-IF.
           PERFORM VARYING SCH-GAME-IDX FROM 1 BY 1
                     UNTIL SCH-GAME-IDX > 10
             IF SC-GAMEID(SCH-GAME-IDX) IS NUMERIC
               MOVE SC-GAMEID(SCH-GAME-IDX)
                 TO SCH-S-GAMEID(SCH-SCHEDULED-COUNT, SCH-GAME-IDX)
             ELSE
               MOVE ZERO
                 TO SCH-S-GAMEID(SCH-SCHEDULED-COUNT, SCH-GAME-IDX)
             END-IF
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * CHECK-SCHEDULED-SESSION - ONE SCHEDULE ENTRY (SCH-IDX).  STILL
      * IN ITS GRACE PERIOD: PENDING.  OTHERWISE NO SCORES AT ALL IS
      * A MISSING FEED; SCORES PRESENT ARE CHECKED GAME BY GAME AND
      * FOR VOLUME.  A VENUE SESSION IS FIRST TRANSLATED TO ITS
      * MASTER; ONE THE VENUE HAS NOT YET DELIVERED HAS NO FEED.
      *-----------------------------------------------------------------*
       CHECK-SCHEDULED-SESSION SECTION.
           IF SCH-S-VENUE(SCH-IDX) NOT = SPACES
             PERFORM RESOLVE-VENUE-SESSION
           END-IF.
           MOVE SCH-S-SESSIONID(SCH-IDX) TO hVarSessionId
                                            SL-EX-SESSIONID.
           IF NOT SCH-S-RESOLVED(SCH-IDX)
             MOVE SCH-S-LOCALID(SCH-IDX) TO SL-EX-SESSIONID
           END-IF.
           MOVE SCH-S-DATE(SCH-IDX) TO hVarDate SL-EX-DATE.
           MOVE SCH-S-DATE(SCH-IDX)(1:4) TO SCH-PL-YYYY.
           MOVE SCH-S-DATE(SCH-IDX)(6:2) TO SCH-PL-MM.
           MOVE SCH-S-DATE(SCH-IDX)(9:2) TO SCH-PL-DD.
           COMPUTE SCH-PLAN-DAYS =
             FUNCTION INTEGER-OF-DATE(SCH-PLAN-NUM).
           IF SCH-PLAN-DAYS + SCH-GRACE-DAYS > SCH-TODAY-DAYS
             ADD 1 TO SCH-PENDING-COUNT
             MOVE 'PENDING' TO SL-EX-CLASS
             MOVE 'INSIDE GRACE PERIOD - NOT YET JUDGED' TO SL-EX-NOTE
             WRITE SCHED-REPORT-LINE FROM SL-EXCEPTION
           ELSE
             IF NOT SCH-S-RESOLVED(SCH-IDX)
               MOVE 'NO FEED' TO SL-EX-CLASS
               MOVE SPACES TO SL-EX-NOTE
               STRING 'VENUE ' SCH-S-VENUE(SCH-IDX)
                 ' SESSION NOT YET DELIVERED'
                 DELIMITED BY SIZE INTO SL-EX-NOTE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO SCH-NOFEED-COUNT
             ELSE
               PERFORM CHECK-SESSION-FEED
             END-IF
           END-IF
           .
       CHECK-SESSION-FEED SECTION.
           MOVE 'SCHED-SESSION-ENTRIES' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarCnt FROM TESTPOINTS
             WHERE SESSIONID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarCnt TO SCH-ENTRIES
           IF SCH-ENTRIES = 0
             MOVE 'NO FEED' TO SL-EX-CLASS
             MOVE 'SCHEDULED BUT NO SCORES RECEIVED' TO SL-EX-NOTE
             PERFORM WRITE-EXCEPTION
             ADD 1 TO SCH-NOFEED-COUNT
           ELSE
             PERFORM CHECK-EXPECTED-GAMES
             PERFORM CHECK-SESSION-VOLUME
           END-IF
           .
       CHECK-EXPECTED-GAMES SECTION.
           PERFORM VARYING SCH-GAME-IDX FROM 1 BY 1
                     UNTIL SCH-GAME-IDX > SCH-S-GAME-COUNT(SCH-IDX)
             MOVE SCH-S-GAMEID(SCH-IDX, SCH-GAME-IDX) TO hVarGameId
             SET SCH-GAME-KNOWN TO TRUE
             IF SCH-S-VENUE(SCH-IDX) NOT = SPACES
               PERFORM RESOLVE-VENUE-GAME
             END-IF
             IF NOT SCH-GAME-KNOWN
               MOVE 'NO GAME' TO SL-EX-CLASS
               MOVE SPACES TO SL-EX-NOTE
               STRING 'EXPECTED VENUE GAME ' hVarLocalId
                 ' NOT ON XREF' DELIMITED BY SIZE INTO SL-EX-NOTE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO SCH-NOGAME-COUNT
             ELSE
               MOVE 'SCHED-GAME-ENTRIES' TO AUDIT-CONTEXT
               EXEC SQL
                 SELECT COUNT(*) INTO :hVarChk FROM TESTPOINTS
                 WHERE SESSIONID = :hVarSessionId
                   AND GAMEID = :hVarGameId
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF hVarChk = 0
                 MOVE 'NO GAME' TO SL-EX-CLASS
                 MOVE SPACES TO SL-EX-NOTE
                 STRING 'NO SCORES FOR EXPECTED GAME ' hVarGameId
                   DELIMITED BY SIZE INTO SL-EX-NOTE
                 PERFORM WRITE-EXCEPTION
                 ADD 1 TO SCH-NOGAME-COUNT
               END-IF
             END-IF
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * RESOLVE-VENUE-SESSION/RESOLVE-VENUE-GAME - TRANSLATE THE VENUE
      * LINE'S LOCAL SESSION ID (INTO THE SCHEDULE ENTRY, SO THE
      * UNSCHEDULED PASS MATCHES ON THE MASTER) OR LOCAL GAME ID
      * (INTO hVarGameId) THROUGH TESTVENUEXREF.
      *-----------------------------------------------------------------*
       RESOLVE-VENUE-SESSION SECTION.
           MOVE SCH-S-VENUE(SCH-IDX) TO hVarVenue.
           MOVE 'S' TO hVarIdType.
           MOVE SCH-S-LOCALID(SCH-IDX) TO hVarLocalId.
           PERFORM LOOKUP-VENUE-XREF.
           IF SQLCODE = 100
             MOVE 'N' TO SCH-S-RESOLVED-SW(SCH-IDX)
             MOVE ZERO TO SCH-S-SESSIONID(SCH-IDX)
           ELSE
             MOVE 'Y' TO SCH-S-RESOLVED-SW(SCH-IDX)
             MOVE hVarMasterId TO SCH-S-SESSIONID(SCH-IDX)
           END-IF
           .
       RESOLVE-VENUE-GAME SECTION.
           MOVE SCH-S-VENUE(SCH-IDX) TO hVarVenue.
           MOVE 'G' TO hVarIdType.
           MOVE hVarGameId TO hVarLocalId.
           PERFORM LOOKUP-VENUE-XREF.
           IF SQLCODE = 100
             MOVE 'N' TO SCH-GAME-KNOWN-SW
           ELSE
             MOVE hVarMasterId TO hVarGameId
           END-IF
           .
       LOOKUP-VENUE-XREF SECTION.
           MOVE 'SCHED-VENUE-XREF' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT MASTERID INTO :hVarMasterId
             FROM TESTVENUEXREF
             WHERE VENUE = :hVarVenue
               AND IDTYPE = :hVarIdType
               AND LOCALID = :hVarLocalId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * CHECK-SESSION-VOLUME - "NORMAL" IS THE AVERAGE ENTRIES PER
      * SESSION OVER THE SESSIONS DATED BEFORE THIS ONE.  TOO LITTLE
      * HISTORY TO SAY WHAT NORMAL IS, NO JUDGEMENT.
      *-----------------------------------------------------------------*
       CHECK-SESSION-VOLUME SECTION.
           MOVE 'SCHED-NORMAL-VOLUME' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT TESTPOINTS.SESSIONID)
             INTO :hVarCnt, :hVarChk
             FROM TESTPOINTS, TESTSESSION
             WHERE TESTPOINTS.SESSIONID = TESTSESSION.ID
               AND TESTSESSION.SESSIONDATE < :hVarDate
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarChk >= SCH-MIN-HIST
             COMPUTE SCH-NORMAL ROUNDED = hVarCnt / hVarChk
             COMPUTE SCH-FLOOR ROUNDED =
               SCH-NORMAL * SCH-LOW-PCT / 100
             IF SCH-ENTRIES < SCH-FLOOR
               MOVE 'LOW VOLUME' TO SL-EX-CLASS
               MOVE SCH-ENTRIES TO SCH-ENTRIES-EDIT
               MOVE SCH-NORMAL TO SCH-NORMAL-EDIT
               MOVE SPACES TO SL-EX-NOTE
               STRING 'ENTRIES ' SCH-ENTRIES-EDIT ' VS NORMAL '
                 SCH-NORMAL-EDIT DELIMITED BY SIZE INTO SL-EX-NOTE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO SCH-LOWVOL-COUNT
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-UNSCHEDULED-SESSIONS - EVERY TESTSESSION ROW DATED IN
      * THE PERIOD MUST APPEAR IN THE SCHEDULE.
      *-----------------------------------------------------------------*
       CHECK-UNSCHEDULED-SESSIONS SECTION.
           MOVE 'DECLARE-CUR-SCH-SESSIONS' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_SCH_SESSIONS CURSOR FOR
             SELECT ID, SESSIONDATE
             FROM TESTSESSION
             WHERE SESSIONDATE >= :hVarBegin
               AND SESSIONDATE < :hVarEnd
             ORDER BY SESSIONDATE, ID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-SCH-SESSIONS' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_SCH_SESSIONS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'N' TO SCH-CURSOR-SW.
           PERFORM UNTIL SCH-CURSOR-DONE
             MOVE 'FETCH-CUR-SCH-SESSIONS' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_SCH_SESSIONS
               INTO
                 :hVarSessionId,
                 :hVarDate
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET SCH-CURSOR-DONE TO TRUE
             ELSE
               MOVE 'N' TO SCH-FOUND-SW
               PERFORM VARYING SCH-IDX FROM 1 BY 1
                         UNTIL SCH-IDX > SCH-SCHEDULED-COUNT
                           OR SCH-FOUND
                 IF SCH-S-SESSIONID(SCH-IDX) = hVarSessionId
                   SET SCH-FOUND TO TRUE
                 END-IF
               END-PERFORM
               IF NOT SCH-FOUND
                 MOVE 'UNSCHEDULED' TO SL-EX-CLASS
                 MOVE hVarSessionId TO SL-EX-SESSIONID
                 MOVE hVarDate TO SL-EX-DATE
                 MOVE 'ARRIVED BUT NOT ON THE SCHEDULE' TO SL-EX-NOTE
                 PERFORM WRITE-EXCEPTION
                 ADD 1 TO SCH-UNSCHED-COUNT
               END-IF
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-SCH-SESSIONS' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_SCH_SESSIONS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
       WRITE-EXCEPTION SECTION.
           WRITE SCHED-REPORT-LINE FROM SL-EXCEPTION.
           DISPLAY ' ' SL-EX-CLASS ' SESSION ' SL-EX-SESSIONID ' '
             SL-EX-DATE ' - ' SL-EX-NOTE
           .
      *-----------------------------------------------------------------*
      * WRITE-RUN-STATS - HAND THE FINAL COUNTERS TO esqlOCDriver'S
      * RUN-CONTROL VIA THE ONE-LINE RUNSTATS FILE.
      *-----------------------------------------------------------------*
       WRITE-RUN-STATS SECTION.
           MOVE 'SCHED' TO RS-STEP.
           MOVE SCH-SCHEDULED-COUNT TO RS-CNT-1.
           MOVE SCH-NOFEED-COUNT TO RS-CNT-2.
           MOVE SCH-UNSCHED-COUNT TO RS-CNT-3.
           MOVE SCH-NOGAME-COUNT TO RS-CNT-4.
           MOVE SCH-LOWVOL-COUNT TO RS-CNT-5.
           MOVE SPACES TO RSTAT-STATUS.
           OPEN OUTPUT RUN-STATS-FILE.
           IF RSTAT-FILE-OK
             WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             CLOSE RUN-STATS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * GET-REPORT-PERIOD - see RPTPRDPRC for the parameter file/
      * environment variable fallback that feeds hVarBegin and
      * hVarEnd above.
      *-----------------------------------------------------------------*
       COPY RPTPRDPRC.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
