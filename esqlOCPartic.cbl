       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCPartic.
      *-----------------------------------------------------------------*
      * Player participation and attendance report - the questions
      * the floor managers ask that the points reports cannot answer:
      * how often each player turns up, how many games they actually
      * play, and who has stopped coming.  Built from TESTPOINTS,
      * TESTSESSION and TESTPERSON (a player attended a session when
      * the session carries at least one score for them), printed to
      * PARRPT01 in three parts:
      *   - PLAYER ATTENDANCE - every active player (STATUS 'A'),
      *     whether or not they came, and any other player who
      *     attended a session in the period: status, team, sessions
      *     attended against sessions held, attendance percentage,
      *     distinct games played, first and last session date in the
      *     period, and the current attendance streak (how many of
      *     the period's most recent sessions in a row they attended,
      *     counting back from the last one held),
      *   - TEAM ATTENDANCE - the same players rolled up by their
      *     current team: players, attendances, attendances per
      *     player, attendance percentage and best current streak,
      *   - LAPSED PLAYERS - every active player (STATUS 'A') with no
      *     session in the last LAPSEDAYS days up to the run date,
      *     with their team, last session and days since, so the
      *     front desk can follow up before the player is marked
      *     inactive.  A player who has never attended shows NONE.
      * The period honors the same RPTCONFIG PERIODBEGIN/PERIODEND
      * settings as esqlOCReport, defaulting to the calendar month
      * containing the run date; LAPSEDAYS comes from RPTCONFIG (or
      * ESQLOC_RPT_LAPSEDAYS), default 30.  The run date is
      * ESQLOC_RUN_DATE when set, the same run date esqlOCDriver
      * uses.  Companion to esqlOCReport - shares its externalized DB
      * connection settings, report parameter file and SQL audit log.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY RPTCFGSEL.
           SELECT PARTIC-REPORT-FILE ASSIGN TO 'PARRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIC-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY RPTCFGFD.
       FD  PARTIC-REPORT-FILE.
       01  PARTIC-REPORT-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY RPTCFGWS.
       01  PARTIC-REPORT-STATUS            PIC XX      VALUE SPACES.
           88  PARTIC-REPORT-FILE-OK                   VALUE '00'.
       01  PAR-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  PAR-DATE-GRP REDEFINES PAR-DATE-NUM.
           05  PAR-DT-YYYY                  PIC 9(4).
           05  PAR-DT-MM                    PIC 9(2).
           05  PAR-DT-DD                    PIC 9(2).
       01  PAR-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  PAR-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  PAR-NEXT-YYYY                   PIC 9(4)    VALUE ZERO.
       01  PAR-NEXT-MM                     PIC 9(2)    VALUE ZERO.
       01  PAR-TODAY-DAYS                  PIC 9(7)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * LAPSE WINDOW - DAYS WITHOUT A SESSION BEFORE AN ACTIVE PLAYER
      * IS LISTED, AND THE CUTOFF DATE IT GIVES
      *-----------------------------------------------------------------*
       01  PAR-LAPSE-DAYS                  PIC 9(4)    VALUE 30.
       01  PAR-LAPSE-TEXT                  PIC X(60)   VALUE SPACES.
       01  PAR-CUTOFF-NUM                  PIC 9(8)    VALUE ZERO.
       01  PAR-CUTOFF-GRP REDEFINES PAR-CUTOFF-NUM.
           05  PAR-CO-YYYY                  PIC 9(4).
           05  PAR-CO-MM                    PIC 9(2).
           05  PAR-CO-DD                    PIC 9(2).
       01  PAR-LAST-NUM                    PIC 9(8)    VALUE ZERO.
       01  PAR-LAST-GRP REDEFINES PAR-LAST-NUM.
           05  PAR-LS-YYYY                  PIC 9(4).
           05  PAR-LS-MM                    PIC 9(2).
           05  PAR-LS-DD                    PIC 9(2).
       01  PAR-DAYS-SINCE                  PIC 9(7)    VALUE ZERO.
       01  PAR-COUNTERS.
           05  PAR-PLAYER-COUNT             PIC 9(6)    VALUE ZERO.
           05  PAR-ATTEND-COUNT             PIC 9(9)    VALUE ZERO.
           05  PAR-LAPSED-COUNT             PIC 9(6)    VALUE ZERO.
       01  PAR-CURSOR-SW                   PIC X       VALUE 'N'.
           88  PAR-CURSOR-DONE                         VALUE 'Y'.
       01  PAR-WORK-PCT                    PIC 9(3)V9  VALUE ZERO.
       01  PAR-WORK-AVG                    PIC 9(4)V9  VALUE ZERO.
      *-----------------------------------------------------------------*
      * THE SESSIONS HELD IN THE PERIOD.  THE STREAK IS COUNTED BACK
      * BY READING THEM, MOST RECENT FIRST, ALONGSIDE EACH PLAYER'S
      * ATTENDANCE.
      *-----------------------------------------------------------------*
       01  PAR-HELD-COUNT                  PIC 9(4)    VALUE ZERO.
       01  PAR-HELD-SW                     PIC X       VALUE 'N'.
           88  PAR-HELD-OPEN                           VALUE 'Y'.
      *-----------------------------------------------------------------*
      * THE PLAYER BEING ACCUMULATED FROM THE PLAYER CURSOR
      *-----------------------------------------------------------------*
       01  PAR-PLAYER.
           05  PAR-P-PERSONID               PIC 9(12)   VALUE ZERO.
           05  PAR-P-NAME                   PIC X(50).
           05  PAR-P-STATUS                 PIC X(01).
           05  PAR-P-TEAMID                 PIC 9(12).
           05  PAR-P-TEAM-NAME              PIC X(50).
           05  PAR-P-ATTENDED               PIC 9(4).
           05  PAR-P-GAMES                  PIC 9(4).
           05  PAR-P-FIRST                  PIC X(10).
           05  PAR-P-LAST                   PIC X(10).
           05  PAR-P-STREAK                 PIC 9(4).
           05  PAR-P-STREAK-SW              PIC X.
               88  PAR-P-STREAK-OPEN                   VALUE 'Y'.
               88  PAR-P-STREAK-BROKEN                 VALUE 'N'.
       01  PAR-TEAM-COUNT                  PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  PL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(45)
               VALUE 'PLAYER PARTICIPATION AND ATTENDANCE REPORT'.
       01  PL-RUNDATE.
           05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
           05  PL-RD-DATE                   PIC X(10).
           05  FILLER              PIC X(10)   VALUE '  PERIOD: '.
           05  PL-RD-BEGIN                  PIC X(10).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  PL-RD-END                    PIC X(10).
           05  FILLER              PIC X(17)
               VALUE '  SESSIONS HELD: '.
           05  PL-RD-HELD                   PIC ZZZ9.
       01  PL-RULE                         PIC X(100)  VALUE ALL '-'.
       01  PL-SECTION-HDR                  PIC X(60)   VALUE SPACES.
       01  PL-PLAYER-HDR.
           05  FILLER                       PIC X(25)   VALUE 'PLAYER'.
           05  FILLER                       PIC X(17)   VALUE 'TEAM'.
           05  FILLER                       PIC X(3)    VALUE 'ST'.
           05  FILLER                       PIC X(10)
               VALUE 'ATTD/HELD'.
           05  FILLER                       PIC X(6)    VALUE ' PCT'.
           05  FILLER                       PIC X(6)    VALUE 'GAMES'.
           05  FILLER                       PIC X(11)   VALUE 'FIRST'.
           05  FILLER                       PIC X(12)   VALUE 'LAST'.
           05  FILLER                       PIC X(6)    VALUE 'STREAK'.
       01  PL-PLAYER-DET.
           05  PL-PD-NAME                   PIC X(24).
           05  FILLER                       PIC X       VALUE SPACE.
           05  PL-PD-TEAM                   PIC X(16).
           05  FILLER                       PIC X       VALUE SPACE.
           05  PL-PD-STATUS                 PIC X(01).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-PD-ATTENDED               PIC ZZZ9.
           05  FILLER                       PIC X       VALUE '/'.
           05  PL-PD-HELD                   PIC 9(4).
           05  FILLER                       PIC X       VALUE SPACE.
           05  PL-PD-PCT                    PIC ZZ9.
           05  FILLER                       PIC X(3)    VALUE '%  '.
           05  PL-PD-GAMES                  PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-PD-FIRST                  PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  PL-PD-LAST                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-PD-STREAK                 PIC ZZZ9.
       01  PL-TEAM-HDR.
           05  FILLER                       PIC X(32)   VALUE 'TEAM'.
           05  FILLER                       PIC X(9)    VALUE 'PLAYERS'.
           05  FILLER                       PIC X(13)
               VALUE 'ATTENDANCES'.
           05  FILLER                       PIC X(12)
               VALUE 'PER PLAYER'.
           05  FILLER                       PIC X(9)    VALUE '  PCT'.
           05  FILLER                       PIC X(11)
               VALUE 'BEST STREAK'.
       01  PL-TEAM-DET.
           05  PL-TD-NAME                   PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-TD-PLAYERS                PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-TD-ATTENDED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  PL-TD-AVG                    PIC Z,ZZ9.9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  PL-TD-PCT                    PIC ZZ9.9.
           05  FILLER                       PIC X(5)    VALUE '%    '.
           05  PL-TD-STREAK                 PIC ZZZ9.
       01  PL-LAPSED-HDR.
           05  FILLER                       PIC X(32)   VALUE 'PLAYER'.
           05  FILLER                       PIC X(32)   VALUE 'TEAM'.
           05  FILLER                       PIC X(14)
               VALUE 'LAST SESSION'.
           05  FILLER                       PIC X(10)
               VALUE 'DAYS SINCE'.
       01  PL-LAPSED-DET.
           05  PL-LD-NAME                   PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-LD-TEAM                   PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  PL-LD-LAST                   PIC X(10).
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  PL-LD-DAYS                   PIC X(7).
       01  PL-LAPSE-NOTE.
           05  FILLER              PIC X(33)
               VALUE 'ACTIVE PLAYERS WITH NO SESSION IN'.
           05  PL-LN-DAYS                   PIC ZZZ9.
           05  FILLER              PIC X(18)
               VALUE ' DAYS (NONE SINCE '.
           05  PL-LN-CUTOFF                 PIC X(10).
           05  FILLER              PIC X(1)    VALUE ')'.
       01  PL-DAYS-EDIT                    PIC ZZZZZZ9.
       01  PL-NONE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(30)   VALUE 'None.'.
       01  PL-SUMMARY.
           05  FILLER              PIC X(9)    VALUE 'PLAYERS: '.
           05  PL-SM-PLAYERS                PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)   VALUE '  ATTENDANCES: '.
           05  PL-SM-ATTENDED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  LAPSED: '.
           05  PL-SM-LAPSED                 PIC ZZZ,ZZ9.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarC                PIC X(50).
           05 hVarC2               PIC X(50).
           05 hVarDate             PIC X(10).
           05 hVarStatus           PIC X(1).
           05 hVarChk              PIC 9(9).
           05 hVarPersonId         PIC 9(12).
           05 hVarSessionId        PIC 9(12).
           05 hVarTeamId           PIC 9(12).
           05 hVarHeldId           PIC 9(12).
           05 hVarPlayers          PIC 9(9).
           05 hVarAttended         PIC 9(9).
           05 hVarStreak           PIC 9(9).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
           05 hVarRunDate          PIC X(10).
           05 hVarCutoff           PIC X(10).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, RESOLVE THE PERIOD AND LAPSE WINDOW, COUNT THE
      * SESSIONS HELD, THEN PRINT THE PLAYER, TEAM AND LAPSED PARTS
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT PAR-DATE-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO PAR-DATE-TEXT.
           ACCEPT PAR-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_RUN_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF PAR-DATE-TEXT IS NUMERIC
             MOVE PAR-DATE-TEXT TO PAR-DATE-NUM
           END-IF.
           STRING PAR-DT-YYYY '-' PAR-DT-MM '-' PAR-DT-DD
             INTO PAR-DATE-DISPLAY.
           MOVE PAR-DATE-DISPLAY TO hVarRunDate.
           COMPUTE PAR-TODAY-DAYS =
             FUNCTION INTEGER-OF-DATE(PAR-DATE-NUM).
           PERFORM GET-REPORT-PERIOD.
           IF NOT RPTCFG-PERIOD-FOUND
             MOVE PAR-DT-MM TO PAR-NEXT-MM
             MOVE PAR-DT-YYYY TO PAR-NEXT-YYYY
             ADD 1 TO PAR-NEXT-MM
             IF PAR-NEXT-MM > 12
               MOVE 1 TO PAR-NEXT-MM
               ADD 1 TO PAR-NEXT-YYYY
             END-IF
             STRING PAR-DT-YYYY '-' PAR-DT-MM '-01' INTO hVarBegin
             STRING PAR-NEXT-YYYY '-' PAR-NEXT-MM '-01' INTO hVarEnd
           END-IF.
           PERFORM GET-LAPSE-DAYS.
           MOVE SPACES TO PARTIC-REPORT-STATUS.
           OPEN OUTPUT PARTIC-REPORT-FILE.
           IF NOT PARTIC-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN PARRPT01, STATUS '
               PARTIC-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM COUNT-SESSIONS-HELD.
           WRITE PARTIC-REPORT-LINE FROM PL-RULE.
           WRITE PARTIC-REPORT-LINE FROM PL-TITLE.
           MOVE PAR-DATE-DISPLAY TO PL-RD-DATE.
           MOVE hVarBegin TO PL-RD-BEGIN.
           MOVE hVarEnd TO PL-RD-END.
           MOVE PAR-HELD-COUNT TO PL-RD-HELD.
           WRITE PARTIC-REPORT-LINE FROM PL-RUNDATE.
           WRITE PARTIC-REPORT-LINE FROM PL-RULE.
           PERFORM PRINT-PLAYER-ATTENDANCE.
           PERFORM PRINT-TEAM-ATTENDANCE.
           PERFORM PRINT-LAPSED-PLAYERS.
           MOVE SPACES TO PARTIC-REPORT-LINE.
           WRITE PARTIC-REPORT-LINE.
           MOVE PAR-PLAYER-COUNT TO PL-SM-PLAYERS.
           MOVE PAR-ATTEND-COUNT TO PL-SM-ATTENDED.
           MOVE PAR-LAPSED-COUNT TO PL-SM-LAPSED.
           WRITE PARTIC-REPORT-LINE FROM PL-SUMMARY.
           CLOSE PARTIC-REPORT-FILE.
           DISPLAY ' PARTICIPATION REPORT COMPLETE '.
           DISPLAY '  Period:               ' hVarBegin ' THRU '
             hVarEnd.
           DISPLAY '  Sessions held:        ' PAR-HELD-COUNT.
           DISPLAY '  Players listed:       ' PAR-PLAYER-COUNT.
           DISPLAY '  Attendances:          ' PAR-ATTEND-COUNT.
           DISPLAY '  Teams:                ' PAR-TEAM-COUNT.
           DISPLAY '  Lapsed players:       ' PAR-LAPSED-COUNT.
           DISPLAY '  Report written to PARRPT01'.
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
      * GET-LAPSE-DAYS - LAPSEDAYS FROM RPTCONFIG, WITH THE USUAL
      * ESQLOC_RPT_xxx ENVIRONMENT VARIABLE FALLBACK, DEFAULT 30; THEN
      * THE CUTOFF - A PLAYER WITH NO SESSION AFTER IT HAS LAPSED.
      *-----------------------------------------------------------------*
       GET-LAPSE-DAYS SECTION.
           MOVE SPACES TO PAR-LAPSE-TEXT.
           MOVE SPACES TO RPTCFG-STATUS.
           OPEN INPUT RPTCONFIG-FILE.
           IF RPTCFG-FILE-OK
             PERFORM UNTIL RPTCFG-FILE-EOF
               READ RPTCONFIG-FILE
                 AT END
                   SET RPTCFG-FILE-EOF TO TRUE
                 NOT AT END
                   UNSTRING RPTCFG-RECORD DELIMITED BY '='
                     INTO RPTCFG-KEY RPTCFG-VALUE
                   END-UNSTRING
                   IF RPTCFG-KEY = 'LAPSEDAYS'
                     MOVE RPTCFG-VALUE TO PAR-LAPSE-TEXT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RPTCONFIG-FILE
           END-IF.
           IF PAR-LAPSE-TEXT = SPACES
             ACCEPT PAR-LAPSE-TEXT FROM ENVIRONMENT
               'ESQLOC_RPT_LAPSEDAYS'
               ON EXCEPTION
                 MOVE SPACES TO PAR-LAPSE-TEXT
             END-ACCEPT
           END-IF.
           IF PAR-LAPSE-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(PAR-LAPSE-TEXT) TO PAR-LAPSE-DAYS
           END-IF.
           IF PAR-LAPSE-DAYS = 0
             MOVE 30 TO PAR-LAPSE-DAYS
           END-IF.
           COMPUTE PAR-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
             (PAR-TODAY-DAYS - PAR-LAPSE-DAYS).
           MOVE SPACES TO hVarCutoff.
           STRING PAR-CO-YYYY '-' PAR-CO-MM '-' PAR-CO-DD
             INTO hVarCutoff
           .
      *-----------------------------------------------------------------*
      * COUNT-SESSIONS-HELD - EVERY TESTSESSION ROW DATED IN THE
      * PERIOD.
      *-----------------------------------------------------------------*
       COUNT-SESSIONS-HELD SECTION.
           MOVE ZERO TO hVarChk.
           MOVE 'PAR-SESSIONS-HELD' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk
             FROM TESTSESSION
             WHERE SESSIONDATE >= :hVarBegin
               AND SESSIONDATE < :hVarEnd
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO PAR-HELD-COUNT
           .
      *-----------------------------------------------------------------*
      * PRINT-PLAYER-ATTENDANCE - EVERY ACTIVE PLAYER, LEFT JOINED TO
      * THE SESSIONS THEY ATTENDED IN THE PERIOD, PLUS ANY OTHER
      * PLAYER WHO ATTENDED.  ONE ROW PER (PLAYER, SESSION) - OR ONE
      * ROW WITH SESSION ZERO FOR A PLAYER WHO NEVER CAME - PLAYER BY
      * PLAYER AND MOST RECENT SESSION FIRST, THE SAME ORDER AS
      * CUR_PAR_HELD, SO THE STREAK IS THE RUN OF ROWS THAT MATCH
      * THAT CURSOR FROM ITS TOP.  EACH PLAYER IS PRINTED AT THE
      * CONTROL BREAK.
      *-----------------------------------------------------------------*
       PRINT-PLAYER-ATTENDANCE SECTION.
           MOVE SPACES TO PARTIC-REPORT-LINE.
           WRITE PARTIC-REPORT-LINE.
           MOVE 'PLAYER ATTENDANCE' TO PL-SECTION-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-SECTION-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-PLAYER-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-RULE.
           MOVE ZERO TO PAR-P-PERSONID.
           MOVE 'DECLARE-CUR-PAR-HELD' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_PAR_HELD CURSOR FOR
             SELECT ID
             FROM TESTSESSION
             WHERE SESSIONDATE >= :hVarBegin
               AND SESSIONDATE < :hVarEnd
             ORDER BY SESSIONDATE DESC, ID DESC
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'DECLARE-CUR-PAR-ATTEND' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_PAR_ATTEND CURSOR FOR
             SELECT TESTPERSON.ID, TESTPERSON.NAME,
               COALESCE(TESTPERSON.STATUS,'A'),
               COALESCE(TESTPERSON.TEAMID,0),
               COALESCE(ATT.SESSIONDATE,'1900-01-01'),
               COALESCE(ATT.SESSIONID,0)
             FROM TESTPERSON
             LEFT JOIN
               (SELECT DISTINCT TESTPOINTS.PERSONID,
                  TESTSESSION.SESSIONDATE,
                  TESTSESSION.ID AS SESSIONID
                FROM TESTPOINTS, TESTSESSION
                WHERE TESTSESSION.ID = TESTPOINTS.SESSIONID
                  AND TESTSESSION.SESSIONDATE >= :hVarBegin
                  AND TESTSESSION.SESSIONDATE < :hVarEnd) ATT
               ON ATT.PERSONID = TESTPERSON.ID
             WHERE COALESCE(TESTPERSON.STATUS,'A') = 'A'
                OR ATT.PERSONID IS NOT NULL
             ORDER BY TESTPERSON.ID,
               ATT.SESSIONDATE DESC, ATT.SESSIONID DESC
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-PAR-ATTEND' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_PAR_ATTEND
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'N' TO PAR-CURSOR-SW.
           PERFORM UNTIL PAR-CURSOR-DONE
             MOVE 'FETCH-CUR-PAR-ATTEND' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_PAR_ATTEND
               INTO
                 :hVarPersonId,
                 :hVarC,
                 :hVarStatus,
                 :hVarTeamId,
                 :hVarDate,
                 :hVarSessionId
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET PAR-CURSOR-DONE TO TRUE
             ELSE
               IF hVarPersonId NOT = PAR-P-PERSONID
                 IF PAR-P-PERSONID NOT = ZERO
                   PERFORM FINISH-PLAYER
                 END-IF
                 PERFORM START-PLAYER
               END-IF
               IF hVarSessionId NOT = ZERO
                 PERFORM NOTE-ATTENDANCE
               END-IF
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-PAR-ATTEND' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_PAR_ATTEND
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF PAR-P-PERSONID NOT = ZERO
             PERFORM FINISH-PLAYER
           END-IF.
           IF PAR-PLAYER-COUNT = 0
             WRITE PARTIC-REPORT-LINE FROM PL-NONE
           END-IF
           .
      *-----------------------------------------------------------------*
      * START-PLAYER - TAKE THE PLAYER FROM THE ROW AND, WHEN THEY
      * ATTENDED AT ALL, OPEN THE SESSIONS HELD AT THE MOST RECENT.
      *-----------------------------------------------------------------*
       START-PLAYER SECTION.
           MOVE hVarPersonId TO PAR-P-PERSONID.
           MOVE hVarC TO PAR-P-NAME.
           MOVE hVarStatus TO PAR-P-STATUS.
           MOVE hVarTeamId TO PAR-P-TEAMID.
           MOVE ZERO TO PAR-P-ATTENDED PAR-P-STREAK.
           MOVE SPACES TO PAR-P-FIRST PAR-P-LAST.
           SET PAR-P-STREAK-BROKEN TO TRUE.
           IF hVarSessionId NOT = ZERO
             MOVE hVarDate TO PAR-P-LAST
             SET PAR-P-STREAK-OPEN TO TRUE
             MOVE 'OPEN-CUR-PAR-HELD' TO AUDIT-CONTEXT
             EXEC SQL
               OPEN CUR_PAR_HELD
             END-EXEC
             PERFORM SQLSTATE-CHECK
             SET PAR-HELD-OPEN TO TRUE
             PERFORM NEXT-SESSION-HELD
           END-IF
           .
      *-----------------------------------------------------------------*
      * NEXT-SESSION-HELD - THE NEXT SESSION HELD, COUNTING BACK;
      * ZERO ONCE THEY ARE ALL READ.
      *-----------------------------------------------------------------*
       NEXT-SESSION-HELD SECTION.
           MOVE 'FETCH-CUR-PAR-HELD' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_PAR_HELD
             INTO :hVarHeldId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE ZERO TO hVarHeldId
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-ATTENDANCE - COUNT THE SESSION; WHILE THE STREAK HOLDS,
      * IT MUST BE THE NEXT SESSION HELD COUNTING BACK FROM THE LAST.
      *-----------------------------------------------------------------*
       NOTE-ATTENDANCE SECTION.
           ADD 1 TO PAR-P-ATTENDED.
           MOVE hVarDate TO PAR-P-FIRST.
           IF PAR-P-STREAK-OPEN
             IF hVarHeldId = hVarSessionId
               ADD 1 TO PAR-P-STREAK
               PERFORM NEXT-SESSION-HELD
             ELSE
               SET PAR-P-STREAK-BROKEN TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * FINISH-PLAYER - RELEASE THE SESSIONS HELD, LOOK UP THE TEAM
      * NAME AND THE DISTINCT GAMES PLAYED IN THE PERIOD, AND PRINT
      * THE ROW.
      *-----------------------------------------------------------------*
       FINISH-PLAYER SECTION.
           IF PAR-HELD-OPEN
             MOVE 'CLOSE-CUR-PAR-HELD' TO AUDIT-CONTEXT
             EXEC SQL
               CLOSE CUR_PAR_HELD
             END-EXEC
             PERFORM SQLSTATE-CHECK
             MOVE 'N' TO PAR-HELD-SW
           END-IF.
           MOVE PAR-P-PERSONID TO hVarPersonId.
           MOVE PAR-P-TEAMID TO hVarTeamId.
           PERFORM GET-TEAM-NAME.
           MOVE hVarC2 TO PAR-P-TEAM-NAME.
           MOVE ZERO TO PAR-P-GAMES.
           IF PAR-P-ATTENDED > 0
             MOVE 'PAR-GAMES-PLAYED' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT COUNT(DISTINCT TESTPOINTS.GAMEID)
               INTO :hVarChk
               FROM TESTPOINTS, TESTSESSION
               WHERE TESTPOINTS.PERSONID = :hVarPersonId
                 AND TESTSESSION.ID = TESTPOINTS.SESSIONID
                 AND TESTSESSION.SESSIONDATE >= :hVarBegin
                 AND TESTSESSION.SESSIONDATE < :hVarEnd
             END-EXEC
             PERFORM SQLSTATE-CHECK
             MOVE hVarChk TO PAR-P-GAMES
           END-IF.
           MOVE PAR-P-NAME TO PL-PD-NAME.
           MOVE PAR-P-TEAM-NAME TO PL-PD-TEAM.
           MOVE PAR-P-STATUS TO PL-PD-STATUS.
           MOVE PAR-P-ATTENDED TO PL-PD-ATTENDED.
           MOVE PAR-HELD-COUNT TO PL-PD-HELD.
           IF PAR-HELD-COUNT > 0
             COMPUTE PL-PD-PCT ROUNDED =
               PAR-P-ATTENDED * 100 / PAR-HELD-COUNT
           ELSE
             MOVE ZERO TO PL-PD-PCT
           END-IF.
           MOVE PAR-P-GAMES TO PL-PD-GAMES.
           MOVE PAR-P-FIRST TO PL-PD-FIRST.
           MOVE PAR-P-LAST TO PL-PD-LAST.
           MOVE PAR-P-STREAK TO PL-PD-STREAK.
           WRITE PARTIC-REPORT-LINE FROM PL-PLAYER-DET.
           ADD 1 TO PAR-PLAYER-COUNT.
           ADD PAR-P-ATTENDED TO PAR-ATTEND-COUNT
           .
      *-----------------------------------------------------------------*
      * GET-TEAM-NAME - hVarTeamId TO hVarC2; NO TEAM, OR A TEAM NOT
      * ON FILE, READS AS SUCH.
      *-----------------------------------------------------------------*
       GET-TEAM-NAME SECTION.
           IF hVarTeamId = ZERO
             MOVE '(NO TEAM)' TO hVarC2
           ELSE
             MOVE 'PAR-TEAM-LOOKUP' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT NAME INTO :hVarC2
               FROM TESTTEAM
               WHERE ID = :hVarTeamId
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               MOVE '(TEAM NOT ON FILE)' TO hVarC2
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * PRINT-TEAM-ATTENDANCE - THE SAME PLAYERS AS THE PLAYER PART,
      * GROUPED BY TEAM IN THE DATABASE (TEAM ID ZERO IS PLAYERS WITH
      * NO TEAM).  A PLAYER'S STREAK THERE IS THE SAME RULE AS
      * NOTE-ATTENDANCE: THE SESSIONS HELD WITH NO SESSION MISSED
      * FROM THEM TO THE LAST ONE HELD.  ATTENDANCE PERCENTAGE IS
      * ATTENDANCES OVER PLAYERS TIMES SESSIONS HELD.
      *-----------------------------------------------------------------*
       PRINT-TEAM-ATTENDANCE SECTION.
           MOVE SPACES TO PARTIC-REPORT-LINE.
           WRITE PARTIC-REPORT-LINE.
           MOVE 'TEAM ATTENDANCE' TO PL-SECTION-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-SECTION-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-TEAM-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-RULE.
           MOVE 'DECLARE-CUR-PAR-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_PAR_TEAM CURSOR FOR
             SELECT PLR.TEAMID, COUNT(*), SUM(PLR.ATTENDED),
               MAX(PLR.STREAK)
             FROM
               (SELECT COALESCE(TESTPERSON.TEAMID,0) AS TEAMID,
                  COALESCE(TESTPERSON.STATUS,'A') AS STATUS,
                  (SELECT COUNT(DISTINCT TESTPOINTS.SESSIONID)
                   FROM TESTPOINTS, TESTSESSION
                   WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
                     AND TESTSESSION.ID = TESTPOINTS.SESSIONID
                     AND TESTSESSION.SESSIONDATE >= :hVarBegin
                     AND TESTSESSION.SESSIONDATE < :hVarEnd)
                    AS ATTENDED,
                  (SELECT COUNT(*)
                   FROM TESTSESSION HLD
                   WHERE HLD.SESSIONDATE >= :hVarBegin
                     AND HLD.SESSIONDATE < :hVarEnd
                     AND NOT EXISTS
                       (SELECT 1 FROM TESTSESSION MIS
                        WHERE MIS.SESSIONDATE >= :hVarBegin
                          AND MIS.SESSIONDATE < :hVarEnd
                          AND (MIS.SESSIONDATE > HLD.SESSIONDATE
                            OR (MIS.SESSIONDATE = HLD.SESSIONDATE
                              AND MIS.ID >= HLD.ID))
                          AND NOT EXISTS
                            (SELECT 1 FROM TESTPOINTS
                             WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
                               AND TESTPOINTS.SESSIONID = MIS.ID)))
                    AS STREAK
                FROM TESTPERSON) PLR
             WHERE PLR.STATUS = 'A' OR PLR.ATTENDED > 0
             GROUP BY PLR.TEAMID
             ORDER BY PLR.TEAMID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-PAR-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_PAR_TEAM
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'N' TO PAR-CURSOR-SW.
           PERFORM UNTIL PAR-CURSOR-DONE
             MOVE 'FETCH-CUR-PAR-TEAM' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_PAR_TEAM
               INTO
                 :hVarTeamId,
                 :hVarPlayers,
                 :hVarAttended,
                 :hVarStreak
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET PAR-CURSOR-DONE TO TRUE
             ELSE
               PERFORM PRINT-TEAM-ROW
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-PAR-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_PAR_TEAM
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF PAR-TEAM-COUNT = 0
             WRITE PARTIC-REPORT-LINE FROM PL-NONE
           END-IF
           .
       PRINT-TEAM-ROW SECTION.
           PERFORM GET-TEAM-NAME.
           MOVE hVarC2 TO PL-TD-NAME.
           MOVE hVarPlayers TO PL-TD-PLAYERS.
           MOVE hVarAttended TO PL-TD-ATTENDED.
           COMPUTE PAR-WORK-AVG ROUNDED = hVarAttended / hVarPlayers.
           MOVE PAR-WORK-AVG TO PL-TD-AVG.
           IF PAR-HELD-COUNT > 0
             COMPUTE PAR-WORK-PCT ROUNDED =
               hVarAttended * 100 / (hVarPlayers * PAR-HELD-COUNT)
           ELSE
             MOVE ZERO TO PAR-WORK-PCT
           END-IF.
           MOVE PAR-WORK-PCT TO PL-TD-PCT.
           MOVE hVarStreak TO PL-TD-STREAK.
           WRITE PARTIC-REPORT-LINE FROM PL-TEAM-DET.
           ADD 1 TO PAR-TEAM-COUNT
           .
      *-----------------------------------------------------------------*
      * PRINT-LAPSED-PLAYERS - ACTIVE PLAYERS WITH NO SESSION AFTER THE
      * CUTOFF UP TO THE RUN DATE, BY TEAM THEN NAME, WITH THEIR LAST
      * SESSION ON OR BEFORE THE RUN DATE (1900-01-01 STANDS FOR
      * NEVER ATTENDED).
      *-----------------------------------------------------------------*
       PRINT-LAPSED-PLAYERS SECTION.
           MOVE SPACES TO PARTIC-REPORT-LINE.
           WRITE PARTIC-REPORT-LINE.
           MOVE 'LAPSED PLAYERS' TO PL-SECTION-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-SECTION-HDR.
           MOVE PAR-LAPSE-DAYS TO PL-LN-DAYS.
           MOVE hVarCutoff TO PL-LN-CUTOFF.
           WRITE PARTIC-REPORT-LINE FROM PL-LAPSE-NOTE.
           WRITE PARTIC-REPORT-LINE FROM PL-LAPSED-HDR.
           WRITE PARTIC-REPORT-LINE FROM PL-RULE.
           MOVE 'DECLARE-CUR-PAR-LAPSED' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_PAR_LAPSED CURSOR FOR
             SELECT TESTPERSON.ID, TESTPERSON.NAME,
               COALESCE(TESTPERSON.TEAMID,0),
               COALESCE((SELECT MAX(TESTSESSION.SESSIONDATE)
                 FROM TESTPOINTS, TESTSESSION
                 WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
                   AND TESTSESSION.ID = TESTPOINTS.SESSIONID
                   AND TESTSESSION.SESSIONDATE <= :hVarRunDate),
                 '1900-01-01')
             FROM TESTPERSON
             WHERE COALESCE(TESTPERSON.STATUS,'A') = 'A'
               AND NOT EXISTS
                 (SELECT 1 FROM TESTPOINTS, TESTSESSION
                  WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
                    AND TESTSESSION.ID = TESTPOINTS.SESSIONID
                    AND TESTSESSION.SESSIONDATE > :hVarCutoff
                    AND TESTSESSION.SESSIONDATE <= :hVarRunDate)
             ORDER BY COALESCE(TESTPERSON.TEAMID,0), TESTPERSON.NAME
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-PAR-LAPSED' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_PAR_LAPSED
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'N' TO PAR-CURSOR-SW.
           PERFORM UNTIL PAR-CURSOR-DONE
             MOVE 'FETCH-CUR-PAR-LAPSED' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_PAR_LAPSED
               INTO
                 :hVarPersonId,
                 :hVarC,
                 :hVarTeamId,
                 :hVarDate
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET PAR-CURSOR-DONE TO TRUE
             ELSE
               PERFORM PRINT-LAPSED-PLAYER
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-PAR-LAPSED' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_PAR_LAPSED
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF PAR-LAPSED-COUNT = 0
             WRITE PARTIC-REPORT-LINE FROM PL-NONE
           END-IF
           .
       PRINT-LAPSED-PLAYER SECTION.
           MOVE hVarC TO PL-LD-NAME.
           IF hVarDate(1:4) = '1900'
             MOVE 'NONE' TO PL-LD-LAST
             MOVE SPACES TO PL-LD-DAYS
           ELSE
             MOVE hVarDate TO PL-LD-LAST
             MOVE hVarDate(1:4) TO PAR-LS-YYYY
             MOVE hVarDate(6:2) TO PAR-LS-MM
             MOVE hVarDate(9:2) TO PAR-LS-DD
             COMPUTE PAR-DAYS-SINCE = PAR-TODAY-DAYS
               - FUNCTION INTEGER-OF-DATE(PAR-LAST-NUM)
             MOVE PAR-DAYS-SINCE TO PL-DAYS-EDIT
             MOVE PL-DAYS-EDIT TO PL-LD-DAYS
           END-IF.
           PERFORM GET-TEAM-NAME.
           MOVE hVarC2 TO PL-LD-TEAM.
           WRITE PARTIC-REPORT-LINE FROM PL-LAPSED-DET.
           ADD 1 TO PAR-LAPSED-COUNT
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
