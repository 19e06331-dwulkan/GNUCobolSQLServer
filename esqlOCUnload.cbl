      * CURRENT TEAMID, so past periods there attribute to current
      * teams - if historical team attribution matters in the
      * rebuilt region, carry the TESTMEMBER rows across by hand.
      * Each person's venue code goes out on the person row and on
      * each of the person's points rows, so per-venue standings and
      * the load's per-venue reconciliation survive a rebuild; the
      * venue ID cross-reference is not load input and stays behind.
      * UNLPOINT is written as one POINTSIN batch - a HDR with sender
      * UNLOAD and the run's date and time as batch ID, and a TRL
      * with the row count and raw points hash total - so it passes
      * esqlOCLoad's batch control on the way back in.
      * Companion to esqlOCLoad - shares its
      * externalized DB connection settings and SQL audit log.
      *-----------------------------------------------------------------*
       01  UNL-TEAM-RECORD.
           05  UT-ID                        PIC 9(12).
           05  UT-NAME                      PIC X(50).
           05  UT-VENUE                     PIC X(04).
       FD  UNL-PERSON-FILE.
       01  UNL-PERSON-RECORD.
           05  UP-ID                        PIC 9(12).
           05  UP-NAME                      PIC X(50).
           05  UP-TEAMID                    PIC 9(12).
           05  UP-STATUS                    PIC X(01).
           05  UP-VENUE                     PIC X(04).
       FD  UNL-GAME-FILE.
       01  UNL-GAME-RECORD.
           05  UG-ID                        PIC 9(12).
           05  UG-NAME                      PIC X(50).
           05  UG-VENUE                     PIC X(04).
       FD  UNL-SESSION-FILE.
       01  UNL-SESSION-RECORD.
           05  US-ID                        PIC 9(12).
           05  US-DATE                      PIC X(10).
           05  US-VENUE                     PIC X(04).
       FD  UNL-POINTS-FILE.
       01  UNL-POINTS-RECORD.
           05  UPT-PERSONID                 PIC 9(12).
           05  UPT-GAMEID                   PIC 9(12).
           05  UPT-SESSIONID                PIC 9(12).
           05  UPT-POINTS                   PIC S9(4)V99.
           05  UPT-VENUE                    PIC X(04).
       01  UNL-POINTS-HEADER.
           05  UPH-REC-TYPE                 PIC X(03).
           05  UPH-SENDER                   PIC X(10).
           05  UPH-BATCH-ID                 PIC X(16).
           05  UPH-CREATED                  PIC 9(08).
       01  UNL-POINTS-TRAILER.
           05  UPR-REC-TYPE                 PIC X(03).
           05  UPR-RECORD-COUNT             PIC 9(09).
           05  UPR-HASH-TOTAL               PIC S9(13)V99.
       FD  UNL-CONTROL-FILE.
       01  UNL-CONTROL-RECORD              PIC X(40).
       WORKING-STORAGE SECTION.
       01  UNL-CONTROL-STATUS              PIC XX      VALUE SPACES.
           88  UNL-CONTROL-OK                          VALUE '00'.
       01  UNL-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  UNL-TIME-NUM                    PIC 9(8)    VALUE ZERO.
       01  UNL-POINTS-HASH                 PIC S9(13)V99 VALUE ZERO.
       01  UNL-COUNTERS.
           05  UNL-TEAM-COUNT               PIC 9(9)    VALUE ZERO.
           05  UNL-PERSON-COUNT             PIC 9(9)    VALUE ZERO.
           05 hVarC                PIC X(50).
           05 hVarDate             PIC X(10).
           05 hVarStatus           PIC X(1).
           05 hVarVenue            PIC X(4).
           05 hVarN                PIC 9(12).
           05 hVarTeamId           PIC 9(12).
           05 hVarPersonId         PIC 9(12).
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT UNL-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT UNL-TIME-NUM FROM TIME.
           PERFORM UNLOAD-TEAMS.
           PERFORM UNLOAD-PERSONS.
           PERFORM UNLOAD-GAMES.
             IF SQLCODE NOT = 100
               MOVE hVarN TO UT-ID
               MOVE hVarC TO UT-NAME
               MOVE SPACES TO UT-VENUE
               WRITE UNL-TEAM-RECORD
               ADD 1 TO UNL-TEAM-COUNT
             END-IF
      *-----------------------------------------------------------------*
      * UNLOAD-PERSONS - TESTPERSON TO UNLPERSN IN PERSONIN LAYOUT.
      * NULL TEAMID UNLOADS AS ZERO (UNASSIGNED) AND NULL STATUS AS
      * 'A', THE VALUES THE LOAD WOULD EDIT THEM TO ANYWAY.  NULL
      * VENUE (THE HOME SITE) UNLOADS AS SPACES.
      *-----------------------------------------------------------------*
       UNLOAD-PERSONS SECTION.
           MOVE SPACES TO UNL-PERSON-STATUS.
           EXEC SQL
             DECLARE CUR_UNL_PERSON CURSOR FOR
             SELECT ID, NAME, COALESCE(TEAMID,0),
               COALESCE(STATUS,'A'), COALESCE(VENUE,' ')
             FROM TESTPERSON ORDER BY ID
           END-EXEC
           PERFORM SQLSTATE-CHECK
                 :hVarN,
                 :hVarC,
                 :hVarTeamId,
                 :hVarStatus,
                 :hVarVenue
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarC TO UP-NAME
               MOVE hVarTeamId TO UP-TEAMID
               MOVE hVarStatus TO UP-STATUS
               MOVE hVarVenue TO UP-VENUE
               WRITE UNL-PERSON-RECORD
               ADD 1 TO UNL-PERSON-COUNT
             END-IF
             IF SQLCODE NOT = 100
               MOVE hVarN TO UG-ID
               MOVE hVarC TO UG-NAME
               MOVE SPACES TO UG-VENUE
               WRITE UNL-GAME-RECORD
               ADD 1 TO UNL-GAME-COUNT
             END-IF
             IF SQLCODE NOT = 100
               MOVE hVarN TO US-ID
               MOVE hVarDate TO US-DATE
               MOVE SPACES TO US-VENUE
               WRITE UNL-SESSION-RECORD
               ADD 1 TO UNL-SESSION-COUNT
             END-IF
      * UNLOAD-POINTS - TESTPOINTS TO UNLPOINT IN POINTSIN LAYOUT,
      * AT THE RAW VALUE THE INPUT CARRIED SO A RELOAD RE-SCORES
      * THROUGH SCORERUL AND A VERIFY AGAINST THIS FILE BALANCES.
      * EACH ROW CARRIES ITS PERSON'S VENUE CODE.  THE ROWS GO OUT AS
      * ONE POINTSIN BATCH BETWEEN A HDR AND A TRL RECORD.
      *-----------------------------------------------------------------*
       UNLOAD-POINTS SECTION.
           MOVE SPACES TO UNL-POINTS-STATUS.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO UNL-POINTS-HEADER.
           MOVE 'HDR' TO UPH-REC-TYPE.
           MOVE 'UNLOAD' TO UPH-SENDER.
           STRING UNL-DATE-NUM UNL-TIME-NUM
             DELIMITED BY SIZE INTO UPH-BATCH-ID.
           MOVE UNL-DATE-NUM TO UPH-CREATED.
           WRITE UNL-POINTS-HEADER.
           MOVE 'DECLARE-CUR-UNL-POINTS' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_UNL_POINTS CURSOR FOR
             SELECT TESTPOINTS.PERSONID, TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID,
               COALESCE(TESTPOINTS.RAWPOINTS, TESTPOINTS.POINTS),
               COALESCE(TESTPERSON.VENUE,' ')
             FROM TESTPOINTS, TESTPERSON
             WHERE TESTPERSON.ID = TESTPOINTS.PERSONID
             ORDER BY TESTPOINTS.PERSONID, TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-UNL-POINTS' TO AUDIT-CONTEXT.
                 :hVarPersonId,
                 :hVarGameId,
                 :hVarSessionId,
                 :hVarD,
                 :hVarVenue
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarGameId TO UPT-GAMEID
               MOVE hVarSessionId TO UPT-SESSIONID
               MOVE hVarD TO UPT-POINTS
               MOVE hVarVenue TO UPT-VENUE
               WRITE UNL-POINTS-RECORD
               ADD 1 TO UNL-POINTS-COUNT
               ADD UPT-POINTS TO UNL-POINTS-HASH
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-UNL-POINTS' TO AUDIT-CONTEXT.
             CLOSE CUR_UNL_POINTS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE SPACES TO UNL-POINTS-TRAILER
           MOVE 'TRL' TO UPR-REC-TYPE
           MOVE UNL-POINTS-COUNT TO UPR-RECORD-COUNT
           MOVE UNL-POINTS-HASH TO UPR-HASH-TOTAL
           WRITE UNL-POINTS-TRAILER
           CLOSE UNL-POINTS-FILE
           .
      *-----------------------------------------------------------------*
