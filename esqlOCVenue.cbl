       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCVenue.
      *-----------------------------------------------------------------*
      * Multi-venue feed consolidation, run ahead of esqlOCLoad.  Each
      * venue delivers its own team, person, game, session and points
      * files, numbered in its own ID series and stamped with its
      * four-character venue code, on VTEAMIN/VPERSONIN/VGAMEIN/
      * VSESSIONIN/VPOINTSIN (the TEAMIN/PERSONIN/GAMEIN/SESSIONIN/
      * POINTSIN layouts, venue code included).  Every venue-local ID
      * is translated to the master ID it carries in TESTTEAM/
      * TESTPERSON/TESTGAME/TESTSESSION through the TESTVENUEXREF
      * cross-reference, and the translated records are added to
      * TEAMIN/PERSONIN/GAMEIN/SESSIONIN/POINTSIN for esqlOCLoad to
      * load exactly as before.  The home site's own rows in those
      * files (no venue code) are kept: each dimension file is
      * rewritten as its home rows followed by the translated venue
      * rows, and POINTSIN is only ever appended to - a VPOINTSIN
      * batch whose batch ID is already on POINTSIN has been
      * translated and is passed over, so esqlOCLoad's line-count
      * checkpoint never moves under it.
      * A local ID seen for the first time on its venue's dimension
      * feed is assigned the next master ID in that series from the
      * venue range at CHKPT-VENUE-BASE (see CHKPTWS) - above every
      * master already cross-referenced, every row on file and
      * esqlOCLoad's venue resume checkpoint, so the load always
      * takes it and the home series below is never crowded.
      * A person's team, and a score's person, game and session, must
      * already be cross-referenced (the dimension files are done
      * first, so the same night's rows count); a row that names an
      * unknown local ID, or carries no venue code, goes to the
      * VENREJ rejects list with the venue and local IDs instead,
      * and a rejected score leaves a VOD placeholder on POINTSIN in
      * its place so the batch keeps its VPOINTSIN shape.
      * A venue file that is not there leaves its load file alone, so
      * a single-site night that delivers TEAMIN etc. directly still
      * loads as it always has.  Rerunning translates the same input
      * to the same master IDs.  Counts per venue are displayed and
      * handed to esqlOCDriver through RUNSTATS, one VENUE line for
      * the run and one VENUE-vvvv line per venue.  Companion to
      * esqlOCLoad - shares its externalized DB connection settings,
      * checkpoint file (read only) and SQL audit log.
      * VPOINTSIN carries the POINTSIN batch HDR/TRL records.  Every
      * batch not yet on POINTSIN must balance to its trailer before
      * anything is translated (return code 8 otherwise, all load
      * files left as delivered); each header is passed through and
      * each trailer rewritten over the scores actually written, the
      * rejected ones being on VENREJ, so esqlOCLoad's own batch
      * control balances.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY CHKPTSEL.
           COPY AUDTSEL.
           COPY TEAMSEL.
           COPY PERSNSEL.
           COPY GAMESEL.
           COPY SESSNSEL.
           COPY PTSINSEL.
           COPY RSTATSEL.
           SELECT VEN-TEAM-FILE ASSIGN TO 'VTEAMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-TEAM-STATUS.
           SELECT VEN-PERSON-FILE ASSIGN TO 'VPERSONIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-PERSON-STATUS.
           SELECT VEN-GAME-FILE ASSIGN TO 'VGAMEIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-GAME-STATUS.
           SELECT VEN-SESSION-FILE ASSIGN TO 'VSESSIONIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-SESSION-STATUS.
           SELECT VEN-POINTS-FILE ASSIGN TO 'VPOINTSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-POINTS-STATUS.
           SELECT VEN-REJECT-FILE ASSIGN TO 'VENREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-REJECT-STATUS.
           SELECT VEN-WORK-FILE ASSIGN TO 'VENWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEN-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY CHKPTFD.
           COPY AUDTFD.
           COPY TEAMFD.
           COPY PERSNFD.
           COPY GAMEFD.
           COPY SESSNFD.
           COPY PTSINFD.
           COPY RSTATFD.
      *-----------------------------------------------------------------*
      * VENUE INPUT RECORDS - FIELD FOR FIELD THE TEAMIN/PERSONIN/
      * GAMEIN/SESSIONIN/POINTSIN LAYOUTS (SEE TEAMFD/PERSNFD/GAMEFD/
      * SESSNFD/PTSINFD), IDS IN THE VENUE'S OWN SERIES.
      *-----------------------------------------------------------------*
       FD  VEN-TEAM-FILE.
       01  VEN-TEAM-RECORD.
           05  VT-ID                        PIC 9(12).
           05  VT-NAME                      PIC X(50).
           05  VT-VENUE                     PIC X(04).
       FD  VEN-PERSON-FILE.
       01  VEN-PERSON-RECORD.
           05  VP-ID                        PIC 9(12).
           05  VP-NAME                      PIC X(50).
           05  VP-TEAMID                    PIC 9(12).
           05  VP-STATUS                    PIC X(01).
           05  VP-VENUE                     PIC X(04).
       FD  VEN-GAME-FILE.
       01  VEN-GAME-RECORD.
           05  VG-ID                        PIC 9(12).
           05  VG-NAME                      PIC X(50).
           05  VG-VENUE                     PIC X(04).
       FD  VEN-SESSION-FILE.
       01  VEN-SESSION-RECORD.
           05  VS-ID                        PIC 9(12).
           05  VS-DATE                      PIC X(10).
           05  VS-VENUE                     PIC X(04).
       FD  VEN-POINTS-FILE.
       01  VEN-POINTS-RECORD.
           05  VPT-PERSONID                 PIC 9(12).
           05  VPT-GAMEID                   PIC 9(12).
           05  VPT-SESSIONID                PIC 9(12).
           05  VPT-POINTS                   PIC S9(4)V99.
           05  VPT-VENUE                    PIC X(04).
       01  VEN-POINTS-HEADER.
           05  VPH-REC-TYPE                 PIC X(03).
               88  VPT-HEADER-REC                      VALUE 'HDR'.
               88  VPT-TRAILER-REC                     VALUE 'TRL'.
           05  VPH-SENDER                   PIC X(10).
           05  VPH-BATCH-ID                 PIC X(16).
           05  VPH-CREATED                  PIC 9(08).
       01  VEN-POINTS-TRAILER.
           05  FILLER                       PIC X(03).
           05  VPR-RECORD-COUNT             PIC 9(09).
           05  VPR-HASH-TOTAL               PIC S9(13)V99.
       FD  VEN-REJECT-FILE.
       01  VEN-REJECT-RECORD               PIC X(120).
      *-----------------------------------------------------------------*
      * HOME ROWS OF THE LOAD FILE BEING REWRITTEN, SET ASIDE WHILE IT
      * IS REOPENED FOR OUTPUT
      *-----------------------------------------------------------------*
       FD  VEN-WORK-FILE.
       01  VEN-WORK-RECORD                 PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY CHKPTWS.
           COPY AUDTWS.
           COPY TEAMWS.
           COPY PERSNWS.
           COPY GAMEWS.
           COPY SESSNWS.
           COPY PTSINWS.
           COPY RSTATWS.
       01  VEN-TEAM-STATUS                 PIC XX      VALUE SPACES.
           88  VEN-TEAM-OK                             VALUE '00'.
           88  VEN-TEAM-EOF                            VALUE '10'.
       01  VEN-PERSON-STATUS               PIC XX      VALUE SPACES.
           88  VEN-PERSON-OK                           VALUE '00'.
           88  VEN-PERSON-EOF                          VALUE '10'.
       01  VEN-GAME-STATUS                 PIC XX      VALUE SPACES.
           88  VEN-GAME-OK                             VALUE '00'.
           88  VEN-GAME-EOF                            VALUE '10'.
       01  VEN-SESSION-STATUS              PIC XX      VALUE SPACES.
           88  VEN-SESSION-OK                          VALUE '00'.
           88  VEN-SESSION-EOF                         VALUE '10'.
       01  VEN-POINTS-STATUS               PIC XX      VALUE SPACES.
           88  VEN-POINTS-OK                           VALUE '00'.
           88  VEN-POINTS-EOF                          VALUE '10'.
       01  VEN-REJECT-STATUS               PIC XX      VALUE SPACES.
           88  VEN-REJECT-FILE-OK                      VALUE '00'.
       01  VEN-WORK-STATUS                 PIC XX      VALUE SPACES.
           88  VEN-WORK-OK                             VALUE '00'.
           88  VEN-WORK-EOF                            VALUE '10'.
       01  VEN-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  VEN-DATE-GRP REDEFINES VEN-DATE-NUM.
           05  VEN-DT-YYYY                  PIC 9(4).
           05  VEN-DT-MM                    PIC 9(2).
           05  VEN-DT-DD                    PIC 9(2).
       01  VEN-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  VEN-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  VEN-COUNTERS.
           05  VEN-READ-COUNT               PIC 9(6)    VALUE ZERO.
           05  VEN-NEW-COUNT                PIC 9(6)    VALUE ZERO.
           05  VEN-XLATE-COUNT              PIC 9(6)    VALUE ZERO.
           05  VEN-REJECT-COUNT             PIC 9(6)    VALUE ZERO.
           05  VEN-HOME-COUNT               PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * NEXT MASTER ID TO ASSIGN IN EACH SERIES - SEE SET-NEXT-MASTERS
      *-----------------------------------------------------------------*
       01  VEN-NEXT-MASTERS.
           05  VEN-NEXT-TEAM                PIC 9(12)   VALUE ZERO.
           05  VEN-NEXT-PERSON              PIC 9(12)   VALUE ZERO.
           05  VEN-NEXT-GAME                PIC 9(12)   VALUE ZERO.
           05  VEN-NEXT-SESSION             PIC 9(12)   VALUE ZERO.
       01  VEN-HIGH-ID                     PIC 9(12)   VALUE ZERO.
      *-----------------------------------------------------------------*
      * ONE TRANSLATION - THE CALLER SETS VENUE, TYPE, LOCAL ID AND
      * WHETHER A NEW MASTER MAY BE ASSIGNED; TRANSLATE-ID RETURNS
      * THE MASTER ID, OR VEN-XR-FOUND OFF.
      *-----------------------------------------------------------------*
       01  VEN-XR-VENUE                    PIC X(04)   VALUE SPACES.
       01  VEN-XR-TYPE                     PIC X(01)   VALUE SPACE.
           88  VEN-XR-TEAM                             VALUE 'T'.
           88  VEN-XR-PERSON                           VALUE 'P'.
           88  VEN-XR-GAME                             VALUE 'G'.
           88  VEN-XR-SESSION                          VALUE 'S'.
       01  VEN-XR-LOCAL                    PIC 9(12)   VALUE ZERO.
       01  VEN-XR-MASTER                   PIC 9(12)   VALUE ZERO.
       01  VEN-XR-ASSIGN-SW                PIC X       VALUE 'N'.
           88  VEN-XR-MAY-ASSIGN                       VALUE 'Y'.
       01  VEN-XR-FOUND-SW                 PIC X       VALUE 'N'.
           88  VEN-XR-FOUND                            VALUE 'Y'.
       01  VEN-ROW-SW                      PIC X       VALUE 'Y'.
           88  VEN-ROW-VALID                           VALUE 'Y'.
           88  VEN-ROW-INVALID                         VALUE 'N'.
       01  VEN-TEAM-MASTER                 PIC 9(12)   VALUE ZERO.
       01  VEN-PERSON-MASTER               PIC 9(12)   VALUE ZERO.
       01  VEN-GAME-MASTER                 PIC 9(12)   VALUE ZERO.
      *-----------------------------------------------------------------*
      * VPOINTSIN BATCH CONTROL (SEE PTBCHPRC), AND THE COUNT AND HASH
      * TOTAL OF THE SCORES WRITTEN TO POINTSIN FOR THE CURRENT BATCH
      *-----------------------------------------------------------------*
           COPY PTBCHWS.
       01  VEN-BATCH-COUNT                 PIC 9(09)   VALUE ZERO.
       01  VEN-BATCH-HASH                  PIC S9(13)V99 VALUE ZERO.
      *-----------------------------------------------------------------*
      * VPOINTSIN BATCHES ALREADY ON POINTSIN (SEE FIND-TRANSLATED-
      * BATCHES) - HOW MANY, THE VPOINTSIN LINE THEY END ON, AND THE
      * BATCH ID BEING LOOKED FOR NEXT
      *-----------------------------------------------------------------*
       01  VEN-PTS-LINE-NO                 PIC 9(12)   VALUE ZERO.
       01  VEN-PTS-LAST-TRL-LINE           PIC 9(12)   VALUE ZERO.
       01  VEN-PTS-DONE-THRU               PIC 9(12)   VALUE ZERO.
       01  VEN-PTS-DONE-BATCHES            PIC 9(6)    VALUE ZERO.
       01  VEN-PTS-SEEK-ID                 PIC X(16)   VALUE SPACES.
       01  VEN-PTS-WALK-SW                 PIC X       VALUE 'N'.
           88  VEN-PTS-WALK-DONE                       VALUE 'Y'.
       01  VEN-PTS-MATCH-SW                PIC X       VALUE 'N'.
           88  VEN-PTS-IN-MATCHED                      VALUE 'Y'.
      *-----------------------------------------------------------------*
      * PER-VENUE COUNTS, IN ORDER OF FIRST APPEARANCE
      *-----------------------------------------------------------------*
       01  VEN-VENUE-COUNT                 PIC 9(3)    VALUE ZERO.
       01  VEN-VENUE-TABLE.
           05  VEN-VENUE-ENTRY OCCURS 50 TIMES INDEXED BY VEN-IDX.
               10  VEN-V-CODE               PIC X(04).
               10  VEN-V-READ               PIC 9(6).
               10  VEN-V-NEW                PIC 9(6).
               10  VEN-V-XLATE              PIC 9(6).
               10  VEN-V-REJECT             PIC 9(6).
      *-----------------------------------------------------------------*
      * VENREJ REJECTS LINE - APPENDED ACROSS RUNS LIKE PERSNREJ
      *-----------------------------------------------------------------*
       01  VEN-REJECT-TIMESTAMP.
           05  VEN-RJ-TS-DATE               PIC 9(8).
           05  VEN-RJ-TS-TIME               PIC 9(8).
       01  VEN-REJECT-LINE.
           05  VRJ-LN-DATE                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-TIME                  PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-VENUE                 PIC X(04).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-FILE                  PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-ID                    PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-ID2                   PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-ID3                   PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  VRJ-LN-REASON                PIC X(40).
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarN                PIC 9(12).
           05 hVarN2               PIC 9(12).
           05 hVarVenue            PIC X(4).
           05 hVarIdType           PIC X(1).
           05 hVarLocalId          PIC 9(12).
           05 hVarMasterId         PIC 9(12).
           05 hVarDate             PIC X(10).
           05 hVarBase             PIC 9(12).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, WORK OUT WHERE EACH MASTER SERIES CONTINUES, THEN
      * TRANSLATE THE FEEDS IN esqlOCLoad'S ORDER SO A PERSON CAN
      * NAME A TEAM, AND A SCORE A SESSION, DELIVERED THE SAME NIGHT
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT VEN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO VEN-DATE-TEXT.
           ACCEPT VEN-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_RUN_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF VEN-DATE-TEXT IS NUMERIC
             MOVE VEN-DATE-TEXT TO VEN-DATE-NUM
           END-IF.
           STRING VEN-DT-YYYY '-' VEN-DT-MM '-' VEN-DT-DD
             INTO VEN-DATE-DISPLAY.
           PERFORM FIND-TRANSLATED-BATCHES.
           PERFORM CHECK-VENUE-POINTS-BATCHES.
           PERFORM CREATE-XREF-TABLE.
           PERFORM LOAD-CHECKPOINTS.
           PERFORM SET-NEXT-MASTERS.
           PERFORM TRANSLATE-TEAMS.
           PERFORM TRANSLATE-PERSONS.
           PERFORM TRANSLATE-GAMES.
           PERFORM TRANSLATE-SESSIONS.
           PERFORM TRANSLATE-POINTS.
           DISPLAY ' VENUE TRANSLATION COMPLETE '.
           DISPLAY '  Records read:          ' VEN-READ-COUNT.
           DISPLAY '  New master IDs:        ' VEN-NEW-COUNT.
           DISPLAY '  Records translated:    ' VEN-XLATE-COUNT.
           DISPLAY '  Records rejected:      ' VEN-REJECT-COUNT.
           DISPLAY '  Home records kept:     ' VEN-HOME-COUNT.
           DISPLAY '  Batches already done:  ' VEN-PTS-DONE-BATCHES.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                     UNTIL VEN-IDX > VEN-VENUE-COUNT
             DISPLAY '  Venue ' VEN-V-CODE(VEN-IDX)
               ' read ' VEN-V-READ(VEN-IDX)
               ' new ' VEN-V-NEW(VEN-IDX)
               ' translated ' VEN-V-XLATE(VEN-IDX)
               ' rejected ' VEN-V-REJECT(VEN-IDX)
           END-PERFORM.
           PERFORM WRITE-RUN-STATS.
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
      * SET-NEXT-MASTERS - EACH SERIES CONTINUES IN THE VENUE RANGE
      * (CHKPT-VENUE-BASE UP) ABOVE THE HIGHEST OF ITS CROSS-
      * REFERENCED MASTERS, ITS TABLE'S IDS IN THAT RANGE AND
      * esqlOCLoad'S VENUE RESUME CHECKPOINT FOR THAT TABLE, SO A NEW
      * MASTER CAN NEITHER COLLIDE WITH A ROW ON FILE NOR FALL BEHIND
      * THE LOAD'S RESUME POINT (A MERGE CAN DELETE THE HIGHEST ROW).
      * MASTERS ASSIGNED BELOW THE RANGE BEFORE IT WAS RESERVED KEEP
      * THEIR IDS.
      *-----------------------------------------------------------------*
       SET-NEXT-MASTERS SECTION.
           MOVE CHKPT-VENUE-BASE TO hVarBase.
           MOVE 'XREF-NEXT-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(MAX(ID),0) INTO :hVarN FROM TESTTEAM
             WHERE ID >= :hVarBase
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'T' TO hVarIdType
           MOVE 'TESTTEAM-VLOAD' TO CHKPT-TABLE-NAME
           PERFORM GET-HIGH-ID
           COMPUTE VEN-NEXT-TEAM = VEN-HIGH-ID + 1
           MOVE 'XREF-NEXT-PERSON' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(MAX(ID),0) INTO :hVarN FROM TESTPERSON
             WHERE ID >= :hVarBase
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'P' TO hVarIdType
           MOVE 'TESTPERSON-VLOAD' TO CHKPT-TABLE-NAME
           PERFORM GET-HIGH-ID
           COMPUTE VEN-NEXT-PERSON = VEN-HIGH-ID + 1
           MOVE 'XREF-NEXT-GAME' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(MAX(ID),0) INTO :hVarN FROM TESTGAME
             WHERE ID >= :hVarBase
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'G' TO hVarIdType
           MOVE 'TESTGAME-VLOAD' TO CHKPT-TABLE-NAME
           PERFORM GET-HIGH-ID
           COMPUTE VEN-NEXT-GAME = VEN-HIGH-ID + 1
           MOVE 'XREF-NEXT-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(MAX(ID),0) INTO :hVarN FROM TESTSESSION
             WHERE ID >= :hVarBase
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'S' TO hVarIdType
           MOVE 'TESTSESSION-VLOAD' TO CHKPT-TABLE-NAME
           PERFORM GET-HIGH-ID
           COMPUTE VEN-NEXT-SESSION = VEN-HIGH-ID + 1
           .
      *-----------------------------------------------------------------*
      * GET-HIGH-ID - THE CALLER LEAVES THE TABLE'S MAX(ID) IN hVarN,
      * THE SERIES IN hVarIdType AND THE LOAD CHECKPOINT NAME IN
      * CHKPT-TABLE-NAME; VEN-HIGH-ID COMES BACK AS THE HIGHEST OF
      * THE THREE, AND NEVER BELOW THE START OF THE VENUE RANGE.
      *-----------------------------------------------------------------*
       GET-HIGH-ID SECTION.
           COMPUTE VEN-HIGH-ID = CHKPT-VENUE-BASE - 1.
           IF hVarN > VEN-HIGH-ID
             MOVE hVarN TO VEN-HIGH-ID
           END-IF
           MOVE 'XREF-MAX-MASTER' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(MAX(MASTERID),0) INTO :hVarN2
             FROM TESTVENUEXREF
             WHERE IDTYPE = :hVarIdType
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarN2 > VEN-HIGH-ID
             MOVE hVarN2 TO VEN-HIGH-ID
           END-IF
           PERFORM GET-CHECKPOINT
           IF CHKPT-LAST-KEY > VEN-HIGH-ID
             MOVE CHKPT-LAST-KEY TO VEN-HIGH-ID
           END-IF
           .
      *-----------------------------------------------------------------*
      * TRANSLATE-TEAMS - VTEAMIN TO TEAMIN, AFTER THE HOME TEAMS
      * (SEE KEEP-HOME-TEAMS).  A NEW LOCAL TEAM ID IS ASSIGNED ITS
      * MASTER HERE.
      *-----------------------------------------------------------------*
       TRANSLATE-TEAMS SECTION.
           MOVE SPACES TO VEN-TEAM-STATUS.
           OPEN INPUT VEN-TEAM-FILE.
           IF NOT VEN-TEAM-OK
             DISPLAY ' VTEAMIN not found, TEAMIN left as delivered'
           ELSE
             PERFORM KEEP-HOME-TEAMS
             PERFORM UNTIL VEN-TEAM-EOF
               READ VEN-TEAM-FILE
                 AT END
                   SET VEN-TEAM-EOF TO TRUE
                 NOT AT END
                   MOVE VT-VENUE TO VEN-XR-VENUE
                   PERFORM NOTE-VENUE-READ
                   IF VT-VENUE = SPACES
                     MOVE 'TEAMIN' TO VRJ-LN-FILE
                     MOVE VT-ID TO VRJ-LN-ID
                     MOVE ZERO TO VRJ-LN-ID2 VRJ-LN-ID3
                     MOVE 'NO VENUE CODE' TO VRJ-LN-REASON
                     PERFORM WRITE-VENUE-REJECT
                   ELSE
                     SET VEN-XR-TEAM TO TRUE
                     MOVE VT-ID TO VEN-XR-LOCAL
                     MOVE 'Y' TO VEN-XR-ASSIGN-SW
                     PERFORM TRANSLATE-ID
                     MOVE VEN-XR-MASTER TO TI-ID
                     MOVE VT-NAME TO TI-NAME
                     MOVE VT-VENUE TO TI-VENUE
                     WRITE TEAM-IN-RECORD
                     PERFORM NOTE-VENUE-TRANSLATED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VEN-TEAM-FILE
             CLOSE TEAM-IN-FILE
             PERFORM COMMIT-XREF
           END-IF
           .
      *-----------------------------------------------------------------*
      * TRANSLATE-PERSONS - VPERSONIN TO PERSONIN.  THE PERSON'S TEAM
      * (WHEN GIVEN) MUST ALREADY BE CROSS-REFERENCED FOR THE VENUE;
      * ONLY THEN IS A NEW LOCAL PERSON ID ASSIGNED ITS MASTER.
      *-----------------------------------------------------------------*
       TRANSLATE-PERSONS SECTION.
           MOVE SPACES TO VEN-PERSON-STATUS.
           OPEN INPUT VEN-PERSON-FILE.
           IF NOT VEN-PERSON-OK
             DISPLAY ' VPERSONIN not found, PERSONIN left as '
               'delivered'
           ELSE
             PERFORM KEEP-HOME-PERSONS
             PERFORM UNTIL VEN-PERSON-EOF
               READ VEN-PERSON-FILE
                 AT END
                   SET VEN-PERSON-EOF TO TRUE
                 NOT AT END
                   MOVE VP-VENUE TO VEN-XR-VENUE
                   PERFORM NOTE-VENUE-READ
                   PERFORM TRANSLATE-ONE-PERSON
               END-READ
             END-PERFORM
             CLOSE VEN-PERSON-FILE
             CLOSE PERSON-IN-FILE
             PERFORM COMMIT-XREF
           END-IF
           .
       TRANSLATE-ONE-PERSON SECTION.
           SET VEN-ROW-VALID TO TRUE.
           MOVE 'PERSONIN' TO VRJ-LN-FILE.
           MOVE VP-ID TO VRJ-LN-ID.
           MOVE ZERO TO VRJ-LN-ID2 VRJ-LN-ID3.
           MOVE ZERO TO VEN-TEAM-MASTER.
           IF VP-VENUE = SPACES
             SET VEN-ROW-INVALID TO TRUE
             MOVE 'NO VENUE CODE' TO VRJ-LN-REASON
           ELSE
             IF VP-TEAMID IS NUMERIC AND VP-TEAMID NOT = 0
               MOVE VP-TEAMID TO VRJ-LN-ID2
               SET VEN-XR-TEAM TO TRUE
               MOVE VP-TEAMID TO VEN-XR-LOCAL
               MOVE 'N' TO VEN-XR-ASSIGN-SW
               PERFORM TRANSLATE-ID
               IF VEN-XR-FOUND
                 MOVE VEN-XR-MASTER TO VEN-TEAM-MASTER
               ELSE
                 SET VEN-ROW-INVALID TO TRUE
                 MOVE 'TEAM NOT ON VENUE XREF' TO VRJ-LN-REASON
               END-IF
             END-IF
           END-IF.
           IF VEN-ROW-INVALID
             PERFORM WRITE-VENUE-REJECT
           ELSE
             SET VEN-XR-PERSON TO TRUE
             MOVE VP-ID TO VEN-XR-LOCAL
             MOVE 'Y' TO VEN-XR-ASSIGN-SW
             PERFORM TRANSLATE-ID
             MOVE VEN-XR-MASTER TO PI-ID
             MOVE VP-NAME TO PI-NAME
             MOVE VEN-TEAM-MASTER TO PI-TEAMID
             MOVE VP-STATUS TO PI-STATUS
             MOVE VP-VENUE TO PI-VENUE
             WRITE PERSON-IN-RECORD
             PERFORM NOTE-VENUE-TRANSLATED
           END-IF
           .
      *-----------------------------------------------------------------*
      * TRANSLATE-GAMES - VGAMEIN TO GAMEIN, SAME AS THE TEAMS.
      *-----------------------------------------------------------------*
       TRANSLATE-GAMES SECTION.
           MOVE SPACES TO VEN-GAME-STATUS.
           OPEN INPUT VEN-GAME-FILE.
           IF NOT VEN-GAME-OK
             DISPLAY ' VGAMEIN not found, GAMEIN left as delivered'
           ELSE
             PERFORM KEEP-HOME-GAMES
             PERFORM UNTIL VEN-GAME-EOF
               READ VEN-GAME-FILE
                 AT END
                   SET VEN-GAME-EOF TO TRUE
                 NOT AT END
                   MOVE VG-VENUE TO VEN-XR-VENUE
                   PERFORM NOTE-VENUE-READ
                   IF VG-VENUE = SPACES
                     MOVE 'GAMEIN' TO VRJ-LN-FILE
                     MOVE VG-ID TO VRJ-LN-ID
                     MOVE ZERO TO VRJ-LN-ID2 VRJ-LN-ID3
                     MOVE 'NO VENUE CODE' TO VRJ-LN-REASON
                     PERFORM WRITE-VENUE-REJECT
                   ELSE
                     SET VEN-XR-GAME TO TRUE
                     MOVE VG-ID TO VEN-XR-LOCAL
                     MOVE 'Y' TO VEN-XR-ASSIGN-SW
                     PERFORM TRANSLATE-ID
                     MOVE VEN-XR-MASTER TO GI-ID
                     MOVE VG-NAME TO GI-NAME
                     MOVE VG-VENUE TO GI-VENUE
                     WRITE GAME-IN-RECORD
                     PERFORM NOTE-VENUE-TRANSLATED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VEN-GAME-FILE
             CLOSE GAME-IN-FILE
             PERFORM COMMIT-XREF
           END-IF
           .
      *-----------------------------------------------------------------*
      * TRANSLATE-SESSIONS - VSESSIONIN TO SESSIONIN, SAME AS THE
      * TEAMS.
      *-----------------------------------------------------------------*
       TRANSLATE-SESSIONS SECTION.
           MOVE SPACES TO VEN-SESSION-STATUS.
           OPEN INPUT VEN-SESSION-FILE.
           IF NOT VEN-SESSION-OK
             DISPLAY ' VSESSIONIN not found, SESSIONIN left as '
               'delivered'
           ELSE
             PERFORM KEEP-HOME-SESSIONS
             PERFORM UNTIL VEN-SESSION-EOF
               READ VEN-SESSION-FILE
                 AT END
                   SET VEN-SESSION-EOF TO TRUE
                 NOT AT END
                   MOVE VS-VENUE TO VEN-XR-VENUE
                   PERFORM NOTE-VENUE-READ
                   IF VS-VENUE = SPACES
                     MOVE 'SESSIONIN' TO VRJ-LN-FILE
                     MOVE VS-ID TO VRJ-LN-ID
                     MOVE ZERO TO VRJ-LN-ID2 VRJ-LN-ID3
                     MOVE 'NO VENUE CODE' TO VRJ-LN-REASON
                     PERFORM WRITE-VENUE-REJECT
                   ELSE
                     SET VEN-XR-SESSION TO TRUE
                     MOVE VS-ID TO VEN-XR-LOCAL
                     MOVE 'Y' TO VEN-XR-ASSIGN-SW
                     PERFORM TRANSLATE-ID
                     MOVE VEN-XR-MASTER TO SI-ID
                     MOVE VS-DATE TO SI-DATE
                     MOVE VS-VENUE TO SI-VENUE
                     WRITE SESSION-IN-RECORD
                     PERFORM NOTE-VENUE-TRANSLATED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VEN-SESSION-FILE
             CLOSE SESSION-IN-FILE
             PERFORM COMMIT-XREF
           END-IF
           .
      *-----------------------------------------------------------------*
      * TRANSLATE-POINTS - THE VPOINTSIN BATCHES NOT YET ON POINTSIN
      * ARE APPENDED TO IT; POINTSIN IS NEVER REWRITTEN, SO EVERY LINE
      * ALREADY THERE (HOME OR VENUE) KEEPS ITS PLACE AND esqlOCLoad'S
      * LINE-COUNT CHECKPOINT RESUMES AS BEFORE.  NO MASTER IS EVER
      * ASSIGNED FROM A SCORE: ITS PERSON, GAME AND SESSION MUST
      * ALREADY BE CROSS-REFERENCED FOR THE VENUE.  A BATCH HEADER
      * GOES THROUGH AS IT CAME; A TRAILER IS REWRITTEN WITH THE COUNT
      * AND HASH TOTAL OF THE SCORES WRITTEN SINCE.
      *-----------------------------------------------------------------*
       TRANSLATE-POINTS SECTION.
           MOVE SPACES TO VEN-POINTS-STATUS.
           OPEN INPUT VEN-POINTS-FILE.
           IF NOT VEN-POINTS-OK
             DISPLAY ' VPOINTSIN not found, POINTSIN left as '
               'delivered'
           ELSE
             MOVE SPACES TO POINTS-IN-STATUS
             OPEN EXTEND POINTS-IN-FILE
             IF POINTS-IN-STATUS = '35'
               MOVE SPACES TO POINTS-IN-STATUS
               OPEN OUTPUT POINTS-IN-FILE
             END-IF
             IF NOT POINTS-IN-OK
               DISPLAY ' ABORTING - CANNOT EXTEND POINTSIN, STATUS '
                 POINTS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE ZERO TO VEN-PTS-LINE-NO
             PERFORM UNTIL VEN-POINTS-EOF
               READ VEN-POINTS-FILE
                 AT END
                   SET VEN-POINTS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO VEN-PTS-LINE-NO
                   IF VEN-PTS-LINE-NO > VEN-PTS-DONE-THRU
                     PERFORM TRANSLATE-POINTS-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VEN-POINTS-FILE
             CLOSE POINTS-IN-FILE
           END-IF
           .
       TRANSLATE-POINTS-LINE SECTION.
           EVALUATE TRUE
             WHEN VPT-HEADER-REC
               MOVE VEN-POINTS-HEADER TO POINTS-IN-HEADER
               WRITE POINTS-IN-HEADER
               MOVE ZERO TO VEN-BATCH-COUNT VEN-BATCH-HASH
             WHEN VPT-TRAILER-REC
               MOVE SPACES TO POINTS-IN-TRAILER
               MOVE 'TRL' TO PTH-REC-TYPE
               MOVE VEN-BATCH-COUNT TO PTT-RECORD-COUNT
               MOVE VEN-BATCH-HASH TO PTT-HASH-TOTAL
               WRITE POINTS-IN-TRAILER
             WHEN OTHER
               MOVE VPT-VENUE TO VEN-XR-VENUE
               PERFORM NOTE-VENUE-READ
               PERFORM TRANSLATE-ONE-SCORE
           END-EVALUATE
           .
       TRANSLATE-ONE-SCORE SECTION.
           SET VEN-ROW-VALID TO TRUE.
           MOVE 'POINTSIN' TO VRJ-LN-FILE.
           MOVE VPT-PERSONID TO VRJ-LN-ID.
           MOVE VPT-GAMEID TO VRJ-LN-ID2.
           MOVE VPT-SESSIONID TO VRJ-LN-ID3.
           MOVE 'N' TO VEN-XR-ASSIGN-SW.
           IF VPT-VENUE = SPACES
             SET VEN-ROW-INVALID TO TRUE
             MOVE 'NO VENUE CODE' TO VRJ-LN-REASON
           END-IF.
           IF VEN-ROW-VALID
             SET VEN-XR-PERSON TO TRUE
             MOVE VPT-PERSONID TO VEN-XR-LOCAL
             PERFORM TRANSLATE-ID
             IF VEN-XR-FOUND
               MOVE VEN-XR-MASTER TO VEN-PERSON-MASTER
             ELSE
               SET VEN-ROW-INVALID TO TRUE
               MOVE 'PERSON NOT ON VENUE XREF' TO VRJ-LN-REASON
             END-IF
           END-IF.
           IF VEN-ROW-VALID
             SET VEN-XR-GAME TO TRUE
             MOVE VPT-GAMEID TO VEN-XR-LOCAL
             PERFORM TRANSLATE-ID
             IF VEN-XR-FOUND
               MOVE VEN-XR-MASTER TO VEN-GAME-MASTER
             ELSE
               SET VEN-ROW-INVALID TO TRUE
               MOVE 'GAME NOT ON VENUE XREF' TO VRJ-LN-REASON
             END-IF
           END-IF.
           IF VEN-ROW-VALID
             SET VEN-XR-SESSION TO TRUE
             MOVE VPT-SESSIONID TO VEN-XR-LOCAL
             PERFORM TRANSLATE-ID
             IF NOT VEN-XR-FOUND
               SET VEN-ROW-INVALID TO TRUE
               MOVE 'SESSION NOT ON VENUE XREF' TO VRJ-LN-REASON
             END-IF
           END-IF.
           IF VEN-ROW-INVALID
             PERFORM WRITE-VENUE-REJECT
             MOVE SPACES TO POINTS-IN-HEADER
             SET PTI-VOID-REC TO TRUE
             MOVE VPT-VENUE TO PTH-SENDER
             WRITE POINTS-IN-HEADER
           ELSE
             MOVE VEN-PERSON-MASTER TO PTI-PERSONID
             MOVE VEN-GAME-MASTER TO PTI-GAMEID
             MOVE VEN-XR-MASTER TO PTI-SESSIONID
             MOVE VPT-POINTS TO PTI-POINTS
             MOVE VPT-VENUE TO PTI-VENUE
             WRITE POINTS-IN-RECORD
             ADD 1 TO VEN-BATCH-COUNT
             ADD VPT-POINTS TO VEN-BATCH-HASH
             PERFORM NOTE-VENUE-TRANSLATED
           END-IF
           .
      *-----------------------------------------------------------------*
      * KEEP-HOME-TEAMS - TEAMIN ALSO CARRIES THE HOME SITE'S OWN
      * TEAMS (NO VENUE CODE).  THEY ARE SET ASIDE ON VENWORK AND
      * WRITTEN BACK FIRST WHEN TEAMIN IS REOPENED FOR OUTPUT, SO THE
      * VENUE TEAMS ARE ADDED TO THE NIGHT'S HOME DATA INSTEAD OF
      * REPLACING IT.  VENUE ROWS FROM AN EARLIER RUN ARE DROPPED -
      * THEY ARE TRANSLATED AGAIN FROM VTEAMIN.  LEAVES TEAMIN OPEN
      * FOR OUTPUT.
      *-----------------------------------------------------------------*
       KEEP-HOME-TEAMS SECTION.
           PERFORM OPEN-VENUE-WORK-OUTPUT.
           MOVE SPACES TO TEAM-IN-STATUS.
           OPEN INPUT TEAM-IN-FILE.
           IF TEAM-IN-OK
             PERFORM UNTIL TEAM-IN-EOF
               READ TEAM-IN-FILE
                 AT END
                   SET TEAM-IN-EOF TO TRUE
                 NOT AT END
                   IF TI-VENUE = SPACES
                     WRITE VEN-WORK-RECORD FROM TEAM-IN-RECORD
                     ADD 1 TO VEN-HOME-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TEAM-IN-FILE
           ELSE
             IF TEAM-IN-STATUS NOT = '35'
               DISPLAY ' ABORTING - CANNOT READ TEAMIN, STATUS '
                 TEAM-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           CLOSE VEN-WORK-FILE.
           MOVE SPACES TO TEAM-IN-STATUS.
           OPEN OUTPUT TEAM-IN-FILE.
           IF NOT TEAM-IN-OK
             DISPLAY ' ABORTING - CANNOT REWRITE TEAMIN, STATUS '
               TEAM-IN-STATUS
             DISPLAY '  its home rows are on VENWORK'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-VENUE-WORK-INPUT.
           PERFORM UNTIL VEN-WORK-EOF
             READ VEN-WORK-FILE INTO TEAM-IN-RECORD
               AT END
                 SET VEN-WORK-EOF TO TRUE
               NOT AT END
                 WRITE TEAM-IN-RECORD
             END-READ
           END-PERFORM.
           CLOSE VEN-WORK-FILE
           .
      *-----------------------------------------------------------------*
      * KEEP-HOME-PERSONS - PERSONIN, SAME AS KEEP-HOME-TEAMS.
      *-----------------------------------------------------------------*
       KEEP-HOME-PERSONS SECTION.
           PERFORM OPEN-VENUE-WORK-OUTPUT.
           MOVE SPACES TO PERSON-IN-STATUS.
           OPEN INPUT PERSON-IN-FILE.
           IF PERSON-IN-OK
             PERFORM UNTIL PERSON-IN-EOF
               READ PERSON-IN-FILE
                 AT END
                   SET PERSON-IN-EOF TO TRUE
                 NOT AT END
                   IF PI-VENUE = SPACES
                     WRITE VEN-WORK-RECORD FROM PERSON-IN-RECORD
                     ADD 1 TO VEN-HOME-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PERSON-IN-FILE
           ELSE
             IF PERSON-IN-STATUS NOT = '35'
               DISPLAY ' ABORTING - CANNOT READ PERSONIN, STATUS '
                 PERSON-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           CLOSE VEN-WORK-FILE.
           MOVE SPACES TO PERSON-IN-STATUS.
           OPEN OUTPUT PERSON-IN-FILE.
           IF NOT PERSON-IN-OK
             DISPLAY ' ABORTING - CANNOT REWRITE PERSONIN, STATUS '
               PERSON-IN-STATUS
             DISPLAY '  its home rows are on VENWORK'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-VENUE-WORK-INPUT.
           PERFORM UNTIL VEN-WORK-EOF
             READ VEN-WORK-FILE INTO PERSON-IN-RECORD
               AT END
                 SET VEN-WORK-EOF TO TRUE
               NOT AT END
                 WRITE PERSON-IN-RECORD
             END-READ
           END-PERFORM.
           CLOSE VEN-WORK-FILE
           .
      *-----------------------------------------------------------------*
      * KEEP-HOME-GAMES - GAMEIN, SAME AS KEEP-HOME-TEAMS.
      *-----------------------------------------------------------------*
       KEEP-HOME-GAMES SECTION.
           PERFORM OPEN-VENUE-WORK-OUTPUT.
           MOVE SPACES TO GAME-IN-STATUS.
           OPEN INPUT GAME-IN-FILE.
           IF GAME-IN-OK
             PERFORM UNTIL GAME-IN-EOF
               READ GAME-IN-FILE
                 AT END
                   SET GAME-IN-EOF TO TRUE
                 NOT AT END
                   IF GI-VENUE = SPACES
                     WRITE VEN-WORK-RECORD FROM GAME-IN-RECORD
                     ADD 1 TO VEN-HOME-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE GAME-IN-FILE
           ELSE
             IF GAME-IN-STATUS NOT = '35'
               DISPLAY ' ABORTING - CANNOT READ GAMEIN, STATUS '
                 GAME-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           CLOSE VEN-WORK-FILE.
           MOVE SPACES TO GAME-IN-STATUS.
           OPEN OUTPUT GAME-IN-FILE.
           IF NOT GAME-IN-OK
             DISPLAY ' ABORTING - CANNOT REWRITE GAMEIN, STATUS '
               GAME-IN-STATUS
             DISPLAY '  its home rows are on VENWORK'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-VENUE-WORK-INPUT.
           PERFORM UNTIL VEN-WORK-EOF
             READ VEN-WORK-FILE INTO GAME-IN-RECORD
               AT END
                 SET VEN-WORK-EOF TO TRUE
               NOT AT END
                 WRITE GAME-IN-RECORD
             END-READ
           END-PERFORM.
           CLOSE VEN-WORK-FILE
           .
      *-----------------------------------------------------------------*
      * KEEP-HOME-SESSIONS - SESSIONIN, SAME AS KEEP-HOME-TEAMS.
      *-----------------------------------------------------------------*
       KEEP-HOME-SESSIONS SECTION.
           PERFORM OPEN-VENUE-WORK-OUTPUT.
           MOVE SPACES TO SESSION-IN-STATUS.
           OPEN INPUT SESSION-IN-FILE.
           IF SESSION-IN-OK
             PERFORM UNTIL SESSION-IN-EOF
               READ SESSION-IN-FILE
                 AT END
                   SET SESSION-IN-EOF TO TRUE
                 NOT AT END
                   IF SI-VENUE = SPACES
                     WRITE VEN-WORK-RECORD FROM SESSION-IN-RECORD
                     ADD 1 TO VEN-HOME-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SESSION-IN-FILE
           ELSE
             IF SESSION-IN-STATUS NOT = '35'
               DISPLAY ' ABORTING - CANNOT READ SESSIONIN, STATUS '
                 SESSION-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           CLOSE VEN-WORK-FILE.
           MOVE SPACES TO SESSION-IN-STATUS.
           OPEN OUTPUT SESSION-IN-FILE.
           IF NOT SESSION-IN-OK
             DISPLAY ' ABORTING - CANNOT REWRITE SESSIONIN, STATUS '
               SESSION-IN-STATUS
             DISPLAY '  its home rows are on VENWORK'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-VENUE-WORK-INPUT.
           PERFORM UNTIL VEN-WORK-EOF
             READ VEN-WORK-FILE INTO SESSION-IN-RECORD
               AT END
                 SET VEN-WORK-EOF TO TRUE
               NOT AT END
                 WRITE SESSION-IN-RECORD
             END-READ
           END-PERFORM.
           CLOSE VEN-WORK-FILE
           .
      *-----------------------------------------------------------------*
      * OPEN-VENUE-WORK-OUTPUT/OPEN-VENUE-WORK-INPUT - VENWORK FOR THE
      * KEEP-HOME-xxx SECTIONS.  A LOAD FILE IS NEVER REOPENED FOR
      * OUTPUT UNLESS ITS HOME ROWS ARE SAFELY SET ASIDE.
      *-----------------------------------------------------------------*
       OPEN-VENUE-WORK-OUTPUT SECTION.
           MOVE SPACES TO VEN-WORK-STATUS.
           OPEN OUTPUT VEN-WORK-FILE.
           IF NOT VEN-WORK-OK
             DISPLAY ' ABORTING - CANNOT OPEN VENWORK, STATUS '
               VEN-WORK-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       OPEN-VENUE-WORK-INPUT SECTION.
           MOVE SPACES TO VEN-WORK-STATUS.
           OPEN INPUT VEN-WORK-FILE.
           IF NOT VEN-WORK-OK
             DISPLAY ' ABORTING - CANNOT REREAD VENWORK, STATUS '
               VEN-WORK-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      *-----------------------------------------------------------------*
      * FIND-TRANSLATED-BATCHES - POINTSIN AND VPOINTSIN ARE BOTH
      * APPENDED TO IN ORDER, SO THE VPOINTSIN BATCHES ALREADY
      * TRANSLATED ARE THE FIRST ONES, FOUND ON POINTSIN IN THE SAME
      * ORDER BY BATCH ID AMONG THE HOME BATCHES.  ONE PASS OVER
      * POINTSIN LOOKS FOR EACH VPOINTSIN BATCH IN TURN AND LEAVES THE
      * VPOINTSIN LINE THE LAST ONE FOUND ENDS ON IN VEN-PTS-DONE-THRU.
      * A POINTSIN THAT ENDS INSIDE A TRANSLATED BATCH WAS CUT SHORT
      * WHILE BEING APPENDED TO AND CANNOT BE ADDED TO SAFELY.
      *-----------------------------------------------------------------*
       FIND-TRANSLATED-BATCHES SECTION.
           MOVE ZERO TO VEN-PTS-LINE-NO VEN-PTS-LAST-TRL-LINE
                        VEN-PTS-DONE-THRU VEN-PTS-DONE-BATCHES.
           MOVE 'N' TO VEN-PTS-WALK-SW.
           MOVE 'N' TO VEN-PTS-MATCH-SW.
           MOVE SPACES TO VEN-POINTS-STATUS.
           OPEN INPUT VEN-POINTS-FILE.
           IF VEN-POINTS-OK
             MOVE SPACES TO POINTS-IN-STATUS
             OPEN INPUT POINTS-IN-FILE
             IF POINTS-IN-OK
               PERFORM NEXT-VENUE-BATCH-HEADER
               PERFORM UNTIL VEN-PTS-WALK-DONE
                 READ POINTS-IN-FILE
                   AT END
                     SET VEN-PTS-WALK-DONE TO TRUE
                   NOT AT END
                     PERFORM NOTE-POINTS-IN-BATCH
                 END-READ
               END-PERFORM
               CLOSE POINTS-IN-FILE
             ELSE
               IF POINTS-IN-STATUS NOT = '35'
                 DISPLAY ' ABORTING - CANNOT READ POINTSIN, STATUS '
                   POINTS-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
             CLOSE VEN-POINTS-FILE
             IF VEN-PTS-IN-MATCHED
               DISPLAY ' ABORTING - POINTSIN ENDS INSIDE VENUE BATCH '
                 VEN-PTS-SEEK-ID
               DISPLAY '  restore POINTSIN from before the last run '
                 'and rerun'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-POINTS-IN-BATCH - ONE POINTSIN LINE OF THE WALK.  THE
      * BATCH LOOKED FOR IS DONE ONCE ITS TRAILER IS SEEN.
      *-----------------------------------------------------------------*
       NOTE-POINTS-IN-BATCH SECTION.
           EVALUATE TRUE
             WHEN PTI-HEADER-REC
             AND PTH-BATCH-ID = VEN-PTS-SEEK-ID
               SET VEN-PTS-IN-MATCHED TO TRUE
             WHEN PTI-TRAILER-REC
             AND VEN-PTS-IN-MATCHED
               MOVE 'N' TO VEN-PTS-MATCH-SW
               ADD 1 TO VEN-PTS-DONE-BATCHES
               PERFORM NEXT-VENUE-BATCH-HEADER
               MOVE VEN-PTS-LAST-TRL-LINE TO VEN-PTS-DONE-THRU
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * NEXT-VENUE-BATCH-HEADER - READ VPOINTSIN ON TO ITS NEXT BATCH
      * HEADER AND LOOK FOR THAT BATCH ID NEXT, NOTING THE LAST
      * TRAILER LINE PASSED.  THE END OF VPOINTSIN, OR A HEADER WITH
      * NO BATCH ID, ENDS THE WALK.
      *-----------------------------------------------------------------*
       NEXT-VENUE-BATCH-HEADER SECTION.
           MOVE SPACES TO VEN-PTS-SEEK-ID.
           PERFORM UNTIL VEN-PTS-SEEK-ID NOT = SPACES
                      OR VEN-PTS-WALK-DONE
             READ VEN-POINTS-FILE
               AT END
                 SET VEN-PTS-WALK-DONE TO TRUE
               NOT AT END
                 ADD 1 TO VEN-PTS-LINE-NO
                 EVALUATE TRUE
                   WHEN VPT-HEADER-REC
                     IF VPH-BATCH-ID = SPACES
                       SET VEN-PTS-WALK-DONE TO TRUE
                     ELSE
                       MOVE VPH-BATCH-ID TO VEN-PTS-SEEK-ID
                     END-IF
                   WHEN VPT-TRAILER-REC
                     MOVE VEN-PTS-LINE-NO TO VEN-PTS-LAST-TRL-LINE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * CHECK-VENUE-POINTS-BATCHES - READ VPOINTSIN THROUGH BEFORE
      * ANYTHING IS TRANSLATED; EVERY BATCH MUST HAVE ITS HEADER AND
      * TRAILER AND BALANCE TO THE TRAILER (SEE PTBCHPRC).  BATCHES
      * ALREADY ON POINTSIN ARE NOT CHECKED AGAIN; EVERY LATER ONE IS.
      * A REFUSAL ENDS THE RUN WITH RETURN CODE 8 BEFORE ANY CROSS-
      * REFERENCE IS ASSIGNED OR ANY LOAD FILE REWRITTEN.  DUPLICATE
      * BATCH IDS AGAINST THE REGISTER ARE LEFT TO esqlOCLoad.
      *-----------------------------------------------------------------*
       CHECK-VENUE-POINTS-BATCHES SECTION.
           MOVE VEN-PTS-DONE-THRU TO PTB-DONE-THRU.
           MOVE SPACES TO VEN-POINTS-STATUS.
           OPEN INPUT VEN-POINTS-FILE.
           IF VEN-POINTS-OK
             PERFORM UNTIL VEN-POINTS-EOF
               READ VEN-POINTS-FILE
                 AT END
                   SET VEN-POINTS-EOF TO TRUE
                 NOT AT END
                   PERFORM NOTE-VEN-POINTS-LINE
               END-READ
             END-PERFORM
             CLOSE VEN-POINTS-FILE
             PERFORM END-BATCH-CHECK
             IF PTB-FILE-REFUSED
               DISPLAY ' VENUE TRANSLATION REFUSED - VPOINTSIN FAILED '
                 'BATCH CONTROL, LOAD FILES LEFT AS DELIVERED'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-VEN-POINTS-LINE - HAND ONE VPOINTSIN LINE TO THE BATCH
      * CONTROL CHECK.
      *-----------------------------------------------------------------*
       NOTE-VEN-POINTS-LINE SECTION.
           INITIALIZE PTB-RECORD.
           MOVE VPH-REC-TYPE TO PTB-REC-TYPE.
           EVALUATE TRUE
             WHEN VPT-HEADER-REC
               MOVE VPH-SENDER TO PTB-REC-SENDER
               MOVE VPH-BATCH-ID TO PTB-REC-BATCH-ID
               IF VPH-CREATED IS NUMERIC
                 MOVE VPH-CREATED TO PTB-REC-CREATED
               END-IF
             WHEN VPT-TRAILER-REC
               IF VPR-RECORD-COUNT IS NUMERIC
               AND VPR-HASH-TOTAL IS NUMERIC
                 MOVE VPR-RECORD-COUNT TO PTB-REC-COUNT
                 MOVE VPR-HASH-TOTAL TO PTB-REC-HASH
               ELSE
                 SET PTB-REC-TOTALS-UNREADABLE TO TRUE
               END-IF
             WHEN OTHER
               MOVE VPT-POINTS TO PTB-REC-POINTS
           END-EVALUATE.
           PERFORM NOTE-BATCH-RECORD
           .
      *-----------------------------------------------------------------*
      * NOTE-BATCH-RECORD/END-BATCH-CHECK - see PTBCHPRC for the batch
      * header, trailer and balance rules, shared with esqlOCLoad.
      *-----------------------------------------------------------------*
       COPY PTBCHPRC.
      *-----------------------------------------------------------------*
      * TRANSLATE-ID - LOOK UP (VENUE, TYPE, LOCAL ID).  NOT THERE AND
      * VEN-XR-MAY-ASSIGN: TAKE THE NEXT MASTER IN THE SERIES AND
      * RECORD THE NEW CROSS-REFERENCE.
      *-----------------------------------------------------------------*
       TRANSLATE-ID SECTION.
           MOVE 'N' TO VEN-XR-FOUND-SW.
           MOVE ZERO TO VEN-XR-MASTER.
           MOVE VEN-XR-VENUE TO hVarVenue.
           MOVE VEN-XR-TYPE TO hVarIdType.
           MOVE VEN-XR-LOCAL TO hVarLocalId.
           MOVE 'XREF-LOOKUP' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT MASTERID INTO :hVarMasterId
             FROM TESTVENUEXREF
             WHERE VENUE = :hVarVenue
               AND IDTYPE = :hVarIdType
               AND LOCALID = :hVarLocalId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE NOT = 100
             MOVE hVarMasterId TO VEN-XR-MASTER
             SET VEN-XR-FOUND TO TRUE
           ELSE
             IF VEN-XR-MAY-ASSIGN
               EVALUATE TRUE
                 WHEN VEN-XR-TEAM
                   MOVE VEN-NEXT-TEAM TO VEN-XR-MASTER
                   ADD 1 TO VEN-NEXT-TEAM
                 WHEN VEN-XR-PERSON
                   MOVE VEN-NEXT-PERSON TO VEN-XR-MASTER
                   ADD 1 TO VEN-NEXT-PERSON
                 WHEN VEN-XR-GAME
                   MOVE VEN-NEXT-GAME TO VEN-XR-MASTER
                   ADD 1 TO VEN-NEXT-GAME
                 WHEN OTHER
                   MOVE VEN-NEXT-SESSION TO VEN-XR-MASTER
                   ADD 1 TO VEN-NEXT-SESSION
               END-EVALUATE
               MOVE VEN-XR-MASTER TO hVarMasterId
               MOVE VEN-DATE-DISPLAY TO hVarDate
               MOVE 'XREF-INSERT' TO AUDIT-CONTEXT
               EXEC SQL
                 INSERT INTO TESTVENUEXREF
                   (VENUE,IDTYPE,LOCALID,MASTERID,FIRSTSEEN) VALUES
                  (:hVarVenue,:hVarIdType,:hVarLocalId,
                   :hVarMasterId,:hVarDate)
               END-EXEC
               PERFORM SQLSTATE-CHECK
               SET VEN-XR-FOUND TO TRUE
               ADD 1 TO VEN-NEW-COUNT
               ADD 1 TO VEN-V-NEW(VEN-IDX)
               DISPLAY '  Venue ' VEN-XR-VENUE ' ' VEN-XR-TYPE ' '
                 VEN-XR-LOCAL ' assigned master ' VEN-XR-MASTER
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-VENUE-READ - FIND (OR ADD) VEN-XR-VENUE IN THE PER-VENUE
      * TABLE, LEAVE VEN-IDX ON IT AND COUNT THE RECORD READ.
      *-----------------------------------------------------------------*
       NOTE-VENUE-READ SECTION.
           ADD 1 TO VEN-READ-COUNT.
           SET VEN-IDX TO 1.
           SEARCH VEN-VENUE-ENTRY
             AT END
               IF VEN-VENUE-COUNT >= 50
                 DISPLAY ' ABORTING - MORE THAN 50 VENUE CODES IN ONE '
                   'RUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO VEN-VENUE-COUNT
               SET VEN-IDX TO VEN-VENUE-COUNT
               MOVE VEN-XR-VENUE TO VEN-V-CODE(VEN-IDX)
               MOVE ZERO TO VEN-V-READ(VEN-IDX) VEN-V-NEW(VEN-IDX)
                            VEN-V-XLATE(VEN-IDX) VEN-V-REJECT(VEN-IDX)
             WHEN VEN-IDX > VEN-VENUE-COUNT
               ADD 1 TO VEN-VENUE-COUNT
               MOVE VEN-XR-VENUE TO VEN-V-CODE(VEN-IDX)
               MOVE ZERO TO VEN-V-READ(VEN-IDX) VEN-V-NEW(VEN-IDX)
                            VEN-V-XLATE(VEN-IDX) VEN-V-REJECT(VEN-IDX)
             WHEN VEN-V-CODE(VEN-IDX) = VEN-XR-VENUE
               CONTINUE
           END-SEARCH.
           ADD 1 TO VEN-V-READ(VEN-IDX)
           .
       NOTE-VENUE-TRANSLATED SECTION.
           ADD 1 TO VEN-XLATE-COUNT.
           ADD 1 TO VEN-V-XLATE(VEN-IDX)
           .
      *-----------------------------------------------------------------*
      * WRITE-VENUE-REJECT - APPEND ONE LINE TO VENREJ.  THE CALLER
      * FILLS VRJ-LN-FILE, THE LOCAL IDS AND THE REASON.
      *-----------------------------------------------------------------*
       WRITE-VENUE-REJECT SECTION.
           ADD 1 TO VEN-REJECT-COUNT.
           ADD 1 TO VEN-V-REJECT(VEN-IDX).
           MOVE VEN-XR-VENUE TO VRJ-LN-VENUE.
           DISPLAY ' REJECTED ' VRJ-LN-FILE ' ROW FROM VENUE '
             VRJ-LN-VENUE ' - ' VRJ-LN-REASON.
           ACCEPT VEN-RJ-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT VEN-RJ-TS-TIME FROM TIME.
           MOVE VEN-RJ-TS-DATE TO VRJ-LN-DATE.
           MOVE VEN-RJ-TS-TIME TO VRJ-LN-TIME.
           MOVE SPACES TO VEN-REJECT-STATUS.
           OPEN EXTEND VEN-REJECT-FILE.
           IF NOT VEN-REJECT-FILE-OK
             OPEN OUTPUT VEN-REJECT-FILE
           END-IF.
           WRITE VEN-REJECT-RECORD FROM VEN-REJECT-LINE.
           CLOSE VEN-REJECT-FILE
           .
      *-----------------------------------------------------------------*
      * COMMIT-XREF - COMMIT THE NEW CROSS-REFERENCES ONCE EACH
      * DIMENSION FILE IS TRANSLATED.
      *-----------------------------------------------------------------*
       COMMIT-XREF SECTION.
           MOVE 'XREF-COMMIT' TO AUDIT-CONTEXT.
           EXEC SQL
             COMMIT
           END-EXEC.
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * WRITE-RUN-STATS - HAND THE COUNTERS TO esqlOCDriver'S
      * RUN-CONTROL VIA RUNSTATS: THE VENUE LINE FOR THE RUN, THEN ONE
      * VENUE-vvvv LINE PER VENUE (VENUE-NONE FOR RECORDS REJECTED FOR
      * CARRYING NO VENUE CODE).
      *-----------------------------------------------------------------*
       WRITE-RUN-STATS SECTION.
           MOVE SPACES TO RSTAT-STATUS.
           OPEN OUTPUT RUN-STATS-FILE.
           IF RSTAT-FILE-OK
             MOVE 'VENUE' TO RS-STEP
             MOVE VEN-READ-COUNT TO RS-CNT-1
             MOVE VEN-NEW-COUNT TO RS-CNT-2
             MOVE VEN-XLATE-COUNT TO RS-CNT-3
             MOVE VEN-REJECT-COUNT TO RS-CNT-4
             MOVE VEN-VENUE-COUNT TO RS-CNT-5
             WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             PERFORM VARYING VEN-IDX FROM 1 BY 1
                       UNTIL VEN-IDX > VEN-VENUE-COUNT
               IF VEN-V-CODE(VEN-IDX) = SPACES
                 MOVE 'VENUE-NONE' TO RS-STEP
               ELSE
                 MOVE SPACES TO RS-STEP
                 STRING 'VENUE-' VEN-V-CODE(VEN-IDX)
                   DELIMITED BY SIZE INTO RS-STEP
               END-IF
               MOVE VEN-V-READ(VEN-IDX) TO RS-CNT-1
               MOVE VEN-V-NEW(VEN-IDX) TO RS-CNT-2
               MOVE VEN-V-XLATE(VEN-IDX) TO RS-CNT-3
               MOVE VEN-V-REJECT(VEN-IDX) TO RS-CNT-4
               MOVE ZERO TO RS-CNT-5
               WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             END-PERFORM
             CLOSE RUN-STATS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * CREATE-XREF-TABLE - see VXRFPRC for the cross-reference layout
      *-----------------------------------------------------------------*
       COPY VXRFPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * LOAD/GET-CHECKPOINT - see CHKPTPRC.  Read only here: the
      * checkpoints belong to esqlOCLoad, and are consulted so a new
      * master ID always lands beyond its resume point.
      *-----------------------------------------------------------------*
       COPY CHKPTPRC.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
