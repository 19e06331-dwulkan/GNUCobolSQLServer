      * esqlOCStart seeds when it first creates the tables.  Companion
      * to esqlOCStart - shares its externalized DB connection
      * settings, checkpoint/restart support and SQL audit log.
      * On a multi-venue night the input files come from esqlOCVenue,
      * already carrying master IDs and each record's venue code; the
      * person's venue is stored on TESTPERSON, and the load counts
      * and the TESTPOINTS control total are also kept per venue (a
      * score belongs to its player's venue) and handed to
      * esqlOCDriver as LOAD-vvvv RUNSTATS lines after the LOAD line.
      * Venue master IDs sit at or above CHKPT-VENUE-BASE and each
      * dimension load resumes that range from its own xxx-VLOAD
      * checkpoint, so venue rows and the home site's rows in the
      * same file never hold each other's resume point back or
      * carry it past the other's keys.
      * POINTSIN arrives as batches, each with a HDR (sender, batch
      * ID, creation date) and a TRL (record count, points hash
      * total).  Before anything is loaded every batch not yet
      * loaded must balance to its trailer and carry a batch ID not
      * already LOADED on the BATCHREG register; otherwise the run
      * is refused with return code 8 - nothing loaded or rejected,
      * the refusal logged on BATCHREG - so a file cut short in
      * transfer or a resent file is stopped at the door.  Each
      * batch loaded is registered once the load has reconciled.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY REJTSEL.
           COPY RSTATSEL.
           COPY SCRLSEL.
           COPY BREGSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY REJTFD.
           COPY RSTATFD.
           COPY SCRLFD.
           COPY BREGFD.
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY CHKPTWS.
           COPY REJTWS.
           COPY BATCHWS.
           COPY RSTATWS.
           COPY BREGWS.
       01  LOAD-COUNTERS.
           05  LD-TEAM-COUNT                PIC 9(6)    VALUE ZERO.
           05  LD-PERSON-COUNT              PIC 9(6)    VALUE ZERO.
           05  LD-GAME-MAX-ID               PIC 9(12)   VALUE ZERO.
           05  LD-SESSION-MAX-ID            PIC 9(12)   VALUE ZERO.
      *-----------------------------------------------------------------*
      * THE SAME FOR VENUE ROWS, WHOSE MASTER IDS ARE AT OR ABOVE
      * CHKPT-VENUE-BASE AND RESUME FROM THEIR OWN xxx-VLOAD
      * CHECKPOINT (SEE CHKPTWS).
      *-----------------------------------------------------------------*
       01  LOAD-VENUE-MAX-IDS.
           05  LD-TEAM-VMAX-ID              PIC 9(12)   VALUE ZERO.
           05  LD-PERSON-VMAX-ID            PIC 9(12)   VALUE ZERO.
           05  LD-GAME-VMAX-ID              PIC 9(12)   VALUE ZERO.
           05  LD-SESSION-VMAX-ID           PIC 9(12)   VALUE ZERO.
      *-----------------------------------------------------------------*
      * THE DIMENSION LOAD IN PROGRESS - ITS HOME AND VENUE CHECKPOINT
      * NAMES AND RESUME KEYS, AND WHETHER THE ROW JUST READ IS PAST
      * THE RESUME KEY FOR ITS RANGE.
      *-----------------------------------------------------------------*
       01  LD-RANGE-LOAD.
           05  LD-HOME-CKPT-NAME            PIC X(20)   VALUE SPACES.
           05  LD-VENUE-CKPT-NAME           PIC X(20)   VALUE SPACES.
           05  LD-HOME-FROM                 PIC 9(12)   VALUE ZERO.
           05  LD-VENUE-FROM                PIC 9(12)   VALUE ZERO.
           05  LD-ROW-ID                    PIC 9(12)   VALUE ZERO.
           05  LD-ROW-DUE-SW                PIC X       VALUE 'N'.
               88  LD-ROW-DUE                          VALUE 'Y'.
      *-----------------------------------------------------------------*
      * VALIDATION SWITCH AND EDITED TEAMID FOR THE TESTPERSON LOAD -
      * PI-TEAMID IS SPACES ON PRE-TEAM PERSONIN FILES.
      *-----------------------------------------------------------------*
      * (RAWPOINTS/POINTS) SO INQUIRIES CAN SHOW THE MATH.
      *-----------------------------------------------------------------*
           COPY SCRLWS.
      *-----------------------------------------------------------------*
      * POINTSIN BATCH CONTROL - SEE PTBCHPRC AND CHECK-POINTS-BATCHES
      *-----------------------------------------------------------------*
           COPY PTBCHWS.
       01  CONTROL-TOTAL-SW                PIC X       VALUE 'Y'.
           88  CONTROL-TOTAL-OK                        VALUE 'Y'.
           88  CONTROL-TOTAL-MISMATCH                  VALUE 'N'.
           05  CT-PRE-COUNT                 PIC 9(9)    VALUE ZERO.
           05  CT-POST-COUNT                PIC 9(9)    VALUE ZERO.
           05  CT-EXPECTED-COUNT            PIC 9(9)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * PER-VENUE LOAD COUNTS AND TESTPOINTS CONTROL TOTALS, IN ORDER
      * OF FIRST APPEARANCE.  SPACES IS THE HOME SITE (A SINGLE-SITE
      * FEED), REPORTED AS HOME.  A VENUE'S PRE-COUNT IS TAKEN THE
      * FIRST TIME ONE OF ITS PLAYERS' SCORES IS ABOUT TO GO IN.
      *-----------------------------------------------------------------*
       01  LD-VENUE-CODE                   PIC X(04)   VALUE SPACES.
       01  LD-VENUE-COUNT                  PIC 9(3)    VALUE ZERO.
       01  LD-VENUE-TABLE.
           05  LD-VENUE-ENTRY OCCURS 50 TIMES INDEXED BY LD-V-IDX.
               10  LD-V-CODE                PIC X(04).
               10  LD-V-PERSONS             PIC 9(6).
               10  LD-V-GAMES               PIC 9(6).
               10  LD-V-SESSIONS            PIC 9(6).
               10  LD-V-POINTS              PIC 9(6).
               10  LD-V-REJECTS             PIC 9(6).
               10  LD-V-PRE-COUNT           PIC 9(9).
               10  LD-V-PRE-SW              PIC X.
                   88  LD-V-PRE-TAKEN                  VALUE 'Y'.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
           05 hVarSessionId        PIC 9(12).
           05 hVarTeamId           PIC 9(12).
           05 hVarStatus           PIC X(1).
           05 hVarVenue            PIC X(4).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
      *-----------------------------------------------------------------*
         PERFORM CONNECT-TO-DATABASE.
         PERFORM LOAD-CHECKPOINTS.
         PERFORM CHECK-POINTS-BATCHES.
         PERFORM GET-BATCH-SIZE.
         PERFORM GET-SCORING-RULES.
         PERFORM LOAD-TEAMS.
           MOVE 16 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM REGISTER-LOADED-BATCHES.
         DISPLAY ' LOAD COMPLETE '.
         DISPLAY '  Teams loaded:          ' LD-TEAM-COUNT.
         DISPLAY '  Persons loaded:        ' LD-PERSON-COUNT.
         DISPLAY '  Sessions loaded:       ' LD-SESSION-COUNT.
         DISPLAY '  Points loaded:         ' LD-POINTS-COUNT.
         DISPLAY '  Points rejected:       ' LD-POINTS-REJECT-COUNT.
         DISPLAY '  Points batches loaded: ' PTB-NEW-COUNT.
         PERFORM VARYING LD-V-IDX FROM 1 BY 1
                   UNTIL LD-V-IDX > LD-VENUE-COUNT
           DISPLAY '  Venue ' LD-V-CODE(LD-V-IDX)
             ' persons ' LD-V-PERSONS(LD-V-IDX)
             ' games ' LD-V-GAMES(LD-V-IDX)
             ' sessions ' LD-V-SESSIONS(LD-V-IDX)
             ' points ' LD-V-POINTS(LD-V-IDX)
             ' rejected ' LD-V-REJECTS(LD-V-IDX)
         END-PERFORM.
         PERFORM WRITE-RUN-STATS.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
         .
      *-----------------------------------------------------------------*
      * WRITE-RUN-STATS - HAND THE FINAL COUNTERS TO esqlOCDriver'S
      * RUN-CONTROL VIA RUNSTATS: THE LOAD LINE, THEN (WHEN ANY INPUT
      * CARRIED A VENUE CODE) ONE LOAD-vvvv LINE PER VENUE WITH THE
      * SAME FIVE COUNTS.
      *-----------------------------------------------------------------*
       WRITE-RUN-STATS SECTION.
           MOVE 'LOAD' TO RS-STEP.
           OPEN OUTPUT RUN-STATS-FILE.
           IF RSTAT-FILE-OK
             WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             IF LD-VENUE-COUNT > 1
             OR (LD-VENUE-COUNT = 1 AND LD-V-CODE(1) NOT = SPACES)
               PERFORM VARYING LD-V-IDX FROM 1 BY 1
                         UNTIL LD-V-IDX > LD-VENUE-COUNT
                 IF LD-V-CODE(LD-V-IDX) = SPACES
                   MOVE 'LOAD-HOME' TO RS-STEP
                 ELSE
                   MOVE SPACES TO RS-STEP
                   STRING 'LOAD-' LD-V-CODE(LD-V-IDX)
                     DELIMITED BY SIZE INTO RS-STEP
                 END-IF
                 MOVE LD-V-PERSONS(LD-V-IDX) TO RS-CNT-1
                 MOVE LD-V-GAMES(LD-V-IDX) TO RS-CNT-2
                 MOVE LD-V-SESSIONS(LD-V-IDX) TO RS-CNT-3
                 MOVE LD-V-POINTS(LD-V-IDX) TO RS-CNT-4
                 MOVE LD-V-REJECTS(LD-V-IDX) TO RS-CNT-5
                 WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
               END-PERFORM
             END-IF
             CLOSE RUN-STATS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-LOAD-VENUE - FIND (OR ADD) LD-VENUE-CODE IN THE PER-VENUE
      * TABLE AND LEAVE LD-V-IDX ON IT FOR THE CALLER TO COUNT.
      *-----------------------------------------------------------------*
       NOTE-LOAD-VENUE SECTION.
           SET LD-V-IDX TO 1.
           SEARCH LD-VENUE-ENTRY
             AT END
               DISPLAY ' ABORTING - MORE THAN 50 VENUE CODES IN ONE RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
             WHEN LD-V-IDX > LD-VENUE-COUNT
               ADD 1 TO LD-VENUE-COUNT
               MOVE LD-VENUE-CODE TO LD-V-CODE(LD-V-IDX)
               MOVE ZERO TO LD-V-PERSONS(LD-V-IDX)
                            LD-V-GAMES(LD-V-IDX)
                            LD-V-SESSIONS(LD-V-IDX)
                            LD-V-POINTS(LD-V-IDX)
                            LD-V-REJECTS(LD-V-IDX)
                            LD-V-PRE-COUNT(LD-V-IDX)
               MOVE 'N' TO LD-V-PRE-SW(LD-V-IDX)
             WHEN LD-V-CODE(LD-V-IDX) = LD-VENUE-CODE
               CONTINUE
           END-SEARCH
           .
      *-----------------------------------------------------------------*
      * LOAD TESTTEAM FROM TEAMIN, SAME RESUME LOGIC AS THE OTHER
      * DIMENSION LOADS - OWN TESTTEAM-LOAD CHECKPOINT.  RUNS BEFORE
      * LOAD-PERSONS SO A PERSON ROW CAN REFERENCE A TEAM DELIVERED
      * IN THE SAME NIGHT'S FILES.
      *-----------------------------------------------------------------*
       LOAD-TEAMS SECTION.
           MOVE 'TESTTEAM-LOAD' TO LD-HOME-CKPT-NAME.
           MOVE 'TESTTEAM-VLOAD' TO LD-VENUE-CKPT-NAME.
           PERFORM GET-RANGE-CHECKPOINTS.
           MOVE LD-HOME-FROM TO LD-TEAM-MAX-ID.
           MOVE LD-VENUE-FROM TO LD-TEAM-VMAX-ID.
           MOVE SPACES TO TEAM-IN-STATUS.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT TEAM-IN-FILE.
                 AT END
                   SET TEAM-IN-EOF TO TRUE
                 NOT AT END
                   MOVE TI-ID TO LD-ROW-ID
                   PERFORM CHECK-ROW-DUE
                   IF LD-ROW-DUE
                     MOVE TI-ID TO hVarN
                     MOVE TI-NAME TO hVarC
                     DISPLAY 'ABOUT TO INSERT '
                        (:hVarN,:hVarC)
                     END-EXEC
                     PERFORM SQLSTATE-CHECK
                     IF TI-ID >= CHKPT-VENUE-BASE
                       IF TI-ID > LD-TEAM-VMAX-ID
                         MOVE TI-ID TO LD-TEAM-VMAX-ID
                       END-IF
                     ELSE
                       IF TI-ID > LD-TEAM-MAX-ID
                         MOVE TI-ID TO LD-TEAM-MAX-ID
                       END-IF
                     END-IF
                     ADD 1 TO BATCH-COUNT
                     IF BATCH-COUNT >= LOAD-BATCH-SIZE
                       MOVE 'LOADTEAM-COMMIT' TO AUDIT-CONTEXT
                       PERFORM COMMIT-LOAD-BATCH
                       MOVE LD-TEAM-MAX-ID TO LD-HOME-FROM
                       MOVE LD-TEAM-VMAX-ID TO LD-VENUE-FROM
                       PERFORM SET-RANGE-CHECKPOINTS
                       MOVE 0 TO BATCH-COUNT
                     END-IF
                     ADD 1 TO LD-TEAM-COUNT
             IF BATCH-COUNT > 0
               MOVE 'LOADTEAM-COMMIT' TO AUDIT-CONTEXT
               PERFORM COMMIT-LOAD-BATCH
               MOVE LD-TEAM-MAX-ID TO LD-HOME-FROM
               MOVE LD-TEAM-VMAX-ID TO LD-VENUE-FROM
               PERFORM SET-RANGE-CHECKPOINTS
             END-IF
             CLOSE TEAM-IN-FILE
           END-IF
      * POINTSIN TREATMENT.
      *-----------------------------------------------------------------*
       LOAD-PERSONS SECTION.
           MOVE 'TESTPERSON-LOAD' TO LD-HOME-CKPT-NAME.
           MOVE 'TESTPERSON-VLOAD' TO LD-VENUE-CKPT-NAME.
           PERFORM GET-RANGE-CHECKPOINTS.
           MOVE LD-HOME-FROM TO LD-PERSON-MAX-ID.
           MOVE LD-VENUE-FROM TO LD-PERSON-VMAX-ID.
           MOVE SPACES TO PERSON-IN-STATUS.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT PERSON-IN-FILE.
                 AT END
                   SET PERSON-IN-EOF TO TRUE
                 NOT AT END
                   MOVE PI-ID TO LD-ROW-ID
                   PERFORM CHECK-ROW-DUE
                   IF LD-ROW-DUE
                     PERFORM VALIDATE-PERSON-ROW
                     IF PERSON-ROW-INVALID
                       PERFORM WRITE-PERSON-REJECT
                     ELSE
                       MOVE PI-ID TO hVarN
                       MOVE PI-NAME TO hVarC
                       MOVE PI-VENUE TO hVarVenue
                       DISPLAY 'ABOUT TO INSERT '
                       DISPLAY '  Person ' hVarN ' NAME ' hVarC
                       MOVE 'LOADPERSON-INSERT' TO AUDIT-CONTEXT
                       EXEC SQL
                         INSERT INTO TESTPERSON
                           (ID,NAME,TEAMID,STATUS,VENUE)
                          VALUES (:hVarN,:hVarC,:hVarTeamId,
                           :hVarStatus,:hVarVenue)
                       END-EXEC
                       PERFORM SQLSTATE-CHECK
      * A NEW PERSON ARRIVING WITH A TEAM OPENS AN OPEN-ENDED
                         END-EXEC
                         PERFORM SQLSTATE-CHECK
                       END-IF
                       IF PI-ID >= CHKPT-VENUE-BASE
                         IF PI-ID > LD-PERSON-VMAX-ID
                           MOVE PI-ID TO LD-PERSON-VMAX-ID
                         END-IF
                       ELSE
                         IF PI-ID > LD-PERSON-MAX-ID
                           MOVE PI-ID TO LD-PERSON-MAX-ID
                         END-IF
                       END-IF
                       ADD 1 TO BATCH-COUNT
                       ADD 1 TO LD-PERSON-COUNT
                       MOVE PI-VENUE TO LD-VENUE-CODE
                       PERFORM NOTE-LOAD-VENUE
                       ADD 1 TO LD-V-PERSONS(LD-V-IDX)
                       DISPLAY 'INSERTED '
                       DISPLAY '  Person ' hVarN ' NAME ' hVarC
                     END-IF
                     IF BATCH-COUNT >= LOAD-BATCH-SIZE
                       MOVE 'LOADPERSON-COMMIT' TO AUDIT-CONTEXT
                       PERFORM COMMIT-LOAD-BATCH
                       MOVE LD-PERSON-MAX-ID TO LD-HOME-FROM
                       MOVE LD-PERSON-VMAX-ID TO LD-VENUE-FROM
                       PERFORM SET-RANGE-CHECKPOINTS
                       MOVE 0 TO BATCH-COUNT
                     END-IF
                   END-IF
             IF BATCH-COUNT > 0
               MOVE 'LOADPERSON-COMMIT' TO AUDIT-CONTEXT
               PERFORM COMMIT-LOAD-BATCH
               MOVE LD-PERSON-MAX-ID TO LD-HOME-FROM
               MOVE LD-PERSON-VMAX-ID TO LD-VENUE-FROM
               PERFORM SET-RANGE-CHECKPOINTS
             END-IF
             CLOSE PERSON-IN-FILE
           END-IF
      * OWN TESTGAME-LOAD CHECKPOINT, SEPARATE FROM esqlOCStart's.
      *-----------------------------------------------------------------*
       LOAD-GAMES SECTION.
           MOVE 'TESTGAME-LOAD' TO LD-HOME-CKPT-NAME.
           MOVE 'TESTGAME-VLOAD' TO LD-VENUE-CKPT-NAME.
           PERFORM GET-RANGE-CHECKPOINTS.
           MOVE LD-HOME-FROM TO LD-GAME-MAX-ID.
           MOVE LD-VENUE-FROM TO LD-GAME-VMAX-ID.
           MOVE SPACES TO GAME-IN-STATUS.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT GAME-IN-FILE.
                 AT END
                   SET GAME-IN-EOF TO TRUE
                 NOT AT END
                   MOVE GI-ID TO LD-ROW-ID
                   PERFORM CHECK-ROW-DUE
                   IF LD-ROW-DUE
                     MOVE GI-ID TO hVarN
                     MOVE GI-NAME TO hVarC
                     DISPLAY 'ABOUT TO INSERT '
                        (:hVarN,:hVarC)
                     END-EXEC
                     PERFORM SQLSTATE-CHECK
                     IF GI-ID >= CHKPT-VENUE-BASE
                       IF GI-ID > LD-GAME-VMAX-ID
                         MOVE GI-ID TO LD-GAME-VMAX-ID
                       END-IF
                     ELSE
                       IF GI-ID > LD-GAME-MAX-ID
                         MOVE GI-ID TO LD-GAME-MAX-ID
                       END-IF
                     END-IF
                     ADD 1 TO BATCH-COUNT
                     IF BATCH-COUNT >= LOAD-BATCH-SIZE
                       MOVE 'LOADGAME-COMMIT' TO AUDIT-CONTEXT
                       PERFORM COMMIT-LOAD-BATCH
                       MOVE LD-GAME-MAX-ID TO LD-HOME-FROM
                       MOVE LD-GAME-VMAX-ID TO LD-VENUE-FROM
                       PERFORM SET-RANGE-CHECKPOINTS
                       MOVE 0 TO BATCH-COUNT
                     END-IF
                     ADD 1 TO LD-GAME-COUNT
                     MOVE GI-VENUE TO LD-VENUE-CODE
                     PERFORM NOTE-LOAD-VENUE
                     ADD 1 TO LD-V-GAMES(LD-V-IDX)
                     DISPLAY 'INSERTED '
                     DISPLAY '  Game ' hVarN ' NAME ' hVarC
                   END-IF
             IF BATCH-COUNT > 0
               MOVE 'LOADGAME-COMMIT' TO AUDIT-CONTEXT
               PERFORM COMMIT-LOAD-BATCH
               MOVE LD-GAME-MAX-ID TO LD-HOME-FROM
               MOVE LD-GAME-VMAX-ID TO LD-VENUE-FROM
               PERFORM SET-RANGE-CHECKPOINTS
             END-IF
             CLOSE GAME-IN-FILE
           END-IF
      * OTHER THAN esqlOCStart's TWO SEED DATES.
      *-----------------------------------------------------------------*
       LOAD-SESSIONS SECTION.
           MOVE 'TESTSESSION-LOAD' TO LD-HOME-CKPT-NAME.
           MOVE 'TESTSESSION-VLOAD' TO LD-VENUE-CKPT-NAME.
           PERFORM GET-RANGE-CHECKPOINTS.
           MOVE LD-HOME-FROM TO LD-SESSION-MAX-ID.
           MOVE LD-VENUE-FROM TO LD-SESSION-VMAX-ID.
           MOVE SPACES TO SESSION-IN-STATUS.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT SESSION-IN-FILE.
                 AT END
                   SET SESSION-IN-EOF TO TRUE
                 NOT AT END
                   MOVE SI-ID TO LD-ROW-ID
                   PERFORM CHECK-ROW-DUE
                   IF LD-ROW-DUE
                     MOVE SI-ID TO hVarN
                     MOVE SI-DATE TO hVarC
                     DISPLAY 'ABOUT TO INSERT '
                        (:hVarN,:hVarC)
                     END-EXEC
                     PERFORM SQLSTATE-CHECK
                     IF SI-ID >= CHKPT-VENUE-BASE
                       IF SI-ID > LD-SESSION-VMAX-ID
                         MOVE SI-ID TO LD-SESSION-VMAX-ID
                       END-IF
                     ELSE
                       IF SI-ID > LD-SESSION-MAX-ID
                         MOVE SI-ID TO LD-SESSION-MAX-ID
                       END-IF
                     END-IF
                     ADD 1 TO BATCH-COUNT
                     IF BATCH-COUNT >= LOAD-BATCH-SIZE
                       MOVE 'LOADSESSION-COMMIT' TO AUDIT-CONTEXT
                       PERFORM COMMIT-LOAD-BATCH
                       MOVE LD-SESSION-MAX-ID TO LD-HOME-FROM
                       MOVE LD-SESSION-VMAX-ID TO LD-VENUE-FROM
                       PERFORM SET-RANGE-CHECKPOINTS
                       MOVE 0 TO BATCH-COUNT
                     END-IF
                     ADD 1 TO LD-SESSION-COUNT
                     MOVE SI-VENUE TO LD-VENUE-CODE
                     PERFORM NOTE-LOAD-VENUE
                     ADD 1 TO LD-V-SESSIONS(LD-V-IDX)
                     DISPLAY 'INSERTED '
                     DISPLAY '  Session ' hVarN ' DATE ' hVarC
                   END-IF
             IF BATCH-COUNT > 0
               MOVE 'LOADSESSION-COMMIT' TO AUDIT-CONTEXT
               PERFORM COMMIT-LOAD-BATCH
               MOVE LD-SESSION-MAX-ID TO LD-HOME-FROM
               MOVE LD-SESSION-VMAX-ID TO LD-VENUE-FROM
               PERFORM SET-RANGE-CHECKPOINTS
             END-IF
             CLOSE SESSION-IN-FILE
           END-IF
      * LOAD TESTPOINTS FROM POINTSIN.  POINTSIN HAS NO SINGLE
      * ASCENDING KEY (PERSONID/GAMEID PAIRS), SO THE CHECKPOINT HOLDS
      * A LINE COUNT INSTEAD OF A TABLE KEY: RESUME BY SKIPPING THE
      * FIRST CHKPT-LAST-KEY RECORDS ALREADY COMMITTED.  BATCH HDR
      * AND TRL RECORDS COUNT AS LINES BUT ARE OTHERWISE PASSED BY -
      * CHECK-POINTS-BATCHES HAS ALREADY BALANCED THEM.
      *
      * EACH ROW IS VALIDATED AGAINST TESTPERSON/TESTGAME BEFORE THE
      * INSERT IS EVEN ATTEMPTED - ANY PTI-PERSONID/PTI-GAMEID THAT
      * OF BEING LEFT TO FAIL ON THE POINTS_CONSTRAINT1/2 FOREIGN
      * KEYS.  ONCE THE FILE IS EXHAUSTED, RECONCILE-POINTS-LOAD
      * CONFIRMS TESTPOINTS PICKED UP EXACTLY THE ROWS THIS RUN
      * ACTUALLY INSERTED BEFORE THE RUN IS ALLOWED TO FINISH - IN
      * TOTAL AND FOR EACH VENUE.
      *-----------------------------------------------------------------*
       LOAD-POINTS SECTION.
           MOVE 'TESTPOINTS-LN' TO CHKPT-TABLE-NAME.
                 NOT AT END
                   ADD 1 TO hVarN2
                   IF hVarN2 > CHKPT-LAST-KEY
                   AND NOT PTI-CONTROL-REC
                     MOVE PTI-PERSONID TO hVarPersonId
                     MOVE PTI-GAMEID TO hVarGameId
                     MOVE PTI-SESSIONID TO hVarSessionId
                     IF POINTS-ROW-INVALID
                       PERFORM WRITE-POINTS-REJECT
                       ADD 1 TO LD-POINTS-REJECT-COUNT
                       MOVE PTI-VENUE TO LD-VENUE-CODE
                       PERFORM NOTE-LOAD-VENUE
                       ADD 1 TO LD-V-REJECTS(LD-V-IDX)
                     ELSE
                       PERFORM GET-POINTS-VENUE
                       MOVE PTI-POINTS TO SCR-RAW-POINTS
                       PERFORM APPLY-SCORING-RULES
                       MOVE SCR-RAW-POINTS TO hVarD2
                       PERFORM SQLSTATE-CHECK
                       ADD 1 TO BATCH-COUNT
                       ADD 1 TO LD-POINTS-COUNT
                       ADD 1 TO LD-V-POINTS(LD-V-IDX)
                       DISPLAY 'INSERTED '
                       DISPLAY '  POINTS for person/game '
                         PTI-PERSONID '/' PTI-GAMEID ' : ' hVarD
           PERFORM RECONCILE-POINTS-LOAD
           .
      *-----------------------------------------------------------------*
      * CHECK-POINTS-BATCHES - READ POINTSIN THROUGH BEFORE ANY TABLE
      * IS LOADED.  EVERY BATCH ENDING BEYOND THE TESTPOINTS-LN
      * CHECKPOINT MUST HAVE ITS HEADER AND TRAILER AND BALANCE TO
      * THE TRAILER (SEE PTBCHPRC), AND ITS BATCH ID MUST NOT BE ON
      * BATCHREG AS LOADED.  A BATCH A FAILED RUN STARTED BUT DID NOT
      * FINISH IS NOT YET REGISTERED, SO A RESTART CARRIES ON WITH IT.
      * ON A REFUSAL THE OUTCOME GOES TO BATCHREG AND THE RUN ENDS
      * WITH RETURN CODE 8 BEFORE A SINGLE ROW IS LOADED OR REJECTED.
      *-----------------------------------------------------------------*
       CHECK-POINTS-BATCHES SECTION.
           MOVE 'TESTPOINTS-LN' TO CHKPT-TABLE-NAME.
           PERFORM GET-CHECKPOINT.
           MOVE CHKPT-LAST-KEY TO PTB-DONE-THRU.
           MOVE SPACES TO POINTS-IN-STATUS.
           OPEN INPUT POINTS-IN-FILE.
           IF POINTS-IN-OK
             PERFORM UNTIL POINTS-IN-EOF
               READ POINTS-IN-FILE
                 AT END
                   SET POINTS-IN-EOF TO TRUE
                 NOT AT END
                   PERFORM NOTE-POINTS-IN-LINE
               END-READ
             END-PERFORM
             CLOSE POINTS-IN-FILE
             PERFORM END-BATCH-CHECK
             PERFORM VARYING PTB-N-IDX FROM 1 BY 1
                       UNTIL PTB-N-IDX > PTB-NEW-COUNT
                          OR PTB-FILE-REFUSED
               PERFORM CHECK-BATCH-REGISTER
             END-PERFORM
             IF PTB-FILE-REFUSED
               MOVE PTB-CUR-BATCH-ID TO BRG-LN-BATCH-ID
               MOVE PTB-CUR-SENDER TO BRG-LN-SENDER
               MOVE PTB-CUR-CREATED TO BRG-LN-CREATED
               MOVE PTB-CUR-COUNT TO BRG-LN-COUNT
               MOVE PTB-CUR-HASH TO BRG-LN-HASH
               MOVE PTB-REF-OUTCOME TO BRG-LN-OUTCOME
               PERFORM WRITE-BATCH-REGISTER
               DISPLAY ' LOAD REFUSED - POINTSIN FAILED BATCH CONTROL, '
                 'NOTHING LOADED OR REJECTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM VARYING PTB-N-IDX FROM 1 BY 1
                       UNTIL PTB-N-IDX > PTB-NEW-COUNT
               MOVE PTB-N-HASH(PTB-N-IDX) TO PTB-HASH-DISPLAY
               DISPLAY ' POINTS BATCH ' PTB-N-BATCH-ID(PTB-N-IDX)
                 ' FROM ' PTB-N-SENDER(PTB-N-IDX)
                 ' BALANCED: ' PTB-N-COUNT(PTB-N-IDX)
                 ' RECORDS, HASH ' PTB-HASH-DISPLAY
             END-PERFORM
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-POINTS-IN-LINE - HAND ONE POINTSIN LINE TO THE BATCH
      * CONTROL CHECK.
      *-----------------------------------------------------------------*
       NOTE-POINTS-IN-LINE SECTION.
           INITIALIZE PTB-RECORD.
           MOVE PTH-REC-TYPE TO PTB-REC-TYPE.
           EVALUATE TRUE
             WHEN PTI-HEADER-REC
               MOVE PTH-SENDER TO PTB-REC-SENDER
               MOVE PTH-BATCH-ID TO PTB-REC-BATCH-ID
               IF PTH-CREATED IS NUMERIC
                 MOVE PTH-CREATED TO PTB-REC-CREATED
               END-IF
             WHEN PTI-TRAILER-REC
               IF PTT-RECORD-COUNT IS NUMERIC
               AND PTT-HASH-TOTAL IS NUMERIC
                 MOVE PTT-RECORD-COUNT TO PTB-REC-COUNT
                 MOVE PTT-HASH-TOTAL TO PTB-REC-HASH
               ELSE
                 SET PTB-REC-TOTALS-UNREADABLE TO TRUE
               END-IF
             WHEN PTI-VOID-REC
               CONTINUE
             WHEN OTHER
               MOVE PTI-POINTS TO PTB-REC-POINTS
           END-EVALUATE.
           PERFORM NOTE-BATCH-RECORD
           .
      *-----------------------------------------------------------------*
      * CHECK-BATCH-REGISTER - REFUSE THE NEW BATCH AT PTB-N-IDX IF
      * BATCHREG ALREADY HAS IT LOADED.
      *-----------------------------------------------------------------*
       CHECK-BATCH-REGISTER SECTION.
           MOVE SPACES TO BREG-STATUS.
           OPEN INPUT BATCH-REG-FILE.
           IF BREG-FILE-OK
             PERFORM UNTIL BREG-FILE-EOF OR PTB-FILE-REFUSED
               READ BATCH-REG-FILE INTO BATCH-REG-LINE
                 AT END
                   SET BREG-FILE-EOF TO TRUE
                 NOT AT END
                   IF BRG-LN-LOADED
                   AND BRG-LN-BATCH-ID = PTB-N-BATCH-ID(PTB-N-IDX)
                     MOVE PTB-N-SENDER(PTB-N-IDX) TO PTB-CUR-SENDER
                     MOVE PTB-N-BATCH-ID(PTB-N-IDX) TO PTB-CUR-BATCH-ID
                     MOVE PTB-N-CREATED(PTB-N-IDX) TO PTB-CUR-CREATED
                     MOVE PTB-N-COUNT(PTB-N-IDX) TO PTB-CUR-COUNT
                     MOVE PTB-N-HASH(PTB-N-IDX) TO PTB-CUR-HASH
                     MOVE PTB-N-HDR-LINE(PTB-N-IDX) TO PTB-LINE-NO
                     MOVE 'DUPLICATE' TO PTB-REF-OUTCOME
                     MOVE SPACES TO PTB-REF-REASON
                     STRING 'BATCH ID ALREADY LOADED ON ' BRG-LN-DATE
                       DELIMITED BY SIZE INTO PTB-REF-REASON
                     PERFORM REFUSE-POINTS-FILE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BATCH-REG-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * REGISTER-LOADED-BATCHES - ONCE TESTPOINTS HAS RECONCILED,
      * RECORD EACH BATCH THIS RUN LOADED ON BATCHREG AS LOADED.
      *-----------------------------------------------------------------*
       REGISTER-LOADED-BATCHES SECTION.
           PERFORM VARYING PTB-N-IDX FROM 1 BY 1
                     UNTIL PTB-N-IDX > PTB-NEW-COUNT
             MOVE PTB-N-BATCH-ID(PTB-N-IDX) TO BRG-LN-BATCH-ID
             MOVE PTB-N-SENDER(PTB-N-IDX) TO BRG-LN-SENDER
             MOVE PTB-N-CREATED(PTB-N-IDX) TO BRG-LN-CREATED
             MOVE PTB-N-COUNT(PTB-N-IDX) TO BRG-LN-COUNT
             MOVE PTB-N-HASH(PTB-N-IDX) TO BRG-LN-HASH
             MOVE 'LOADED' TO BRG-LN-OUTCOME
             PERFORM WRITE-BATCH-REGISTER
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * WRITE-BATCH-REGISTER - APPEND ONE LINE TO BATCHREG.  THE
      * CALLER FILLS THE BATCH FIELDS AND THE OUTCOME.
      *-----------------------------------------------------------------*
       WRITE-BATCH-REGISTER SECTION.
           ACCEPT BRG-LN-DATE FROM DATE YYYYMMDD.
           ACCEPT BRG-LN-TIME FROM TIME.
           MOVE SPACES TO BREG-STATUS.
           OPEN EXTEND BATCH-REG-FILE.
           IF NOT BREG-FILE-OK
             OPEN OUTPUT BATCH-REG-FILE
           END-IF.
           WRITE BATCH-REG-RECORD FROM BATCH-REG-LINE.
           CLOSE BATCH-REG-FILE
           .
      *-----------------------------------------------------------------*
      * NOTE-BATCH-RECORD/END-BATCH-CHECK - see PTBCHPRC for the batch
      * header, trailer and balance rules, shared with esqlOCVenue.
      *-----------------------------------------------------------------*
       COPY PTBCHPRC.
      *-----------------------------------------------------------------*
      * VALIDATE-POINTS-ROW - see PTVALPRC for the existence and
      * duplicate-triple checks shared with esqlOCRecycle's POINTREJ
      * reprocessing run.  The caller moves PTI-PERSONID/PTI-GAMEID/
           CLOSE POINTS-REJECT-FILE
           .
      *-----------------------------------------------------------------*
      * GET-POINTS-VENUE - A SCORE COUNTS TOWARDS ITS PLAYER'S VENUE AS
      * HELD ON TESTPERSON (THE SAME CUT esqlOCReport STANDS PLAYERS
      * BY), SO THE PER-VENUE CONTROL TOTAL RECONCILES AGAINST WHAT IS
      * ON FILE WHATEVER PTI-VENUE SAYS.  LEAVES LD-V-IDX ON THE
      * VENUE, TAKING ITS PRE-COUNT THE FIRST TIME IT IS SEEN.
      *-----------------------------------------------------------------*
       GET-POINTS-VENUE SECTION.
           MOVE 'LOADPOINTS-VENUE' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(VENUE,' ') INTO :hVarVenue
             FROM TESTPERSON WHERE ID = :hVarPersonId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarVenue TO LD-VENUE-CODE
           PERFORM NOTE-LOAD-VENUE
           IF NOT LD-V-PRE-TAKEN(LD-V-IDX)
             MOVE 'CONTROL-VENUE-PRECOUNT' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT COUNT(*) INTO :hVarChk
               FROM TESTPOINTS, TESTPERSON
               WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
                 AND COALESCE(TESTPERSON.VENUE,' ') = :hVarVenue
             END-EXEC
             PERFORM SQLSTATE-CHECK
             MOVE hVarChk TO LD-V-PRE-COUNT(LD-V-IDX)
             MOVE 'Y' TO LD-V-PRE-SW(LD-V-IDX)
           END-IF
           .
      *-----------------------------------------------------------------*
      * RECONCILE-POINTS-LOAD - CONTROL-TOTAL CHECK.  THE NUMBER OF
      * TESTPOINTS ROWS ADDED BY THIS RUN (POST-COUNT MINUS
      * PRE-COUNT) MUST MATCH THE NUMBER OF INSERTS THIS RUN ACTUALLY
             WRITE AUDIT-RECORD FROM AUDIT-LINE
             CLOSE SQL-AUDIT-FILE
           END-IF
           PERFORM VARYING LD-V-IDX FROM 1 BY 1
                     UNTIL LD-V-IDX > LD-VENUE-COUNT
             IF LD-V-PRE-TAKEN(LD-V-IDX)
               PERFORM RECONCILE-VENUE-POINTS
             END-IF
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * RECONCILE-VENUE-POINTS - THE SAME CHECK FOR THE VENUE AT
      * LD-V-IDX: ITS PLAYERS' TESTPOINTS ROWS NOW ON FILE MUST EQUAL
      * ITS PRE-COUNT PLUS THE INSERTS ISSUED FOR IT.
      *-----------------------------------------------------------------*
       RECONCILE-VENUE-POINTS SECTION.
           MOVE LD-V-CODE(LD-V-IDX) TO hVarVenue.
           MOVE 'CONTROL-VENUE-POSTCOUNT' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk
             FROM TESTPOINTS, TESTPERSON
             WHERE TESTPOINTS.PERSONID = TESTPERSON.ID
               AND COALESCE(TESTPERSON.VENUE,' ') = :hVarVenue
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO CT-POST-COUNT
           COMPUTE CT-EXPECTED-COUNT = LD-V-PRE-COUNT(LD-V-IDX)
                                     + LD-V-POINTS(LD-V-IDX)
           IF CT-POST-COUNT NOT = CT-EXPECTED-COUNT
             SET CONTROL-TOTAL-MISMATCH TO TRUE
             DISPLAY ' CONTROL TOTAL MISMATCH ON TESTPOINTS LOAD FOR '
               'VENUE ' LD-V-CODE(LD-V-IDX)
             DISPLAY '   rows expected ' CT-EXPECTED-COUNT
             DISPLAY '   rows actual   ' CT-POST-COUNT
             MOVE 'CONTROL-VENUE-MISMATCH' TO AUDIT-CONTEXT
             MOVE SPACES TO AUDIT-LN-SQLSTATE
             MOVE 0 TO AUDIT-LN-SQLCODE
             MOVE SPACES TO AUDIT-LN-MESSAGE
             STRING 'TESTPOINTS row count for venue '
               LD-V-CODE(LD-V-IDX)
               ' did not match issued inserts'
               DELIMITED BY SIZE INTO AUDIT-LN-MESSAGE
             ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD
             ACCEPT AUDIT-TS-TIME FROM TIME
             MOVE AUDIT-TS-DATE TO AUDIT-LN-DATE
             MOVE AUDIT-TS-TIME TO AUDIT-LN-TIME
             MOVE AUDIT-CONTEXT TO AUDIT-LN-CONTEXT
             MOVE SPACES TO AUDIT-STATUS
             OPEN EXTEND SQL-AUDIT-FILE
             IF NOT AUDIT-FILE-OK
               OPEN OUTPUT SQL-AUDIT-FILE
             END-IF
             WRITE AUDIT-RECORD FROM AUDIT-LINE
             CLOSE SQL-AUDIT-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
      *-----------------------------------------------------------------*
      * GET-RANGE-CHECKPOINTS - THE CALLER NAMES THE HOME AND VENUE
      * CHECKPOINTS OF A DIMENSION LOAD; THEIR LAST COMMITTED KEYS
      * COME BACK IN LD-HOME-FROM AND LD-VENUE-FROM.
      *-----------------------------------------------------------------*
       GET-RANGE-CHECKPOINTS SECTION.
           MOVE LD-HOME-CKPT-NAME TO CHKPT-TABLE-NAME.
           PERFORM GET-CHECKPOINT.
           MOVE CHKPT-LAST-KEY TO LD-HOME-FROM.
           MOVE LD-VENUE-CKPT-NAME TO CHKPT-TABLE-NAME.
           PERFORM GET-CHECKPOINT.
           MOVE CHKPT-LAST-KEY TO LD-VENUE-FROM
           .
      *-----------------------------------------------------------------*
      * CHECK-ROW-DUE - A HOME ROW (LD-ROW-ID BELOW CHKPT-VENUE-BASE)
      * IS DUE PAST LD-HOME-FROM, A VENUE ROW PAST LD-VENUE-FROM.
      *-----------------------------------------------------------------*
       CHECK-ROW-DUE SECTION.
           MOVE 'N' TO LD-ROW-DUE-SW.
           IF LD-ROW-ID >= CHKPT-VENUE-BASE
             IF LD-ROW-ID > LD-VENUE-FROM
               SET LD-ROW-DUE TO TRUE
             END-IF
           ELSE
             IF LD-ROW-ID > LD-HOME-FROM
               SET LD-ROW-DUE TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * SET-RANGE-CHECKPOINTS - AT A COMMIT POINT THE CALLER LEAVES
      * THE HIGHEST HOME AND VENUE IDS COMMITTED IN LD-HOME-FROM AND
      * LD-VENUE-FROM; BOTH CHECKPOINTS ARE SET AND THE FILE SAVED.
      *-----------------------------------------------------------------*
       SET-RANGE-CHECKPOINTS SECTION.
           MOVE LD-HOME-CKPT-NAME TO CHKPT-TABLE-NAME.
           MOVE LD-HOME-FROM TO CHKPT-LAST-KEY.
           PERFORM SET-CHECKPOINT.
           MOVE LD-VENUE-CKPT-NAME TO CHKPT-TABLE-NAME.
           MOVE LD-VENUE-FROM TO CHKPT-LAST-KEY.
           PERFORM SET-CHECKPOINT.
           PERFORM SAVE-CHECKPOINTS
           .
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
