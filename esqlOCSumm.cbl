      * actually in TESTPOINTS - the same conditions under which the
      * load inserted it - so rejected and duplicate lines never
      * inflate the summary.  Points values are taken from the
      * database row, not the file.  Both tests are made by sorting
      * the lines by triple (line order within a triple) and matching
      * them against a TESTPOINTS cursor in the same key order, so
      * no triple is held in memory and any volume of POINTSIN is
      * refreshed in one pass; the lines to apply are then sorted
      * back into line order, so the commits and checkpoints fall
      * exactly where a line-by-line replay would put them.  The run
      * reports the POINTSIN lines and TESTPOINTS rows it processed.
      * ESQLOC_SUM_REBUILD=Y instead rebuilds the whole table from
      * TESTPOINTS itself, which also folds in rows that arrived
      * outside the load (esqlOCStart's seeds, maintenance adds,
           COPY AUDTSEL.
           COPY PTSINSEL.
           COPY RSTATSEL.
           SELECT SUM-SORT-FILE ASSIGN TO 'SUMSORT'.
           SELECT SUM-APPLY-FILE ASSIGN TO 'SUMAPPLY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-APPLY-STATUS.
           SELECT SUM-ORDER-FILE ASSIGN TO 'SUMORDER'.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY PTSINFD.
           COPY RSTATFD.
      *-----------------------------------------------------------------*
      * THE QUALIFYING POINTSIN LINES IN TRIPLE ORDER, AND THE LINES
      * TO APPLY (WITH THE DATABASE'S POINTS AND SESSION DATE) BACK
      * IN LINE ORDER.
      *-----------------------------------------------------------------*
       SD  SUM-SORT-FILE.
       01  SUM-SORT-RECORD.
           05  SUM-SR-KEY.
               10  SUM-SR-PERSONID          PIC 9(12).
               10  SUM-SR-GAMEID            PIC 9(12).
               10  SUM-SR-SESSIONID         PIC 9(12).
           05  SUM-SR-LINE                  PIC 9(12).
       FD  SUM-APPLY-FILE.
       01  SUM-APPLY-RECORD                PIC X(80).
       SD  SUM-ORDER-FILE.
       01  SUM-ORDER-RECORD.
           05  SUM-OR-LINE                  PIC 9(12).
           05  FILLER                       PIC X(68).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY CHKPTWS.
           05  SUM-UPDATE-COUNT             PIC 9(6)    VALUE ZERO.
           05  SUM-SKIPPED-COUNT            PIC 9(6)    VALUE ZERO.
       01  SUM-LOAD-LIMIT                  PIC 9(12)   VALUE ZERO.
       01  SUM-VOLUME-COUNTERS.
           05  SUM-LINES-READ               PIC 9(9)    VALUE ZERO.
           05  SUM-ROWS-FETCHED             PIC 9(9)    VALUE ZERO.
       01  SUM-APPLY-STATUS                PIC XX      VALUE SPACES.
           88  SUM-APPLY-FILE-OK                       VALUE '00'.
       01  SUM-SORT-SW                     PIC X       VALUE 'N'.
           88  SUM-SORT-DONE                           VALUE 'Y'.
       01  SUM-CURSOR-SW                   PIC X       VALUE 'N'.
           88  SUM-CURSOR-DONE                         VALUE 'Y'.
      *-----------------------------------------------------------------*
      * THE TRIPLE OF THE PREVIOUS SORTED LINE - THE FIRST-OCCURRENCE
      * TEST THAT KEEPS A DUPLICATE LINE (WHICH THE LOAD REJECTED)
      * FROM BEING SUMMARIZED A SECOND TIME - AND THE CURSOR'S
      * CURRENT TESTPOINTS KEY, IN THE SAME SHAPE AS SUM-SR-KEY.
      *-----------------------------------------------------------------*
       01  SUM-PREV-KEY                    PIC X(36)   VALUE LOW-VALUES.
       01  SUM-DB-KEY.
           05  SUM-DB-PERSONID              PIC 9(12).
           05  SUM-DB-GAMEID                PIC 9(12).
           05  SUM-DB-SESSIONID             PIC 9(12).
       01  SUM-DB-POINTS                   PIC S9(5)V99 VALUE ZERO.
       01  SUM-DB-DATE                     PIC X(10)   VALUE SPACES.
       01  SUM-APPLY-LINE.
           05  SUM-AP-LINE                  PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SUM-AP-PERSONID              PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SUM-AP-GAMEID                PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SUM-AP-POINTS                PIC S9(5)V99.
           05  FILLER                       PIC X       VALUE SPACE.
           05  SUM-AP-DATE                  PIC X(10).
           05  FILLER                       PIC X(23)   VALUE SPACES.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
         DISPLAY '  Summary inserts: ' SUM-INSERT-COUNT.
         DISPLAY '  Summary updates: ' SUM-UPDATE-COUNT.
         DISPLAY '  Lines skipped:   ' SUM-SKIPPED-COUNT.
         DISPLAY '  POINTSIN lines:  ' SUM-LINES-READ.
         DISPLAY '  TESTPOINTS rows: ' SUM-ROWS-FETCHED.
         PERFORM WRITE-RUN-STATS.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
      *-----------------------------------------------------------------*
      * REFRESH-SUMMARY - REPLAY POINTSIN FROM THE TESTPOINTS-SUM
      * CHECKPOINT UP TO (AND NOT PAST) WHAT THE LOAD HAS COMMITTED,
      * APPLYING EACH QUALIFYING LINE.  THE FIRST SORT FINDS THE
      * QUALIFYING LINES ONTO SUMAPPLY; THE SECOND APPLIES THEM IN
      * LINE ORDER, COMMITTING AND SAVING THE CHECKPOINT EVERY
      * LOAD-BATCH-SIZE APPLIED ROWS, SAME AS THE LOAD ITSELF.
      *-----------------------------------------------------------------*
       REFRESH-SUMMARY SECTION.
           MOVE 'TESTPOINTS-LN' TO CHKPT-TABLE-NAME.
             IF NOT POINTS-IN-OK
               DISPLAY ' POINTSIN not found, summary not refreshed'
             ELSE
               MOVE SPACES TO SUM-APPLY-STATUS
               OPEN OUTPUT SUM-APPLY-FILE
               IF NOT SUM-APPLY-FILE-OK
                 DISPLAY ' ABORTING - CANNOT OPEN SUMAPPLY, STATUS '
                   SUM-APPLY-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               SORT SUM-SORT-FILE
                 ON ASCENDING KEY SUM-SR-PERSONID
                                  SUM-SR-GAMEID
                                  SUM-SR-SESSIONID
                                  SUM-SR-LINE
                 INPUT PROCEDURE IS RELEASE-POINTS-LINES
                 OUTPUT PROCEDURE IS MATCH-POINTS-LINES
               CLOSE POINTS-IN-FILE
               CLOSE SUM-APPLY-FILE
               IF SORT-RETURN NOT = 0
                 DISPLAY ' ABORTING - POINTSIN SORT FAILED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               SORT SUM-ORDER-FILE
                 ON ASCENDING KEY SUM-OR-LINE
                 USING SUM-APPLY-FILE
                 OUTPUT PROCEDURE IS APPLY-POINTS-LINES
               IF SORT-RETURN NOT = 0
                 DISPLAY ' ABORTING - SUMAPPLY SORT FAILED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               IF SUM-LOAD-LIMIT > CHKPT-LAST-KEY
                 MOVE 'SUMMARY-COMMIT' TO AUDIT-CONTEXT
                 PERFORM COMMIT-SUMMARY-BATCH
           END-IF
           .
      *-----------------------------------------------------------------*
      * RELEASE-POINTS-LINES - EVERY SCORE LINE THE LOAD HAS
      * COMMITTED, FROM LINE ONE, TAGGED WITH ITS LINE NUMBER.
      *-----------------------------------------------------------------*
       RELEASE-POINTS-LINES SECTION.
           MOVE 0 TO hVarN2.
           PERFORM UNTIL POINTS-IN-EOF
             READ POINTS-IN-FILE
               AT END
                 SET POINTS-IN-EOF TO TRUE
               NOT AT END
                 ADD 1 TO hVarN2
                 ADD 1 TO SUM-LINES-READ
                 IF hVarN2 <= SUM-LOAD-LIMIT
                 AND NOT PTI-CONTROL-REC
                   MOVE PTI-PERSONID TO SUM-SR-PERSONID
                   MOVE PTI-GAMEID TO SUM-SR-GAMEID
                   MOVE PTI-SESSIONID TO SUM-SR-SESSIONID
                   MOVE hVarN2 TO SUM-SR-LINE
                   RELEASE SUM-SORT-RECORD
                 END-IF
             END-READ
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * MATCH-POINTS-LINES - WALK THE SORTED LINES AGAINST THE
      * TESTPOINTS CURSOR IN THE SAME KEY ORDER.  A LINE PAST THE
      * SUMMARY CHECKPOINT IS APPLIED ONLY WHEN IT IS THE FIRST OF
      * ITS TRIPLE AND THE CURSOR HOLDS THE ROW - THE LOAD INSERTED
      * IT; EVERYTHING ELSE WAS A REJECT AND IS SKIPPED HERE TOO.
      *-----------------------------------------------------------------*
       MATCH-POINTS-LINES SECTION.
           MOVE LOW-VALUES TO SUM-PREV-KEY.
           MOVE 'N' TO SUM-SORT-SW.
           PERFORM OPEN-POINTS-CURSOR.
           PERFORM UNTIL SUM-SORT-DONE
             RETURN SUM-SORT-FILE
               AT END
                 SET SUM-SORT-DONE TO TRUE
               NOT AT END
                 IF SUM-SR-LINE > CHKPT-LAST-KEY
                   IF SUM-SR-KEY = SUM-PREV-KEY
                     ADD 1 TO SUM-SKIPPED-COUNT
                   ELSE
                     PERFORM UNTIL SUM-DB-KEY NOT < SUM-SR-KEY
                       PERFORM FETCH-POINTS-CURSOR
                     END-PERFORM
                     IF SUM-DB-KEY = SUM-SR-KEY
                       MOVE SUM-SR-LINE TO SUM-AP-LINE
                       MOVE SUM-SR-PERSONID TO SUM-AP-PERSONID
                       MOVE SUM-SR-GAMEID TO SUM-AP-GAMEID
                       MOVE SUM-DB-POINTS TO SUM-AP-POINTS
                       MOVE SUM-DB-DATE TO SUM-AP-DATE
                       WRITE SUM-APPLY-RECORD FROM SUM-APPLY-LINE
                     ELSE
                       ADD 1 TO SUM-SKIPPED-COUNT
                     END-IF
                   END-IF
                 END-IF
                 MOVE SUM-SR-KEY TO SUM-PREV-KEY
             END-RETURN
           END-PERFORM.
           MOVE 'CLOSE-CUR-SUM-MATCH' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_SUM_MATCH
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * OPEN-POINTS-CURSOR / FETCH-POINTS-CURSOR - EVERY TESTPOINTS
      * ROW WITH ITS SESSION DATE, IN TRIPLE ORDER.  AT THE END THE
      * KEY GOES TO HIGH-VALUES SO NO LINE MATCHES PAST IT.
      *-----------------------------------------------------------------*
       OPEN-POINTS-CURSOR SECTION.
           MOVE 'N' TO SUM-CURSOR-SW.
           MOVE LOW-VALUES TO SUM-DB-KEY.
           MOVE 'DECLARE-CUR-SUM-MATCH' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_SUM_MATCH CURSOR FOR
             SELECT
               TESTPOINTS.PERSONID,
               TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID,
               TESTPOINTS.POINTS,
               TESTSESSION.SESSIONDATE
             FROM
               TESTPOINTS, TESTSESSION
             WHERE TESTPOINTS.SESSIONID = TESTSESSION.ID
             ORDER BY TESTPOINTS.PERSONID, TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-SUM-MATCH' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_SUM_MATCH
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
       FETCH-POINTS-CURSOR SECTION.
           IF SUM-CURSOR-DONE
             MOVE HIGH-VALUES TO SUM-DB-KEY
           ELSE
             MOVE 'FETCH-CUR-SUM-MATCH' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_SUM_MATCH
               INTO
                 :hVarPersonId,
                 :hVarGameId,
                 :hVarSessionId,
                 :hVarD,
                 :hVarDate
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET SUM-CURSOR-DONE TO TRUE
               MOVE HIGH-VALUES TO SUM-DB-KEY
             ELSE
               ADD 1 TO SUM-ROWS-FETCHED
               MOVE hVarPersonId TO SUM-DB-PERSONID
               MOVE hVarGameId TO SUM-DB-GAMEID
               MOVE hVarSessionId TO SUM-DB-SESSIONID
               MOVE hVarD TO SUM-DB-POINTS
               MOVE hVarDate TO SUM-DB-DATE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * APPLY-POINTS-LINES - THE QUALIFYING LINES BACK IN LINE ORDER,
      * EACH FOLDED INTO TESTSUMMARY, WITH THE INTERMEDIATE COMMIT AND
      * CHECKPOINT AT THE LINE THAT FILLS EACH BATCH.
      *-----------------------------------------------------------------*
       APPLY-POINTS-LINES SECTION.
           MOVE 'N' TO SUM-SORT-SW.
           PERFORM UNTIL SUM-SORT-DONE
             RETURN SUM-ORDER-FILE INTO SUM-APPLY-LINE
               AT END
                 SET SUM-SORT-DONE TO TRUE
               NOT AT END
                 MOVE SUM-AP-PERSONID TO hVarPersonId
                 MOVE SUM-AP-GAMEID TO hVarGameId
                 MOVE SUM-AP-POINTS TO hVarD
                 MOVE SUM-AP-DATE TO hVarDate
                 PERFORM APPLY-SUMMARY-ROW
                 IF BATCH-COUNT >= LOAD-BATCH-SIZE
                   MOVE 'SUMMARY-COMMIT' TO AUDIT-CONTEXT
                   PERFORM COMMIT-SUMMARY-BATCH
                   MOVE SUM-AP-LINE TO CHKPT-LAST-KEY
                   PERFORM SET-CHECKPOINT
                   PERFORM SAVE-CHECKPOINTS
                   MOVE 0 TO BATCH-COUNT
                 END-IF
             END-RETURN
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * APPLY-SUMMARY-ROW - FOLD ONE POINTS VALUE INTO TESTSUMMARY:
      * UPDATE THE PERSON/GAME/PERIOD ROW, OR INSERT IT THE FIRST
      * TIME.  hVarPersonId/hVarGameId/hVarDate/hVarD ARE SET.
           MOVE SUM-INSERT-COUNT TO RS-CNT-2.
           MOVE SUM-UPDATE-COUNT TO RS-CNT-3.
           MOVE SUM-SKIPPED-COUNT TO RS-CNT-4.
           MOVE SUM-LINES-READ TO RS-CNT-5.
           MOVE SPACES TO RSTAT-STATUS.
           OPEN OUTPUT RUN-STATS-FILE.
           IF RSTAT-FILE-OK
