      * so the summary is current.  Companion to esqlOCStart - shares
      * its externalized DB connection settings (DBCONFIG /
      * ESQLOC_DB_xxx).
      * Once any player carries a venue code (multi-venue feeds, see
      * esqlOCVenue) the overall standings are followed by the same
      * standings cut by venue, each venue ranked on its own.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RPT-PERIOD-END                  PIC X(10)   VALUE SPACES.
       01  RPT-NEXT-YYYY                   PIC 9(4)    VALUE ZERO.
       01  RPT-NEXT-MM                     PIC 9(2)    VALUE ZERO.
       01  RPT-VENUE-CODE                  PIC X(4)    VALUE SPACES.
       01  RPT-VENUE-SEEN-SW               PIC X       VALUE 'N'.
           88  RPT-VENUE-SEEN                          VALUE 'Y'.
       01  RL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(32)
           05  RL-TD-AVG                    PIC ZZZ,ZZ9.99.
       01  RL-TEAM-TITLE                   PIC X(40)
           VALUE 'TEAM STANDINGS'.
       01  RL-VENUE-TITLE                  PIC X(40)
           VALUE 'STANDINGS BY VENUE'.
       01  RL-VENUE-HDR.
           05  FILLER                       PIC X(6)    VALUE 'VENUE '.
           05  RL-VH-VENUE                  PIC X(4).
       01  RL-NONE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(40)
           05 hVarN                PIC 9(12).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
           05 hVarVenue             PIC X(4).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
         END-IF.
         PERFORM PRINT-REPORT-HEADER.
         PERFORM PRINT-PERSON-STANDINGS.
         PERFORM PRINT-VENUE-STANDINGS.
         PERFORM PRINT-GAME-AVERAGES.
         PERFORM PRINT-MONTHLY-STANDINGS.
         PERFORM PRINT-TEAM-STANDINGS.
           END-IF
           .
      *-----------------------------------------------------------------*
      * THE PERSON STANDINGS AGAIN, CUT BY THE PLAYER'S VENUE
      * (TESTPERSON.VENUE) - ONE BLOCK PER VENUE, RANK RESTARTING AT
      * 1 ON EACH CONTROL BREAK, HOME-SITE PLAYERS (NO VENUE CODE)
      * UNDER HOME.  SAME STATUS FILTER AS THE OVERALL STANDINGS.
      * PRINTED ONLY ONCE SOME PLAYER CARRIES A VENUE CODE, SO A
      * SINGLE-SITE REPORT IS UNCHANGED.
      *-----------------------------------------------------------------*
       PRINT-VENUE-STANDINGS SECTION.
           MOVE 'VENUE-CHECK' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarN FROM TESTPERSON
             WHERE COALESCE(VENUE,' ') <> ' '
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarN > 0
             PERFORM PRINT-VENUE-BLOCKS
           END-IF
           .
       PRINT-VENUE-BLOCKS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RL-VENUE-TITLE.
           MOVE 'N' TO RPT-VENUE-SEEN-SW.
           MOVE 0 TO RPT-RANK-NO.
           MOVE 'DECLARE-CUR-VENUE-TOTALS' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VENUE_TOTALS CURSOR FOR
             SELECT
               COALESCE(TESTPERSON.VENUE,' '),
               TESTPERSON.NAME,
               SUM(TESTSUMMARY.TOTALPOINTS)
             FROM
               TESTPERSON, TESTSUMMARY
             WHERE TESTPERSON.ID = TESTSUMMARY.PERSONID
               AND COALESCE(TESTPERSON.STATUS,'A') = 'A'
             GROUP BY COALESCE(TESTPERSON.VENUE,' '), TESTPERSON.NAME
             ORDER BY 1, SUM(TESTSUMMARY.TOTALPOINTS) DESC
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-VENUE-TOTALS' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_VENUE_TOTALS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           PERFORM UNTIL SQLCODE = 100
             MOVE 'FETCH-CUR-VENUE-TOTALS' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_VENUE_TOTALS
               INTO
                 :hVarVenue,
                 :hVarC,
                 :hVarD
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               IF NOT RPT-VENUE-SEEN OR hVarVenue NOT = RPT-VENUE-CODE
                 MOVE hVarVenue TO RPT-VENUE-CODE
                 SET RPT-VENUE-SEEN TO TRUE
                 MOVE 0 TO RPT-RANK-NO
                 IF hVarVenue = SPACES
                   MOVE 'HOME' TO RL-VH-VENUE
                 ELSE
                   MOVE hVarVenue TO RL-VH-VENUE
                 END-IF
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 WRITE REPORT-LINE FROM RL-VENUE-HDR
                 WRITE REPORT-LINE FROM RL-PERSON-HDR
                 WRITE REPORT-LINE FROM RL-RULE
               END-IF
               ADD 1 TO RPT-RANK-NO
               MOVE RPT-RANK-NO TO RL-PD-RANK
               MOVE hVarC TO RL-PD-NAME
               MOVE hVarD TO RL-PD-TOTAL
               WRITE REPORT-LINE FROM RL-PERSON-DET
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-VENUE-TOTALS' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VENUE_TOTALS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF NOT RPT-VENUE-SEEN
             WRITE REPORT-LINE FROM RL-NONE
           END-IF
           .
      *-----------------------------------------------------------------*
      * PER-GAME AVERAGE POINTS SCORED ACROSS ALL PLAYERS - TOTAL
      * POINTS OVER ENTRY COUNT FROM THE SUMMARY, WHICH IS THE SAME
      * AVERAGE THE OLD AVG() OVER THE DETAIL ROWS PRODUCED.
