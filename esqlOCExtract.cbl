      * instead of re-keying the PTSRPT01 leaderboard.  Honors the same
      * RPTCONFIG PERIODBEGIN/PERIODEND settings as esqlOCReport's
      * monthly standings, defaulting to the calendar month containing
      * the run date.  Players with an open flag on esqlOCReview's
      * TESTREVIEW queue are held out until a supervisor clears or
      * upholds it, and the count held out is displayed.  Each
      * detail record also carries the player's venue code (HOME for
      * a home-site player, see esqlOCVenue); a VENUE= setting in
      * RPTCONFIG (or ESQLOC_RPT_VENUE) cuts the extract to that one
      * venue, named in the header, which otherwise reads ALL.
      * Companion to esqlOCReport - shares its externalized DB
      * connection settings (DBCONFIG / ESQLOC_DB_xxx).
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  EXTRACT-STATUS                  PIC XX      VALUE SPACES.
           88  EXTRACT-FILE-OK                         VALUE '00'.
       01  EXT-DETAIL-COUNT                PIC 9(9)    VALUE ZERO.
       01  EXT-HELD-COUNT                  PIC 9(9)    VALUE ZERO.
       01  EXT-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  EXT-DATE-GRP REDEFINES EXT-DATE-NUM.
           05  EXT-DT-YYYY                  PIC 9(4).
       01  EXT-SESSIONID-TXT               PIC 9(12)   VALUE ZERO.
       01  EXT-POINTS-TXT                  PIC -9(5).99 VALUE ZERO.
       01  EXT-COUNT-TXT                   PIC 9(9)    VALUE ZERO.
       01  EXT-VENUE-TXT                   PIC X(4)    VALUE SPACES.
       01  EXT-VENUE-PARM                  PIC X(4)    VALUE SPACES.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
           05 hVarPersonId         PIC 9(12).
           05 hVarGameId           PIC 9(12).
           05 hVarSessionId        PIC 9(12).
           05 hVarChk              PIC 9(9).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
           05 hVarVenue             PIC X(4).
           05 hVarVenueAll          PIC X(1).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
           STRING EXT-DT-YYYY '-' EXT-DT-MM '-01' INTO hVarBegin
           STRING EXT-NEXT-YYYY '-' EXT-NEXT-MM '-01' INTO hVarEnd
         END-IF.
         PERFORM GET-EXTRACT-VENUE.
         PERFORM CREATE-REVIEW-TABLE.
         MOVE SPACES TO EXTRACT-STATUS.
         OPEN OUTPUT EXTRACT-FILE.
         IF NOT EXTRACT-FILE-OK
         CLOSE EXTRACT-FILE.
         DISPLAY ' EXTRACT COMPLETE '.
         DISPLAY '  Detail records written: ' EXT-DETAIL-COUNT.
         DISPLAY '  Persons held for review: ' EXT-HELD-COUNT.
         IF hVarVenueAll = 'N'
           DISPLAY '  Venue: ' EXT-VENUE-PARM
         END-IF.
         DISPLAY '  Extract written to PTSEXT01'.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
         STOP RUN
         .
      *-----------------------------------------------------------------*
      * HEADER RECORD - RUN DATE, THE PERIOD THE DETAILS COVER AND THE
      * VENUE THEY ARE CUT TO (ALL WHEN NOT CUT)
      *-----------------------------------------------------------------*
       WRITE-EXTRACT-HEADER SECTION.
           IF hVarVenueAll = 'Y'
             MOVE 'ALL' TO EXT-VENUE-TXT
           ELSE
             MOVE EXT-VENUE-PARM TO EXT-VENUE-TXT
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'HDR|PTSEXT01|'             DELIMITED BY SIZE
                  EXT-DATE-DISPLAY             DELIMITED BY SIZE
                  hVarBegin                    DELIMITED BY SIZE
                  '|'                          DELIMITED BY SIZE
                  hVarEnd                      DELIMITED BY SIZE
                  '|'                          DELIMITED BY SIZE
                  EXT-VENUE-TXT                DELIMITED BY SPACE
             INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD
      * PERIOD, WITH PERSON NAME, GAME NAME AND SESSION DATE SPELLED
      * OUT SO THE RECEIVING SYSTEM NEEDS NO LOOKUPS OF ITS OWN.
      * SUSPENDED AND INACTIVE PLAYERS ARE EXCLUDED - AN INELIGIBLE
      * PLAYER MUST NOT REACH THE AWARDS SYSTEM - AND SO ARE PLAYERS
      * WITH AN OPEN REVIEW FLAG, WHOSE SCORES ARE NOT YET TRUSTED.
      *-----------------------------------------------------------------*
       WRITE-EXTRACT-DETAILS SECTION.
           MOVE 'EXTRACT-HELD-COUNT' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(DISTINCT TESTPOINTS.PERSONID)
             INTO :hVarChk
             FROM TESTPOINTS, TESTSESSION, TESTREVIEW, TESTPERSON
             WHERE TESTPOINTS.SESSIONID = TESTSESSION.ID
               AND TESTREVIEW.PERSONID = TESTPOINTS.PERSONID
               AND TESTREVIEW.STATUS = 'O'
               AND TESTSESSION.SESSIONDATE >= :hVarBegin
               AND TESTSESSION.SESSIONDATE < :hVarEnd
               AND TESTPERSON.ID = TESTPOINTS.PERSONID
               AND (:hVarVenueAll = 'Y'
                 OR COALESCE(TESTPERSON.VENUE,' ') = :hVarVenue)
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO EXT-HELD-COUNT.
           MOVE 'DECLARE-CUR-EXTRACT' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_EXTRACT CURSOR FOR
               TESTGAME.NAME,
               TESTPOINTS.SESSIONID,
               TESTSESSION.SESSIONDATE,
               TESTPOINTS.POINTS,
               COALESCE(TESTPERSON.VENUE,' ')
             FROM
               TESTPERSON, TESTGAME, TESTSESSION, TESTPOINTS
             WHERE TESTPERSON.ID = TESTPOINTS.PERSONID
               AND COALESCE(TESTPERSON.STATUS,'A') = 'A'
               AND NOT EXISTS
                 (SELECT 1 FROM TESTREVIEW
                  WHERE TESTREVIEW.PERSONID = TESTPERSON.ID
                    AND TESTREVIEW.STATUS = 'O')
               AND TESTGAME.ID = TESTPOINTS.GAMEID
               AND TESTPOINTS.SESSIONID = TESTSESSION.ID
               AND TESTSESSION.SESSIONDATE >= :hVarBegin
               AND TESTSESSION.SESSIONDATE < :hVarEnd
               AND (:hVarVenueAll = 'Y'
                 OR COALESCE(TESTPERSON.VENUE,' ') = :hVarVenue)
             ORDER BY TESTPOINTS.PERSONID, TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID
           END-EXEC
                 :hVarC2,
                 :hVarSessionId,
                 :hVarDate,
                 :hVarD,
                 :hVarVenue
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarGameId TO EXT-GAMEID-TXT
               MOVE hVarSessionId TO EXT-SESSIONID-TXT
               MOVE hVarD TO EXT-POINTS-TXT
               IF hVarVenue = SPACES
                 MOVE 'HOME' TO EXT-VENUE-TXT
               ELSE
                 MOVE hVarVenue TO EXT-VENUE-TXT
               END-IF
               MOVE SPACES TO EXTRACT-RECORD
               STRING 'DET|'                    DELIMITED BY SIZE
                      EXT-PERSONID-TXT          DELIMITED BY SIZE
                      hVarDate                  DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      EXT-POINTS-TXT            DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      EXT-VENUE-TXT             DELIMITED BY SPACE
                 INTO EXTRACT-RECORD
               END-STRING
               WRITE EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           .
      *-----------------------------------------------------------------*
      * GET-EXTRACT-VENUE - VENUE= FROM RPTCONFIG, ELSE THE
      * ESQLOC_RPT_VENUE ENVIRONMENT VARIABLE.  NEITHER (OR ALL)
      * EXTRACTS EVERY VENUE; HOME SELECTS THE HOME-SITE PLAYERS, WHO
      * CARRY NO VENUE CODE.
      *-----------------------------------------------------------------*
       GET-EXTRACT-VENUE SECTION.
           MOVE SPACES TO EXT-VENUE-PARM.
           MOVE SPACES TO RPTCFG-STATUS.
           OPEN INPUT RPTCONFIG-FILE.
           IF RPTCFG-FILE-OK
             PERFORM UNTIL RPTCFG-FILE-EOF
               READ RPTCONFIG-FILE
                 AT END
                   SET RPTCFG-FILE-EOF TO TRUE
                 NOT AT END
                   MOVE SPACES TO RPTCFG-KEY RPTCFG-VALUE
                   UNSTRING RPTCFG-RECORD DELIMITED BY '='
                     INTO RPTCFG-KEY RPTCFG-VALUE
                   END-UNSTRING
                   IF RPTCFG-KEY = 'VENUE'
                     MOVE RPTCFG-VALUE(1:4) TO EXT-VENUE-PARM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RPTCONFIG-FILE
           END-IF.
           IF EXT-VENUE-PARM = SPACES
             ACCEPT EXT-VENUE-PARM FROM ENVIRONMENT 'ESQLOC_RPT_VENUE'
               ON EXCEPTION
                 MOVE SPACES TO EXT-VENUE-PARM
             END-ACCEPT
           END-IF.
           IF EXT-VENUE-PARM = SPACES OR EXT-VENUE-PARM = 'ALL'
             MOVE 'Y' TO hVarVenueAll
             MOVE SPACES TO hVarVenue
           ELSE
             MOVE 'N' TO hVarVenueAll
             IF EXT-VENUE-PARM = 'HOME'
               MOVE SPACES TO hVarVenue
             ELSE
               MOVE EXT-VENUE-PARM TO hVarVenue
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CREATE-REVIEW-TABLE - see REVWPRC for the review queue layout
      *-----------------------------------------------------------------*
       COPY REVWPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
