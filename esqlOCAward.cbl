      * The period comes from RPTCONFIG PERIODBEGIN/PERIODEND (or the
      * ESQLOC_RPT_xxx fallbacks) and is required, same as the
      * close-out.  Ineligible players are excluded, same as the
      * ranked standings they were excluded from, and so is any
      * player with an open flag on esqlOCReview's TESTREVIEW queue -
      * a score under review is not paid out until a supervisor has
      * cleared or upheld it; the count held out is displayed so the
      * period can be re-awarded by hand once the flags are decided.
      * One commit at the end so the period's awards land whole or
      * not at all.
      * Companion to esqlOCClose - shares its externalized DB
      * connection settings, report parameter file and SQL audit log.
      *-----------------------------------------------------------------*
           05  AWD-SCHED-COUNT              PIC 9(4)    VALUE ZERO.
           05  AWD-AWARD-COUNT              PIC 9(6)    VALUE ZERO.
           05  AWD-LETTER-COUNT             PIC 9(6)    VALUE ZERO.
           05  AWD-HELD-COUNT               PIC 9(6)    VALUE ZERO.
       01  AWD-RANK-NO                     PIC 9(4)    VALUE ZERO.
       01  AWD-IDX                         PIC 9(4)    VALUE ZERO.
       01  AWD-GAME-IDX                    PIC 9(4)    VALUE ZERO.
           PERFORM CHECK-PERIOD-CLOSED.
           PERFORM CREATE-AWARD-TABLE.
           PERFORM CHECK-NOT-ALREADY-AWARDED.
           PERFORM CREATE-REVIEW-TABLE.
           PERFORM COUNT-HELD-PERSONS.
           PERFORM LOAD-AWARD-SCHEDULE.
           IF AWD-SCHED-COUNT = 0
             DISPLAY ' AWARDSCH EMPTY OR NOT FOUND, NOTHING TO AWARD'
           DISPLAY '  Period:          ' hVarBegin ' THRU ' hVarEnd.
           DISPLAY '  Awards recorded: ' AWD-AWARD-COUNT.
           DISPLAY '  Letters written: ' AWD-LETTER-COUNT.
           DISPLAY '  Held for review: ' AWD-HELD-COUNT.
           DISPLAY '  Letters written to WINLTR01'.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
           END-IF
           .
      *-----------------------------------------------------------------*
      * COUNT-HELD-PERSONS - ELIGIBLE PLAYERS WITH STANDINGS IN THE
      * PERIOD WHO ARE HELD OUT BY AN OPEN REVIEW FLAG.
      *-----------------------------------------------------------------*
       COUNT-HELD-PERSONS SECTION.
           MOVE 'AWARD-HELD-COUNT' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(DISTINCT TESTSUMMARY.PERSONID)
             INTO :hVarChk
             FROM TESTSUMMARY, TESTREVIEW
             WHERE TESTREVIEW.PERSONID = TESTSUMMARY.PERSONID
               AND TESTREVIEW.STATUS = 'O'
               AND TESTSUMMARY.SUMPERIOD >= :hVarBegin
               AND TESTSUMMARY.SUMPERIOD < :hVarEnd
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO AWD-HELD-COUNT
           IF AWD-HELD-COUNT > 0
             DISPLAY ' ' AWD-HELD-COUNT ' PERSON(S) HELD OUT PENDING '
               'SCORE REVIEW - SEE esqlOCReview'
           END-IF
           .
      *-----------------------------------------------------------------*
      * LOAD-AWARD-SCHEDULE - THE AWARDSCH FILE INTO MEMORY, AND THE
      * DISTINCT GAMES ITS PER-GAME ENTRIES NAME.
      *-----------------------------------------------------------------*
               TESTPERSON, TESTSUMMARY
             WHERE TESTPERSON.ID = TESTSUMMARY.PERSONID
               AND COALESCE(TESTPERSON.STATUS,'A') = 'A'
               AND NOT EXISTS
                 (SELECT 1 FROM TESTREVIEW
                  WHERE TESTREVIEW.PERSONID = TESTPERSON.ID
                    AND TESTREVIEW.STATUS = 'O')
               AND TESTSUMMARY.SUMPERIOD >= :hVarBegin
               AND TESTSUMMARY.SUMPERIOD < :hVarEnd
             GROUP BY TESTPERSON.ID, TESTPERSON.NAME
                 TESTPERSON, TESTSUMMARY
               WHERE TESTPERSON.ID = TESTSUMMARY.PERSONID
                 AND COALESCE(TESTPERSON.STATUS,'A') = 'A'
                 AND NOT EXISTS
                   (SELECT 1 FROM TESTREVIEW
                    WHERE TESTREVIEW.PERSONID = TESTPERSON.ID
                      AND TESTREVIEW.STATUS = 'O')
                 AND TESTSUMMARY.GAMEID = :hVarGameId
                 AND TESTSUMMARY.SUMPERIOD >= :hVarBegin
                 AND TESTSUMMARY.SUMPERIOD < :hVarEnd
             hVarPersonId ' AT RANK ' AWD-RANK-NO
           .
      *-----------------------------------------------------------------*
      * CREATE-REVIEW-TABLE - see REVWPRC for the review queue layout
      *-----------------------------------------------------------------*
       COPY REVWPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
