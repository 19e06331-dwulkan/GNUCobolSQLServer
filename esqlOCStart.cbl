      * PTVALPRC) and ineligible players are excluded from ranked
      * standings and the awards feed, while esqlOCInquiry keeps
      * their history available.
      * VENUE is the venue code the player belongs to, carried in
      * from the feed by esqlOCLoad (see esqlOCVenue's ID
      * cross-reference).  NULL or spaces is the home site, so rows
      * that predate the column report under it.
         MOVE SPACES TO BUFFER.
         STRING
           'CREATE TABLE TESTPERSON('
             'NAME CHAR(50) NOT NULL, '
             'TEAMID DECIMAL(12,0), '
             'STATUS CHAR(1), '
             'VENUE CHAR(4), '
             'PRIMARY KEY (ID))'
           INTO BUFFER.
         MOVE 'CREATE-TESTPERSON' TO AUDIT-CONTEXT.
           DISPLAY ' Table TESTPERSON already exists.'
      * An existing database predates the TEAMID column - add it in
      * place.  42S21 (column already exists) means a prior run
      * already did.  Same treatment for STATUS and VENUE below.
           MOVE SPACES TO BUFFER
           STRING
             'ALTER TABLE TESTPERSON ADD TEAMID DECIMAL(12,0)'
             PERFORM SQLSTATE-CHECK
             DISPLAY ' added STATUS to Table TESTPERSON'
           END-IF
           MOVE SPACES TO BUFFER
           STRING
             'ALTER TABLE TESTPERSON ADD VENUE CHAR(4)'
             INTO BUFFER
           MOVE 'ALTER-TESTPERSON-VENUE' TO AUDIT-CONTEXT
           EXEC SQL
             EXECUTE IMMEDIATE  :BUFFER
           END-EXEC
           IF SQLSTATE='42S21'
             CONTINUE
           ELSE
             PERFORM SQLSTATE-CHECK
             DISPLAY ' added VENUE to Table TESTPERSON'
           END-IF
         ELSE
           PERFORM SQLSTATE-CHECK
           DISPLAY ' created Table TESTPERSON'
