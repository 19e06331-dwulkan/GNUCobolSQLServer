      *-----------------------------------------------------------------*
      * CREATE-XREF-TABLE - THE VENUE ID CROSS-REFERENCE esqlOCVenue
      * MAINTAINS, ONE ROW PER VENUE, ID TYPE AND VENUE-LOCAL ID.
      * IDTYPE IS 'T' TEAM, 'P' PERSON, 'G' GAME, 'S' SESSION.
      * MASTERID IS THE ID THE ROW CARRIES IN TESTTEAM/TESTPERSON/
      * TESTGAME/TESTSESSION, ASSIGNED THE FIRST TIME THE LOCAL ID IS
      * SEEN ON ITS VENUE'S DIMENSION FEED; FIRSTSEEN IS THAT RUN
      * DATE.  CREATED WITH THE SAME ALREADY-EXISTS TOLERANCE AS
      * esqlOCStart'S CREATE TABLES.
      *-----------------------------------------------------------------*
       CREATE-XREF-TABLE SECTION.
           MOVE SPACES TO BUFFER.
           STRING
             'CREATE TABLE TESTVENUEXREF('
               'VENUE CHAR(4) NOT NULL, '
               'IDTYPE CHAR(1) NOT NULL, '
               'LOCALID DECIMAL(12,0) NOT NULL, '
               'MASTERID DECIMAL(12,0) NOT NULL, '
               'FIRSTSEEN CHAR(10), '
               'PRIMARY KEY (VENUE, IDTYPE, LOCALID))'
             INTO BUFFER.
           MOVE 'CREATE-TESTVENUEXREF' TO AUDIT-CONTEXT.
           EXEC SQL
             EXECUTE IMMEDIATE :BUFFER
           END-EXEC
           IF SQLSTATE='42S01'
             DISPLAY ' Table TESTVENUEXREF already exists.'
           ELSE
             PERFORM SQLSTATE-CHECK
             DISPLAY ' created Table TESTVENUEXREF'
           END-IF
           .
