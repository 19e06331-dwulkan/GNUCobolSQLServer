      *-----------------------------------------------------------------*
      * CREATE-REVIEW-TABLE - THE SUSPICIOUS-SCORE REVIEW QUEUE
      * esqlOCReview FILLS, ONE ROW PER FLAGGED PERSONID/GAMEID/
      * SESSIONID SCORE.  STATUS 'O' IS AN OPEN FLAG, 'C' CLEARED
      * (THE SCORE STANDS), 'U' UPHELD (THE SCORE WAS VOIDED).  A
      * PERSON WITH ANY OPEN FLAG IS HELD OUT OF esqlOCAward AND
      * esqlOCExtract, SO EVERY PROGRAM THAT TESTS THE QUEUE CREATES
      * IT FIRST WITH THE SAME ALREADY-EXISTS TOLERANCE AS
      * esqlOCStart'S CREATE TABLES.
      *-----------------------------------------------------------------*
       CREATE-REVIEW-TABLE SECTION.
           MOVE SPACES TO BUFFER.
           STRING
             'CREATE TABLE TESTREVIEW('
               'PERSONID DECIMAL(12,0), '
               'GAMEID DECIMAL(12,0), '
               'SESSIONID DECIMAL(12,0), '
               'SESSIONDATE CHAR(10), '
               'POINTS DECIMAL(6,2), '
               'BASELINE DECIMAL(9,2), '
               'REASON CHAR(40), '
               'FLAGDATE CHAR(10), '
               'STATUS CHAR(1), '
               'DECIDEDBY CHAR(8), '
               'DECIDEDDATE CHAR(10), '
               'PRIMARY KEY (PERSONID, GAMEID, SESSIONID))'
             INTO BUFFER.
           MOVE 'CREATE-TESTREVIEW' TO AUDIT-CONTEXT.
           EXEC SQL
             EXECUTE IMMEDIATE :BUFFER
           END-EXEC
           IF SQLSTATE='42S01'
             DISPLAY ' Table TESTREVIEW already exists.'
           ELSE
             PERFORM SQLSTATE-CHECK
             DISPLAY ' created Table TESTREVIEW'
           END-IF
           .
