      *-----------------------------------------------------------------*
      * MNTAPPRC - APPLY ONE MAINTIN TRANSACTION (MAINT-IN-RECORD)
      * AGAINST TESTPERSON/TESTGAME/TESTPOINTS, JOURNALING EVERY
      * CHANGE TO MNTJRNL BEFORE IT IS MADE (ADDS AFTER THE INSERT
      * HAS PASSED) AND COMMITTING IT.  SHARED BY esqlOCMaint'S BATCH
      * RUN AND esqlOCEntry'S IMMEDIATE APPLY, SO A CORRECTION KEYED
      * AT THE SCREEN TAKES EXACTLY THE PATH A MAINTIN LINE DOES AND
      * esqlOCBackout CAN REVERSE EITHER.
      * THE CALLER PROVIDES MAINTWS, JRNLWS, REJTWS AND AUDTWS, THE
      * MNTJRNL/POINTREJ/SQLAUDIT FILES, AND THE hVarN..hVarDate HOST
      * VARIABLES AS DECLARED IN esqlOCMaint.
      *-----------------------------------------------------------------*
      * ROUTE EACH TRANSACTION TO ITS TABLE'S MAINTENANCE PARAGRAPH
      *-----------------------------------------------------------------*
       PROCESS-TRANSACTION SECTION.
           EVALUATE MT-TABLE
             WHEN 'P'
               PERFORM MAINTAIN-PERSON
             WHEN 'G'
               PERFORM MAINTAIN-GAME
             WHEN 'T'
               PERFORM MAINTAIN-POINTS
             WHEN OTHER
               MOVE 'UNKNOWN MT-TABLE CODE' TO AUDIT-LN-MESSAGE
               PERFORM LOG-BAD-TRANSACTION
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * ADD/CHANGE/DELETE AGAINST TESTPERSON.NAME AND STATUS.  AN
      * ADD TAKES MT-STATUS AS THE NEW ROW'S ELIGIBILITY (SPACES =
      * ACTIVE); A CHANGE WITH A NON-SPACE MT-STATUS SETS THE STATUS
      * ALONGSIDE THE NAME, SO A SUSPENSION OR REINSTATEMENT GOES
      * THROUGH THE SAME AUDITED PATH AS EVERY OTHER CORRECTION.
      *-----------------------------------------------------------------*
       MAINTAIN-PERSON SECTION.
           MOVE MT-ID TO hVarN.
           MOVE MT-NAME TO hVarC.
           IF MT-STATUS = 'A' OR MT-STATUS = 'S' OR MT-STATUS = 'I'
             MOVE MT-STATUS TO hVarStatus
           ELSE
             MOVE SPACE TO hVarStatus
           END-IF.
           IF MT-ACTION = 'C' OR 'D'
             PERFORM JOURNAL-PERSON-IMAGE
           END-IF.
           EVALUATE MT-ACTION
             WHEN 'A'
               IF hVarStatus = SPACE
                 MOVE 'A' TO hVarStatus
               END-IF
               MOVE 'MAINTPERSON-ADD' TO AUDIT-CONTEXT
               EXEC SQL
                 INSERT INTO TESTPERSON (ID,NAME,STATUS) VALUES
                  (:hVarN,:hVarC,:hVarStatus)
               END-EXEC
               PERFORM SQLSTATE-CHECK
               PERFORM JOURNAL-PERSON-IMAGE
               ADD 1 TO MAINT-ADD-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'C'
               MOVE 'MAINTPERSON-CHANGE' TO AUDIT-CONTEXT
               IF hVarStatus = SPACE
                 EXEC SQL
                   UPDATE TESTPERSON SET NAME = :hVarC
                   WHERE ID = :hVarN
                 END-EXEC
               ELSE
                 EXEC SQL
                   UPDATE TESTPERSON SET NAME = :hVarC,
                     STATUS = :hVarStatus
                   WHERE ID = :hVarN
                 END-EXEC
               END-IF
               PERFORM SQLSTATE-CHECK
               IF MT-ID2 IS NUMERIC AND MT-ID2 NOT = ZERO
                 PERFORM APPLY-PERSON-TRANSFER
               END-IF
               ADD 1 TO MAINT-CHANGE-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'D'
               MOVE 'MAINTPERSON-DELETE' TO AUDIT-CONTEXT
               EXEC SQL
                 DELETE FROM TESTPERSON WHERE ID = :hVarN
               END-EXEC
               PERFORM SQLSTATE-CHECK
               ADD 1 TO MAINT-DELETE-COUNT
               PERFORM MAINT-COMMIT
             WHEN OTHER
               MOVE 'UNKNOWN MT-ACTION CODE FOR TESTPERSON'
                 TO AUDIT-LN-MESSAGE
               PERFORM LOG-BAD-TRANSACTION
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * APPLY-PERSON-TRANSFER - A 'P' CHANGE CARRYING A NON-ZERO
      * MT-ID2 MOVES THE PERSON TO THAT TEAM AS OF THE RUN DATE: THE
      * CURRENT TEAMID IS RE-POINTED, THE OPEN TESTMEMBER MEMBERSHIP
      * IS CLOSED AND A NEW ONE OPENED, SO HISTORICAL POINTS KEEP
      * CREDITING THE OLD TEAM AND ONLY SCORING FROM TODAY CREDITS
      * THE NEW ONE.  THE JOURNALED BEFORE-IMAGE ALREADY CARRIES THE
      * OLD TEAMID, SO esqlOCBackout RESTORES TESTPERSON; THE
      * MEMBERSHIP ROWS THEMSELVES ARE NOT JOURNALED - AFTER A
      * BACKOUT, CORRECT THEM WITH A FRESH TRANSFER.
      *-----------------------------------------------------------------*
       APPLY-PERSON-TRANSFER SECTION.
           MOVE MT-ID2 TO hVarN2.
           MOVE MAINT-EFF-DATE TO hVarDate.
           MOVE 'MAINTPERSON-TRANSFER' TO AUDIT-CONTEXT.
           EXEC SQL
             UPDATE TESTPERSON SET TEAMID = :hVarN2
             WHERE ID = :hVarN
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'MAINTPERSON-MEMBER-CLOSE' TO AUDIT-CONTEXT.
           EXEC SQL
             UPDATE TESTMEMBER SET TODATE = :hVarDate
             WHERE PERSONID = :hVarN
               AND TODATE IS NULL
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'MAINTPERSON-MEMBER-OPEN' TO AUDIT-CONTEXT.
           EXEC SQL
             INSERT INTO TESTMEMBER (PERSONID,TEAMID,FROMDATE)
              VALUES (:hVarN,:hVarN2,:hVarDate)
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * ADD/CHANGE/DELETE AGAINST TESTGAME.NAME
      *-----------------------------------------------------------------*
       MAINTAIN-GAME SECTION.
           MOVE MT-ID TO hVarN.
           MOVE MT-NAME TO hVarC.
           IF MT-ACTION = 'C' OR 'D'
             PERFORM JOURNAL-GAME-IMAGE
           END-IF.
           EVALUATE MT-ACTION
             WHEN 'A'
               MOVE 'MAINTGAME-ADD' TO AUDIT-CONTEXT
               EXEC SQL
                 INSERT INTO TESTGAME (ID,NAME) VALUES
                  (:hVarN,:hVarC)
               END-EXEC
               PERFORM SQLSTATE-CHECK
               PERFORM JOURNAL-GAME-IMAGE
               ADD 1 TO MAINT-ADD-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'C'
               MOVE 'MAINTGAME-CHANGE' TO AUDIT-CONTEXT
               EXEC SQL
                 UPDATE TESTGAME SET NAME = :hVarC
                 WHERE ID = :hVarN
               END-EXEC
               PERFORM SQLSTATE-CHECK
               ADD 1 TO MAINT-CHANGE-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'D'
               MOVE 'MAINTGAME-DELETE' TO AUDIT-CONTEXT
               EXEC SQL
                 DELETE FROM TESTGAME WHERE ID = :hVarN
               END-EXEC
               PERFORM SQLSTATE-CHECK
               ADD 1 TO MAINT-DELETE-COUNT
               PERFORM MAINT-COMMIT
             WHEN OTHER
               MOVE 'UNKNOWN MT-ACTION CODE FOR TESTGAME'
                 TO AUDIT-LN-MESSAGE
               PERFORM LOG-BAD-TRANSACTION
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * ADD/CHANGE/DELETE AGAINST TESTPOINTS ROWS.  MT-ID/MT-ID2/MT-ID3
      * CARRY PERSONID/GAMEID/SESSIONID; MT-POINTS CARRIES THE SCORE.
      *-----------------------------------------------------------------*
       MAINTAIN-POINTS SECTION.
           MOVE MT-ID TO hVarN.
           MOVE MT-ID2 TO hVarN2.
           MOVE MT-ID3 TO hVarN3.
           MOVE MT-POINTS TO hVarD.
           PERFORM CHECK-SESSION-OPEN.
           IF MAINT-SESSION-CLOSED
             PERFORM WRITE-CLOSED-SESSION-REJECT
           ELSE
             PERFORM APPLY-POINTS-TRANSACTION
           END-IF
           .
       APPLY-POINTS-TRANSACTION SECTION.
           IF MT-ACTION = 'C' OR 'D'
             PERFORM JOURNAL-POINTS-IMAGE
           END-IF.
           EVALUATE MT-ACTION
             WHEN 'A'
      * A MAINTENANCE ADD IS A HAND-KEYED CORRECTION - THE KEYED
      * VALUE IS BOTH THE RAW AND THE SCORED VALUE.
               MOVE 'MAINTPOINTS-ADD' TO AUDIT-CONTEXT
               EXEC SQL
                 INSERT INTO TESTPOINTS
                   (PERSONID,GAMEID,SESSIONID,POINTS,RAWPOINTS)
                   VALUES
                  (:hVarN,:hVarN2,:hVarN3,:hVarD,:hVarD)
               END-EXEC
               PERFORM SQLSTATE-CHECK
               PERFORM JOURNAL-POINTS-IMAGE
               ADD 1 TO MAINT-ADD-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'C'
               MOVE 'MAINTPOINTS-CHANGE' TO AUDIT-CONTEXT
               EXEC SQL
                 UPDATE TESTPOINTS SET POINTS = :hVarD
                 WHERE PERSONID = :hVarN
                   AND GAMEID = :hVarN2
                   AND SESSIONID = :hVarN3
               END-EXEC
               PERFORM SQLSTATE-CHECK
               ADD 1 TO MAINT-CHANGE-COUNT
               PERFORM MAINT-COMMIT
             WHEN 'D'
               MOVE 'MAINTPOINTS-DELETE' TO AUDIT-CONTEXT
               EXEC SQL
                 DELETE FROM TESTPOINTS
                 WHERE PERSONID = :hVarN
                   AND GAMEID = :hVarN2
                   AND SESSIONID = :hVarN3
               END-EXEC
               PERFORM SQLSTATE-CHECK
               ADD 1 TO MAINT-DELETE-COUNT
               PERFORM MAINT-COMMIT
             WHEN OTHER
               MOVE 'UNKNOWN MT-ACTION CODE FOR TESTPOINTS'
                 TO AUDIT-LN-MESSAGE
               PERFORM LOG-BAD-TRANSACTION
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * CHECK-SESSION-OPEN - IS THE TRANSACTION'S SESSION (hVarN3)
      * STILL OPEN?  A SESSION esqlOCClose HAS MARKED CLOSED BELONGS
      * TO A PUBLISHED PERIOD; ONLY AN AUDITED REOPEN RUN LETS A
      * CORRECTION BACK IN.
      *-----------------------------------------------------------------*
       CHECK-SESSION-OPEN SECTION.
           SET MAINT-SESSION-OPEN TO TRUE.
           MOVE 'MAINT-SESSION-OPEN-CHECK' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk FROM TESTSESSION
             WHERE ID = :hVarN3
               AND COALESCE(CLOSED,'N') = 'Y'
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarChk NOT = 0
             SET MAINT-SESSION-CLOSED TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------*
      * WRITE-CLOSED-SESSION-REJECT - APPEND THE TRANSACTION TO THE
      * POINTREJ REJECTS LIST WITH A SESSION CLOSED REASON, SAME LIST
      * AND LAYOUT THE LOAD USES, SO THE NIGHTLY REJECT HANDLING SEES
      * IT.
      *-----------------------------------------------------------------*
       WRITE-CLOSED-SESSION-REJECT SECTION.
           DISPLAY ' REJECTED MAINTENANCE TRANSACTION '.
           DISPLAY '  person/game/session ' MT-ID '/' MT-ID2 '/'
             MT-ID3 ' - SESSION CLOSED'.
           ADD 1 TO MAINT-REJECT-COUNT.
           ACCEPT REJECT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT REJECT-TS-TIME FROM TIME.
           MOVE REJECT-TS-DATE TO REJ-LN-DATE.
           MOVE REJECT-TS-TIME TO REJ-LN-TIME.
           MOVE MT-ID TO REJ-LN-PERSONID.
           MOVE MT-ID2 TO REJ-LN-GAMEID.
           MOVE MT-ID3 TO REJ-LN-SESSIONID.
           MOVE MT-POINTS TO REJ-LN-POINTS.
           MOVE 'SESSION CLOSED' TO REJ-LN-REASON.
           MOVE ZERO TO REJ-LN-RETRY.
           MOVE REJECT-TS-DATE TO REJ-LN-ORIG-DATE.
           MOVE SPACES TO REJECT-STATUS.
           OPEN EXTEND POINTS-REJECT-FILE.
           IF NOT REJECT-FILE-OK
             OPEN OUTPUT POINTS-REJECT-FILE
           END-IF.
           WRITE REJECT-RECORD FROM REJECT-LINE.
           CLOSE POINTS-REJECT-FILE
           .
      *-----------------------------------------------------------------*
      * JOURNAL-PERSON-IMAGE - CAPTURE WHAT esqlOCBackout WOULD NEED
      * TO REVERSE THIS TESTPERSON TRANSACTION, BEFORE IT IS APPLIED.
      * FOR A CHANGE OR DELETE THAT IS THE ROW'S CURRENT NAME AND
      * TEAMID (CARRIED IN JRN-LN-ID2, ZERO FOR UNASSIGNED); A ROW
      * NOT ON FILE JOURNALS NOTHING (THERE IS NOTHING TO RESTORE).
      * FOR AN ADD THE ADDED VALUES ARE JOURNALED, SO THE ADD IS
      * TRACEABLE AND ITS BACKOUT (A DELETE BY KEY) POSSIBLE - BUT
      * ONLY AFTER THE INSERT'S OWN SQLSTATE-CHECK HAS PASSED, SO AN
      * ADD THAT FAILED (E.G. DUPLICATE KEY) NEVER LEAVES AN 'A' LINE
      * WHOSE BACKOUT WOULD DELETE THE PRE-EXISTING LEGITIMATE ROW.
      * THE CHANGE/DELETE CAPTURE STAYS BEFORE THE STATEMENT: A
      * BEFORE-IMAGE FOR A STATEMENT THAT NEVER RAN RESTORES THE
      * VALUE THE ROW STILL HAS, WHICH IS HARMLESS.
      *-----------------------------------------------------------------*
       JOURNAL-PERSON-IMAGE SECTION.
           MOVE 'P' TO JRN-LN-TABLE.
           MOVE MT-ACTION TO JRN-LN-ACTION.
           MOVE MT-ID TO JRN-LN-ID.
           MOVE ZERO TO JRN-LN-ID2 JRN-LN-ID3 JRN-LN-POINTS
                        JRN-LN-RAWPTS.
           MOVE SPACE TO JRN-LN-STATUS.
           IF MT-ACTION = 'A'
             MOVE MT-NAME TO JRN-LN-NAME
             MOVE hVarStatus TO JRN-LN-STATUS
             PERFORM WRITE-JOURNAL-RECORD
           ELSE
             MOVE 'JOURNAL-PERSON-IMAGE' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT NAME, COALESCE(TEAMID,0), COALESCE(STATUS,'A'),
                 COALESCE(VENUE,' ')
               INTO :hVarC2, :hVarN4, :hVarStatus2, :hVarVenue
               FROM TESTPERSON
               WHERE ID = :hVarN
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarC2 TO JRN-LN-NAME
               MOVE hVarN4 TO JRN-LN-ID2
               MOVE hVarStatus2 TO JRN-LN-STATUS
               MOVE hVarVenue TO JRN-LN-VENUE
               PERFORM WRITE-JOURNAL-RECORD
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * JOURNAL-GAME-IMAGE - SAME AS JOURNAL-PERSON-IMAGE, FOR
      * TESTGAME.
      *-----------------------------------------------------------------*
       JOURNAL-GAME-IMAGE SECTION.
           MOVE 'G' TO JRN-LN-TABLE.
           MOVE MT-ACTION TO JRN-LN-ACTION.
           MOVE MT-ID TO JRN-LN-ID.
           MOVE ZERO TO JRN-LN-ID2 JRN-LN-ID3 JRN-LN-POINTS
                        JRN-LN-RAWPTS.
           MOVE SPACE TO JRN-LN-STATUS.
           IF MT-ACTION = 'A'
             MOVE MT-NAME TO JRN-LN-NAME
             PERFORM WRITE-JOURNAL-RECORD
           ELSE
             MOVE 'JOURNAL-GAME-IMAGE' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT NAME INTO :hVarC2 FROM TESTGAME
               WHERE ID = :hVarN
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarC2 TO JRN-LN-NAME
               PERFORM WRITE-JOURNAL-RECORD
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * JOURNAL-POINTS-IMAGE - SAME AS JOURNAL-PERSON-IMAGE, FOR ONE
      * TESTPOINTS ROW KEYED BY PERSONID/GAMEID/SESSIONID.
      *-----------------------------------------------------------------*
       JOURNAL-POINTS-IMAGE SECTION.
           MOVE 'T' TO JRN-LN-TABLE.
           MOVE MT-ACTION TO JRN-LN-ACTION.
           MOVE MT-ID TO JRN-LN-ID.
           MOVE MT-ID2 TO JRN-LN-ID2.
           MOVE MT-ID3 TO JRN-LN-ID3.
           MOVE SPACES TO JRN-LN-NAME.
           MOVE SPACE TO JRN-LN-STATUS.
           IF MT-ACTION = 'A'
      * A MAINTENANCE ADD STORES THE KEYED VALUE AS BOTH THE SCORED
      * AND THE RAW VALUE, SO THE IMAGE CARRIES IT AS BOTH TOO.
             MOVE MT-POINTS TO JRN-LN-POINTS
             MOVE MT-POINTS TO JRN-LN-RAWPTS
             PERFORM WRITE-JOURNAL-RECORD
           ELSE
             MOVE 'JOURNAL-POINTS-IMAGE' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT POINTS, COALESCE(RAWPOINTS, POINTS)
               INTO :hVarD2, :hVarD3
               FROM TESTPOINTS
               WHERE PERSONID = :hVarN
                 AND GAMEID = :hVarN2
                 AND SESSIONID = :hVarN3
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE NOT = 100
               MOVE hVarD2 TO JRN-LN-POINTS
               MOVE hVarD3 TO JRN-LN-RAWPTS
               PERFORM WRITE-JOURNAL-RECORD
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * WRITE-JOURNAL-RECORD - STAMP AND APPEND ONE JOURNAL LINE.  THE
      * CALLER HAS FILLED THE TABLE/ACTION/KEY/IMAGE FIELDS.
      *-----------------------------------------------------------------*
       WRITE-JOURNAL-RECORD SECTION.
           ACCEPT JRNL-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TS-TIME FROM TIME.
           MOVE JRNL-TS-DATE TO JRN-LN-DATE.
           MOVE JRNL-TS-TIME TO JRN-LN-TIME.
           ADD 1 TO JRNL-SEQ.
           MOVE JRNL-SEQ TO JRN-LN-SEQ.
           MOVE OPR-OPERATOR-ID TO JRN-LN-OPERATOR.
           MOVE SPACES TO JRNL-STATUS.
           OPEN EXTEND MAINT-JOURNAL-FILE.
           IF NOT JRNL-FILE-OK
             OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF.
           WRITE JOURNAL-RECORD FROM JOURNAL-LINE.
           MOVE SPACES TO JRN-LN-VENUE.
           CLOSE MAINT-JOURNAL-FILE
           .
      *-----------------------------------------------------------------*
      * COMMIT ONE MAINTENANCE TRANSACTION
      *-----------------------------------------------------------------*
       MAINT-COMMIT SECTION.
           MOVE 'MAINT-COMMIT' TO AUDIT-CONTEXT.
           EXEC SQL
             COMMIT
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
      *-----------------------------------------------------------------*
      * LOG-BAD-TRANSACTION - AN MT-TABLE/MT-ACTION CODE THAT DID NOT
      * MATCH ANY KNOWN CASE.  NO SQL WAS ISSUED, SO THE AUDIT LINE IS
      * BUILT DIRECTLY RATHER THAN THROUGH SQLSTATE-CHECK.
      *-----------------------------------------------------------------*
       LOG-BAD-TRANSACTION SECTION.
           DISPLAY ' REJECTED MAINTENANCE TRANSACTION '.
           DISPLAY '  action=' MT-ACTION ' table=' MT-TABLE
             ' id=' MT-ID.
           ADD 1 TO MAINT-REJECT-COUNT.
           MOVE 'MAINT-BAD-TRANSACTION' TO AUDIT-CONTEXT.
           MOVE SPACES TO AUDIT-LN-SQLSTATE.
           MOVE 0 TO AUDIT-LN-SQLCODE.
           ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TS-TIME FROM TIME.
           MOVE AUDIT-TS-DATE TO AUDIT-LN-DATE.
           MOVE AUDIT-TS-TIME TO AUDIT-LN-TIME.
           MOVE AUDIT-CONTEXT TO AUDIT-LN-CONTEXT.
           MOVE AUDIT-OPERATOR TO AUDIT-LN-OPERATOR.
           MOVE SPACES TO AUDIT-STATUS.
           OPEN EXTEND SQL-AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
             OPEN OUTPUT SQL-AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD FROM AUDIT-LINE.
           CLOSE SQL-AUDIT-FILE
           .
