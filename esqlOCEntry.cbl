       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCEntry.
      *-----------------------------------------------------------------*
      * Operator entry screen for maintenance corrections, in front
      * of esqlOCMaint.  Instead of hand-keying a fixed-column
      * MAINTIN line, the operator is prompted at the console for the
      * action (A add, C change, D delete), the table (P TESTPERSON,
      * G TESTGAME, T TESTPOINTS) and the keys, and is shown the row
      * as it stands now - names, eligibility status, team and venue
      * spelled out, and for a score the player, game, session date
      * and whether the session is closed.  The new values are then
      * prompted for (a blank name or status on a change keeps the
      * current one) and the transaction is checked against the
      * rules the batch applies:
      *   - the row must be absent for an add and on file for a
      *     change or delete,
      *   - a score add passes VALIDATE-POINTS-ROW (PTVALPRC) exactly
      *     as a POINTSIN row does - person, game and session on
      *     file, player not suspended, session not closed, no
      *     duplicate triple,
      *   - a score change or delete is refused on a closed session
      *     (esqlOCMaint's CHECK-SESSION-OPEN), and a score change
      *     for a suspended player is refused as an add would be,
      *   - a person or game still carrying TESTPOINTS rows cannot
      *     be deleted (the foreign keys would fail the batch),
      *   - a transfer team must be on TESTTEAM, names must not be
      *     blank, status is A/S/I, points fit S9(4)V99.
      * A clean transaction is then either queued - appended to
      * MAINTIN for the next esqlOCMaint run - or applied at once
      * through PROCESS-TRANSACTION (MNTAPPRC), the same journaled
      * path the batch uses, so its before-image is on MNTJRNL and
      * esqlOCBackout can reverse it.  Checks are made against the
      * database as it stands, not against lines still queued on
      * MAINTIN.  The session opens with the operator ID
      * (ESQLOC_OPERATOR, else prompted for); apply now is offered
      * only to an operator holding esqlOCEntry APPLY in OPERAUTH
      * (see OPAUPRC) - anyone else may queue but not apply - and the
      * operator is stamped on every MNTJRNL and SQLAUDIT line the
      * session writes.  A blank or X action ends the session.
      * Immediate apply is not for use while esqlOCDriver's nightly
      * window is running.  Companion to esqlOCMaint - shares its
      * externalized DB connection settings and SQL audit log.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY MAINTSEL.
           COPY JRNLSEL.
           COPY REJTSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY MAINTFD.
           COPY JRNLFD.
           COPY REJTFD.
           COPY OPAUFD.
           COPY ACCLFD.
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY MAINTWS.
           COPY JRNLWS.
           COPY REJTWS.
           COPY PTVALWS.
           COPY OPAUWS.
           COPY ACCLWS.
      *-----------------------------------------------------------------*
      * OPERATOR REPLIES
      *-----------------------------------------------------------------*
       01  ENT-REPLY                       PIC X(60)   VALUE SPACES.
       01  ENT-REPLY-LEN                   PIC 9(2)    VALUE ZERO.
       01  ENT-ID-VALUE                    PIC 9(12)   VALUE ZERO.
       01  ENT-POINTS-VALUE                PIC S9(6)V99 VALUE ZERO.
       01  ENT-POINTS-CHECK                PIC S9(6)V9(4) VALUE ZERO.
       01  ENT-LOWER                       PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  ENT-UPPER                       PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  ENT-DONE-SW                     PIC X       VALUE 'N'.
           88  ENT-DONE                                VALUE 'Y'.
       01  ENT-ENTRY-SW                    PIC X       VALUE 'Y'.
           88  ENT-ENTRY-OK                            VALUE 'Y'.
           88  ENT-ENTRY-REFUSED                       VALUE 'N'.
       01  ENT-REASON                      PIC X(50)   VALUE SPACES.
      *-----------------------------------------------------------------*
      * THE ROW AS IT STANDS - FILLED BY SHOW-CURRENT-ROW
      *-----------------------------------------------------------------*
       01  ENT-ROW-SW                      PIC X       VALUE 'N'.
           88  ENT-ROW-ON-FILE                         VALUE 'Y'.
           88  ENT-ROW-ABSENT                          VALUE 'N'.
       01  ENT-CUR-NAME                    PIC X(50)   VALUE SPACES.
       01  ENT-CUR-STATUS                  PIC X       VALUE SPACE.
       01  ENT-CUR-TEAMID                  PIC 9(12)   VALUE ZERO.
       01  ENT-STATUS-TEXT                 PIC X(10)   VALUE SPACES.
       01  ENT-POINTS-EDIT                 PIC -(4)9.99.
       01  ENT-RAW-EDIT                    PIC -(4)9.99.
       01  ENT-COUNT-EDIT                  PIC Z(8)9.
       01  ENT-COUNTERS.
           05  ENT-QUEUED-COUNT             PIC 9(6)    VALUE ZERO.
           05  ENT-APPLIED-COUNT            PIC 9(6)    VALUE ZERO.
           05  ENT-REFUSED-COUNT            PIC 9(6)    VALUE ZERO.
           05  ENT-DISCARDED-COUNT          PIC 9(6)    VALUE ZERO.
       01  ENT-REJECTS-BEFORE              PIC 9(6)    VALUE ZERO.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarN                PIC 9(12).
           05 hVarN2               PIC 9(12).
           05 hVarN3               PIC 9(12).
           05 hVarN4               PIC 9(12).
           05 hVarC                PIC X(50).
           05 hVarC2               PIC X(50).
           05 hVarD                PIC S9(4)V99.
           05 hVarD2               PIC S9(4)V99.
           05 hVarD3               PIC S9(4)V99.
           05 hVarChk              PIC 9(9).
           05 hVarStatus           PIC X(1).
           05 hVarStatus2          PIC X(1).
           05 hVarVenue            PIC X(4).
           05 hVarDate             PIC X(10).
           05 hVarPersonId         PIC 9(12).
           05 hVarGameId           PIC 9(12).
           05 hVarSessionId        PIC 9(12).
           05 hVarClosed           PIC X(1).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT AND TAKE TRANSACTIONS UNTIL THE OPERATOR ENDS
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT MAINT-DATE-NUM FROM DATE YYYYMMDD.
           STRING MAINT-DT-YYYY '-' MAINT-DT-MM '-' MAINT-DT-DD
             INTO MAINT-EFF-DATE.
           DISPLAY ' '.
           DISPLAY ' MAINTENANCE ENTRY - ' MAINT-EFF-DATE.
           DISPLAY ' A blank or X action ends the session.'.
           PERFORM IDENTIFY-OPERATOR.
           PERFORM UNTIL ENT-DONE
             PERFORM ENTER-TRANSACTION
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY ' MAINTENANCE ENTRY COMPLETE '.
           DISPLAY '  Queued to MAINTIN: ' ENT-QUEUED-COUNT.
           DISPLAY '  Applied now:       ' ENT-APPLIED-COUNT.
           DISPLAY '  Refused:           ' ENT-REFUSED-COUNT.
           DISPLAY '  Discarded:         ' ENT-DISCARDED-COUNT.
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
      * IDENTIFY-OPERATOR - ESQLOC_OPERATOR, OR ASK FOR IT, THEN CHECK
      * THE OPERATOR MAY APPLY CORRECTIONS DIRECTLY.
      *-----------------------------------------------------------------*
       IDENTIFY-OPERATOR SECTION.
           MOVE SPACES TO OPR-OPERATOR-ID.
           ACCEPT OPR-OPERATOR-ID FROM ENVIRONMENT 'ESQLOC_OPERATOR'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF OPR-OPERATOR-ID = SPACES
             DISPLAY ' OPERATOR ID: ' WITH NO ADVANCING
             PERFORM GET-REPLY
             MOVE ENT-REPLY TO OPR-OPERATOR-ID
           END-IF.
           MOVE 'esqlOCEntry' TO OPR-PROGRAM.
           MOVE 'APPLY' TO OPR-ACTION.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPR-REFUSED
             DISPLAY ' Apply now is not available - transactions can '
               'only be queued.'
           END-IF
           .
      *-----------------------------------------------------------------*
      * ENTER-TRANSACTION - ONE TRANSACTION FROM ACTION PROMPT TO
      * QUEUE/APPLY.  THE FIRST REFUSAL STOPS THE PROMPTING.
      *-----------------------------------------------------------------*
       ENTER-TRANSACTION SECTION.
           MOVE SPACES TO MAINT-IN-RECORD.
           MOVE ZERO TO MT-ID MT-ID2 MT-ID3 MT-POINTS.
           SET ENT-ENTRY-OK TO TRUE.
           MOVE SPACES TO ENT-REASON.
           PERFORM GET-ACTION.
           IF NOT ENT-DONE
             IF ENT-ENTRY-OK
               PERFORM GET-TABLE
             END-IF
             IF ENT-ENTRY-OK
               PERFORM GET-KEYS
             END-IF
             IF ENT-ENTRY-OK
               PERFORM SHOW-CURRENT-ROW
               PERFORM GET-VALUES
             END-IF
             IF ENT-ENTRY-OK
               PERFORM VALIDATE-ENTRY
             END-IF
             IF ENT-ENTRY-OK
               PERFORM DISPOSE-ENTRY
             ELSE
               DISPLAY ' *** REFUSED - ' ENT-REASON
               ADD 1 TO ENT-REFUSED-COUNT
             END-IF
           END-IF
           .
       GET-ACTION SECTION.
           DISPLAY ' '.
           DISPLAY ' ACTION (A=ADD C=CHANGE D=DELETE X=END) : '
             WITH NO ADVANCING.
           PERFORM GET-REPLY.
           EVALUATE ENT-REPLY(1:1)
             WHEN SPACE
             WHEN 'X'
               SET ENT-DONE TO TRUE
             WHEN 'A'
             WHEN 'C'
             WHEN 'D'
               MOVE ENT-REPLY(1:1) TO MT-ACTION
             WHEN OTHER
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'ACTION MUST BE A, C OR D' TO ENT-REASON
           END-EVALUATE
           .
       GET-TABLE SECTION.
           DISPLAY ' TABLE  (P=PERSON G=GAME T=POINTS)      : '
             WITH NO ADVANCING.
           PERFORM GET-REPLY.
           EVALUATE ENT-REPLY(1:1)
             WHEN 'P'
             WHEN 'G'
             WHEN 'T'
               MOVE ENT-REPLY(1:1) TO MT-TABLE
             WHEN OTHER
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'TABLE MUST BE P, G OR T' TO ENT-REASON
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * GET-KEYS - MT-ID FOR A PERSON OR GAME; PERSONID/GAMEID/
      * SESSIONID IN MT-ID/MT-ID2/MT-ID3 FOR A SCORE, AS MAINTWS SAYS.
      *-----------------------------------------------------------------*
       GET-KEYS SECTION.
           EVALUATE MT-TABLE
             WHEN 'P'
               DISPLAY ' PERSON ID                              : '
                 WITH NO ADVANCING
               PERFORM GET-ID-REPLY
               MOVE ENT-ID-VALUE TO MT-ID
             WHEN 'G'
               DISPLAY ' GAME ID                                : '
                 WITH NO ADVANCING
               PERFORM GET-ID-REPLY
               MOVE ENT-ID-VALUE TO MT-ID
             WHEN 'T'
               DISPLAY ' PERSON ID                              : '
                 WITH NO ADVANCING
               PERFORM GET-ID-REPLY
               MOVE ENT-ID-VALUE TO MT-ID
               IF ENT-ENTRY-OK
                 DISPLAY ' GAME ID                                : '
                   WITH NO ADVANCING
                 PERFORM GET-ID-REPLY
                 MOVE ENT-ID-VALUE TO MT-ID2
               END-IF
               IF ENT-ENTRY-OK
                 DISPLAY ' SESSION ID                             : '
                   WITH NO ADVANCING
                 PERFORM GET-ID-REPLY
                 MOVE ENT-ID-VALUE TO MT-ID3
               END-IF
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * SHOW-CURRENT-ROW - THE ROW THE KEYS NAME, AS IT STANDS NOW.
      * SETS ENT-ROW-SW AND KEEPS THE CURRENT NAME/STATUS/TEAM FOR A
      * CHANGE THAT LEAVES THEM BLANK.
      *-----------------------------------------------------------------*
       SHOW-CURRENT-ROW SECTION.
           SET ENT-ROW-ABSENT TO TRUE.
           MOVE SPACES TO ENT-CUR-NAME.
           MOVE SPACE TO ENT-CUR-STATUS.
           MOVE ZERO TO ENT-CUR-TEAMID.
           DISPLAY ' '.
           EVALUATE MT-TABLE
             WHEN 'P'
               MOVE MT-ID TO hVarPersonId
               PERFORM SHOW-PERSON
               IF ENT-ROW-ON-FILE
                 PERFORM SHOW-PERSON-TEAM
               END-IF
             WHEN 'G'
               MOVE MT-ID TO hVarGameId
               PERFORM SHOW-GAME
             WHEN 'T'
               MOVE MT-ID TO hVarPersonId
               MOVE MT-ID2 TO hVarGameId
               MOVE MT-ID3 TO hVarSessionId
               PERFORM SHOW-PERSON
               PERFORM SHOW-GAME
               PERFORM SHOW-SESSION
               PERFORM SHOW-POINTS
           END-EVALUATE
           .
       SHOW-PERSON SECTION.
           MOVE 'ENTRY-SHOW-PERSON' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT NAME, COALESCE(TEAMID,0), COALESCE(STATUS,'A'),
               COALESCE(VENUE,' ')
             INTO :hVarC2, :hVarN4, :hVarStatus2, :hVarVenue
             FROM TESTPERSON
             WHERE ID = :hVarPersonId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             DISPLAY '  PERSON  ' hVarPersonId '  NOT ON FILE'
           ELSE
             IF MT-TABLE = 'P'
               SET ENT-ROW-ON-FILE TO TRUE
               MOVE hVarC2 TO ENT-CUR-NAME
               MOVE hVarStatus2 TO ENT-CUR-STATUS
               MOVE hVarN4 TO ENT-CUR-TEAMID
             END-IF
             EVALUATE hVarStatus2
               WHEN 'S'
                 MOVE 'SUSPENDED' TO ENT-STATUS-TEXT
               WHEN 'I'
                 MOVE 'INACTIVE' TO ENT-STATUS-TEXT
               WHEN OTHER
                 MOVE 'ACTIVE' TO ENT-STATUS-TEXT
             END-EVALUATE
             DISPLAY '  PERSON  ' hVarPersonId '  ' hVarC2
             IF hVarVenue = SPACES
               DISPLAY '          STATUS ' ENT-STATUS-TEXT
                 '  VENUE HOME'
             ELSE
               DISPLAY '          STATUS ' ENT-STATUS-TEXT
                 '  VENUE ' hVarVenue
             END-IF
           END-IF
           .
       SHOW-PERSON-TEAM SECTION.
           IF ENT-CUR-TEAMID = ZERO
             DISPLAY '          TEAM   (none)'
           ELSE
             MOVE ENT-CUR-TEAMID TO hVarN4
             MOVE 'ENTRY-SHOW-TEAM' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT NAME INTO :hVarC2 FROM TESTTEAM
               WHERE ID = :hVarN4
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               MOVE '(not on TESTTEAM)' TO hVarC2
             END-IF
             DISPLAY '          TEAM   ' ENT-CUR-TEAMID '  ' hVarC2
           END-IF
           .
       SHOW-GAME SECTION.
           MOVE 'ENTRY-SHOW-GAME' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT NAME INTO :hVarC2 FROM TESTGAME
             WHERE ID = :hVarGameId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             DISPLAY '  GAME    ' hVarGameId '  NOT ON FILE'
           ELSE
             IF MT-TABLE = 'G'
               SET ENT-ROW-ON-FILE TO TRUE
               MOVE hVarC2 TO ENT-CUR-NAME
             END-IF
             DISPLAY '  GAME    ' hVarGameId '  ' hVarC2
           END-IF
           .
       SHOW-SESSION SECTION.
           MOVE 'ENTRY-SHOW-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT SESSIONDATE, COALESCE(CLOSED,'N')
             INTO :hVarDate, :hVarClosed
             FROM TESTSESSION
             WHERE ID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             DISPLAY '  SESSION ' hVarSessionId '  NOT ON FILE'
           ELSE
             IF hVarClosed = 'Y'
               DISPLAY '  SESSION ' hVarSessionId '  ' hVarDate
                 '  CLOSED'
             ELSE
               DISPLAY '  SESSION ' hVarSessionId '  ' hVarDate
                 '  OPEN'
             END-IF
           END-IF
           .
       SHOW-POINTS SECTION.
           MOVE 'ENTRY-SHOW-POINTS' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT POINTS, COALESCE(RAWPOINTS, POINTS)
             INTO :hVarD2, :hVarD3
             FROM TESTPOINTS
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SESSIONID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             DISPLAY '  SCORE   NOT ON FILE'
           ELSE
             SET ENT-ROW-ON-FILE TO TRUE
             MOVE hVarD2 TO ENT-POINTS-EDIT
             MOVE hVarD3 TO ENT-RAW-EDIT
             DISPLAY '  SCORE   ' ENT-POINTS-EDIT '  (RAW '
               ENT-RAW-EDIT ')'
           END-IF
           .
      *-----------------------------------------------------------------*
      * GET-VALUES - THE NEW NAME/STATUS/TEAM OR SCORE.  A DELETE
      * TAKES NO VALUES; A CHANGE KEEPS WHAT IS LEFT BLANK.
      *-----------------------------------------------------------------*
       GET-VALUES SECTION.
           IF MT-ACTION NOT = 'D'
             EVALUATE MT-TABLE
               WHEN 'P'
                 PERFORM GET-NAME-REPLY
                 IF ENT-ENTRY-OK
                   PERFORM GET-STATUS-REPLY
                 END-IF
                 IF ENT-ENTRY-OK AND MT-ACTION = 'C'
                   DISPLAY ' TRANSFER TO TEAM ID (BLANK=NO MOVE)    : '
                     WITH NO ADVANCING
                   PERFORM GET-REPLY
                   IF ENT-REPLY NOT = SPACES
                     PERFORM CHECK-ID-REPLY
                     MOVE ENT-ID-VALUE TO MT-ID2
                   END-IF
                 END-IF
               WHEN 'G'
                 PERFORM GET-NAME-REPLY
               WHEN 'T'
                 DISPLAY ' POINTS (E.G. 12.50)                    : '
                   WITH NO ADVANCING
                 PERFORM GET-POINTS-REPLY
             END-EVALUATE
           END-IF
           .
       GET-NAME-REPLY SECTION.
           IF MT-ACTION = 'C'
             DISPLAY ' NAME (BLANK=KEEP)                      : '
               WITH NO ADVANCING
           ELSE
             DISPLAY ' NAME                                   : '
               WITH NO ADVANCING
           END-IF.
           ACCEPT ENT-REPLY.
           MOVE FUNCTION TRIM(ENT-REPLY) TO ENT-REPLY.
           IF ENT-REPLY = SPACES AND MT-ACTION = 'C'
             MOVE ENT-CUR-NAME TO MT-NAME
           ELSE
             MOVE ENT-REPLY TO MT-NAME
           END-IF.
           IF MT-NAME = SPACES
             SET ENT-ENTRY-REFUSED TO TRUE
             MOVE 'NAME MUST NOT BE BLANK' TO ENT-REASON
           END-IF
           .
       GET-STATUS-REPLY SECTION.
           IF MT-ACTION = 'C'
             DISPLAY ' STATUS (A/S/I, BLANK=KEEP)             : '
               WITH NO ADVANCING
           ELSE
             DISPLAY ' STATUS (A/S/I, BLANK=A)                : '
               WITH NO ADVANCING
           END-IF.
           PERFORM GET-REPLY.
           EVALUATE ENT-REPLY(1:1)
             WHEN SPACE
               MOVE SPACE TO MT-STATUS
             WHEN 'A'
             WHEN 'S'
             WHEN 'I'
               MOVE ENT-REPLY(1:1) TO MT-STATUS
             WHEN OTHER
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'STATUS MUST BE A, S OR I' TO ENT-REASON
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * GET-POINTS-REPLY - A SIGNED DECIMAL THAT FITS MT-POINTS
      * (S9(4)V99) WITHOUT LOSING ANY DIGIT.
      *-----------------------------------------------------------------*
       GET-POINTS-REPLY SECTION.
           PERFORM GET-REPLY.
           IF ENT-REPLY = SPACES
             OR FUNCTION TEST-NUMVAL(ENT-REPLY) NOT = 0
             SET ENT-ENTRY-REFUSED TO TRUE
             MOVE 'POINTS MUST BE A NUMBER' TO ENT-REASON
           ELSE
             COMPUTE ENT-POINTS-CHECK = FUNCTION NUMVAL(ENT-REPLY)
             MOVE ENT-POINTS-CHECK TO ENT-POINTS-VALUE
             IF ENT-POINTS-VALUE NOT = ENT-POINTS-CHECK
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'POINTS TAKE AT MOST 2 DECIMALS' TO ENT-REASON
             ELSE
               IF ENT-POINTS-VALUE > 9999.99
                 OR ENT-POINTS-VALUE < -9999.99
                 SET ENT-ENTRY-REFUSED TO TRUE
                 MOVE 'POINTS MUST BE BETWEEN -9999.99 AND 9999.99'
                   TO ENT-REASON
               ELSE
                 MOVE ENT-POINTS-VALUE TO MT-POINTS
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * VALIDATE-ENTRY - THE BATCH'S RULES, CHECKED BEFORE THE
      * TRANSACTION IS QUEUED OR APPLIED.
      *-----------------------------------------------------------------*
       VALIDATE-ENTRY SECTION.
           EVALUATE TRUE
             WHEN MT-TABLE = 'T'
               PERFORM VALIDATE-POINTS-ENTRY
             WHEN MT-ACTION = 'A' AND ENT-ROW-ON-FILE
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'ID ALREADY ON FILE - USE C TO CHANGE IT'
                 TO ENT-REASON
             WHEN MT-ACTION NOT = 'A' AND ENT-ROW-ABSENT
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'ID NOT ON FILE' TO ENT-REASON
             WHEN MT-ACTION = 'D'
               PERFORM CHECK-NO-POINTS-ROWS
             WHEN MT-TABLE = 'P' AND MT-ID2 NOT = ZERO
               PERFORM CHECK-TRANSFER-TEAM
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       VALIDATE-POINTS-ENTRY SECTION.
           MOVE MT-ID TO hVarPersonId.
           MOVE MT-ID2 TO hVarGameId.
           MOVE MT-ID3 TO hVarSessionId.
           IF MT-ACTION = 'A'
             PERFORM VALIDATE-POINTS-ROW
             IF POINTS-ROW-INVALID
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE REJ-LN-REASON TO ENT-REASON
             END-IF
           ELSE
             IF ENT-ROW-ABSENT
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'SCORE NOT ON FILE' TO ENT-REASON
             ELSE
               MOVE MT-ID3 TO hVarN3
               PERFORM CHECK-SESSION-OPEN
               IF MAINT-SESSION-CLOSED
                 SET ENT-ENTRY-REFUSED TO TRUE
                 MOVE 'SESSION CLOSED' TO ENT-REASON
               END-IF
               IF ENT-ENTRY-OK AND MT-ACTION = 'C'
                 MOVE 'ENTRY-PERSON-ELIGIBLE' TO AUDIT-CONTEXT
                 EXEC SQL
                   SELECT COUNT(*) INTO :hVarChk FROM TESTPERSON
                   WHERE ID = :hVarPersonId
                     AND COALESCE(STATUS,'A') = 'S'
                 END-EXEC
                 PERFORM SQLSTATE-CHECK
                 IF hVarChk NOT = 0
                   SET ENT-ENTRY-REFUSED TO TRUE
                   MOVE 'PERSON SUSPENDED' TO ENT-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-NO-POINTS-ROWS - A PERSON OR GAME STILL SCORED ON
      * TESTPOINTS WOULD FAIL POINTS_CONSTRAINT1/2 IN THE BATCH.
      *-----------------------------------------------------------------*
       CHECK-NO-POINTS-ROWS SECTION.
           MOVE MT-ID TO hVarN.
           MOVE 'ENTRY-DELETE-POINTS-CHECK' TO AUDIT-CONTEXT.
           IF MT-TABLE = 'P'
             EXEC SQL
               SELECT COUNT(*) INTO :hVarChk FROM TESTPOINTS
               WHERE PERSONID = :hVarN
             END-EXEC
           ELSE
             EXEC SQL
               SELECT COUNT(*) INTO :hVarChk FROM TESTPOINTS
               WHERE GAMEID = :hVarN
             END-EXEC
           END-IF.
           PERFORM SQLSTATE-CHECK.
           IF hVarChk NOT = 0
             MOVE hVarChk TO ENT-COUNT-EDIT
             SET ENT-ENTRY-REFUSED TO TRUE
             STRING 'STILL HAS' ENT-COUNT-EDIT ' SCORES - DELETE THEM'
               ' FIRST' DELIMITED BY SIZE INTO ENT-REASON
           END-IF
           .
       CHECK-TRANSFER-TEAM SECTION.
           MOVE MT-ID2 TO hVarN2.
           MOVE 'ENTRY-TRANSFER-TEAM-CHECK' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk FROM TESTTEAM
             WHERE ID = :hVarN2
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarChk = 0
             SET ENT-ENTRY-REFUSED TO TRUE
             MOVE 'TRANSFER TEAM NOT ON TESTTEAM' TO ENT-REASON
           ELSE
             IF MT-ID2 = ENT-CUR-TEAMID
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'PERSON IS ALREADY ON THAT TEAM' TO ENT-REASON
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * DISPOSE-ENTRY - SHOW THE CLEAN MAINTIN LINE, THEN QUEUE IT,
      * APPLY IT NOW THROUGH THE JOURNALED PATH, OR DISCARD IT.
      *-----------------------------------------------------------------*
       DISPOSE-ENTRY SECTION.
           DISPLAY ' '.
           DISPLAY ' TRANSACTION: ' MAINT-IN-RECORD.
           IF OPR-AUTHORIZED
             DISPLAY ' Q=QUEUE TO MAINTIN  N=APPLY NOW  X=DISCARD : '
               WITH NO ADVANCING
           ELSE
             DISPLAY ' Q=QUEUE TO MAINTIN  X=DISCARD : '
               WITH NO ADVANCING
           END-IF.
           PERFORM GET-REPLY.
           EVALUATE TRUE
             WHEN ENT-REPLY(1:1) = 'Q'
               PERFORM QUEUE-TRANSACTION
             WHEN ENT-REPLY(1:1) = 'N' AND OPR-AUTHORIZED
               MOVE MAINT-REJECT-COUNT TO ENT-REJECTS-BEFORE
               PERFORM PROCESS-TRANSACTION
               IF MAINT-REJECT-COUNT = ENT-REJECTS-BEFORE
                 ADD 1 TO ENT-APPLIED-COUNT
                 DISPLAY ' APPLIED AND JOURNALED TO MNTJRNL'
               ELSE
                 ADD 1 TO ENT-REFUSED-COUNT
               END-IF
             WHEN OTHER
               ADD 1 TO ENT-DISCARDED-COUNT
               DISPLAY ' DISCARDED'
           END-EVALUATE
           .
       QUEUE-TRANSACTION SECTION.
           MOVE SPACES TO MAINT-IN-STATUS.
           OPEN EXTEND MAINT-IN-FILE.
           IF NOT MAINT-IN-OK
             OPEN OUTPUT MAINT-IN-FILE
           END-IF.
           IF NOT MAINT-IN-OK
             DISPLAY ' *** CANNOT OPEN MAINTIN, STATUS '
               MAINT-IN-STATUS ' - NOT QUEUED'
             ADD 1 TO ENT-DISCARDED-COUNT
           ELSE
             WRITE MAINT-IN-RECORD
             CLOSE MAINT-IN-FILE
             ADD 1 TO ENT-QUEUED-COUNT
             DISPLAY ' QUEUED TO MAINTIN FOR THE NEXT esqlOCMaint RUN'
           END-IF
           .
      *-----------------------------------------------------------------*
      * GET-REPLY / GET-ID-REPLY / CHECK-ID-REPLY - ONE CONSOLE LINE,
      * LEFT-JUSTIFIED AND UPPER-CASED; AN ID IS 1-12 DIGITS, NOT ZERO.
      *-----------------------------------------------------------------*
       GET-REPLY SECTION.
           MOVE SPACES TO ENT-REPLY.
           ACCEPT ENT-REPLY.
           MOVE FUNCTION TRIM(ENT-REPLY) TO ENT-REPLY.
           INSPECT ENT-REPLY CONVERTING ENT-LOWER TO ENT-UPPER
           .
       GET-ID-REPLY SECTION.
           PERFORM GET-REPLY.
           PERFORM CHECK-ID-REPLY
           .
       CHECK-ID-REPLY SECTION.
           MOVE ZERO TO ENT-ID-VALUE ENT-REPLY-LEN.
           INSPECT ENT-REPLY TALLYING ENT-REPLY-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ENT-REPLY-LEN = 0 OR ENT-REPLY-LEN > 12
             SET ENT-ENTRY-REFUSED TO TRUE
             MOVE 'ID MUST BE 1 TO 12 DIGITS' TO ENT-REASON
           ELSE
             IF ENT-REPLY(1:ENT-REPLY-LEN) IS NOT NUMERIC
               SET ENT-ENTRY-REFUSED TO TRUE
               MOVE 'ID MUST BE 1 TO 12 DIGITS' TO ENT-REASON
             ELSE
               MOVE ENT-REPLY(1:ENT-REPLY-LEN) TO ENT-ID-VALUE
               IF ENT-ID-VALUE = ZERO
                 SET ENT-ENTRY-REFUSED TO TRUE
                 MOVE 'ID MUST NOT BE ZERO' TO ENT-REASON
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * VALIDATE-POINTS-ROW - see PTVALPRC, the same checks a POINTSIN
      * row gets from esqlOCLoad.
      *-----------------------------------------------------------------*
       COPY PTVALPRC.
      *-----------------------------------------------------------------*
      * PROCESS-TRANSACTION AND CHECK-SESSION-OPEN - see MNTAPPRC,
      * esqlOCMaint's journaled apply path.
      *-----------------------------------------------------------------*
       COPY MNTAPPRC.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
