       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCReview.
      *-----------------------------------------------------------------*
      * Suspicious-score review run, following esqlOCSumm so the
      * TESTSUMMARY history it judges against is current.  Scans the
      * period's TESTPOINTS rows not yet on the TESTREVIEW queue and
      * flags a score when it is
      *   - far out of line with the game's history: more than
      *     ESQLOC_REV_FACTOR (default 3) times the average points
      *     per entry every other player has scored in that game on
      *     earlier session dates,
      *   - far out of line with the player's own history: more than
      *     ESQLOC_REV_FACTOR times the player's own earlier average
      *     in that game,
      *   - an implausibly fast improvement: more than
      *     ESQLOC_REV_JUMP (default 2) times the player's average in
      *     that game at their previous session.
      * A history shorter than ESQLOC_REV_MIN_HIST entries (default
      * 3) is too thin to judge by and does not flag.  The first test
      * that trips is the reason recorded; each flagged row goes on
      * TESTREVIEW with status 'O' (open), the baseline it was judged
      * against, and is listed on REVRPT01.
      * A person with an open flag is held out of esqlOCAward and
      * esqlOCExtract until a supervisor decides it.  Decisions come
      * in on the REVDECIN file, applied before the scan, one line
      * per flag - action, the PERSONID/GAMEID/SESSIONID key and the
      * reviewer's ID, which must be the run's operator; DECIDEDBY is
      * stamped from the operator, not the file:
      *   C - CLEAR: the score is genuine and stands;
      *   U - UPHOLD: the score is void.  The TESTPOINTS row is
      *       journaled to MNTJRNL with its before-image and deleted,
      *       and backed out of TESTSUMMARY, the way esqlOCMaint
      *       deletes a row, so a wrong uphold is reversible by
      *       esqlOCBackout the same day (follow the backout with an
      *       ESQLOC_SUM_REBUILD=Y esqlOCSumm run, as for a merge).
      *       A row in a session esqlOCClose has closed out is not
      *       voided - reopen the period first.
      * Either decision closes the flag and releases the hold.  A line
      * repeating the decision already recorded for its flag (same
      * action, same reviewer) is a no-op, listed as REPEATED, so a
      * REVDECIN left in place is safe to replay on a rerun or the
      * next night.  One commit per decision, and one for the scan's
      * new flags.  The
      * period comes from RPTCONFIG PERIODBEGIN/PERIODEND (or the
      * ESQLOC_RPT_xxx fallbacks), defaulting to the calendar month
      * containing the run date, the same as esqlOCExtract.  Open
      * flags do not fail the run - the hold is what protects the
      * deliverables - and neither do rejected decisions: they are
      * listed on REVRPT01 and counted on the REVIEW-DEC RUNSTATS
      * line for ops to correct, while the night carries on.
      * Companion to esqlOCSumm - shares its externalized DB
      * connection settings, MNTJRNL journal and SQL audit log, and
      * hands its counts to esqlOCDriver through RUNSTATS.
      * When REVDECIN is present the run must name its operator
      * (ESQLOC_OPERATOR), who must be a supervisor holding
      * esqlOCReview APPLY in OPERAUTH (see OPAUPRC); otherwise no
      * decision is applied, the
      * scan still runs, and the run ends with RETURN-CODE 8.  The
      * operator is stamped on every MNTJRNL and SQLAUDIT line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
           COPY RPTCFGSEL.
           COPY RSTATSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           SELECT REVIEW-DECISION-FILE ASSIGN TO 'REVDECIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-DECISION-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO 'REVRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY JRNLFD.
           COPY RPTCFGFD.
           COPY RSTATFD.
           COPY OPAUFD.
           COPY ACCLFD.
       FD  REVIEW-DECISION-FILE.
       01  REVIEW-DECISION-RECORD.
           05  RD-ACTION                    PIC X(01).
               88  RD-CLEAR                             VALUE 'C'.
               88  RD-UPHOLD                            VALUE 'U'.
           05  RD-PERSONID                  PIC 9(12).
           05  RD-GAMEID                    PIC 9(12).
           05  RD-SESSIONID                 PIC 9(12).
           05  RD-REVIEWER                  PIC X(8).
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY JRNLWS.
           COPY RPTCFGWS.
           COPY RSTATWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  REVIEW-DECISION-STATUS          PIC XX      VALUE SPACES.
           88  REVIEW-DECISION-OK                      VALUE '00'.
           88  REVIEW-DECISION-EOF                     VALUE '10'.
       01  REVIEW-REPORT-STATUS            PIC XX      VALUE SPACES.
           88  REVIEW-REPORT-FILE-OK                   VALUE '00'.
       01  REV-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  REV-DATE-GRP REDEFINES REV-DATE-NUM.
           05  REV-DT-YYYY                  PIC 9(4).
           05  REV-DT-MM                    PIC 9(2).
           05  REV-DT-DD                    PIC 9(2).
       01  REV-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  REV-NEXT-YYYY                   PIC 9(4)    VALUE ZERO.
       01  REV-NEXT-MM                     PIC 9(2)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * THE THREE JUDGING PARAMETERS, OVERRIDABLE PER RUN THE SAME WAY
      * THE LOAD'S BATCH SIZE IS.
      *-----------------------------------------------------------------*
       01  REV-FACTOR                      PIC 9       VALUE 3.
       01  REV-FACTOR-TEXT                 PIC X       VALUE SPACE.
       01  REV-JUMP                        PIC 9       VALUE 2.
       01  REV-JUMP-TEXT                   PIC X       VALUE SPACE.
       01  REV-MIN-HIST                    PIC 9       VALUE 3.
       01  REV-MIN-HIST-TEXT               PIC X       VALUE SPACE.
       01  REV-COUNTERS.
           05  REV-SCANNED-COUNT            PIC 9(6)    VALUE ZERO.
           05  REV-FLAGGED-COUNT            PIC 9(6)    VALUE ZERO.
           05  REV-CLEARED-COUNT            PIC 9(6)    VALUE ZERO.
           05  REV-UPHELD-COUNT             PIC 9(6)    VALUE ZERO.
           05  REV-REJECTED-COUNT           PIC 9(6)    VALUE ZERO.
           05  REV-REPEATED-COUNT           PIC 9(6)    VALUE ZERO.
           05  REV-DECISION-COUNT           PIC 9(6)    VALUE ZERO.
           05  REV-OPEN-COUNT               PIC 9(6)    VALUE ZERO.
           05  REV-HELD-COUNT               PIC 9(6)    VALUE ZERO.
       01  REV-SCAN-SW                     PIC X       VALUE 'N'.
           88  REV-SCAN-DONE                           VALUE 'Y'.
       01  REV-FLAG-SW                     PIC X       VALUE 'N'.
           88  REV-FLAGGED                             VALUE 'Y'.
       01  REV-DECISIONS-REFUSED-SW        PIC X       VALUE 'N'.
           88  REV-DECISIONS-REFUSED                   VALUE 'Y'.
       01  REV-DECISION-SW                 PIC X       VALUE 'Y'.
           88  REV-DECISION-VALID                      VALUE 'Y'.
           88  REV-DECISION-INVALID                    VALUE 'N'.
           88  REV-DECISION-REPEATED                   VALUE 'R'.
       01  REV-REASON                      PIC X(40)   VALUE SPACES.
       01  REV-AVERAGE                     PIC S9(7)V99 VALUE ZERO.
       01  REV-LIMIT                       PIC S9(9)V99 VALUE ZERO.
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  QL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'SUSPICIOUS-SCORE REVIEW QUEUE'.
       01  QL-RUNDATE.
           05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
           05  QL-RD-DATE                   PIC X(10).
           05  FILLER              PIC X(10)   VALUE '  PERIOD: '.
           05  QL-RD-BEGIN                  PIC X(10).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  QL-RD-END                    PIC X(10).
       01  QL-RULE                         PIC X(120)  VALUE ALL '-'.
       01  QL-SECTION-DECISIONS            PIC X(40)
           VALUE 'SUPERVISOR DECISIONS APPLIED'.
       01  QL-SECTION-FLAGS                PIC X(40)
           VALUE 'NEW FLAGS RAISED'.
       01  QL-DECISION-LINE.
           05  QL-DC-CLASS                  PIC X(10).
           05  QL-DC-PERSONID               PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-DC-GAMEID                 PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-DC-SESSIONID              PIC 9(12).
           05  FILLER              PIC X(4)    VALUE ' BY '.
           05  QL-DC-REVIEWER               PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-DC-NOTE                   PIC X(40).
       01  QL-FLAG-HDR.
           05  FILLER              PIC X(13)   VALUE 'PERSON'.
           05  FILLER              PIC X(13)   VALUE 'GAME'.
           05  FILLER              PIC X(13)   VALUE 'SESSION'.
           05  FILLER              PIC X(11)   VALUE 'DATE'.
           05  FILLER              PIC X(10)   VALUE '    POINTS'.
           05  FILLER              PIC X(13)   VALUE '     BASELINE'.
           05  FILLER              PIC X(7)    VALUE '  '.
           05  FILLER              PIC X(40)   VALUE 'REASON'.
       01  QL-FLAG-LINE.
           05  QL-FL-PERSONID               PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-FL-GAMEID                 PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-FL-SESSIONID              PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-FL-DATE                   PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-FL-POINTS                 PIC -Z,ZZ9.99.
           05  FILLER                       PIC X       VALUE SPACE.
           05  QL-FL-BASELINE               PIC -ZZZ,ZZ9.99.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  QL-FL-REASON                 PIC X(40).
       01  QL-NONE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'None.'.
       01  QL-REFUSED.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'Not applied - operator refused.'.
       01  QL-SUMMARY.
           05  FILLER              PIC X(9)    VALUE 'SCANNED: '.
           05  QL-SM-SCANNED                PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  FLAGGED: '.
           05  QL-SM-FLAGGED                PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  CLEARED: '.
           05  QL-SM-CLEARED                PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE '  UPHELD: '.
           05  QL-SM-UPHELD                 PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE '  REJECTED: '.
           05  QL-SM-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE '  REPEATED: '.
           05  QL-SM-REPEATED               PIC ZZZ,ZZ9.
       01  QL-OPEN-LINE.
           05  FILLER              PIC X(12)   VALUE 'OPEN FLAGS: '.
           05  QL-OP-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(38)
               VALUE '  PERSONS HELD OUT OF AWARD/EXTRACT: '.
           05  QL-OP-HELD                   PIC ZZZ,ZZ9.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarD                PIC S9(5)V99.
           05 hVarD2               PIC S9(7)V99.
           05 hVarD3               PIC S9(5)V99.
           05 hVarBase             PIC S9(7)V99.
           05 hVarDate             PIC X(10).
           05 hVarChk              PIC 9(9).
           05 hVarCnt              PIC 9(9).
           05 hVarPersonId         PIC 9(12).
           05 hVarGameId           PIC 9(12).
           05 hVarSessionId        PIC 9(12).
           05 hVarStatus           PIC X(1).
           05 hVarReason           PIC X(40).
           05 hVarReviewer         PIC X(8).
           05 hVarDecidedBy        PIC X(8).
           05 hVarRunDate          PIC X(10).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, APPLY THE SUPERVISOR DECISIONS, THEN SCAN THE PERIOD
      * FOR NEW SUSPICIOUS SCORES
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT REV-DATE-NUM FROM DATE YYYYMMDD.
           STRING REV-DT-YYYY '-' REV-DT-MM '-' REV-DT-DD
             INTO REV-DATE-DISPLAY.
           MOVE REV-DATE-DISPLAY TO hVarRunDate.
           PERFORM GET-REPORT-PERIOD.
           IF NOT RPTCFG-PERIOD-FOUND
             MOVE REV-DT-MM TO REV-NEXT-MM
             MOVE REV-DT-YYYY TO REV-NEXT-YYYY
             ADD 1 TO REV-NEXT-MM
             IF REV-NEXT-MM > 12
               MOVE 1 TO REV-NEXT-MM
               ADD 1 TO REV-NEXT-YYYY
             END-IF
             STRING REV-DT-YYYY '-' REV-DT-MM '-01' INTO hVarBegin
             STRING REV-NEXT-YYYY '-' REV-NEXT-MM '-01' INTO hVarEnd
           END-IF.
           PERFORM GET-REVIEW-PARAMETERS.
           PERFORM CREATE-REVIEW-TABLE.
           MOVE SPACES TO REVIEW-REPORT-STATUS.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF NOT REVIEW-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN REVRPT01, STATUS '
               REVIEW-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           WRITE REVIEW-REPORT-LINE FROM QL-RULE.
           WRITE REVIEW-REPORT-LINE FROM QL-TITLE.
           MOVE REV-DATE-DISPLAY TO QL-RD-DATE.
           MOVE hVarBegin TO QL-RD-BEGIN.
           MOVE hVarEnd TO QL-RD-END.
           WRITE REVIEW-REPORT-LINE FROM QL-RUNDATE.
           WRITE REVIEW-REPORT-LINE FROM QL-RULE.
           PERFORM APPLY-REVIEW-DECISIONS.
           PERFORM SCAN-PERIOD-SCORES.
           PERFORM COUNT-OPEN-FLAGS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE REV-SCANNED-COUNT TO QL-SM-SCANNED.
           MOVE REV-FLAGGED-COUNT TO QL-SM-FLAGGED.
           MOVE REV-CLEARED-COUNT TO QL-SM-CLEARED.
           MOVE REV-UPHELD-COUNT TO QL-SM-UPHELD.
           MOVE REV-REJECTED-COUNT TO QL-SM-REJECTED.
           MOVE REV-REPEATED-COUNT TO QL-SM-REPEATED.
           WRITE REVIEW-REPORT-LINE FROM QL-SUMMARY.
           MOVE REV-OPEN-COUNT TO QL-OP-OPEN.
           MOVE REV-HELD-COUNT TO QL-OP-HELD.
           WRITE REVIEW-REPORT-LINE FROM QL-OPEN-LINE.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY ' SCORE REVIEW COMPLETE '.
           DISPLAY '  Period:             ' hVarBegin ' THRU ' hVarEnd.
           DISPLAY '  Scores scanned:     ' REV-SCANNED-COUNT.
           DISPLAY '  New flags:          ' REV-FLAGGED-COUNT.
           DISPLAY '  Flags cleared:      ' REV-CLEARED-COUNT.
           DISPLAY '  Flags upheld:       ' REV-UPHELD-COUNT.
           DISPLAY '  Decisions rejected: ' REV-REJECTED-COUNT.
           DISPLAY '  Decisions repeated: ' REV-REPEATED-COUNT.
           DISPLAY '  Open flags:         ' REV-OPEN-COUNT.
           DISPLAY '  Persons held out:   ' REV-HELD-COUNT.
           DISPLAY '  Report written to REVRPT01'.
           PERFORM WRITE-RUN-STATS.
           IF REV-DECISIONS-REFUSED
             MOVE 8 TO RETURN-CODE
           END-IF.
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
      * GET-REVIEW-PARAMETERS - THE OUT-OF-LINE FACTOR, THE
      * IMPROVEMENT FACTOR AND THE SHORTEST HISTORY WORTH JUDGING BY.
      *-----------------------------------------------------------------*
       GET-REVIEW-PARAMETERS SECTION.
           MOVE SPACE TO REV-FACTOR-TEXT.
           ACCEPT REV-FACTOR-TEXT FROM ENVIRONMENT 'ESQLOC_REV_FACTOR'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF REV-FACTOR-TEXT IS NUMERIC AND REV-FACTOR-TEXT > '1'
             MOVE REV-FACTOR-TEXT TO REV-FACTOR
           END-IF.
           MOVE SPACE TO REV-JUMP-TEXT.
           ACCEPT REV-JUMP-TEXT FROM ENVIRONMENT 'ESQLOC_REV_JUMP'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF REV-JUMP-TEXT IS NUMERIC AND REV-JUMP-TEXT > '1'
             MOVE REV-JUMP-TEXT TO REV-JUMP
           END-IF.
           MOVE SPACE TO REV-MIN-HIST-TEXT.
           ACCEPT REV-MIN-HIST-TEXT
             FROM ENVIRONMENT 'ESQLOC_REV_MIN_HIST'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF REV-MIN-HIST-TEXT IS NUMERIC
             AND REV-MIN-HIST-TEXT NOT = ZERO
             MOVE REV-MIN-HIST-TEXT TO REV-MIN-HIST
           END-IF
           .
      *-----------------------------------------------------------------*
      * APPLY-REVIEW-DECISIONS - EACH REVDECIN LINE CLEARS OR UPHOLDS
      * ONE OPEN FLAG.  A MISSING FILE SIMPLY MEANS NO DECISIONS
      * TODAY.  DECIDING A FLAG IS A SUPERVISOR'S ACTION.
      *-----------------------------------------------------------------*
       APPLY-REVIEW-DECISIONS SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM QL-SECTION-DECISIONS.
           WRITE REVIEW-REPORT-LINE FROM QL-RULE.
           MOVE SPACES TO REVIEW-DECISION-STATUS.
           OPEN INPUT REVIEW-DECISION-FILE.
           IF NOT REVIEW-DECISION-OK
             DISPLAY ' REVDECIN not found, no decisions applied'
             WRITE REVIEW-REPORT-LINE FROM QL-NONE
           ELSE
             MOVE 'esqlOCReview' TO OPR-PROGRAM
             MOVE 'APPLY' TO OPR-ACTION
             SET OPR-SUPERVISOR-ONLY TO TRUE
             PERFORM CHECK-OPERATOR-AUTHORITY
             IF OPR-REFUSED
               SET REV-DECISIONS-REFUSED TO TRUE
               SET REVIEW-DECISION-EOF TO TRUE
               WRITE REVIEW-REPORT-LINE FROM QL-REFUSED
             END-IF
             PERFORM UNTIL REVIEW-DECISION-EOF
               READ REVIEW-DECISION-FILE
                 AT END
                   SET REVIEW-DECISION-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO REV-DECISION-COUNT
                   PERFORM APPLY-ONE-DECISION
               END-READ
             END-PERFORM
             CLOSE REVIEW-DECISION-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * APPLY-ONE-DECISION - THE FLAG MUST EXIST AND STILL BE OPEN,
      * AND THE DECISION MUST NAME ITS REVIEWER, WHO MUST BE THE
      * OPERATOR RUNNING IT.  THE DECISION IS RECORDED AGAINST THE
      * OPERATOR.
      *-----------------------------------------------------------------*
       APPLY-ONE-DECISION SECTION.
           SET REV-DECISION-VALID TO TRUE.
           MOVE SPACES TO QL-DC-NOTE.
           MOVE RD-REVIEWER TO QL-DC-REVIEWER.
           IF RD-PERSONID NOT NUMERIC OR RD-GAMEID NOT NUMERIC
             OR RD-SESSIONID NOT NUMERIC
             MOVE ZERO TO QL-DC-PERSONID QL-DC-GAMEID QL-DC-SESSIONID
             MOVE 'IDS DO NOT PARSE' TO QL-DC-NOTE
             PERFORM REJECT-DECISION
           ELSE
             MOVE RD-PERSONID TO hVarPersonId QL-DC-PERSONID
             MOVE RD-GAMEID TO hVarGameId QL-DC-GAMEID
             MOVE RD-SESSIONID TO hVarSessionId QL-DC-SESSIONID
             MOVE OPR-OPERATOR-ID TO hVarReviewer
             EVALUATE TRUE
               WHEN NOT RD-CLEAR AND NOT RD-UPHOLD
                 MOVE 'ACTION MUST BE C OR U' TO QL-DC-NOTE
                 PERFORM REJECT-DECISION
               WHEN RD-REVIEWER = SPACES
                 MOVE 'REVIEWER ID REQUIRED' TO QL-DC-NOTE
                 PERFORM REJECT-DECISION
               WHEN OTHER
                 PERFORM CHECK-FLAG-OPEN
             END-EVALUATE
             IF REV-DECISION-VALID
               IF RD-CLEAR
                 PERFORM CLEAR-FLAG
               ELSE
                 PERFORM UPHOLD-FLAG
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-FLAG-OPEN - A DECIDED FLAG TAKES NO FURTHER DECISION,
      * BUT A LINE REPEATING THE RECORDED ONE (SAME ACTION, SAME
      * REVIEWER) IS A REPLAY OF REVDECIN AND CHANGES NOTHING.  AN
      * OPEN FLAG IS DECIDED ONLY BY THE OPERATOR RUNNING THE LINE.
      *-----------------------------------------------------------------*
       CHECK-FLAG-OPEN SECTION.
           MOVE 'REVIEW-FLAG-LOOKUP' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT STATUS, SESSIONDATE, COALESCE(DECIDEDBY, ' ')
             INTO :hVarStatus, :hVarDate, :hVarDecidedBy
             FROM TESTREVIEW
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SESSIONID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE 'NO SUCH FLAG ON TESTREVIEW' TO QL-DC-NOTE
             PERFORM REJECT-DECISION
           ELSE
             EVALUATE TRUE
               WHEN hVarStatus = 'O'
                 IF RD-REVIEWER NOT = OPR-OPERATOR-ID
                   MOVE 'REVIEWER IS NOT THE OPERATOR' TO QL-DC-NOTE
                   PERFORM REJECT-DECISION
                 END-IF
               WHEN hVarStatus = RD-ACTION
                 AND hVarDecidedBy = RD-REVIEWER
                 SET REV-DECISION-REPEATED TO TRUE
                 MOVE 'REPEATED' TO QL-DC-CLASS
                 MOVE 'ALREADY APPLIED - NO CHANGE' TO QL-DC-NOTE
                 WRITE REVIEW-REPORT-LINE FROM QL-DECISION-LINE
                 ADD 1 TO REV-REPEATED-COUNT
               WHEN OTHER
                 MOVE 'FLAG ALREADY DECIDED' TO QL-DC-NOTE
                 PERFORM REJECT-DECISION
             END-EVALUATE
           END-IF
           .
       REJECT-DECISION SECTION.
           SET REV-DECISION-INVALID TO TRUE.
           MOVE 'REJECTED' TO QL-DC-CLASS.
           WRITE REVIEW-REPORT-LINE FROM QL-DECISION-LINE.
           DISPLAY ' DECISION REJECTED ' QL-DC-PERSONID ' '
             QL-DC-GAMEID ' ' QL-DC-SESSIONID ' - ' QL-DC-NOTE.
           ADD 1 TO REV-REJECTED-COUNT
           .
      *-----------------------------------------------------------------*
      * CLEAR-FLAG - THE SCORE STANDS; CLOSE THE FLAG.
      *-----------------------------------------------------------------*
       CLEAR-FLAG SECTION.
           MOVE 'C' TO hVarStatus.
           PERFORM CLOSE-FLAG.
           MOVE 'CLEARED' TO QL-DC-CLASS.
           MOVE 'SCORE STANDS' TO QL-DC-NOTE.
           WRITE REVIEW-REPORT-LINE FROM QL-DECISION-LINE.
           ADD 1 TO REV-CLEARED-COUNT
           .
      *-----------------------------------------------------------------*
      * UPHOLD-FLAG - THE SCORE IS VOID.  A CLOSED SESSION IS NOT
      * TOUCHED; OTHERWISE THE ROW IS JOURNALED, DELETED AND TAKEN
      * BACK OUT OF TESTSUMMARY.  A ROW MAINTENANCE HAS ALREADY
      * REMOVED LEAVES NOTHING TO VOID, AND THE FLAG SIMPLY CLOSES.
      *-----------------------------------------------------------------*
       UPHOLD-FLAG SECTION.
           MOVE 'REVIEW-SESSION-OPEN-CHECK' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk FROM TESTSESSION
             WHERE ID = :hVarSessionId
               AND COALESCE(CLOSED,'N') = 'Y'
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarChk NOT = 0
             MOVE 'SESSION CLOSED - REOPEN FIRST' TO QL-DC-NOTE
             PERFORM REJECT-DECISION
           ELSE
             MOVE 'REVIEW-POINTS-IMAGE' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT POINTS, COALESCE(RAWPOINTS, POINTS)
               INTO :hVarD, :hVarD3
               FROM TESTPOINTS
               WHERE PERSONID = :hVarPersonId
                 AND GAMEID = :hVarGameId
                 AND SESSIONID = :hVarSessionId
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               MOVE 'ROW ALREADY GONE - FLAG CLOSED' TO QL-DC-NOTE
             ELSE
               PERFORM VOID-FLAGGED-SCORE
               MOVE 'SCORE VOIDED AND JOURNALED' TO QL-DC-NOTE
             END-IF
             MOVE 'U' TO hVarStatus
             PERFORM CLOSE-FLAG
             MOVE 'UPHELD' TO QL-DC-CLASS
             WRITE REVIEW-REPORT-LINE FROM QL-DECISION-LINE
             ADD 1 TO REV-UPHELD-COUNT
           END-IF
           .
      *-----------------------------------------------------------------*
      * VOID-FLAGGED-SCORE - JOURNAL THE BEFORE-IMAGE THE WAY
      * esqlOCMaint JOURNALS A POINTS DELETE, DELETE THE ROW, AND
      * SUBTRACT IT FROM ITS TESTSUMMARY ROW (DROPPING THE ROW WHEN
      * IT WAS THE ONLY ENTRY).
      *-----------------------------------------------------------------*
       VOID-FLAGGED-SCORE SECTION.
           MOVE 'T' TO JRN-LN-TABLE.
           MOVE 'D' TO JRN-LN-ACTION.
           MOVE hVarPersonId TO JRN-LN-ID.
           MOVE hVarGameId TO JRN-LN-ID2.
           MOVE hVarSessionId TO JRN-LN-ID3.
           MOVE SPACES TO JRN-LN-NAME.
           MOVE SPACE TO JRN-LN-STATUS.
           MOVE hVarD TO JRN-LN-POINTS.
           MOVE hVarD3 TO JRN-LN-RAWPTS.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE 'REVIEW-POINTS-VOID' TO AUDIT-CONTEXT.
           EXEC SQL
             DELETE FROM TESTPOINTS
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SESSIONID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'REVIEW-SUMMARY-SUBTRACT' TO AUDIT-CONTEXT.
           EXEC SQL
             UPDATE TESTSUMMARY
             SET TOTALPOINTS = TOTALPOINTS - :hVarD,
                 ENTRYCOUNT = ENTRYCOUNT - 1
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SUMPERIOD = :hVarDate
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'REVIEW-SUMMARY-DROP' TO AUDIT-CONTEXT.
           EXEC SQL
             DELETE FROM TESTSUMMARY
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SUMPERIOD = :hVarDate
               AND ENTRYCOUNT <= 0
           END-EXEC
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * CLOSE-FLAG - RECORD THE DECISION (hVarStatus) AND WHO MADE IT,
      * AND COMMIT THE DECISION AS ONE UNIT OF WORK.
      *-----------------------------------------------------------------*
       CLOSE-FLAG SECTION.
           MOVE 'REVIEW-FLAG-DECIDE' TO AUDIT-CONTEXT.
           EXEC SQL
             UPDATE TESTREVIEW
             SET STATUS = :hVarStatus,
                 DECIDEDBY = :hVarReviewer,
                 DECIDEDDATE = :hVarRunDate
             WHERE PERSONID = :hVarPersonId
               AND GAMEID = :hVarGameId
               AND SESSIONID = :hVarSessionId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'REVIEW-DECISION-COMMIT' TO AUDIT-CONTEXT.
           EXEC SQL
             COMMIT
           END-EXEC.
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * SCAN-PERIOD-SCORES - EVERY TESTPOINTS ROW IN THE PERIOD THAT IS
      * NOT ALREADY ON THE QUEUE (IN ANY STATUS - A DECIDED FLAG IS
      * NOT RAISED AGAIN) IS JUDGED; FLAGGED ROWS ARE QUEUED.  ONE
      * COMMIT AT THE END SO THE SCAN'S FLAGS LAND TOGETHER.
      *-----------------------------------------------------------------*
       SCAN-PERIOD-SCORES SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM QL-SECTION-FLAGS.
           WRITE REVIEW-REPORT-LINE FROM QL-FLAG-HDR.
           WRITE REVIEW-REPORT-LINE FROM QL-RULE.
           MOVE 'DECLARE-CUR-REV-SCAN' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_REV_SCAN CURSOR FOR
             SELECT
               TESTPOINTS.PERSONID,
               TESTPOINTS.GAMEID,
               TESTPOINTS.SESSIONID,
               TESTSESSION.SESSIONDATE,
               TESTPOINTS.POINTS
             FROM
               TESTPOINTS, TESTSESSION
             WHERE TESTPOINTS.SESSIONID = TESTSESSION.ID
               AND TESTSESSION.SESSIONDATE >= :hVarBegin
               AND TESTSESSION.SESSIONDATE < :hVarEnd
               AND NOT EXISTS
                 (SELECT 1 FROM TESTREVIEW
                  WHERE TESTREVIEW.PERSONID = TESTPOINTS.PERSONID
                    AND TESTREVIEW.GAMEID = TESTPOINTS.GAMEID
                    AND TESTREVIEW.SESSIONID = TESTPOINTS.SESSIONID)
             ORDER BY TESTSESSION.SESSIONDATE, TESTPOINTS.PERSONID,
               TESTPOINTS.GAMEID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-REV-SCAN' TO AUDIT-CONTEXT.
           EXEC SQL
             OPEN CUR_REV_SCAN
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'N' TO REV-SCAN-SW.
           PERFORM UNTIL REV-SCAN-DONE
             MOVE 'FETCH-CUR-REV-SCAN' TO AUDIT-CONTEXT
             EXEC SQL
               FETCH CUR_REV_SCAN
               INTO
                 :hVarPersonId,
                 :hVarGameId,
                 :hVarSessionId,
                 :hVarDate,
                 :hVarD
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF SQLCODE = 100
               SET REV-SCAN-DONE TO TRUE
             ELSE
               ADD 1 TO REV-SCANNED-COUNT
               PERFORM JUDGE-ONE-SCORE
               IF REV-FLAGGED
                 PERFORM QUEUE-FLAGGED-SCORE
               END-IF
             END-IF
           END-PERFORM
           MOVE 'CLOSE-CUR-REV-SCAN' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_REV_SCAN
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF REV-FLAGGED-COUNT = 0
             WRITE REVIEW-REPORT-LINE FROM QL-NONE
           END-IF.
           MOVE 'REVIEW-SCAN-COMMIT' TO AUDIT-CONTEXT.
           EXEC SQL
             COMMIT
           END-EXEC.
           PERFORM SQLSTATE-CHECK
           .
      *-----------------------------------------------------------------*
      * JUDGE-ONE-SCORE - THE THREE TESTS IN TURN; THE FIRST TO TRIP
      * SETS REV-FLAGGED, THE REASON AND THE BASELINE (hVarBase).
      * ONLY SESSION DATES BEFORE THIS ONE COUNT AS HISTORY - THE
      * SCORE BEING JUDGED IS ALREADY IN TESTSUMMARY FOR ITS OWN DATE.
      *-----------------------------------------------------------------*
       JUDGE-ONE-SCORE SECTION.
           MOVE 'N' TO REV-FLAG-SW.
           MOVE SPACES TO REV-REASON.
           MOVE ZERO TO hVarBase.
           PERFORM JUDGE-AGAINST-GAME.
           IF NOT REV-FLAGGED
             PERFORM JUDGE-AGAINST-PLAYER
           END-IF.
           IF NOT REV-FLAGGED
             PERFORM JUDGE-IMPROVEMENT
           END-IF
           .
       JUDGE-AGAINST-GAME SECTION.
           MOVE 'REVIEW-GAME-HISTORY' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(SUM(TOTALPOINTS),0),
                    COALESCE(SUM(ENTRYCOUNT),0)
             INTO :hVarD2, :hVarCnt
             FROM TESTSUMMARY
             WHERE GAMEID = :hVarGameId
               AND PERSONID <> :hVarPersonId
               AND SUMPERIOD < :hVarDate
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarCnt >= REV-MIN-HIST
             COMPUTE REV-AVERAGE ROUNDED = hVarD2 / hVarCnt
             COMPUTE REV-LIMIT = REV-AVERAGE * REV-FACTOR
             IF REV-AVERAGE > 0 AND hVarD > REV-LIMIT
               SET REV-FLAGGED TO TRUE
               MOVE REV-AVERAGE TO hVarBase
               MOVE 'OUT OF LINE WITH GAME HISTORY' TO REV-REASON
             END-IF
           END-IF
           .
       JUDGE-AGAINST-PLAYER SECTION.
           MOVE 'REVIEW-PLAYER-HISTORY' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COALESCE(SUM(TOTALPOINTS),0),
                    COALESCE(SUM(ENTRYCOUNT),0)
             INTO :hVarD2, :hVarCnt
             FROM TESTSUMMARY
             WHERE GAMEID = :hVarGameId
               AND PERSONID = :hVarPersonId
               AND SUMPERIOD < :hVarDate
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF hVarCnt >= REV-MIN-HIST
             COMPUTE REV-AVERAGE ROUNDED = hVarD2 / hVarCnt
             COMPUTE REV-LIMIT = REV-AVERAGE * REV-FACTOR
             IF REV-AVERAGE > 0 AND hVarD > REV-LIMIT
               SET REV-FLAGGED TO TRUE
               MOVE REV-AVERAGE TO hVarBase
               MOVE 'OUT OF LINE WITH PLAYER HISTORY' TO REV-REASON
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * JUDGE-IMPROVEMENT - THE PLAYER'S AVERAGE IN THIS GAME AT THEIR
      * MOST RECENT EARLIER SESSION DATE.  NO EARLIER SESSION, NO
      * TEST - A FIRST APPEARANCE IS FOR THE GAME TEST TO JUDGE.
      *-----------------------------------------------------------------*
       JUDGE-IMPROVEMENT SECTION.
           MOVE 'REVIEW-PREVIOUS-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT TOTALPOINTS, ENTRYCOUNT
             INTO :hVarD2, :hVarCnt
             FROM TESTSUMMARY
             WHERE GAMEID = :hVarGameId
               AND PERSONID = :hVarPersonId
               AND SUMPERIOD =
                 (SELECT MAX(SUMPERIOD) FROM TESTSUMMARY
                  WHERE GAMEID = :hVarGameId
                    AND PERSONID = :hVarPersonId
                    AND SUMPERIOD < :hVarDate)
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE NOT = 100 AND hVarCnt > 0
             COMPUTE REV-AVERAGE ROUNDED = hVarD2 / hVarCnt
             COMPUTE REV-LIMIT = REV-AVERAGE * REV-JUMP
             IF REV-AVERAGE > 0 AND hVarD > REV-LIMIT
               SET REV-FLAGGED TO TRUE
               MOVE REV-AVERAGE TO hVarBase
               MOVE 'IMPLAUSIBLE JUMP SINCE LAST SESSION'
                 TO REV-REASON
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * QUEUE-FLAGGED-SCORE - ONE OPEN TESTREVIEW ROW AND ONE REPORT
      * LINE.
      *-----------------------------------------------------------------*
       QUEUE-FLAGGED-SCORE SECTION.
           MOVE REV-REASON TO hVarReason.
           MOVE 'O' TO hVarStatus.
           MOVE SPACES TO hVarReviewer.
           MOVE 'REVIEW-FLAG-INSERT' TO AUDIT-CONTEXT.
           EXEC SQL
             INSERT INTO TESTREVIEW
               (PERSONID,GAMEID,SESSIONID,SESSIONDATE,POINTS,
                BASELINE,REASON,FLAGDATE,STATUS,DECIDEDBY,
                DECIDEDDATE)
               VALUES
              (:hVarPersonId,:hVarGameId,:hVarSessionId,:hVarDate,
               :hVarD,:hVarBase,:hVarReason,:hVarRunDate,
               :hVarStatus,:hVarReviewer,' ')
           END-EXEC
           PERFORM SQLSTATE-CHECK
           ADD 1 TO REV-FLAGGED-COUNT
           MOVE hVarPersonId TO QL-FL-PERSONID
           MOVE hVarGameId TO QL-FL-GAMEID
           MOVE hVarSessionId TO QL-FL-SESSIONID
           MOVE hVarDate TO QL-FL-DATE
           MOVE hVarD TO QL-FL-POINTS
           MOVE hVarBase TO QL-FL-BASELINE
           MOVE REV-REASON TO QL-FL-REASON
           WRITE REVIEW-REPORT-LINE FROM QL-FLAG-LINE
           DISPLAY ' FLAGGED PERSON ' hVarPersonId ' GAME '
             hVarGameId ' SESSION ' hVarSessionId ' - ' REV-REASON
           .
      *-----------------------------------------------------------------*
      * COUNT-OPEN-FLAGS - THE WHOLE QUEUE'S OPEN FLAGS, ANY PERIOD,
      * AND HOW MANY DISTINCT PERSONS THEY HOLD OUT.
      *-----------------------------------------------------------------*
       COUNT-OPEN-FLAGS SECTION.
           MOVE 'REVIEW-OPEN-COUNT' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(*) INTO :hVarChk FROM TESTREVIEW
             WHERE STATUS = 'O'
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO REV-OPEN-COUNT.
           MOVE 'REVIEW-HELD-COUNT' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT COUNT(DISTINCT PERSONID) INTO :hVarChk
             FROM TESTREVIEW
             WHERE STATUS = 'O'
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE hVarChk TO REV-HELD-COUNT
           .
      *-----------------------------------------------------------------*
      * WRITE-JOURNAL-RECORD - STAMP AND APPEND ONE JOURNAL LINE, SAME
      * AS esqlOCMaint.  THE CALLER HAS FILLED THE TABLE/ACTION/KEY/
      * IMAGE FIELDS.
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
           CLOSE MAINT-JOURNAL-FILE
           .
      *-----------------------------------------------------------------*
      * WRITE-RUN-STATS - HAND THE FINAL COUNTERS TO esqlOCDriver'S
      * RUN-CONTROL VIA THE RUNSTATS FILE - THE REVIEW LINE, THEN A
      * REVIEW-DEC LINE FOR THE REVDECIN DECISIONS.
      *-----------------------------------------------------------------*
       WRITE-RUN-STATS SECTION.
           MOVE 'REVIEW' TO RS-STEP.
           MOVE REV-SCANNED-COUNT TO RS-CNT-1.
           MOVE REV-FLAGGED-COUNT TO RS-CNT-2.
           MOVE REV-CLEARED-COUNT TO RS-CNT-3.
           MOVE REV-UPHELD-COUNT TO RS-CNT-4.
           MOVE REV-OPEN-COUNT TO RS-CNT-5.
           MOVE SPACES TO RSTAT-STATUS.
           OPEN OUTPUT RUN-STATS-FILE.
           IF RSTAT-FILE-OK
             WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             MOVE 'REVIEW-DEC' TO RS-STEP
             MOVE REV-DECISION-COUNT TO RS-CNT-1
             MOVE REV-CLEARED-COUNT TO RS-CNT-2
             MOVE REV-UPHELD-COUNT TO RS-CNT-3
             MOVE REV-REPEATED-COUNT TO RS-CNT-4
             MOVE REV-REJECTED-COUNT TO RS-CNT-5
             WRITE RUN-STATS-RECORD FROM RUN-STATS-LINE
             CLOSE RUN-STATS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * CREATE-REVIEW-TABLE - see REVWPRC for the review queue layout
      *-----------------------------------------------------------------*
       COPY REVWPRC.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * GET-REPORT-PERIOD - see RPTPRDPRC for the parameter file/
      * environment variable fallback that feeds hVarBegin and
      * hVarEnd above.
      *-----------------------------------------------------------------*
       COPY RPTPRDPRC.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
