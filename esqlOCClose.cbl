      *   - writes a certified final standings snapshot for the
      *     period to PTSCERT01 (HDR with run date and period, one
      *     STD line per person with rank and total, TRL with the
      *     detail count and grand total as control counts), and
      *     appends the same snapshot to the CERTHIST certified
      *     history, where it outlives the next close-out and
      *     esqlOCSeason builds season standings from it,
      *   - marks every TESTSESSION row in the period CLOSED, after
      *     which esqlOCLoad, esqlOCRecycle and esqlOCMaint reject
      *     transactions against those sessions onto POINTREJ with a
      * snapshot re-certified) again.  Every session closed or
      * reopened is stamped onto the append-only CLOSELOG file, the
      * durable audit record of who moved published history and when.
      * The run must name its operator (ESQLOC_OPERATOR), who must
      * hold esqlOCClose CLOSE - or, for the reopen, esqlOCClose
      * REOPEN with the supervisor role - in OPERAUTH (see OPAUPRC);
      * otherwise nothing is touched and the run ends with
      * RETURN-CODE 8.  The operator is stamped on every CLOSELOG and
      * SQLAUDIT line.
      * Companion to esqlOCReport - shares its externalized DB
      * connection settings, report parameter file and SQL audit log.
      *-----------------------------------------------------------------*
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY RPTCFGSEL.
           COPY CHSTSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           SELECT CERTIFY-FILE ASSIGN TO 'PTSCERT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFY-STATUS.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY RPTCFGFD.
           COPY CHSTFD.
           COPY OPAUFD.
           COPY ACCLFD.
       FD  CERTIFY-FILE.
       01  CERTIFY-RECORD                  PIC X(100).
       FD  CLOSE-LOG-FILE.
       01  CLOSE-LOG-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY RPTCFGWS.
           COPY CHSTWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  CERTIFY-STATUS                  PIC XX      VALUE SPACES.
           88  CERTIFY-FILE-OK                         VALUE '00'.
           88  CERTIFY-FILE-EOF                        VALUE '10'.
       01  CLSL-STATUS                     PIC XX      VALUE SPACES.
           88  CLSL-FILE-OK                            VALUE '00'.
       01  CLS-DATE-NUM                    PIC 9(8)    VALUE ZERO.
           05  CLG-LN-BEGIN                 PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  CLG-LN-END                   PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  CLG-LN-OPERATOR              PIC X(08)   VALUE SPACES.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * RESOLVE THE ACTION AND CHECK THE OPERATOR FOR IT, CONNECT,
      * RESOLVE THE PERIOD, CLOSE OR REOPEN
      *-----------------------------------------------------------------*
           PERFORM GET-CLOSE-ACTION.
           MOVE 'esqlOCClose' TO OPR-PROGRAM.
           IF CLS-REOPENING
             MOVE 'REOPEN' TO OPR-ACTION
             SET OPR-SUPERVISOR-ONLY TO TRUE
           ELSE
             MOVE 'CLOSE' TO OPR-ACTION
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPR-REFUSED
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT CLS-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM GET-REPORT-PERIOD.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM SELECT-PERIOD-SESSIONS.
           IF CLS-SEL-COUNT = 0
             DISPLAY ' NO SESSIONS IN PERIOD ' hVarBegin ' THRU '
           ELSE
             IF CLS-CLOSING
               PERFORM WRITE-CERTIFIED-SNAPSHOT
               PERFORM APPEND-CERTIFIED-HISTORY
               PERFORM MARK-SESSIONS-CLOSED
               DISPLAY ' PERIOD CLOSED OUT '
               DISPLAY '  Sessions closed:    ' CLS-SESSION-COUNT
               DISPLAY '  Standings certified:' CLS-STANDING-COUNT
               DISPLAY '  Snapshot written to PTSCERT01'
               DISPLAY '  Snapshot appended to CERTHIST'
             ELSE
               PERFORM MARK-SESSIONS-REOPENED
               DISPLAY ' PERIOD REOPENED - CLOSE IT OUT AGAIN AFTER '
           CLOSE CERTIFY-FILE
           .
      *-----------------------------------------------------------------*
      * APPEND-CERTIFIED-HISTORY - COPY THE FINISHED PTSCERT01, LINE
      * FOR LINE, ONTO THE END OF CERTHIST.  DONE ONLY ONCE THE
      * SNAPSHOT IS WHOLE, AND BEFORE THE SESSIONS ARE MARKED, SO A
      * CLOSED PERIOD ALWAYS HAS ITS GENERATION IN THE HISTORY.
      *-----------------------------------------------------------------*
       APPEND-CERTIFIED-HISTORY SECTION.
           MOVE SPACES TO CERTIFY-STATUS.
           OPEN INPUT CERTIFY-FILE.
           IF NOT CERTIFY-FILE-OK
             DISPLAY ' ABORTING - CANNOT REOPEN PTSCERT01, STATUS '
               CERTIFY-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO CHST-STATUS.
           OPEN EXTEND CERT-HIST-FILE.
           IF NOT CHST-FILE-OK
             OPEN OUTPUT CERT-HIST-FILE
           END-IF.
           IF NOT CHST-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN CERTHIST, STATUS '
               CHST-STATUS
             CLOSE CERTIFY-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL NOT CERTIFY-FILE-OK
             READ CERTIFY-FILE INTO CERT-HIST-LINE
               AT END
                 SET CERTIFY-FILE-EOF TO TRUE
               NOT AT END
                 WRITE CERT-HIST-RECORD FROM CERT-HIST-LINE
             END-READ
           END-PERFORM.
           CLOSE CERTIFY-FILE.
           CLOSE CERT-HIST-FILE
           .
      *-----------------------------------------------------------------*
      * MARK-SESSIONS-CLOSED - SET THE CLOSED MARK ON EVERY SESSION
      * IN THE PERIOD, LOGGING EACH, ONE COMMIT AT THE END SO THE
      * PERIOD CLOSES WHOLE OR NOT AT ALL.
           MOVE hVarSessionId TO CLG-LN-SESSIONID.
           MOVE hVarBegin TO CLG-LN-BEGIN.
           MOVE hVarEnd TO CLG-LN-END.
           MOVE OPR-OPERATOR-ID TO CLG-LN-OPERATOR.
           MOVE SPACES TO CLSL-STATUS.
           OPEN EXTEND CLOSE-LOG-FILE.
           IF NOT CLSL-FILE-OK
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * GET-REPORT-PERIOD - see RPTPRDPRC for the parameter file/
      * environment variable fallback that feeds hVarBegin and
      * hVarEnd above.
