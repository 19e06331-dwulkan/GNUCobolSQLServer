      * an incremented retry count and their original rejection date.
      * A row that has failed ESQLOC_REJECT_MAX_RETRIES runs (default
      * 5) is moved to the POINTESC escalation list instead of being
      * recycled forever.  The list is streamed, not held: each row
      * is reprocessed as it is read and the still-failing rows go to
      * the RCYWORK work file, from which POINTREJ is rewritten once
      * the whole list has been through, so any volume of rejects is
      * recycled in one pass.  The run reports the rows it processed
      * and ends with RETURN-CODE 16 if they do not balance to the
      * rows inserted, still rejected and escalated.  Companion to
      * esqlOCLoad - shares its externalized DB connection settings
      * and SQL audit log.
      * The run must name its operator (ESQLOC_OPERATOR), who must
      * hold esqlOCRecycle RECYCLE in OPERAUTH (see OPAUPRC);
      * otherwise nothing is reprocessed and the run ends with
      * RETURN-CODE 8.  The operator is stamped on every SQLAUDIT
      * line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           COPY REJTSEL.
           COPY SCRLSEL.
           SELECT ESCALATE-FILE ASSIGN TO 'POINTESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATE-STATUS.
           SELECT RECYCLE-WORK-FILE ASSIGN TO 'RCYWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECYCLE-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY OPAUFD.
           COPY ACCLFD.
           COPY REJTFD.
           COPY SCRLFD.
       FD  ESCALATE-FILE.
       01  ESCALATE-RECORD                 PIC X(120).
       FD  RECYCLE-WORK-FILE.
       01  RECYCLE-WORK-RECORD             PIC X(120).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY OPAUWS.
           COPY ACCLWS.
           COPY REJTWS.
           COPY PTVALWS.
           COPY SCRLWS.
       01  ESCALATE-STATUS                 PIC XX      VALUE SPACES.
           88  ESCALATE-FILE-OK                        VALUE '00'.
       01  RECYCLE-WORK-STATUS             PIC XX      VALUE SPACES.
           88  RECYCLE-WORK-FILE-OK                    VALUE '00'.
       01  RECYCLE-LIMITS.
           05  RCY-MAX-RETRIES              PIC 9(3)    VALUE 5.
           05  RCY-RETRY-TEXT               PIC X(3)    VALUE SPACES.
           05  RCY-INSERT-COUNT             PIC 9(6)    VALUE ZERO.
           05  RCY-REMAIN-COUNT             PIC 9(6)    VALUE ZERO.
           05  RCY-ESCALATE-COUNT           PIC 9(6)    VALUE ZERO.
           05  RCY-CHECK-COUNT              PIC 9(7)    VALUE ZERO.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR, CONNECT TO THE DATABASE AND REPROCESS
      * THE REJECTS LIST
      *-----------------------------------------------------------------*
         MOVE 'esqlOCRecycle' TO OPR-PROGRAM.
         MOVE 'RECYCLE' TO OPR-ACTION.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF OPR-REFUSED
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CONNECT-TO-DATABASE.
         PERFORM GET-RETRY-LIMIT.
         PERFORM GET-SCORING-RULES.
         PERFORM REPROCESS-REJECTS.
         IF RCY-READ-COUNT = 0
           DISPLAY ' POINTREJ empty or not found, nothing to recycle'
         ELSE
           PERFORM REWRITE-REJECT-LIST
         END-IF.
         DISPLAY ' RECYCLE COMPLETE '.
         DISPLAY '  Now inserted:      ' RCY-INSERT-COUNT.
         DISPLAY '  Still rejected:    ' RCY-REMAIN-COUNT.
         DISPLAY '  Escalated:         ' RCY-ESCALATE-COUNT.
         DISPLAY '  Rows processed:    ' RCY-READ-COUNT.
         COMPUTE RCY-CHECK-COUNT = RCY-INSERT-COUNT + RCY-REMAIN-COUNT
           + RCY-ESCALATE-COUNT.
         IF RCY-CHECK-COUNT NOT = RCY-READ-COUNT
           DISPLAY ' *** ROWS PROCESSED DO NOT BALANCE - '
             RCY-CHECK-COUNT ' ACCOUNTED FOR ***'
           MOVE 16 TO RETURN-CODE
         END-IF.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
      *-----------------------------------------------------------------*
           END-IF
           .
      *-----------------------------------------------------------------*
      * REPROCESS-REJECTS - READ POINTREJ A ROW AT A TIME AND RE-RUN
      * EACH ROW THROUGH THE SHARED VALIDATION, INSERTING THE ONES
      * THAT NOW PASS.  A ROW THAT FAILS AGAIN HAS ITS RETRY COUNT
      * STEPPED AND ITS REASON REFRESHED, SO THE REWRITTEN LINE SHOWS
      * WHY THE ROW FAILS NOW RATHER THAN WHY IT FAILED FIRST, AND IS
      * PARKED ON RCYWORK FOR THE REWRITE PASS.  LINES WRITTEN BEFORE
      * THE RETRY/ORIGINAL-DATE COLUMNS EXISTED CARRY SPACES THERE AND
      * ARE TAKEN AS RETRY ZERO, ORIGINALLY REJECTED ON THE LINE'S OWN
      * REJECTION DATE.
      *-----------------------------------------------------------------*
       REPROCESS-REJECTS SECTION.
           MOVE SPACES TO REJECT-STATUS.
           OPEN INPUT POINTS-REJECT-FILE.
           IF NOT REJECT-FILE-OK
             DISPLAY ' POINTREJ not found, nothing to recycle'
           ELSE
             MOVE SPACES TO RECYCLE-WORK-STATUS
             OPEN OUTPUT RECYCLE-WORK-FILE
             IF NOT RECYCLE-WORK-FILE-OK
               DISPLAY ' ABORTING - CANNOT OPEN RCYWORK, STATUS '
                 RECYCLE-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL REJECT-STATUS NOT = '00'
               READ POINTS-REJECT-FILE
                 AT END
                   MOVE '10' TO REJECT-STATUS
                 NOT AT END
                   MOVE REJECT-RECORD TO REJECT-LINE
                   ADD 1 TO RCY-READ-COUNT
                   PERFORM REPROCESS-ONE-REJECT
               END-READ
             END-PERFORM
             CLOSE POINTS-REJECT-FILE
             CLOSE RECYCLE-WORK-FILE
           END-IF
           .
       REPROCESS-ONE-REJECT SECTION.
           IF REJ-LN-RETRY IS NOT NUMERIC
             MOVE ZERO TO REJ-LN-RETRY
           END-IF.
           IF REJ-LN-ORIG-DATE IS NOT NUMERIC
             MOVE REJ-LN-DATE TO REJ-LN-ORIG-DATE
           END-IF.
           MOVE REJ-LN-PERSONID TO hVarPersonId.
           MOVE REJ-LN-GAMEID TO hVarGameId.
           MOVE REJ-LN-SESSIONID TO hVarSessionId.
           PERFORM VALIDATE-POINTS-ROW.
           IF POINTS-ROW-VALID
             MOVE REJ-LN-POINTS TO SCR-RAW-POINTS
             PERFORM APPLY-SCORING-RULES
             MOVE SCR-RAW-POINTS TO hVarD2
             MOVE SCR-SCORED-POINTS TO hVarD
             DISPLAY ' RECYCLING POINTS ROW '
             DISPLAY '  person/game ' hVarPersonId '/' hVarGameId
             MOVE 'RECYCLE-INSERT' TO AUDIT-CONTEXT
             EXEC SQL
               INSERT INTO TESTPOINTS
                 (PERSONID,GAMEID,SESSIONID,POINTS,RAWPOINTS)
                 VALUES
                (:hVarPersonId,:hVarGameId,:hVarSessionId,
                 :hVarD,:hVarD2)
             END-EXEC
             PERFORM SQLSTATE-CHECK
             MOVE 'RECYCLE-COMMIT' TO AUDIT-CONTEXT
             EXEC SQL
               COMMIT
             END-EXEC
             PERFORM SQLSTATE-CHECK
             ADD 1 TO RCY-INSERT-COUNT
           ELSE
             DISPLAY ' STILL REJECTED '
             DISPLAY '  person/game ' hVarPersonId '/' hVarGameId
               ' - ' REJ-LN-REASON
             ADD 1 TO REJ-LN-RETRY
             WRITE RECYCLE-WORK-RECORD FROM REJECT-LINE
           END-IF
           .
      *-----------------------------------------------------------------*
      * REWRITE-REJECT-LIST - REWRITE POINTREJ FROM RCYWORK WITH JUST
      * THE ROWS THAT STILL FAIL, RESTAMPED WITH THIS RUN'S DATE/TIME
      * BUT KEEPING THEIR ORIGINAL REJECTION DATE.  ROWS AT OR PAST
      * THE RETRY LIMIT GO TO THE POINTESC ESCALATION LIST INSTEAD.
      *-----------------------------------------------------------------*
       REWRITE-REJECT-LIST SECTION.
           ACCEPT REJECT-TS-DATE FROM DATE YYYYMMDD.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RECYCLE-WORK-STATUS.
           OPEN INPUT RECYCLE-WORK-FILE.
           PERFORM UNTIL NOT RECYCLE-WORK-FILE-OK
             READ RECYCLE-WORK-FILE INTO REJECT-LINE
               AT END
                 MOVE '10' TO RECYCLE-WORK-STATUS
               NOT AT END
                 MOVE REJECT-TS-DATE TO REJ-LN-DATE
                 MOVE REJECT-TS-TIME TO REJ-LN-TIME
                 IF REJ-LN-RETRY >= RCY-MAX-RETRIES
                   PERFORM WRITE-ESCALATION
                   ADD 1 TO RCY-ESCALATE-COUNT
                 ELSE
                   WRITE REJECT-RECORD FROM REJECT-LINE
                   ADD 1 TO RCY-REMAIN-COUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RECYCLE-WORK-FILE.
           CLOSE POINTS-REJECT-FILE
           .
      *-----------------------------------------------------------------*
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * VALIDATE-POINTS-ROW - see PTVALPRC for the existence and
      * duplicate-triple checks shared with esqlOCLoad's POINTSIN load.
      *-----------------------------------------------------------------*
