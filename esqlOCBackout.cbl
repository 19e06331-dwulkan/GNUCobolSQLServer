      * instead of needing a database restore.  Companion to
      * esqlOCMaint - shares its externalized DB connection settings
      * and SQL audit log.
      * Only a supervisor may back out: the run must name its operator
      * (ESQLOC_OPERATOR), who must hold esqlOCBackout BACKOUT in
      * OPERAUTH with the supervisor role (see OPAUPRC); otherwise
      * nothing is reversed and the run ends with RETURN-CODE 8.  The
      * operator is stamped on every SQLAUDIT line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY JRNLFD.
           COPY OPAUFD.
           COPY ACCLFD.
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY JRNLWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  BKO-SELECT-DATE                 PIC 9(8)    VALUE ZERO.
       01  BKO-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  BKO-COUNTERS.
               10  BKO-E-POINTS             PIC S9(4)V99.
               10  BKO-E-STATUS             PIC X.
               10  BKO-E-RAWPTS             PIC S9(4)V99.
               10  BKO-E-VENUE              PIC X(04).
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
           05 hVarD                PIC S9(4)V99.
           05 hVarD2               PIC S9(4)V99.
           05 hVarStatus           PIC X(1).
           05 hVarVenue            PIC X(4).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR, CONNECT, LOAD THE RUN'S JOURNAL LINES,
      * REPLAY THEM IN REVERSE
      *-----------------------------------------------------------------*
         MOVE 'esqlOCBackout' TO OPR-PROGRAM.
         MOVE 'BACKOUT' TO OPR-ACTION.
         SET OPR-SUPERVISOR-ONLY TO TRUE.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF OPR-REFUSED
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CONNECT-TO-DATABASE.
         PERFORM GET-BACKOUT-DATE.
         PERFORM READ-JOURNAL.
                     MOVE JRN-LN-NAME TO BKO-E-NAME(BKO-COUNT)
                     MOVE JRN-LN-POINTS TO BKO-E-POINTS(BKO-COUNT)
                     MOVE JRN-LN-STATUS TO BKO-E-STATUS(BKO-COUNT)
                     MOVE JRN-LN-VENUE TO BKO-E-VENUE(BKO-COUNT)
      * A LINE JOURNALED BEFORE THE RAW-POINTS COLUMN EXISTED
      * CARRIES SPACES THERE AND READS AS "SAME AS POINTS", WHICH
      * IS WHAT THOSE ROWS HELD.
             MOVE BKO-E-POINTS(BKO-IDX) TO hVarD
             MOVE BKO-E-RAWPTS(BKO-IDX) TO hVarD2
             MOVE BKO-E-STATUS(BKO-IDX) TO hVarStatus
             MOVE BKO-E-VENUE(BKO-IDX) TO hVarVenue
             EVALUATE BKO-E-TABLE(BKO-IDX)
               WHEN 'P'
                 PERFORM BACKOUT-PERSON
      * hVarN2 CARRIES THE JOURNALED BEFORE-IMAGE TEAMID (ZERO FOR
      * UNASSIGNED, AND ON LINES JOURNALED BEFORE THE TEAM DIMENSION
      * EXISTED).  A SPACE STATUS (PRE-STATUS JOURNAL LINES)
      * RE-INSERTS AS ACTIVE, WHICH IS WHAT NULL READ AS.  THE
      * JOURNALED VENUE CODE GOES BACK WITH IT (SPACES, THE HOME
      * SITE, ON LINES JOURNALED BEFORE IT WAS CARRIED).
               IF hVarStatus = SPACE
                 MOVE 'A' TO hVarStatus
               END-IF
               MOVE 'BACKOUT-PERSON-DELETE' TO AUDIT-CONTEXT
               EXEC SQL
                 INSERT INTO TESTPERSON
                  (ID,NAME,TEAMID,STATUS,VENUE) VALUES
                  (:hVarN,:hVarC,:hVarN2,:hVarStatus,:hVarVenue)
               END-EXEC
               PERFORM SQLSTATE-CHECK
               PERFORM BACKOUT-COMMIT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
