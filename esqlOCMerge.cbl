      * or rejected.  Companion to esqlOCMaint - shares its
      * externalized DB connection settings, MNTJRNL journal and SQL
      * audit log.
      * The run must name its operator (ESQLOC_OPERATOR), who must
      * hold esqlOCMerge MERGE in OPERAUTH (see OPAUPRC); otherwise
      * nothing is merged and the run ends with RETURN-CODE 8.  The
      * operator is stamped on every MNTJRNL and SQLAUDIT line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           SELECT MERGE-IN-FILE ASSIGN TO 'MERGEIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-IN-STATUS.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY JRNLFD.
           COPY OPAUFD.
           COPY ACCLFD.
       FD  MERGE-IN-FILE.
       01  MERGE-IN-RECORD.
           05  MRG-SURVIVOR-ID              PIC 9(12).
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY JRNLWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  MERGE-IN-STATUS                 PIC XX      VALUE SPACES.
           88  MERGE-IN-OK                             VALUE '00'.
           88  MERGE-IN-EOF                            VALUE '10'.
           05 hVarSessionId        PIC 9(12).
           05 hVarTeamId           PIC 9(12).
           05 hVarStatus           PIC X(1).
           05 hVarVenue            PIC X(4).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR, CONNECT, OPEN THE REPORT, PROCESS EACH
      * MERGE PAIR IN ORDER
      *-----------------------------------------------------------------*
           MOVE 'esqlOCMerge' TO OPR-PROGRAM.
           MOVE 'MERGE' TO OPR-ACTION.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPR-REFUSED
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT MRG-DATE-NUM FROM DATE YYYYMMDD.
           STRING MRG-DT-YYYY '-' MRG-DT-MM '-' MRG-DT-DD
       RETIRE-DUPLICATE-PERSON SECTION.
           MOVE 'MERGE-PERSON-IMAGE' TO AUDIT-CONTEXT.
           EXEC SQL
             SELECT NAME, COALESCE(TEAMID,0), COALESCE(STATUS,'A'),
               COALESCE(VENUE,' ')
             INTO :hVarC, :hVarTeamId, :hVarStatus, :hVarVenue
             FROM TESTPERSON
             WHERE ID = :hVarDuplicate
           END-EXEC
             MOVE ZERO TO JRN-LN-ID3 JRN-LN-POINTS JRN-LN-RAWPTS
             MOVE hVarC TO JRN-LN-NAME
             MOVE hVarStatus TO JRN-LN-STATUS
             MOVE hVarVenue TO JRN-LN-VENUE
             PERFORM WRITE-JOURNAL-RECORD
      * THE DUPLICATE'S TESTMEMBER ROWS GO WITH IT - THE RE-POINTED
      * DETAIL NOW ATTRIBUTES THROUGH THE SURVIVOR'S OWN MEMBERSHIP
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
       WRITE-PAIR-LINE SECTION.
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
