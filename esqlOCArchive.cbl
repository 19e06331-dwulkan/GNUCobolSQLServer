      * file esqlOCRestore reloads a session from when an old dispute
      * surfaces.  Companion to esqlOCLoad - shares its externalized
      * DB connection settings and SQL audit log.
      * The run must name its operator (ESQLOC_OPERATOR), who must
      * hold esqlOCArchive PURGE in OPERAUTH as a supervisor (see
      * OPAUPRC); otherwise nothing is unloaded or purged and the run
      * ends with RETURN-CODE 8.  The operator is stamped on every
      * SQLAUDIT line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           COPY PRGLSEL.
           SELECT ARCHIVE-FILE ASSIGN TO 'PTSARCHV'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY OPAUFD.
           COPY ACCLFD.
           COPY PRGLFD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(60).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY OPAUWS.
           COPY ACCLWS.
           COPY PRGLWS.
       01  ARCHIVE-STATUS                  PIC XX      VALUE SPACES.
           88  ARCHIVE-FILE-OK                         VALUE '00'.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR, CONNECT, SELECT THE SESSIONS PAST THE
      * CUTOFF, UNLOAD, VERIFY, AND ONLY THEN PURGE
      *-----------------------------------------------------------------*
         MOVE 'esqlOCArchive' TO OPR-PROGRAM.
         MOVE 'PURGE' TO OPR-ACTION.
         SET OPR-SUPERVISOR-ONLY TO TRUE.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF OPR-REFUSED
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CONNECT-TO-DATABASE.
         ACCEPT ARC-DATE-NUM FROM DATE YYYYMMDD.
         PERFORM GET-ARCHIVE-CUTOFF.
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
