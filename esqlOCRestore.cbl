      * session open, raw same as POINTS.
      * Companion to esqlOCArchive - shares its externalized DB
      * connection settings and SQL audit log.
      * The run must name its operator (ESQLOC_OPERATOR), who must
      * hold esqlOCRestore RESTORE in OPERAUTH (see OPAUPRC);
      * otherwise nothing is restored and the run ends with
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
           SELECT ARCHIVE-FILE ASSIGN TO 'PTSARCHV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY OPAUFD.
           COPY ACCLFD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(60).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  ARCHIVE-STATUS                  PIC XX      VALUE SPACES.
           88  ARCHIVE-FILE-OK                         VALUE '00'.
       01  RST-TARGET-TEXT                 PIC X(12)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR, CONNECT, FIND THE WANTED SESSION IN THE
      * ARCHIVE, RE-INSERT IT AND ITS POINTS, ONE COMMIT AT THE END OF
      * THE SESSION.
      *-----------------------------------------------------------------*
         MOVE 'esqlOCRestore' TO OPR-PROGRAM.
         MOVE 'RESTORE' TO OPR-ACTION.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF OPR-REFUSED
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CONNECT-TO-DATABASE.
         PERFORM GET-RESTORE-TARGET.
         PERFORM CHECK-NOT-ON-FILE.
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
