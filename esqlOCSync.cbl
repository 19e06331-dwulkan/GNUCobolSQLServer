      * ESQLOC_SYNC_APPLY=N is the review mode: every difference is
      * reported as WOULD APPLY and nothing is journaled or changed,
      * so a big sync can be read before it is committed to.
      * An applying run must name its operator (ESQLOC_OPERATOR), who
      * must hold esqlOCSync SYNC in OPERAUTH (see OPAUPRC); otherwise
      * nothing is changed and the run ends with RETURN-CODE 8.  The
      * operator is stamped on every MNTJRNL and SQLAUDIT line.  A
      * review-mode run changes nothing and needs no authority.
      * One commit per applied change, same as esqlOCMaint.
      * Companion to esqlOCMaint - shares its externalized DB
      * connection settings, MNTJRNL journal and SQL audit log.
           COPY PERSNSEL.
           COPY GAMESEL.
           COPY JRNLSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
           SELECT SYNC-REPORT-FILE ASSIGN TO 'SYNCRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNC-REPORT-STATUS.
           COPY PERSNFD.
           COPY GAMEFD.
           COPY JRNLFD.
           COPY OPAUFD.
           COPY ACCLFD.
       FD  SYNC-REPORT-FILE.
       01  SYNC-REPORT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
           COPY PERSNWS.
           COPY GAMEWS.
           COPY JRNLWS.
           COPY OPAUWS.
           COPY ACCLWS.
       01  SYNC-REPORT-STATUS              PIC XX      VALUE SPACES.
           88  SYNC-REPORT-FILE-OK                     VALUE '00'.
       01  SYN-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CHECK THE OPERATOR OF AN APPLYING RUN, CONNECT, OPEN THE
      * REPORT, SYNC EACH MASTER IN LOAD ORDER
      *-----------------------------------------------------------------*
           PERFORM GET-SYNC-MODE.
           IF SYN-APPLYING
             MOVE 'esqlOCSync' TO OPR-PROGRAM
             MOVE 'SYNC' TO OPR-ACTION
             PERFORM CHECK-OPERATOR-AUTHORITY
             IF OPR-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT SYN-DATE-NUM FROM DATE YYYYMMDD.
           STRING SYN-DT-YYYY '-' SYN-DT-MM '-' SYN-DT-DD
             INTO SYN-DATE-DISPLAY.
           MOVE SPACES TO SYNC-REPORT-STATUS.
           OPEN OUTPUT SYNC-REPORT-FILE.
           IF NOT SYNC-REPORT-FILE-OK
           MOVE JRNL-TS-TIME TO JRN-LN-TIME.
           ADD 1 TO JRNL-SEQ.
           MOVE JRNL-SEQ TO JRN-LN-SEQ.
           MOVE OPR-OPERATOR-ID TO JRN-LN-OPERATOR.
           MOVE SPACES TO JRNL-STATUS.
           OPEN EXTEND MAINT-JOURNAL-FILE.
           IF NOT JRNL-FILE-OK
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
