      * closed out is rejected onto POINTREJ with a SESSION CLOSED
      * reason instead of being applied - published history only
      * moves after an audited reopen.
      * When MAINTIN is present the run must name its operator
      * (ESQLOC_OPERATOR), who must hold esqlOCMaint APPLY in OPERAUTH
      * (see OPAUPRC); otherwise nothing is applied and the run ends
      * with RETURN-CODE 8.  The operator is stamped on every MNTJRNL
      * and SQLAUDIT line.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY JRNLSEL.
           COPY REJTSEL.
           COPY RSTATSEL.
           COPY OPAUSEL.
           COPY ACCLSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY JRNLFD.
           COPY REJTFD.
           COPY RSTATFD.
           COPY OPAUFD.
           COPY ACCLFD.
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY JRNLWS.
           COPY REJTWS.
           COPY RSTATWS.
           COPY OPAUWS.
           COPY ACCLWS.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
           05 hVarChk              PIC 9(9).
           05 hVarStatus           PIC X(1).
           05 hVarStatus2          PIC X(1).
           05 hVarVenue            PIC X(4).
           05 hVarDate             PIC X(10).
       EXEC SQL
          END DECLARE SECTION
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT TO THE DATABASE, CHECK THE OPERATOR AND PROCESS EACH
      * TRANSACTION
      *-----------------------------------------------------------------*
         PERFORM CONNECT-TO-DATABASE.
         ACCEPT MAINT-DATE-NUM FROM DATE YYYYMMDD.
         IF NOT MAINT-IN-OK
           DISPLAY ' MAINTIN not found, no maintenance applied'
         ELSE
           MOVE 'esqlOCMaint' TO OPR-PROGRAM
           MOVE 'APPLY' TO OPR-ACTION
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPR-REFUSED
             DISPLAY ' MAINTIN not applied'
             SET MAINT-IN-EOF TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM UNTIL MAINT-IN-EOF
             READ MAINT-IN-FILE
               AT END
           END-IF
           .
      *-----------------------------------------------------------------*
      * PROCESS-TRANSACTION AND THE MAINTAIN-xxx/JOURNAL-xxx SECTIONS -
      * see MNTAPPRC, shared with esqlOCEntry's immediate apply.
      *-----------------------------------------------------------------*
       COPY MNTAPPRC.
      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - see OPAUPRC.
      *-----------------------------------------------------------------*
       COPY OPAUPRC.
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
