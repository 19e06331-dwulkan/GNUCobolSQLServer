       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCHouse.
      *-----------------------------------------------------------------*
      * Operational file housekeeping.  SQLAUDIT, MNTJRNL, CLOSELOG,
      * PURGELOG, POINTESC and RUNCTL are only ever appended to; this
      * run moves each file's aged lines into dated history
      * generations on the OPSHIST file and rewrites the live file
      * with what is left.  Every one of those files carries its line
      * date (YYYYMMDD) in columns 1-8, so one pass serves them all.
      * A line is aged when its date falls before the file's cutoff -
      * the run date less the file's retention in days, taken from
      * ESQLOC_HK_xxx_DAYS (xxx the file name) or defaulted:
      *   SQLAUDIT  30   MNTJRNL  90   CLOSELOG 365
      *   PURGELOG 365   POINTESC 180  RUNCTL    14
      * The run date ("today") is ESQLOC_RUN_DATE when set, the same
      * run date esqlOCDriver uses, and a line dated on or after it
      * is never aged.  An aged line is still kept live when another
      * program needs it:
      *   MNTJRNL  - lines of ESQLOC_BACKOUT_DATE when set, the day
      *              esqlOCBackout is being pointed at; a person, game
      *              or points 'A' line while the added row still
      *              exists and a 'D' line while the deleted row is
      *              still absent - esqlOCVerify explains untraceable
      *              and missing rows from them, whatever their date,
      *   PURGELOG - a session still absent from TESTSESSION (purged
      *              and not restored), which esqlOCVerify explains
      *              missing input rows from,
      *   POINTESC - an escalated score still absent from TESTPOINTS,
      *              the unresolved reject esqlOCVerify explains,
      *   SQLAUDIT - lines of ESQLOC_OPS_DATE when set, the day
      *              esqlOCOpsRpt is being pointed at.
      * CLOSELOG and RUNCTL go purely by age.  Each file is read once
      * into two work files - HSKWORK (stays live) and HSKROLL (rolls)
      * - and only a clean pass is committed: the generation (HDR
      * line with run date, file, cutoff and retention, the rolled
      * lines, TRL line with their count) is appended to OPSHIST,
      * then the live file is rewritten from HSKWORK.  A file whose
      * work or history file cannot be opened is left untouched.
      * HSKWORK is reopened before the live file is truncated, and a
      * file that cannot be rewritten or does not balance stops the
      * run there with RETURN-CODE 16, so HSKWORK still holds that
      * file's kept lines for the restore.
      * SQLAUDIT is rolled last, after the database connection is
      * released, since any SQL warning is appended to it.
      * HSKRPT01 shows, per file, the lines before, rolled, kept
      * within retention, kept because still needed, and after; the
      * file balances when before = rolled + after and the kept
      * lines equal the lines rewritten.  Ends with RETURN-CODE 8
      * when a file had to be skipped.  Run outside the nightly
      * window and never alongside esqlOCDriver or any program that
      * appends to these files -
      * RUNCTL in particular is the driver's lock and restart record.
      * Companion to esqlOCLoad - shares its externalized DB
      * connection settings and SQL audit log.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
           COPY PRGLSEL.
           COPY RUNCSEL.
           SELECT CLOSE-LOG-FILE ASSIGN TO 'CLOSELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-LOG-STATUS.
           SELECT ESCALATE-FILE ASSIGN TO 'POINTESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATE-STATUS.
           SELECT HSK-WORK-FILE ASSIGN TO 'HSKWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSK-WORK-STATUS.
           SELECT HSK-ROLL-FILE ASSIGN TO 'HSKROLL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSK-ROLL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'OPSHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT HSK-REPORT-FILE ASSIGN TO 'HSKRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSK-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY JRNLFD.
           COPY PRGLFD.
           COPY RUNCFD.
       FD  CLOSE-LOG-FILE.
       01  CLOSE-LOG-RECORD                PIC X(80).
       FD  ESCALATE-FILE.
       01  ESCALATE-RECORD                 PIC X(120).
       FD  HSK-WORK-FILE.
       01  HSK-WORK-RECORD                 PIC X(160).
       FD  HSK-ROLL-FILE.
       01  HSK-ROLL-RECORD                 PIC X(160).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD                  PIC X(160).
       FD  HSK-REPORT-FILE.
       01  HSK-REPORT-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY JRNLWS.
           COPY PRGLWS.
           COPY RUNCWS.
           COPY REJTWS.
       01  CLOSE-LOG-STATUS                PIC XX      VALUE SPACES.
           88  CLOSE-LOG-FILE-OK                       VALUE '00'.
       01  ESCALATE-STATUS                 PIC XX      VALUE SPACES.
           88  ESCALATE-FILE-OK                        VALUE '00'.
       01  HSK-WORK-STATUS                 PIC XX      VALUE SPACES.
           88  HSK-WORK-FILE-OK                        VALUE '00'.
       01  HSK-ROLL-STATUS                 PIC XX      VALUE SPACES.
           88  HSK-ROLL-FILE-OK                        VALUE '00'.
       01  HISTORY-STATUS                  PIC XX      VALUE SPACES.
           88  HISTORY-FILE-OK                         VALUE '00'.
       01  HSK-REPORT-STATUS               PIC XX      VALUE SPACES.
           88  HSK-REPORT-FILE-OK                      VALUE '00'.
      *-----------------------------------------------------------------*
      * ONE LINE OF WHICHEVER FILE IS BEING ROLLED - ALL SIX CARRY
      * THEIR LINE DATE IN COLUMNS 1-8.
      *-----------------------------------------------------------------*
       01  HSK-LINE                        PIC X(160)  VALUE SPACES.
       01  HSK-LINE-VIEW REDEFINES HSK-LINE.
           05  HSK-LN-DATE                  PIC X(8).
           05  FILLER                       PIC X(152).
       01  HSK-LN-DATE-NUM                 PIC 9(8)    VALUE ZERO.
       01  HSK-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  HSK-DATE-GRP REDEFINES HSK-DATE-NUM.
           05  HSK-DT-YYYY                  PIC 9(4).
           05  HSK-DT-MM                    PIC 9(2).
           05  HSK-DT-DD                    PIC 9(2).
       01  HSK-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  HSK-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  HSK-RUN-DATE                    PIC 9(8)    VALUE ZERO.
       01  HSK-RUN-DAYS                    PIC 9(7)    VALUE ZERO.
       01  HSK-BACKOUT-DATE                PIC 9(8)    VALUE ZERO.
       01  HSK-OPS-DATE                    PIC 9(8)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * RETENTION IN DAYS PER FILE, OVERRIDABLE PER RUN THE SAME WAY
      * THE SCHEDULE MONITOR'S GRACE DAYS ARE.
      *-----------------------------------------------------------------*
       01  HSK-RETENTION.
           05  HSK-RET-SQLAUDIT             PIC 9(4)    VALUE 30.
           05  HSK-RET-MNTJRNL              PIC 9(4)    VALUE 90.
           05  HSK-RET-CLOSELOG             PIC 9(4)    VALUE 365.
           05  HSK-RET-PURGELOG             PIC 9(4)    VALUE 365.
           05  HSK-RET-POINTESC             PIC 9(4)    VALUE 180.
           05  HSK-RET-RUNCTL               PIC 9(4)    VALUE 14.
       01  HSK-RET-TEXT                    PIC X(4)    VALUE SPACES.
      *-----------------------------------------------------------------*
      * THE FILE CURRENTLY BEING ROLLED AND ITS COUNTS
      *-----------------------------------------------------------------*
       01  HSK-FILE-NAME                   PIC X(8)    VALUE SPACES.
       01  HSK-RETAIN-DAYS                 PIC 9(4)    VALUE ZERO.
       01  HSK-CUTOFF                      PIC 9(8)    VALUE ZERO.
       01  HSK-KEEP-DATE                   PIC 9(8)    VALUE ZERO.
       01  HSK-FILE-SW                     PIC X       VALUE SPACE.
           88  HSK-FILE-ROLLED                         VALUE 'R'.
           88  HSK-FILE-MISSING                        VALUE 'M'.
           88  HSK-FILE-SKIPPED                        VALUE 'S'.
       01  HSK-LINE-SW                     PIC X       VALUE SPACE.
           88  HSK-LINE-CURRENT                        VALUE 'C'.
           88  HSK-LINE-NEEDED                         VALUE 'N'.
           88  HSK-LINE-AGED                           VALUE 'A'.
       01  HSK-COUNTERS.
           05  HSK-BEFORE                   PIC 9(9)    VALUE ZERO.
           05  HSK-ROLLED                   PIC 9(9)    VALUE ZERO.
           05  HSK-KEPT-CURRENT             PIC 9(9)    VALUE ZERO.
           05  HSK-KEPT-NEEDED              PIC 9(9)    VALUE ZERO.
           05  HSK-AFTER                    PIC 9(9)    VALUE ZERO.
           05  HSK-HISTORY-WRITTEN          PIC 9(9)    VALUE ZERO.
       01  HSK-TOTALS.
           05  HSK-TOT-BEFORE               PIC 9(9)    VALUE ZERO.
           05  HSK-TOT-ROLLED               PIC 9(9)    VALUE ZERO.
           05  HSK-TOT-CURRENT              PIC 9(9)    VALUE ZERO.
           05  HSK-TOT-NEEDED               PIC 9(9)    VALUE ZERO.
           05  HSK-TOT-AFTER                PIC 9(9)    VALUE ZERO.
       01  HSK-SKIPPED-COUNT               PIC 9(2)    VALUE ZERO.
       01  HSK-DB-SW                       PIC X       VALUE SPACE.
           88  HSK-DB-CONNECTED                        VALUE 'C'.
      *-----------------------------------------------------------------*
      * OPSHIST GENERATION LINES - 'HDR', THE ROLLED LINES AS THEY
      * STOOD, 'TRL' WITH THEIR COUNT.
      *-----------------------------------------------------------------*
       01  HSK-HDR-LINE.
           05  FILLER                       PIC X(4)    VALUE 'HDR '.
           05  HSK-HDR-RUNDATE              PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  HSK-HDR-FILE                 PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  HSK-HDR-CUTOFF               PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  HSK-HDR-RETAIN               PIC 9(4).
       01  HSK-TRL-LINE.
           05  FILLER                       PIC X(4)    VALUE 'TRL '.
           05  HSK-TRL-RUNDATE              PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  HSK-TRL-FILE                 PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  HSK-TRL-COUNT                PIC 9(9).
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  HL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'OPERATIONAL FILE RETENTION AND ROLLOVER'.
       01  HL-RUNDATE.
           05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
           05  HL-RD-DATE                   PIC X(10).
       01  HL-RULE                         PIC X(100)  VALUE ALL '-'.
       01  HL-HEADING.
           05  FILLER              PIC X(10)   VALUE 'FILE'.
           05  FILLER              PIC X(6)    VALUE '  DAYS'.
           05  FILLER              PIC X(11)   VALUE ' CUTOFF'.
           05  FILLER              PIC X(10)   VALUE '    BEFORE'.
           05  FILLER              PIC X(10)   VALUE '    ROLLED'.
           05  FILLER              PIC X(10)   VALUE '  NOT AGED'.
           05  FILLER              PIC X(10)   VALUE '    NEEDED'.
           05  FILLER              PIC X(10)   VALUE '     AFTER'.
           05  FILLER              PIC X(16)   VALUE '  STATUS'.
       01  HL-DETAIL.
           05  HL-DT-FILE                   PIC X(10).
           05  HL-DT-DAYS                   PIC ZZZZZ9.
           05  FILLER                       PIC X       VALUE SPACE.
           05  HL-DT-CUTOFF                 PIC X(10).
           05  HL-DT-BEFORE                 PIC Z(9)9.
           05  HL-DT-ROLLED                 PIC Z(9)9.
           05  HL-DT-CURRENT                PIC Z(9)9.
           05  HL-DT-NEEDED                 PIC Z(9)9.
           05  HL-DT-AFTER                  PIC Z(9)9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  HL-DT-STATUS                 PIC X(14).
       01  HL-NOTE-1.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(60)
               VALUE 'NOT AGED - within retention, or a protected date'.
       01  HL-NOTE-2.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(60)
               VALUE 'NEEDED   - aged, but still used by esqlOCVerify'.
       01  HL-NOTE-3.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(60)
               VALUE 'Rolled lines are appended to OPSHIST'.
       01  HL-STOPPED.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(15)
               VALUE 'RUN STOPPED AT '.
           05  HL-ST-FILE                   PIC X(8).
           05  FILLER                       PIC X(50)
               VALUE ' - ITS KEPT LINES ARE ON HSKWORK'.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarChk              PIC 9(9).
           05 hVarId               PIC 9(12).
           05 hVarId2              PIC 9(12).
           05 hVarId3              PIC 9(12).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, ROLL THE FILES WHOSE KEEP RULES NEED THE DATABASE
      * AND THOSE THAT GO BY AGE, RELEASE THE CONNECTION, THEN ROLL
      * THE SQL AUDIT LOG ITSELF
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           SET HSK-DB-CONNECTED TO TRUE.
           ACCEPT HSK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO HSK-DATE-TEXT.
           ACCEPT HSK-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_RUN_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-DATE-TEXT IS NUMERIC
             MOVE HSK-DATE-TEXT TO HSK-RUN-DATE
           END-IF.
           COMPUTE HSK-RUN-DAYS =
             FUNCTION INTEGER-OF-DATE(HSK-RUN-DATE).
           MOVE HSK-RUN-DATE TO HSK-DATE-NUM.
           PERFORM FORMAT-DATE.
           PERFORM GET-RETENTION-PARAMETERS.
           MOVE SPACES TO HSK-REPORT-STATUS.
           OPEN OUTPUT HSK-REPORT-FILE.
           IF NOT HSK-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN HSKRPT01, STATUS '
               HSK-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           WRITE HSK-REPORT-LINE FROM HL-RULE.
           WRITE HSK-REPORT-LINE FROM HL-TITLE.
           MOVE HSK-DATE-DISPLAY TO HL-RD-DATE.
           WRITE HSK-REPORT-LINE FROM HL-RUNDATE.
           WRITE HSK-REPORT-LINE FROM HL-RULE.
           WRITE HSK-REPORT-LINE FROM HL-HEADING.
           WRITE HSK-REPORT-LINE FROM HL-RULE.
           PERFORM ROLL-MAINT-JOURNAL.
           PERFORM ROLL-PURGE-LOG.
           PERFORM ROLL-ESCALATIONS.
           PERFORM ROLL-CLOSE-LOG.
           PERFORM ROLL-RUN-CONTROL.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
      *-----------------------------------------------------------------*
           MOVE 'DISCONNECT' TO AUDIT-CONTEXT.
           EXEC SQL
             CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
           MOVE SPACE TO HSK-DB-SW.
           PERFORM ROLL-SQL-AUDIT.
           WRITE HSK-REPORT-LINE FROM HL-RULE.
           MOVE 'TOTAL' TO HL-DT-FILE.
           MOVE ZERO TO HL-DT-DAYS.
           MOVE SPACES TO HL-DT-CUTOFF.
           MOVE HSK-TOT-BEFORE TO HL-DT-BEFORE.
           MOVE HSK-TOT-ROLLED TO HL-DT-ROLLED.
           MOVE HSK-TOT-CURRENT TO HL-DT-CURRENT.
           MOVE HSK-TOT-NEEDED TO HL-DT-NEEDED.
           MOVE HSK-TOT-AFTER TO HL-DT-AFTER.
           MOVE 'BALANCED' TO HL-DT-STATUS.
           WRITE HSK-REPORT-LINE FROM HL-DETAIL.
           MOVE SPACES TO HSK-REPORT-LINE.
           WRITE HSK-REPORT-LINE.
           WRITE HSK-REPORT-LINE FROM HL-NOTE-1.
           WRITE HSK-REPORT-LINE FROM HL-NOTE-2.
           WRITE HSK-REPORT-LINE FROM HL-NOTE-3.
           CLOSE HSK-REPORT-FILE.
           DISPLAY ' HOUSEKEEPING COMPLETE '.
           DISPLAY '  Lines before:         ' HSK-TOT-BEFORE.
           DISPLAY '  Rolled to OPSHIST:    ' HSK-TOT-ROLLED.
           DISPLAY '  Kept, not aged:       ' HSK-TOT-CURRENT.
           DISPLAY '  Kept, still needed:   ' HSK-TOT-NEEDED.
           DISPLAY '  Lines after:          ' HSK-TOT-AFTER.
           DISPLAY '  Report written to HSKRPT01'.
           IF HSK-SKIPPED-COUNT > 0
             DISPLAY ' *** ' HSK-SKIPPED-COUNT
               ' FILE(S) SKIPPED - SEE HSKRPT01 ***'
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK
           .
      *-----------------------------------------------------------------*
      * GET-RETENTION-PARAMETERS - DAYS PER FILE, AND THE DAYS
      * esqlOCBackout AND esqlOCOpsRpt HAVE BEEN POINTED AT.
      *-----------------------------------------------------------------*
       GET-RETENTION-PARAMETERS SECTION.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_SQLAUDIT_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-SQLAUDIT
           END-IF.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_MNTJRNL_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-MNTJRNL
           END-IF.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_CLOSELOG_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-CLOSELOG
           END-IF.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_PURGELOG_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-PURGELOG
           END-IF.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_POINTESC_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-POINTESC
           END-IF.
           MOVE SPACES TO HSK-RET-TEXT.
           ACCEPT HSK-RET-TEXT FROM ENVIRONMENT
             'ESQLOC_HK_RUNCTL_DAYS'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-RET-TEXT NOT = SPACES
             MOVE FUNCTION NUMVAL(HSK-RET-TEXT) TO HSK-RET-RUNCTL
           END-IF.
           MOVE SPACES TO HSK-DATE-TEXT.
           ACCEPT HSK-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_BACKOUT_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-DATE-TEXT IS NUMERIC
             MOVE HSK-DATE-TEXT TO HSK-BACKOUT-DATE
           END-IF.
           MOVE SPACES TO HSK-DATE-TEXT.
           ACCEPT HSK-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_OPS_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF HSK-DATE-TEXT IS NUMERIC
             MOVE HSK-DATE-TEXT TO HSK-OPS-DATE
           END-IF
           .
      *-----------------------------------------------------------------*
      * ONE SECTION PER FILE - NAME THE FILE, SET ITS RETENTION AND
      * PROTECTED DATE, THEN CLASSIFY EVERY LIVE LINE INTO HSKWORK OR
      * HSKROLL AND COMMIT THE PASS.
      *-----------------------------------------------------------------*
       ROLL-MAINT-JOURNAL SECTION.
           MOVE 'MNTJRNL' TO HSK-FILE-NAME.
           MOVE HSK-RET-MNTJRNL TO HSK-RETAIN-DAYS.
           MOVE HSK-BACKOUT-DATE TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO JRNL-STATUS
             OPEN INPUT MAINT-JOURNAL-FILE
             IF NOT JRNL-FILE-OK
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL JRNL-STATUS NOT = '00'
                 READ MAINT-JOURNAL-FILE
                   AT END
                     MOVE '10' TO JRNL-STATUS
                   NOT AT END
                     MOVE JOURNAL-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO JRNL-STATUS
             OPEN OUTPUT MAINT-JOURNAL-FILE
             IF NOT JRNL-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' JRNL-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE JOURNAL-RECORD FROM HSK-WORK-RECORD
                   IF JRNL-FILE-OK
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE MAINT-JOURNAL-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
       ROLL-PURGE-LOG SECTION.
           MOVE 'PURGELOG' TO HSK-FILE-NAME.
           MOVE HSK-RET-PURGELOG TO HSK-RETAIN-DAYS.
           MOVE ZERO TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO PRGL-STATUS
             OPEN INPUT PURGE-LOG-FILE
             IF NOT PRGL-FILE-OK
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL PRGL-STATUS NOT = '00'
                 READ PURGE-LOG-FILE
                   AT END
                     MOVE '10' TO PRGL-STATUS
                   NOT AT END
                     MOVE PURGE-LOG-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE PURGE-LOG-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO PRGL-STATUS
             OPEN OUTPUT PURGE-LOG-FILE
             IF NOT PRGL-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' PRGL-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE PURGE-LOG-RECORD FROM HSK-WORK-RECORD
                   IF PRGL-FILE-OK
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE PURGE-LOG-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
       ROLL-ESCALATIONS SECTION.
           MOVE 'POINTESC' TO HSK-FILE-NAME.
           MOVE HSK-RET-POINTESC TO HSK-RETAIN-DAYS.
           MOVE ZERO TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO ESCALATE-STATUS
             OPEN INPUT ESCALATE-FILE
             IF NOT ESCALATE-FILE-OK
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL ESCALATE-STATUS NOT = '00'
                 READ ESCALATE-FILE
                   AT END
                     MOVE '10' TO ESCALATE-STATUS
                   NOT AT END
                     MOVE ESCALATE-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE ESCALATE-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO ESCALATE-STATUS
             OPEN OUTPUT ESCALATE-FILE
             IF NOT ESCALATE-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' ESCALATE-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE ESCALATE-RECORD FROM HSK-WORK-RECORD
                   IF ESCALATE-FILE-OK
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE ESCALATE-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
       ROLL-CLOSE-LOG SECTION.
           MOVE 'CLOSELOG' TO HSK-FILE-NAME.
           MOVE HSK-RET-CLOSELOG TO HSK-RETAIN-DAYS.
           MOVE ZERO TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO CLOSE-LOG-STATUS
             OPEN INPUT CLOSE-LOG-FILE
             IF NOT CLOSE-LOG-FILE-OK
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL CLOSE-LOG-STATUS NOT = '00'
                 READ CLOSE-LOG-FILE
                   AT END
                     MOVE '10' TO CLOSE-LOG-STATUS
                   NOT AT END
                     MOVE CLOSE-LOG-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE CLOSE-LOG-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO CLOSE-LOG-STATUS
             OPEN OUTPUT CLOSE-LOG-FILE
             IF NOT CLOSE-LOG-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' CLOSE-LOG-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE CLOSE-LOG-RECORD FROM HSK-WORK-RECORD
                   IF CLOSE-LOG-FILE-OK
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE CLOSE-LOG-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
       ROLL-RUN-CONTROL SECTION.
           MOVE 'RUNCTL' TO HSK-FILE-NAME.
           MOVE HSK-RET-RUNCTL TO HSK-RETAIN-DAYS.
           MOVE ZERO TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO RUNC-STATUS
             OPEN INPUT RUN-CONTROL-FILE
             IF RUNC-STATUS NOT = '00'
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL RUNC-STATUS NOT = '00'
                 READ RUN-CONTROL-FILE
                   AT END
                     MOVE '10' TO RUNC-STATUS
                   NOT AT END
                     MOVE RUN-CONTROL-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO RUNC-STATUS
             OPEN OUTPUT RUN-CONTROL-FILE
             IF NOT RUNC-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' RUNC-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE RUN-CONTROL-RECORD FROM HSK-WORK-RECORD
                   IF RUNC-STATUS = '00'
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE RUN-CONTROL-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
       ROLL-SQL-AUDIT SECTION.
           MOVE 'SQLAUDIT' TO HSK-FILE-NAME.
           MOVE HSK-RET-SQLAUDIT TO HSK-RETAIN-DAYS.
           MOVE HSK-OPS-DATE TO HSK-KEEP-DATE.
           PERFORM BEGIN-FILE.
           IF NOT HSK-FILE-SKIPPED
             MOVE SPACES TO AUDIT-STATUS
             OPEN INPUT SQL-AUDIT-FILE
             IF NOT AUDIT-FILE-OK
               SET HSK-FILE-MISSING TO TRUE
             ELSE
               PERFORM UNTIL AUDIT-STATUS NOT = '00'
                 READ SQL-AUDIT-FILE
                   AT END
                     MOVE '10' TO AUDIT-STATUS
                   NOT AT END
                     MOVE AUDIT-RECORD TO HSK-LINE
                     PERFORM CLASSIFY-LINE
                 END-READ
               END-PERFORM
               CLOSE SQL-AUDIT-FILE
             END-IF
             PERFORM END-FIRST-PASS
           END-IF.
           IF HSK-FILE-ROLLED
             PERFORM OPEN-WORK-FOR-REWRITE
             MOVE SPACES TO AUDIT-STATUS
             OPEN OUTPUT SQL-AUDIT-FILE
             IF NOT AUDIT-FILE-OK
               CLOSE HSK-WORK-FILE
               DISPLAY ' ABORTING - CANNOT REWRITE ' HSK-FILE-NAME
                 ', STATUS ' AUDIT-STATUS
               PERFORM STOP-FOR-RESTORE
             END-IF
             PERFORM UNTIL HSK-WORK-STATUS NOT = '00'
               READ HSK-WORK-FILE
                 AT END
                   MOVE '10' TO HSK-WORK-STATUS
                 NOT AT END
                   WRITE AUDIT-RECORD FROM HSK-WORK-RECORD
                   IF AUDIT-FILE-OK
                     ADD 1 TO HSK-AFTER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HSK-WORK-FILE
             CLOSE SQL-AUDIT-FILE
           END-IF.
           PERFORM FINISH-FILE
           .
      *-----------------------------------------------------------------*
      * BEGIN-FILE - CUTOFF FOR THE FILE, COUNTS CLEARED, BOTH WORK
      * FILES OPENED.  EITHER ONE FAILING SKIPS THE FILE.
      *-----------------------------------------------------------------*
       BEGIN-FILE SECTION.
           INITIALIZE HSK-COUNTERS.
           MOVE SPACE TO HSK-FILE-SW.
           IF HSK-RETAIN-DAYS >= HSK-RUN-DAYS
             MOVE ZERO TO HSK-CUTOFF
           ELSE
             COMPUTE HSK-CUTOFF = FUNCTION DATE-OF-INTEGER
               (HSK-RUN-DAYS - HSK-RETAIN-DAYS)
           END-IF.
           MOVE SPACES TO HSK-WORK-STATUS.
           OPEN OUTPUT HSK-WORK-FILE.
           IF NOT HSK-WORK-FILE-OK
             DISPLAY ' CANNOT OPEN HSKWORK, STATUS ' HSK-WORK-STATUS
               ' - ' HSK-FILE-NAME ' LEFT AS IT IS'
             SET HSK-FILE-SKIPPED TO TRUE
           ELSE
             MOVE SPACES TO HSK-ROLL-STATUS
             OPEN OUTPUT HSK-ROLL-FILE
             IF NOT HSK-ROLL-FILE-OK
               DISPLAY ' CANNOT OPEN HSKROLL, STATUS '
                 HSK-ROLL-STATUS ' - ' HSK-FILE-NAME
                 ' LEFT AS IT IS'
               CLOSE HSK-WORK-FILE
               SET HSK-FILE-SKIPPED TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CLASSIFY-LINE - A LINE ON OR AFTER THE CUTOFF (OR ON THE
      * FILE'S PROTECTED DATE, OR WITHOUT A READABLE DATE) IS NOT
      * AGED.  AN AGED LINE STAYS WHEN THE FILE'S READER STILL NEEDS
      * IT, OTHERWISE IT GOES TO HSKROLL.
      *-----------------------------------------------------------------*
       CLASSIFY-LINE SECTION.
           ADD 1 TO HSK-BEFORE.
           SET HSK-LINE-CURRENT TO TRUE.
           IF HSK-LN-DATE IS NUMERIC
             MOVE HSK-LN-DATE TO HSK-LN-DATE-NUM
             IF HSK-LN-DATE-NUM < HSK-CUTOFF
               AND HSK-LN-DATE-NUM NOT = HSK-KEEP-DATE
               SET HSK-LINE-AGED TO TRUE
               EVALUATE HSK-FILE-NAME
                 WHEN 'MNTJRNL'
                   PERFORM CHECK-JOURNAL-NEEDED
                 WHEN 'PURGELOG'
                   PERFORM CHECK-PURGE-NEEDED
                 WHEN 'POINTESC'
                   PERFORM CHECK-ESCALATION-NEEDED
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN HSK-LINE-AGED
               WRITE HSK-ROLL-RECORD FROM HSK-LINE
               ADD 1 TO HSK-ROLLED
             WHEN HSK-LINE-NEEDED
               WRITE HSK-WORK-RECORD FROM HSK-LINE
               ADD 1 TO HSK-KEPT-NEEDED
             WHEN OTHER
               WRITE HSK-WORK-RECORD FROM HSK-LINE
               ADD 1 TO HSK-KEPT-CURRENT
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * CHECK-JOURNAL-NEEDED - esqlOCVerify TRACES A DATABASE ROW TO
      * ITS 'A' LINE FOR AS LONG AS THE ROW EXISTS, AND EXPLAINS A
      * MISSING INPUT ROW BY ITS 'D' LINE FOR AS LONG AS THE ROW IS
      * STILL GONE.  CHANGE LINES AND TEAM LINES IT NEVER READS.
      *-----------------------------------------------------------------*
       CHECK-JOURNAL-NEEDED SECTION.
           MOVE HSK-LINE TO JOURNAL-LINE.
           IF (JRN-LN-ACTION = 'A' OR JRN-LN-ACTION = 'D')
             AND (JRN-LN-TABLE = 'P' OR JRN-LN-TABLE = 'G'
               OR JRN-LN-TABLE = 'T')
             MOVE ZERO TO hVarChk
             MOVE JRN-LN-ID TO hVarId
             EVALUATE JRN-LN-TABLE
               WHEN 'P'
                 MOVE 'HSK-JRNL-PERSON' TO AUDIT-CONTEXT
                 EXEC SQL
                   SELECT COUNT(*) INTO :hVarChk FROM TESTPERSON
                    WHERE ID = :hVarId
                 END-EXEC
                 PERFORM SQLSTATE-CHECK
               WHEN 'G'
                 MOVE 'HSK-JRNL-GAME' TO AUDIT-CONTEXT
                 EXEC SQL
                   SELECT COUNT(*) INTO :hVarChk FROM TESTGAME
                    WHERE ID = :hVarId
                 END-EXEC
                 PERFORM SQLSTATE-CHECK
               WHEN 'T'
                 MOVE JRN-LN-ID2 TO hVarId2
                 MOVE JRN-LN-ID3 TO hVarId3
                 MOVE 'HSK-JRNL-POINTS' TO AUDIT-CONTEXT
                 EXEC SQL
                   SELECT COUNT(*) INTO :hVarChk FROM TESTPOINTS
                    WHERE PERSONID = :hVarId
                      AND GAMEID = :hVarId2
                      AND SESSIONID = :hVarId3
                 END-EXEC
                 PERFORM SQLSTATE-CHECK
             END-EVALUATE
             IF JRN-LN-ACTION = 'A' AND hVarChk > 0
               SET HSK-LINE-NEEDED TO TRUE
             END-IF
             IF JRN-LN-ACTION = 'D' AND hVarChk = 0
               SET HSK-LINE-NEEDED TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-PURGE-NEEDED - A PURGED SESSION NOT SINCE RESTORED BY
      * esqlOCRestore IS STILL esqlOCVerify'S EXPLANATION.
      *-----------------------------------------------------------------*
       CHECK-PURGE-NEEDED SECTION.
           MOVE HSK-LINE TO PURGE-LOG-LINE.
           IF PRG-LN-SESSIONID IS NUMERIC
             MOVE PRG-LN-SESSIONID TO hVarId
             MOVE ZERO TO hVarChk
             MOVE 'HSK-PURGE-SESSION' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT COUNT(*) INTO :hVarChk FROM TESTSESSION
                WHERE ID = :hVarId
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF hVarChk = 0
               SET HSK-LINE-NEEDED TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-ESCALATION-NEEDED - AN ESCALATED SCORE THAT NEVER MADE
      * IT INTO TESTPOINTS IS STILL AN UNRESOLVED REJECT.
      *-----------------------------------------------------------------*
       CHECK-ESCALATION-NEEDED SECTION.
           MOVE HSK-LINE TO REJECT-LINE.
           IF REJ-LN-PERSONID IS NUMERIC AND REJ-LN-GAMEID IS NUMERIC
             AND REJ-LN-SESSIONID IS NUMERIC
             MOVE REJ-LN-PERSONID TO hVarId
             MOVE REJ-LN-GAMEID TO hVarId2
             MOVE REJ-LN-SESSIONID TO hVarId3
             MOVE ZERO TO hVarChk
             MOVE 'HSK-ESCALATION-POINTS' TO AUDIT-CONTEXT
             EXEC SQL
               SELECT COUNT(*) INTO :hVarChk FROM TESTPOINTS
                WHERE PERSONID = :hVarId
                  AND GAMEID = :hVarId2
                  AND SESSIONID = :hVarId3
             END-EXEC
             PERFORM SQLSTATE-CHECK
             IF hVarChk = 0
               SET HSK-LINE-NEEDED TO TRUE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * END-FIRST-PASS - CLOSE THE WORK FILES.  WHEN ANYTHING AGED,
      * APPEND THE GENERATION TO OPSHIST; THE CALLER THEN REWRITES
      * THE LIVE FILE FROM HSKWORK.  NOTHING AGED LEAVES THE LIVE
      * FILE AS IT IS.
      *-----------------------------------------------------------------*
       END-FIRST-PASS SECTION.
           CLOSE HSK-WORK-FILE.
           CLOSE HSK-ROLL-FILE.
           IF HSK-FILE-MISSING OR HSK-ROLLED = 0
             COMPUTE HSK-AFTER = HSK-KEPT-CURRENT + HSK-KEPT-NEEDED
           ELSE
             MOVE SPACES TO HISTORY-STATUS
             OPEN EXTEND HISTORY-FILE
             IF NOT HISTORY-FILE-OK
               MOVE SPACES TO HISTORY-STATUS
               OPEN OUTPUT HISTORY-FILE
             END-IF
             IF NOT HISTORY-FILE-OK
               DISPLAY ' CANNOT OPEN OPSHIST, STATUS ' HISTORY-STATUS
                 ' - ' HSK-FILE-NAME ' LEFT AS IT IS'
               SET HSK-FILE-SKIPPED TO TRUE
             ELSE
               PERFORM WRITE-GENERATION
               CLOSE HISTORY-FILE
               SET HSK-FILE-ROLLED TO TRUE
             END-IF
           END-IF
           .
       WRITE-GENERATION SECTION.
           MOVE HSK-RUN-DATE TO HSK-HDR-RUNDATE.
           MOVE HSK-FILE-NAME TO HSK-HDR-FILE.
           MOVE HSK-CUTOFF TO HSK-HDR-CUTOFF.
           MOVE HSK-RETAIN-DAYS TO HSK-HDR-RETAIN.
           WRITE HISTORY-RECORD FROM HSK-HDR-LINE.
           MOVE SPACES TO HSK-ROLL-STATUS.
           OPEN INPUT HSK-ROLL-FILE.
           PERFORM UNTIL HSK-ROLL-STATUS NOT = '00'
             READ HSK-ROLL-FILE
               AT END
                 MOVE '10' TO HSK-ROLL-STATUS
               NOT AT END
                 WRITE HISTORY-RECORD FROM HSK-ROLL-RECORD
                 ADD 1 TO HSK-HISTORY-WRITTEN
             END-READ
           END-PERFORM.
           CLOSE HSK-ROLL-FILE.
           MOVE HSK-RUN-DATE TO HSK-TRL-RUNDATE.
           MOVE HSK-FILE-NAME TO HSK-TRL-FILE.
           MOVE HSK-HISTORY-WRITTEN TO HSK-TRL-COUNT.
           WRITE HISTORY-RECORD FROM HSK-TRL-LINE
           .
      *-----------------------------------------------------------------*
      * OPEN-WORK-FOR-REWRITE - HSKWORK IS OPENED BEFORE THE LIVE FILE
      * IS TRUNCATED.  FAILING HERE THE LIVE FILE IS STILL WHOLE, BUT
      * ITS GENERATION IS ALREADY ON OPSHIST.
      *-----------------------------------------------------------------*
       OPEN-WORK-FOR-REWRITE SECTION.
           MOVE SPACES TO HSK-WORK-STATUS.
           OPEN INPUT HSK-WORK-FILE.
           IF NOT HSK-WORK-FILE-OK
             DISPLAY ' ABORTING - CANNOT REOPEN HSKWORK, STATUS '
               HSK-WORK-STATUS
             DISPLAY '  ' HSK-FILE-NAME ' IS UNCHANGED BUT ITS '
               'GENERATION OF ' HSK-RUN-DATE ' IS ON OPSHIST - '
               'REMOVE IT BEFORE RERUNNING'
             PERFORM STOP-HOUSEKEEPING
           END-IF
           .
      *-----------------------------------------------------------------*
      * STOP-HOUSEKEEPING - A FILE THAT COULD NOT BE REWRITTEN, OR DID
      * NOT BALANCE, STOPS THE RUN THERE, SO THE NEXT FILE CANNOT
      * OVERWRITE HSKWORK - IT STILL HOLDS THIS FILE'S KEPT LINES.
      *-----------------------------------------------------------------*
       STOP-FOR-RESTORE SECTION.
           DISPLAY '  ' HSK-FILE-NAME ' KEPT LINES ARE ON HSKWORK, '
             'ROLLED LINES ON OPSHIST - RESTORE ' HSK-FILE-NAME
             ' FROM HSKWORK'.
           PERFORM STOP-HOUSEKEEPING
           .
       STOP-HOUSEKEEPING SECTION.
           MOVE HSK-FILE-NAME TO HL-ST-FILE.
           WRITE HSK-REPORT-LINE FROM HL-STOPPED.
           CLOSE HSK-REPORT-FILE.
           IF HSK-DB-CONNECTED
             MOVE 'DISCONNECT' TO AUDIT-CONTEXT
             EXEC SQL
               CONNECT RESET
             END-EXEC
             PERFORM SQLSTATE-CHECK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GOBACK
           .
      *-----------------------------------------------------------------*
      * FINISH-FILE - PROVE THE FILE BALANCES AND REPORT IT.
      * BEFORE = ROLLED + AFTER, THE KEPT LINES ARE THE LINES NOW IN
      * THE LIVE FILE, AND EVERY ROLLED LINE REACHED OPSHIST.
      *-----------------------------------------------------------------*
       FINISH-FILE SECTION.
           MOVE HSK-FILE-NAME TO HL-DT-FILE.
           MOVE HSK-RETAIN-DAYS TO HL-DT-DAYS.
           IF HSK-CUTOFF = ZERO
             MOVE SPACES TO HL-DT-CUTOFF
           ELSE
             MOVE HSK-CUTOFF TO HSK-DATE-NUM
             PERFORM FORMAT-DATE
             MOVE HSK-DATE-DISPLAY TO HL-DT-CUTOFF
           END-IF.
           EVALUATE TRUE
             WHEN HSK-FILE-SKIPPED
               ADD 1 TO HSK-SKIPPED-COUNT
               MOVE 'SKIPPED' TO HL-DT-STATUS
               MOVE HSK-BEFORE TO HSK-AFTER
               MOVE ZERO TO HSK-ROLLED
             WHEN HSK-FILE-MISSING
               MOVE 'NOT PRESENT' TO HL-DT-STATUS
             WHEN HSK-BEFORE NOT = HSK-ROLLED + HSK-AFTER
               MOVE 'OUT OF BALANCE' TO HL-DT-STATUS
             WHEN HSK-AFTER NOT = HSK-KEPT-CURRENT + HSK-KEPT-NEEDED
               MOVE 'OUT OF BALANCE' TO HL-DT-STATUS
             WHEN HSK-FILE-ROLLED
               AND HSK-HISTORY-WRITTEN NOT = HSK-ROLLED
               MOVE 'OUT OF BALANCE' TO HL-DT-STATUS
             WHEN OTHER
               MOVE 'BALANCED' TO HL-DT-STATUS
           END-EVALUATE.
           IF HSK-FILE-SKIPPED
             MOVE ZERO TO HSK-KEPT-CURRENT HSK-KEPT-NEEDED
             MOVE HSK-BEFORE TO HSK-KEPT-CURRENT
           END-IF.
           MOVE HSK-BEFORE TO HL-DT-BEFORE.
           MOVE HSK-ROLLED TO HL-DT-ROLLED.
           MOVE HSK-KEPT-CURRENT TO HL-DT-CURRENT.
           MOVE HSK-KEPT-NEEDED TO HL-DT-NEEDED.
           MOVE HSK-AFTER TO HL-DT-AFTER.
           WRITE HSK-REPORT-LINE FROM HL-DETAIL.
           ADD HSK-BEFORE TO HSK-TOT-BEFORE.
           ADD HSK-ROLLED TO HSK-TOT-ROLLED.
           ADD HSK-KEPT-CURRENT TO HSK-TOT-CURRENT.
           ADD HSK-KEPT-NEEDED TO HSK-TOT-NEEDED.
           ADD HSK-AFTER TO HSK-TOT-AFTER.
           DISPLAY ' ' HSK-FILE-NAME ' BEFORE ' HSK-BEFORE
             ' ROLLED ' HSK-ROLLED ' AFTER ' HSK-AFTER
             ' ' HL-DT-STATUS.
           IF HL-DT-STATUS = 'OUT OF BALANCE'
             DISPLAY ' *** ' HSK-FILE-NAME ' OUT OF BALANCE ***'
             PERFORM STOP-FOR-RESTORE
           END-IF
           .
       FORMAT-DATE SECTION.
           MOVE SPACES TO HSK-DATE-DISPLAY.
           STRING HSK-DT-YYYY '-' HSK-DT-MM '-' HSK-DT-DD
             INTO HSK-DATE-DISPLAY
           .
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
           COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
           COPY SQLCHECK.
