       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCAccess.
      *-----------------------------------------------------------------*
      * Operator access report for the auditors - who changed what
      * over a date range.  Reads the three operator-stamped logs and
      * prints, for the lines dated ESQLOC_ACC_FROM through
      * ESQLOC_ACC_THRU (YYYYMMDD, both inclusive; default the first
      * of the run month through the run date):
      *   - every authority check on ACCESSLOG (see OPAUPRC) - each
      *     data-changing run asked for, granted or refused,
      *   - the refused attempts again on their own, with the reason,
      *   - every MNTJRNL change with its operator, table, action and
      *     key (esqlOCMaint, esqlOCEntry, esqlOCMerge, esqlOCSync,
      *     esqlOCReview),
      *   - every CLOSELOG close-out and reopen with its operator,
      *   - a per-operator summary of runs granted, attempts refused,
      *     rows changed and sessions closed or reopened.
      * Journal and close-log lines written before operators were
      * identified show the operator as UNKNOWN.  A range esqlOCHouse
      * has already rolled off MNTJRNL or CLOSELOG is in OPSHIST, not
      * here; ACCESSLOG is never rolled.  Writes ACCRPT01; ends with
      * RETURN-CODE 8 when the range is given backwards.  Needs no
      * database connection - the logs are the whole input, the same
      * as esqlOCOpsRpt.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCLSEL.
           COPY JRNLSEL.
           SELECT CLOSE-LOG-FILE ASSIGN TO 'CLOSELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-LOG-STATUS.
           SELECT ACC-REPORT-FILE ASSIGN TO 'ACCRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACC-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY ACCLFD.
           COPY JRNLFD.
       FD  CLOSE-LOG-FILE.
       01  CLOSE-LOG-RECORD                PIC X(80).
       FD  ACC-REPORT-FILE.
       01  ACC-REPORT-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
           COPY ACCLWS.
           COPY JRNLWS.
       01  CLOSE-LOG-STATUS                PIC XX      VALUE SPACES.
           88  CLOSE-LOG-FILE-OK                       VALUE '00'.
           88  CLOSE-LOG-FILE-EOF                      VALUE '10'.
       01  ACC-REPORT-STATUS               PIC XX      VALUE SPACES.
           88  ACC-REPORT-FILE-OK                      VALUE '00'.
      *-----------------------------------------------------------------*
      * esqlOCClose'S CLOSELOG LINE, READ BACK.
      *-----------------------------------------------------------------*
       01  ACC-CLOSE-LINE.
           05  ACC-CLG-DATE                 PIC 9(8).
           05  FILLER                       PIC X.
           05  ACC-CLG-TIME                 PIC 9(8).
           05  FILLER                       PIC X.
           05  ACC-CLG-ACTION               PIC X(6).
           05  FILLER                       PIC X.
           05  ACC-CLG-SESSIONID            PIC 9(12).
           05  FILLER                       PIC X.
           05  ACC-CLG-BEGIN                PIC X(10).
           05  FILLER                       PIC X.
           05  ACC-CLG-END                  PIC X(10).
           05  FILLER                       PIC X.
           05  ACC-CLG-OPERATOR             PIC X(8).
           05  FILLER                       PIC X(12).
       01  ACC-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  ACC-DATE-GRP REDEFINES ACC-DATE-NUM.
           05  ACC-DT-YYYY                  PIC 9(4).
           05  ACC-DT-MM                    PIC 9(2).
           05  ACC-DT-DD                    PIC 9(2).
       01  ACC-FROM-DATE                   PIC 9(8)    VALUE ZERO.
       01  ACC-THRU-DATE                   PIC 9(8)    VALUE ZERO.
       01  ACC-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  ACC-OPERATOR                    PIC X(8)    VALUE SPACES.
       01  ACC-COUNTERS.
           05  ACC-ACCESS-READ              PIC 9(9)    VALUE ZERO.
           05  ACC-JOURNAL-READ             PIC 9(9)    VALUE ZERO.
           05  ACC-CLOSE-READ               PIC 9(9)    VALUE ZERO.
           05  ACC-GRANTED-COUNT            PIC 9(6)    VALUE ZERO.
           05  ACC-REFUSED-COUNT            PIC 9(6)    VALUE ZERO.
           05  ACC-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
           05  ACC-CLOSE-COUNT              PIC 9(6)    VALUE ZERO.
       01  ACC-MIN-IDX                     PIC 9(3)    VALUE ZERO.
       01  ACC-PRINTED                     PIC 9(3)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * PER-OPERATOR ACCUMULATORS, BUILT THE SAME WAY esqlOCOpsRpt
      * BUILDS ITS PER-CONTEXT TABLE AND PRINTED IN OPERATOR ORDER.
      *-----------------------------------------------------------------*
       01  ACC-OPR-COUNT                   PIC 9(3)    VALUE ZERO.
       01  ACC-OPR-TABLE.
           05  ACC-OPR-ENTRY OCCURS 200 TIMES INDEXED BY ACC-OPR-IDX.
               10  ACC-OPR-ID               PIC X(8).
               10  ACC-OPR-GRANTED          PIC 9(6).
               10  ACC-OPR-REFUSED          PIC 9(6).
               10  ACC-OPR-CHANGES          PIC 9(6).
               10  ACC-OPR-CLOSES           PIC 9(6).
               10  ACC-OPR-PRINTED          PIC X.
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  XL-RULE                         PIC X(100)  VALUE ALL '-'.
       01  XL-TITLE.
           05  FILLER                       PIC X(30)   VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'OPERATOR ACCESS REPORT'.
       01  XL-RANGE.
           05  FILLER              PIC X(14)   VALUE 'RANGE:        '.
           05  XL-RG-FROM                   PIC 9(8).
           05  FILLER                       PIC X(6)    VALUE ' THRU '.
           05  XL-RG-THRU                   PIC 9(8).
       01  XL-SECTION-ACCESS               PIC X(40)
           VALUE 'RUNS REQUESTED (ACCESSLOG)'.
       01  XL-SECTION-REFUSED              PIC X(40)
           VALUE 'REFUSED ATTEMPTS'.
       01  XL-SECTION-CHANGES              PIC X(40)
           VALUE 'DATA CHANGES (MNTJRNL)'.
       01  XL-SECTION-CLOSES               PIC X(40)
           VALUE 'CLOSE-OUTS AND REOPENS (CLOSELOG)'.
       01  XL-SECTION-OPERATORS            PIC X(40)
           VALUE 'SUMMARY BY OPERATOR'.
       01  XL-ACCESS-HDR.
           05  FILLER              PIC X(9)    VALUE 'DATE'.
           05  FILLER              PIC X(9)    VALUE 'TIME'.
           05  FILLER              PIC X(9)    VALUE 'OPERATOR'.
           05  FILLER              PIC X(17)   VALUE 'PROGRAM'.
           05  FILLER              PIC X(9)    VALUE 'ACTION'.
           05  FILLER              PIC X(9)    VALUE 'OUTCOME'.
           05  FILLER              PIC X(30)   VALUE 'REASON'.
       01  XL-ACCESS-DET.
           05  XL-AD-DATE                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-TIME                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-OPERATOR               PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-PROGRAM                PIC X(16).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-ACTION                 PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-OUTCOME                PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-AD-REASON                 PIC X(30).
       01  XL-CHANGE-HDR.
           05  FILLER              PIC X(9)    VALUE 'DATE'.
           05  FILLER              PIC X(9)    VALUE 'TIME'.
           05  FILLER              PIC X(9)    VALUE 'OPERATOR'.
           05  FILLER              PIC X(11)   VALUE 'TABLE'.
           05  FILLER              PIC X(7)    VALUE 'ACTION'.
           05  FILLER              PIC X(39)
               VALUE 'KEY'.
       01  XL-CHANGE-DET.
           05  XL-CD-DATE                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-TIME                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-OPERATOR               PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-TABLE                  PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-ACTION                 PIC X(6).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-ID                     PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-ID2                    PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-CD-ID3                    PIC 9(12).
       01  XL-CLOSE-HDR.
           05  FILLER              PIC X(9)    VALUE 'DATE'.
           05  FILLER              PIC X(9)    VALUE 'TIME'.
           05  FILLER              PIC X(9)    VALUE 'OPERATOR'.
           05  FILLER              PIC X(7)    VALUE 'ACTION'.
           05  FILLER              PIC X(13)   VALUE 'SESSIONID'.
           05  FILLER              PIC X(22)   VALUE 'PERIOD'.
       01  XL-CLOSE-DET.
           05  XL-LD-DATE                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-LD-TIME                   PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-LD-OPERATOR               PIC X(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-LD-ACTION                 PIC X(6).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-LD-SESSIONID              PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  XL-LD-BEGIN                  PIC X(10).
           05  FILLER                       PIC X(6)    VALUE ' THRU '.
           05  XL-LD-END                    PIC X(10).
       01  XL-OPERATOR-HDR.
           05  FILLER              PIC X(10)   VALUE 'OPERATOR'.
           05  FILLER              PIC X(9)    VALUE '  GRANTED'.
           05  FILLER              PIC X(9)    VALUE '  REFUSED'.
           05  FILLER              PIC X(9)    VALUE '  CHANGES'.
           05  FILLER              PIC X(9)    VALUE '   CLOSES'.
       01  XL-OPERATOR-DET.
           05  XL-OD-ID                     PIC X(8).
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-OD-GRANTED                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-OD-REFUSED                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-OD-CHANGES                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-OD-CLOSES                 PIC ZZZ,ZZ9.
       01  XL-TOTALS.
           05  FILLER              PIC X(10)   VALUE 'TOTAL'.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-TO-GRANTED                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-TO-REFUSED                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-TO-CHANGES                PIC ZZZ,ZZ9.
           05  FILLER                       PIC XX      VALUE SPACES.
           05  XL-TO-CLOSES                 PIC ZZZ,ZZ9.
       01  XL-NONE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'None in this range.'.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * RESOLVE THE DATE RANGE, THEN PRINT EACH LOG'S LINES FOR IT AND
      * THE PER-OPERATOR SUMMARY
      *-----------------------------------------------------------------*
           PERFORM GET-ACCESS-RANGE.
           IF ACC-FROM-DATE > ACC-THRU-DATE
             DISPLAY ' REFUSED - RANGE ' ACC-FROM-DATE ' THRU '
               ACC-THRU-DATE ' RUNS BACKWARDS'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO ACC-REPORT-STATUS.
           OPEN OUTPUT ACC-REPORT-FILE.
           IF NOT ACC-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN ACCRPT01, STATUS '
               ACC-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           WRITE ACC-REPORT-LINE FROM XL-TITLE.
           MOVE ACC-FROM-DATE TO XL-RG-FROM.
           MOVE ACC-THRU-DATE TO XL-RG-THRU.
           WRITE ACC-REPORT-LINE FROM XL-RANGE.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           PERFORM PRINT-ACCESS-LOG.
           PERFORM PRINT-REFUSED-ATTEMPTS.
           PERFORM PRINT-JOURNAL-CHANGES.
           PERFORM PRINT-CLOSE-LOG.
           PERFORM PRINT-OPERATOR-SUMMARY.
           CLOSE ACC-REPORT-FILE.
           DISPLAY ' OPERATOR ACCESS REPORT COMPLETE '.
           DISPLAY '  Range:                ' ACC-FROM-DATE ' THRU '
             ACC-THRU-DATE.
           DISPLAY '  Runs granted:         ' ACC-GRANTED-COUNT.
           DISPLAY '  Attempts refused:     ' ACC-REFUSED-COUNT.
           DISPLAY '  Rows changed:         ' ACC-CHANGE-COUNT.
           DISPLAY '  Sessions closed/reop: ' ACC-CLOSE-COUNT.
           DISPLAY '  Operators:            ' ACC-OPR-COUNT.
           DISPLAY '  Report written to ACCRPT01'.
           STOP RUN
           .
      *-----------------------------------------------------------------*
      * GET-ACCESS-RANGE - FROM AND THRU DATES, OVERRIDABLE PER RUN THE
      * SAME WAY esqlOCOpsRpt'S SUMMARY DATE IS.
      *-----------------------------------------------------------------*
       GET-ACCESS-RANGE SECTION.
           ACCEPT ACC-DATE-NUM FROM DATE YYYYMMDD.
           MOVE ACC-DATE-NUM TO ACC-THRU-DATE.
           MOVE 1 TO ACC-DT-DD.
           MOVE ACC-DATE-NUM TO ACC-FROM-DATE.
           MOVE SPACES TO ACC-DATE-TEXT.
           ACCEPT ACC-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_ACC_FROM'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF ACC-DATE-TEXT IS NUMERIC
             MOVE ACC-DATE-TEXT TO ACC-FROM-DATE
           END-IF.
           MOVE SPACES TO ACC-DATE-TEXT.
           ACCEPT ACC-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_ACC_THRU'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF ACC-DATE-TEXT IS NUMERIC
             MOVE ACC-DATE-TEXT TO ACC-THRU-DATE
           END-IF
           .
      *-----------------------------------------------------------------*
      * PRINT-ACCESS-LOG - EVERY AUTHORITY CHECK IN THE RANGE, GRANTED
      * OR REFUSED, COUNTED AGAINST ITS OPERATOR.
      *-----------------------------------------------------------------*
       PRINT-ACCESS-LOG SECTION.
           MOVE SPACES TO ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE FROM XL-SECTION-ACCESS.
           WRITE ACC-REPORT-LINE FROM XL-ACCESS-HDR.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           MOVE SPACES TO ACCL-STATUS.
           OPEN INPUT ACCESS-LOG-FILE.
           IF NOT ACCL-FILE-OK
             DISPLAY ' ACCESSLOG not found, no runs to list'
           ELSE
             PERFORM UNTIL NOT ACCL-FILE-OK
               READ ACCESS-LOG-FILE INTO ACCESS-LOG-LINE
                 AT END
                   SET ACCL-FILE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO ACC-ACCESS-READ
                   IF ACL-LN-DATE IS NUMERIC
                     AND ACL-LN-DATE >= ACC-FROM-DATE
                     AND ACL-LN-DATE <= ACC-THRU-DATE
                     PERFORM WRITE-ACCESS-DETAIL
                     MOVE ACL-LN-OPERATOR TO ACC-OPERATOR
                     PERFORM FIND-OPERATOR
                     IF ACL-LN-GRANTED
                       ADD 1 TO ACC-GRANTED-COUNT
                       IF ACC-OPR-IDX <= ACC-OPR-COUNT
                         ADD 1 TO ACC-OPR-GRANTED(ACC-OPR-IDX)
                       END-IF
                     ELSE
                       ADD 1 TO ACC-REFUSED-COUNT
                       IF ACC-OPR-IDX <= ACC-OPR-COUNT
                         ADD 1 TO ACC-OPR-REFUSED(ACC-OPR-IDX)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCESS-LOG-FILE
           END-IF.
           IF ACC-GRANTED-COUNT + ACC-REFUSED-COUNT = 0
             WRITE ACC-REPORT-LINE FROM XL-NONE
           END-IF
           .
      *-----------------------------------------------------------------*
      * PRINT-REFUSED-ATTEMPTS - A SECOND PASS OVER ACCESSLOG FOR THE
      * REFUSED LINES ALONE, SO THE AUDITORS NEED NOT HUNT FOR THEM.
      *-----------------------------------------------------------------*
       PRINT-REFUSED-ATTEMPTS SECTION.
           MOVE SPACES TO ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE FROM XL-SECTION-REFUSED.
           WRITE ACC-REPORT-LINE FROM XL-ACCESS-HDR.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           IF ACC-REFUSED-COUNT = 0
             WRITE ACC-REPORT-LINE FROM XL-NONE
           ELSE
             MOVE SPACES TO ACCL-STATUS
             OPEN INPUT ACCESS-LOG-FILE
             PERFORM UNTIL NOT ACCL-FILE-OK
               READ ACCESS-LOG-FILE INTO ACCESS-LOG-LINE
                 AT END
                   SET ACCL-FILE-EOF TO TRUE
                 NOT AT END
                   IF ACL-LN-DATE IS NUMERIC
                     AND ACL-LN-DATE >= ACC-FROM-DATE
                     AND ACL-LN-DATE <= ACC-THRU-DATE
                     AND ACL-LN-REFUSED
                     PERFORM WRITE-ACCESS-DETAIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCESS-LOG-FILE
           END-IF
           .
       WRITE-ACCESS-DETAIL SECTION.
           MOVE ACL-LN-DATE TO XL-AD-DATE.
           MOVE ACL-LN-TIME TO XL-AD-TIME.
           MOVE ACL-LN-OPERATOR TO XL-AD-OPERATOR.
           MOVE ACL-LN-PROGRAM TO XL-AD-PROGRAM.
           MOVE ACL-LN-ACTION TO XL-AD-ACTION.
           MOVE ACL-LN-OUTCOME TO XL-AD-OUTCOME.
           MOVE ACL-LN-REASON TO XL-AD-REASON.
           WRITE ACC-REPORT-LINE FROM XL-ACCESS-DET
           .
      *-----------------------------------------------------------------*
      * PRINT-JOURNAL-CHANGES - EVERY MNTJRNL LINE IN THE RANGE, WITH
      * THE TABLE AND ACTION CODES SPELLED OUT AND THE KEY AS
      * JOURNALED (ID, ID2, ID3 - ZERO WHERE THE TABLE HAS NO SUCH
      * KEY PART).
      *-----------------------------------------------------------------*
       PRINT-JOURNAL-CHANGES SECTION.
           MOVE SPACES TO ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE FROM XL-SECTION-CHANGES.
           WRITE ACC-REPORT-LINE FROM XL-CHANGE-HDR.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           MOVE SPACES TO JRNL-STATUS.
           OPEN INPUT MAINT-JOURNAL-FILE.
           IF NOT JRNL-FILE-OK
             DISPLAY ' MNTJRNL not found, no changes to list'
           ELSE
             PERFORM UNTIL NOT JRNL-FILE-OK
               READ MAINT-JOURNAL-FILE INTO JOURNAL-LINE
                 AT END
                   MOVE '10' TO JRNL-STATUS
                 NOT AT END
                   ADD 1 TO ACC-JOURNAL-READ
                   IF JRN-LN-DATE IS NUMERIC
                     AND JRN-LN-DATE >= ACC-FROM-DATE
                     AND JRN-LN-DATE <= ACC-THRU-DATE
                     PERFORM WRITE-CHANGE-DETAIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MAINT-JOURNAL-FILE
           END-IF.
           IF ACC-CHANGE-COUNT = 0
             WRITE ACC-REPORT-LINE FROM XL-NONE
           END-IF
           .
       WRITE-CHANGE-DETAIL SECTION.
           ADD 1 TO ACC-CHANGE-COUNT.
           MOVE JRN-LN-OPERATOR TO ACC-OPERATOR.
           IF ACC-OPERATOR = SPACES
             MOVE 'UNKNOWN' TO ACC-OPERATOR
           END-IF.
           PERFORM FIND-OPERATOR.
           IF ACC-OPR-IDX <= ACC-OPR-COUNT
             ADD 1 TO ACC-OPR-CHANGES(ACC-OPR-IDX)
           END-IF.
           MOVE JRN-LN-DATE TO XL-CD-DATE.
           MOVE JRN-LN-TIME TO XL-CD-TIME.
           MOVE ACC-OPERATOR TO XL-CD-OPERATOR.
           EVALUATE JRN-LN-TABLE
             WHEN 'P'
               MOVE 'PERSON' TO XL-CD-TABLE
             WHEN 'G'
               MOVE 'GAME' TO XL-CD-TABLE
             WHEN 'T'
               MOVE 'POINTS' TO XL-CD-TABLE
             WHEN 'M'
               MOVE 'TEAM' TO XL-CD-TABLE
             WHEN OTHER
               MOVE JRN-LN-TABLE TO XL-CD-TABLE
           END-EVALUATE.
           EVALUATE JRN-LN-ACTION
             WHEN 'A'
               MOVE 'ADD' TO XL-CD-ACTION
             WHEN 'C'
               MOVE 'CHANGE' TO XL-CD-ACTION
             WHEN 'D'
               MOVE 'DELETE' TO XL-CD-ACTION
             WHEN OTHER
               MOVE JRN-LN-ACTION TO XL-CD-ACTION
           END-EVALUATE.
           MOVE JRN-LN-ID TO XL-CD-ID.
           MOVE JRN-LN-ID2 TO XL-CD-ID2.
           MOVE JRN-LN-ID3 TO XL-CD-ID3.
           WRITE ACC-REPORT-LINE FROM XL-CHANGE-DET
           .
      *-----------------------------------------------------------------*
      * PRINT-CLOSE-LOG - EVERY SESSION CLOSED OR REOPENED IN THE
      * RANGE, WITH THE PERIOD IT WAS CLOSED OR REOPENED UNDER.
      *-----------------------------------------------------------------*
       PRINT-CLOSE-LOG SECTION.
           MOVE SPACES TO ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE FROM XL-SECTION-CLOSES.
           WRITE ACC-REPORT-LINE FROM XL-CLOSE-HDR.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           MOVE SPACES TO CLOSE-LOG-STATUS.
           OPEN INPUT CLOSE-LOG-FILE.
           IF NOT CLOSE-LOG-FILE-OK
             DISPLAY ' CLOSELOG not found, no close-outs to list'
           ELSE
             PERFORM UNTIL NOT CLOSE-LOG-FILE-OK
               READ CLOSE-LOG-FILE INTO ACC-CLOSE-LINE
                 AT END
                   SET CLOSE-LOG-FILE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO ACC-CLOSE-READ
                   IF ACC-CLG-DATE IS NUMERIC
                     AND ACC-CLG-DATE >= ACC-FROM-DATE
                     AND ACC-CLG-DATE <= ACC-THRU-DATE
                     PERFORM WRITE-CLOSE-DETAIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLOSE-LOG-FILE
           END-IF.
           IF ACC-CLOSE-COUNT = 0
             WRITE ACC-REPORT-LINE FROM XL-NONE
           END-IF
           .
       WRITE-CLOSE-DETAIL SECTION.
           ADD 1 TO ACC-CLOSE-COUNT.
           MOVE ACC-CLG-OPERATOR TO ACC-OPERATOR.
           IF ACC-OPERATOR = SPACES
             MOVE 'UNKNOWN' TO ACC-OPERATOR
           END-IF.
           PERFORM FIND-OPERATOR.
           IF ACC-OPR-IDX <= ACC-OPR-COUNT
             ADD 1 TO ACC-OPR-CLOSES(ACC-OPR-IDX)
           END-IF.
           MOVE ACC-CLG-DATE TO XL-LD-DATE.
           MOVE ACC-CLG-TIME TO XL-LD-TIME.
           MOVE ACC-OPERATOR TO XL-LD-OPERATOR.
           MOVE ACC-CLG-ACTION TO XL-LD-ACTION.
           MOVE ACC-CLG-SESSIONID TO XL-LD-SESSIONID.
           MOVE ACC-CLG-BEGIN TO XL-LD-BEGIN.
           MOVE ACC-CLG-END TO XL-LD-END.
           WRITE ACC-REPORT-LINE FROM XL-CLOSE-DET
           .
      *-----------------------------------------------------------------*
      * FIND-OPERATOR - POINT ACC-OPR-IDX AT ACC-OPERATOR'S ENTRY,
      * ADDING IT ON FIRST SIGHT.  A FULL TABLE LEAVES THE INDEX PAST
      * THE COUNT AND THE LINE OUT OF THE SUMMARY ONLY.
      *-----------------------------------------------------------------*
       FIND-OPERATOR SECTION.
           SET ACC-OPR-IDX TO 1.
           PERFORM UNTIL ACC-OPR-IDX > ACC-OPR-COUNT
               OR ACC-OPR-ID(ACC-OPR-IDX) = ACC-OPERATOR
             SET ACC-OPR-IDX UP BY 1
           END-PERFORM.
           IF ACC-OPR-IDX > ACC-OPR-COUNT
             IF ACC-OPR-COUNT >= 200
               DISPLAY ' WARNING - OPERATOR TABLE FULL, '
                 ACC-OPERATOR ' LEFT OUT OF THE SUMMARY'
             ELSE
               ADD 1 TO ACC-OPR-COUNT
               SET ACC-OPR-IDX TO ACC-OPR-COUNT
               MOVE ACC-OPERATOR TO ACC-OPR-ID(ACC-OPR-IDX)
               MOVE ZERO TO ACC-OPR-GRANTED(ACC-OPR-IDX)
               MOVE ZERO TO ACC-OPR-REFUSED(ACC-OPR-IDX)
               MOVE ZERO TO ACC-OPR-CHANGES(ACC-OPR-IDX)
               MOVE ZERO TO ACC-OPR-CLOSES(ACC-OPR-IDX)
               MOVE SPACE TO ACC-OPR-PRINTED(ACC-OPR-IDX)
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * PRINT-OPERATOR-SUMMARY - ONE LINE PER OPERATOR IN OPERATOR
      * ORDER (LOWEST UNPRINTED FIRST, AS esqlOCOpsRpt PICKS ITS TOP
      * OFFENDERS), THEN THE RANGE TOTALS.
      *-----------------------------------------------------------------*
       PRINT-OPERATOR-SUMMARY SECTION.
           MOVE SPACES TO ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE.
           WRITE ACC-REPORT-LINE FROM XL-SECTION-OPERATORS.
           WRITE ACC-REPORT-LINE FROM XL-OPERATOR-HDR.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           IF ACC-OPR-COUNT = 0
             WRITE ACC-REPORT-LINE FROM XL-NONE
           END-IF.
           MOVE 0 TO ACC-PRINTED.
           PERFORM UNTIL ACC-PRINTED >= ACC-OPR-COUNT
             MOVE 0 TO ACC-MIN-IDX
             PERFORM VARYING ACC-OPR-IDX FROM 1 BY 1
                       UNTIL ACC-OPR-IDX > ACC-OPR-COUNT
               IF ACC-OPR-PRINTED(ACC-OPR-IDX) = SPACE
                 IF ACC-MIN-IDX = 0
                   SET ACC-MIN-IDX TO ACC-OPR-IDX
                 ELSE
                   IF ACC-OPR-ID(ACC-OPR-IDX) < ACC-OPR-ID(ACC-MIN-IDX)
                     SET ACC-MIN-IDX TO ACC-OPR-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             SET ACC-OPR-IDX TO ACC-MIN-IDX
             MOVE ACC-OPR-ID(ACC-OPR-IDX) TO XL-OD-ID
             MOVE ACC-OPR-GRANTED(ACC-OPR-IDX) TO XL-OD-GRANTED
             MOVE ACC-OPR-REFUSED(ACC-OPR-IDX) TO XL-OD-REFUSED
             MOVE ACC-OPR-CHANGES(ACC-OPR-IDX) TO XL-OD-CHANGES
             MOVE ACC-OPR-CLOSES(ACC-OPR-IDX) TO XL-OD-CLOSES
             WRITE ACC-REPORT-LINE FROM XL-OPERATOR-DET
             MOVE 'Y' TO ACC-OPR-PRINTED(ACC-OPR-IDX)
             ADD 1 TO ACC-PRINTED
           END-PERFORM.
           WRITE ACC-REPORT-LINE FROM XL-RULE.
           MOVE ACC-GRANTED-COUNT TO XL-TO-GRANTED.
           MOVE ACC-REFUSED-COUNT TO XL-TO-REFUSED.
           MOVE ACC-CHANGE-COUNT TO XL-TO-CHANGES.
           MOVE ACC-CLOSE-COUNT TO XL-TO-CLOSES.
           WRITE ACC-REPORT-LINE FROM XL-TOTALS
           .
