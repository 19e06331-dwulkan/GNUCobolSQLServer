       IDENTIFICATION DIVISION.
       PROGRAM-ID. esqlOCSeason.
      *-----------------------------------------------------------------*
      * Season standings and season champion.  A season is a season
      * ID and the closed periods in it, one SEASONDEF line per
      * period:
      *   columns  1-10  season ID
      *   columns 12-21  period begin (YYYY-MM-DD)
      *   columns 23-32  period end   (YYYY-MM-DD, exclusive)
      * exactly as each period was closed out by esqlOCClose (lines
      * starting '*' are comments).  The season to run comes from
      * RPTCONFIG SEASON (or ESQLOC_RPT_SEASON) and is required.
      * The standings are built only from the certified snapshots
      * esqlOCClose appends to CERTHIST - never from live TESTPOINTS
      * or TESTSUMMARY - so a later correction cannot move a
      * certified season.  For each period the last generation in
      * CERTHIST stands (a reopened period is certified again when it
      * is closed again).  The run is refused (RC 8, nothing written)
      * when any period of the season is not closed - no certified
      * snapshot, or a session in it reopened - or the definition is
      * bad (a period twice, overlapping, or empty); a snapshot that
      * does not balance to its own trailer, or season totals that do
      * not tie back to the period trailers, abort with RC 16.
      * Otherwise it writes:
      *   - SEACERT01, the certified season snapshot: HDR (run date,
      *     season, period count), one PRD line per period with the
      *     certified date and that period's PTSCERT01 trailer count
      *     and total, one STD line per person with rank, periods
      *     played and season total, and a TRL whose person-period
      *     count and grand total equal the sum of the PRD trailers,
      *   - SEARPT01, the printed season standings with the season
      *     champion (every person sharing the top total) and the
      *     control totals.
      * Equal season totals share a rank.  Companion to esqlOCClose -
      * shares its externalized DB connection settings, report
      * parameter file and SQL audit log.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DBCFGSEL.
           COPY AUDTSEL.
           COPY RPTCFGSEL.
           COPY CHSTSEL.
           SELECT SEASON-DEF-FILE ASSIGN TO 'SEASONDEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-DEF-STATUS.
           SELECT SEASON-CERT-FILE ASSIGN TO 'SEACERT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-CERT-STATUS.
           SELECT SEASON-REPORT-FILE ASSIGN TO 'SEARPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
           COPY AUDTFD.
           COPY RPTCFGFD.
           COPY CHSTFD.
       FD  SEASON-DEF-FILE.
       01  SEASON-DEF-RECORD               PIC X(80).
       FD  SEASON-CERT-FILE.
       01  SEASON-CERT-RECORD              PIC X(100).
       FD  SEASON-REPORT-FILE.
       01  SEASON-REPORT-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           COPY RPTCFGWS.
           COPY CHSTWS.
       01  SEASON-DEF-STATUS               PIC XX      VALUE SPACES.
           88  SEASON-DEF-FILE-OK                      VALUE '00'.
           88  SEASON-DEF-FILE-EOF                     VALUE '10'.
       01  SEASON-CERT-STATUS              PIC XX      VALUE SPACES.
           88  SEASON-CERT-FILE-OK                     VALUE '00'.
       01  SEASON-REPORT-STATUS            PIC XX      VALUE SPACES.
           88  SEASON-REPORT-FILE-OK                   VALUE '00'.
       01  SEASON-DEF-LINE.
           05  SDF-SEASON                   PIC X(10).
           05  FILLER                       PIC X.
           05  SDF-BEGIN                    PIC X(10).
           05  FILLER                       PIC X.
           05  SDF-END                      PIC X(10).
           05  FILLER                       PIC X(48).
       01  SEA-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  SEA-DATE-GRP REDEFINES SEA-DATE-NUM.
           05  SEA-DT-YYYY                  PIC 9(4).
           05  SEA-DT-MM                    PIC 9(2).
           05  SEA-DT-DD                    PIC 9(2).
       01  SEA-DATE-TEXT                   PIC X(8)    VALUE SPACES.
       01  SEA-DATE-DISPLAY                PIC X(10)   VALUE SPACES.
       01  SEA-SEASON-ID                   PIC X(10)   VALUE SPACES.
       01  SEA-REFUSED-SW                  PIC X       VALUE 'N'.
           88  SEA-REFUSED                             VALUE 'Y'.
       01  SEA-UNBALANCED-SW               PIC X       VALUE 'N'.
           88  SEA-UNBALANCED                          VALUE 'Y'.
       01  SEA-LINE-NO                     PIC 9(9)    VALUE ZERO.
       01  SEA-CUR-PRD                     PIC 9(4)    VALUE ZERO.
       01  SEA-IDX                         PIC 9(4)    VALUE ZERO.
       01  SEA-IDX2                        PIC 9(4)    VALUE ZERO.
       01  SEA-PRD-IDX                     PIC 9(4)    VALUE ZERO.
       01  SEA-PICK-IDX                    PIC 9(4)    VALUE ZERO.
       01  SEA-PICK-NO                     PIC 9(4)    VALUE ZERO.
       01  SEA-RANK-NO                     PIC 9(4)    VALUE ZERO.
       01  SEA-LAST-TOTAL                  PIC S9(9)V99 VALUE ZERO.
       01  SEA-TOP-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       01  SEA-CHAMPION-COUNT              PIC 9(4)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * CONTROL TOTALS - WHAT THE PERIOD TRAILERS SAY AGAINST WHAT THE
      * SEASON STANDINGS ADD UP TO
      *-----------------------------------------------------------------*
       01  SEA-CONTROLS.
           05  SEA-CTL-PRD-ENTRIES          PIC 9(7)    VALUE ZERO.
           05  SEA-CTL-PRD-TOTAL            PIC S9(9)V99 VALUE ZERO.
           05  SEA-CTL-SEA-ENTRIES          PIC 9(7)    VALUE ZERO.
           05  SEA-CTL-SEA-TOTAL            PIC S9(9)V99 VALUE ZERO.
      *-----------------------------------------------------------------*
      * THE SEASON'S PERIODS, AS DEFINED, WITH THE CERTIFIED
      * GENERATION FOUND FOR EACH (HDR LINE NUMBER IN CERTHIST, ITS
      * CERTIFIED DATE, WHAT ITS STD LINES ADD UP TO AND WHAT ITS
      * TRAILER SAYS)
      *-----------------------------------------------------------------*
       01  SEA-PRD-COUNT                   PIC 9(4)    VALUE ZERO.
       01  SEA-PRD-TABLE.
           05  SEA-PRD-ENTRY OCCURS 24 TIMES.
               10  SEA-P-BEGIN              PIC X(10).
               10  SEA-P-END                PIC X(10).
               10  SEA-P-HDR-LINE           PIC 9(9).
               10  SEA-P-CERT-DATE          PIC 9(8).
               10  SEA-P-STD-COUNT          PIC 9(6).
               10  SEA-P-STD-TOTAL          PIC S9(9)V99.
               10  SEA-P-TRL-COUNT          PIC 9(6).
               10  SEA-P-TRL-TOTAL          PIC S9(9)V99.
               10  SEA-P-TRL-SW             PIC X.
                   88  SEA-P-HAS-TRAILER                VALUE 'Y'.
      *-----------------------------------------------------------------*
      * SEASON STANDINGS, ONE ENTRY PER PERSON IN ANY PERIOD
      *-----------------------------------------------------------------*
       01  SEA-PERSON-COUNT                PIC 9(4)    VALUE ZERO.
       01  SEA-PERSON-TABLE.
           05  SEA-PERSON-ENTRY OCCURS 2000 TIMES.
               10  SEA-S-PERSONID           PIC 9(12).
               10  SEA-S-NAME               PIC X(50).
               10  SEA-S-PERIODS            PIC 9(4).
               10  SEA-S-TOTAL              PIC S9(9)V99.
               10  SEA-S-PICKED             PIC X.
                   88  SEA-S-IS-PICKED                  VALUE 'Y'.
      *-----------------------------------------------------------------*
      * SEASON SNAPSHOT RECORD LAYOUTS - 'HDR', 'PRD', 'STD', 'TRL'
      *-----------------------------------------------------------------*
       01  SEA-HDR-LINE.
           05  FILLER                       PIC X(4)    VALUE 'HDR '.
           05  SEA-HDR-RUNDATE              PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-HDR-SEASON               PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-HDR-PERIODS              PIC 9(4).
           05  FILLER                       PIC X       VALUE SPACE.
           05  FILLER                       PIC X(25)
               VALUE 'CERTIFIED SEASON STANDING'.
       01  SEA-PRD-LINE.
           05  FILLER                       PIC X(4)    VALUE 'PRD '.
           05  SEA-PRD-BEGIN                PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-PRD-END                  PIC X(10).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-PRD-CERT-DATE            PIC 9(8).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-PRD-TRL-COUNT            PIC 9(6).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-PRD-TRL-TOTAL            PIC S9(9)V99.
       01  SEA-STD-LINE.
           05  FILLER                       PIC X(4)    VALUE 'STD '.
           05  SEA-STD-RANK                 PIC 9(4).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-STD-PERSONID             PIC 9(12).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-STD-NAME                 PIC X(50).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-STD-PERIODS              PIC 9(4).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-STD-TOTAL                PIC S9(9)V99.
       01  SEA-TRL-LINE.
           05  FILLER                       PIC X(4)    VALUE 'TRL '.
           05  SEA-TRL-COUNT                PIC 9(6).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-TRL-GRAND-TOTAL          PIC S9(9)V99.
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-TRL-PERIODS              PIC 9(4).
           05  FILLER                       PIC X       VALUE SPACE.
           05  SEA-TRL-PERSON-PERIODS       PIC 9(7).
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  CL-TITLE.
           05  FILLER                       PIC X(24)   VALUE SPACES.
           05  FILLER                       PIC X(40)
               VALUE 'SEASON STANDINGS AND SEASON CHAMPION'.
       01  CL-RUNDATE.
           05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
           05  CL-RD-DATE                   PIC X(10).
           05  FILLER              PIC X(10)   VALUE '  SEASON: '.
           05  CL-RD-SEASON                 PIC X(10).
           05  FILLER              PIC X(11)   VALUE '  PERIODS: '.
           05  CL-RD-PERIODS                PIC Z9.
       01  CL-RULE                         PIC X(100)  VALUE ALL '-'.
       01  CL-SECTION-HDR                  PIC X(60)   VALUE SPACES.
       01  CL-PERIOD-HDR.
           05  FILLER                       PIC X(28)   VALUE 'PERIOD'.
           05  FILLER                       PIC X(14)
               VALUE 'CERTIFIED'.
           05  FILLER                       PIC X(12)
               VALUE '   PLAYERS'.
           05  FILLER                       PIC X(18)
               VALUE '      PERIOD TOTAL'.
       01  CL-PERIOD-DET.
           05  CL-PD-BEGIN                  PIC X(10).
           05  FILLER                       PIC X(6)    VALUE ' THRU '.
           05  CL-PD-END                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  CL-PD-CERT-DATE              PIC 9(8).
           05  FILLER                       PIC X(6)    VALUE SPACES.
           05  CL-PD-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(5)    VALUE SPACES.
           05  CL-PD-TOTAL                  PIC -ZZZ,ZZZ,ZZ9.99.
       01  CL-REFUSAL-DET.
           05  CL-RF-BEGIN                  PIC X(10).
           05  FILLER                       PIC X(6)    VALUE ' THRU '.
           05  CL-RF-END                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  CL-RF-REASON                 PIC X(50).
       01  CL-STANDING-HDR.
           05  FILLER                       PIC X(6)    VALUE 'RANK'.
           05  FILLER                       PIC X(52)   VALUE 'NAME'.
           05  FILLER                       PIC X(9)    VALUE 'PERIODS'.
           05  FILLER                       PIC X(16)
               VALUE '    SEASON TOTAL'.
       01  CL-STANDING-DET.
           05  CL-SD-RANK                   PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  CL-SD-NAME                   PIC X(50).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  CL-SD-PERIODS                PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  CL-SD-TOTAL                  PIC -ZZZ,ZZZ,ZZ9.99.
       01  CL-CONTROL-LINE.
           05  CL-CT-LABEL                  PIC X(28).
           05  FILLER              PIC X(9)    VALUE 'ENTRIES: '.
           05  CL-CT-ENTRIES                PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE '  TOTAL: '.
           05  CL-CT-TOTAL                  PIC -ZZZ,ZZZ,ZZ9.99.
       01  CL-BALANCED                     PIC X(60)
           VALUE 'SEASON TIES BACK TO THE PERIOD TRAILERS'.
       01  CL-NONE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(30)   VALUE 'None.'.
       EXEC SQL
         BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05 BUFFER               PIC X(1024).
           05 hVarChk              PIC 9(9).
           05 hVarBegin             PIC X(10).
           05 hVarEnd               PIC X(10).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, RESOLVE THE SEASON, CHECK EVERY PERIOD IS CLOSED AND
      * CERTIFIED, THEN BUILD, TIE BACK AND WRITE THE SEASON
      *-----------------------------------------------------------------*
           PERFORM CONNECT-TO-DATABASE.
           ACCEPT SEA-DATE-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO SEA-DATE-TEXT.
           ACCEPT SEA-DATE-TEXT FROM ENVIRONMENT 'ESQLOC_RUN_DATE'
             ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF SEA-DATE-TEXT IS NUMERIC
             MOVE SEA-DATE-TEXT TO SEA-DATE-NUM
           END-IF.
           STRING SEA-DT-YYYY '-' SEA-DT-MM '-' SEA-DT-DD
             INTO SEA-DATE-DISPLAY.
           PERFORM GET-SEASON-ID.
           IF SEA-SEASON-ID = SPACES
             DISPLAY ' NO SEASON GIVEN - SET SEASON IN RPTCONFIG OR '
               'ESQLOC_RPT_SEASON'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-SEASON-DEFINITION.
           IF NOT SEA-REFUSED
             PERFORM LOCATE-PERIOD-SNAPSHOTS
             PERFORM CHECK-SEASON-PERIODS
           END-IF.
           IF SEA-REFUSED
             DISPLAY ' SEASON ' SEA-SEASON-ID ' REFUSED - EVERY PERIOD '
               'MUST BE CLOSED OUT AND CERTIFIED FIRST'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF SEA-UNBALANCED
               DISPLAY ' ABORTING - A CERTIFIED SNAPSHOT DOES NOT '
                 'BALANCE TO ITS TRAILER'
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM ACCUMULATE-SEASON
               PERFORM TIE-BACK-CONTROL-TOTALS
               IF SEA-UNBALANCED
                 DISPLAY ' ABORTING - SEASON TOTALS DO NOT TIE BACK '
                   'TO THE PERIOD TRAILERS'
                 MOVE 16 TO RETURN-CODE
               ELSE
                 PERFORM WRITE-SEASON-STANDINGS
                 DISPLAY ' SEASON STANDINGS CERTIFIED '
                 DISPLAY '  Season:             ' SEA-SEASON-ID
                 DISPLAY '  Periods:            ' SEA-PRD-COUNT
                 DISPLAY '  Standings:          ' SEA-PERSON-COUNT
                 DISPLAY '  Person-periods:     ' SEA-CTL-SEA-ENTRIES
                 DISPLAY '  Season total:       ' SEA-CTL-SEA-TOTAL
                 PERFORM VARYING SEA-IDX FROM 1 BY 1
                           UNTIL SEA-IDX > SEA-PERSON-COUNT
                   IF SEA-S-TOTAL(SEA-IDX) = SEA-TOP-TOTAL
                     DISPLAY '  Season champion:    '
                       SEA-S-NAME(SEA-IDX)
                   END-IF
                 END-PERFORM
                 DISPLAY '  Snapshot written to SEACERT01'
                 DISPLAY '  Report written to SEARPT01'
               END-IF
             END-IF
           END-IF.
      *-----------------------------------------------------------------*
      * DISCONNECT FROM THE DATABASE
      *-----------------------------------------------------------------*
           MOVE 'DISCONNECT' TO AUDIT-CONTEXT.
           EXEC SQL
             CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
           GOBACK
           .
      *-----------------------------------------------------------------*
      * GET-SEASON-ID - SEASON FROM RPTCONFIG, WITH THE USUAL
      * ESQLOC_RPT_xxx ENVIRONMENT VARIABLE FALLBACK.  NO DEFAULT.
      *-----------------------------------------------------------------*
       GET-SEASON-ID SECTION.
           MOVE SPACES TO SEA-SEASON-ID.
           MOVE SPACES TO RPTCFG-STATUS.
           OPEN INPUT RPTCONFIG-FILE.
           IF RPTCFG-FILE-OK
             PERFORM UNTIL RPTCFG-FILE-EOF
               READ RPTCONFIG-FILE
                 AT END
                   SET RPTCFG-FILE-EOF TO TRUE
                 NOT AT END
                   UNSTRING RPTCFG-RECORD DELIMITED BY '='
                     INTO RPTCFG-KEY RPTCFG-VALUE
                   END-UNSTRING
                   IF RPTCFG-KEY = 'SEASON'
                     MOVE RPTCFG-VALUE(1:10) TO SEA-SEASON-ID
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RPTCONFIG-FILE
           END-IF.
           IF SEA-SEASON-ID = SPACES
             ACCEPT SEA-SEASON-ID FROM ENVIRONMENT 'ESQLOC_RPT_SEASON'
               ON EXCEPTION
                 MOVE SPACES TO SEA-SEASON-ID
             END-ACCEPT
           END-IF
           .
      *-----------------------------------------------------------------*
      * LOAD-SEASON-DEFINITION - THE SEASON'S PERIODS FROM SEASONDEF.
      * A PERIOD GIVEN TWICE, OVERLAPPING ANOTHER, OR WITH AN END NOT
      * AFTER ITS BEGIN WOULD COUNT POINTS TWICE OR NOT AT ALL, SO
      * THE SEASON IS REFUSED.
      *-----------------------------------------------------------------*
       LOAD-SEASON-DEFINITION SECTION.
           MOVE 0 TO SEA-PRD-COUNT.
           MOVE SPACES TO SEASON-DEF-STATUS.
           OPEN INPUT SEASON-DEF-FILE.
           IF NOT SEASON-DEF-FILE-OK
             DISPLAY ' SEASONDEF NOT FOUND, STATUS ' SEASON-DEF-STATUS
             SET SEA-REFUSED TO TRUE
           ELSE
             PERFORM UNTIL SEASON-DEF-FILE-EOF
               READ SEASON-DEF-FILE INTO SEASON-DEF-LINE
                 AT END
                   SET SEASON-DEF-FILE-EOF TO TRUE
                 NOT AT END
                   IF SEASON-DEF-LINE(1:1) NOT = '*'
                     AND SDF-SEASON = SEA-SEASON-ID
                     PERFORM NOTE-SEASON-PERIOD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SEASON-DEF-FILE
             IF SEA-PRD-COUNT = 0
               DISPLAY ' SEASON ' SEA-SEASON-ID
                 ' HAS NO PERIODS IN SEASONDEF'
               SET SEA-REFUSED TO TRUE
             END-IF
           END-IF
           .
       NOTE-SEASON-PERIOD SECTION.
           MOVE SDF-BEGIN TO CL-RF-BEGIN.
           MOVE SDF-END TO CL-RF-END.
           IF SDF-BEGIN = SPACES OR SDF-END NOT > SDF-BEGIN
             MOVE 'PERIOD END MUST BE AFTER ITS BEGIN' TO CL-RF-REASON
             DISPLAY ' ' CL-REFUSAL-DET
             SET SEA-REFUSED TO TRUE
           ELSE
             PERFORM VARYING SEA-IDX FROM 1 BY 1
                       UNTIL SEA-IDX > SEA-PRD-COUNT
               IF SDF-BEGIN < SEA-P-END(SEA-IDX)
                 AND SEA-P-BEGIN(SEA-IDX) < SDF-END
                 MOVE 'DEFINED TWICE OR OVERLAPS ANOTHER PERIOD'
                   TO CL-RF-REASON
                 DISPLAY ' ' CL-REFUSAL-DET
                 SET SEA-REFUSED TO TRUE
               END-IF
             END-PERFORM
             IF SEA-PRD-COUNT >= 24
               DISPLAY ' ABORTING - MORE THAN 24 PERIODS IN SEASON '
                 SEA-SEASON-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO SEA-PRD-COUNT
             MOVE SDF-BEGIN TO SEA-P-BEGIN(SEA-PRD-COUNT)
             MOVE SDF-END TO SEA-P-END(SEA-PRD-COUNT)
             MOVE ZERO TO SEA-P-HDR-LINE(SEA-PRD-COUNT)
                          SEA-P-CERT-DATE(SEA-PRD-COUNT)
                          SEA-P-STD-COUNT(SEA-PRD-COUNT)
                          SEA-P-STD-TOTAL(SEA-PRD-COUNT)
                          SEA-P-TRL-COUNT(SEA-PRD-COUNT)
                          SEA-P-TRL-TOTAL(SEA-PRD-COUNT)
             MOVE 'N' TO SEA-P-TRL-SW(SEA-PRD-COUNT)
           END-IF
           .
      *-----------------------------------------------------------------*
      * LOCATE-PERIOD-SNAPSHOTS - FIRST PASS OF CERTHIST.  EVERY
      * GENERATION FOR A SEASON PERIOD RESETS THAT PERIOD'S FIGURES,
      * SO WHAT IS LEFT AT THE END IS THE LAST GENERATION - ITS HDR
      * LINE NUMBER, CERTIFIED DATE, STD COUNT AND TOTAL, AND TRAILER.
      *-----------------------------------------------------------------*
       LOCATE-PERIOD-SNAPSHOTS SECTION.
           MOVE 0 TO SEA-LINE-NO.
           MOVE 0 TO SEA-CUR-PRD.
           MOVE SPACES TO CHST-STATUS.
           OPEN INPUT CERT-HIST-FILE.
           IF CHST-FILE-OK
             PERFORM UNTIL CHST-FILE-EOF
               READ CERT-HIST-FILE INTO CERT-HIST-LINE
                 AT END
                   SET CHST-FILE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO SEA-LINE-NO
                   PERFORM NOTE-SNAPSHOT-LINE
               END-READ
             END-PERFORM
             CLOSE CERT-HIST-FILE
           END-IF
           .
       NOTE-SNAPSHOT-LINE SECTION.
           EVALUATE TRUE
             WHEN CHS-HDR-REC
               PERFORM FIND-SEASON-PERIOD
               MOVE SEA-PRD-IDX TO SEA-CUR-PRD
               IF SEA-CUR-PRD > 0
                 MOVE SEA-LINE-NO TO SEA-P-HDR-LINE(SEA-CUR-PRD)
                 MOVE CHS-HDR-RUNDATE TO SEA-P-CERT-DATE(SEA-CUR-PRD)
                 MOVE ZERO TO SEA-P-STD-COUNT(SEA-CUR-PRD)
                              SEA-P-STD-TOTAL(SEA-CUR-PRD)
                              SEA-P-TRL-COUNT(SEA-CUR-PRD)
                              SEA-P-TRL-TOTAL(SEA-CUR-PRD)
                 MOVE 'N' TO SEA-P-TRL-SW(SEA-CUR-PRD)
               END-IF
             WHEN CHS-STD-REC
               IF SEA-CUR-PRD > 0
                 ADD 1 TO SEA-P-STD-COUNT(SEA-CUR-PRD)
                 ADD CHS-STD-TOTAL TO SEA-P-STD-TOTAL(SEA-CUR-PRD)
               END-IF
             WHEN CHS-TRL-REC
               IF SEA-CUR-PRD > 0
                 MOVE CHS-TRL-COUNT TO SEA-P-TRL-COUNT(SEA-CUR-PRD)
                 MOVE CHS-TRL-TOTAL TO SEA-P-TRL-TOTAL(SEA-CUR-PRD)
                 MOVE 'Y' TO SEA-P-TRL-SW(SEA-CUR-PRD)
               END-IF
               MOVE 0 TO SEA-CUR-PRD
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * FIND-SEASON-PERIOD - THE SEASON PERIOD MATCHING THE SNAPSHOT
      * HDR JUST READ INTO SEA-PRD-IDX, ZERO IF IT IS NOT ONE.
      *-----------------------------------------------------------------*
       FIND-SEASON-PERIOD SECTION.
           MOVE 0 TO SEA-PRD-IDX.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PRD-COUNT
                        OR SEA-PRD-IDX > 0
             IF SEA-P-BEGIN(SEA-IDX) = CHS-HDR-BEGIN
               AND SEA-P-END(SEA-IDX) = CHS-HDR-END
               MOVE SEA-IDX TO SEA-PRD-IDX
             END-IF
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * CHECK-SEASON-PERIODS - EVERY PERIOD MUST HAVE A CERTIFIED
      * GENERATION AND NO SESSION IN IT OPEN (A REOPEN SINCE THE LAST
      * CLOSE-OUT MEANS THE SNAPSHOT MAY NO LONGER STAND); THE
      * GENERATION MUST BALANCE TO ITS OWN TRAILER.
      *-----------------------------------------------------------------*
       CHECK-SEASON-PERIODS SECTION.
           PERFORM VARYING SEA-PRD-IDX FROM 1 BY 1
                     UNTIL SEA-PRD-IDX > SEA-PRD-COUNT
             MOVE SEA-P-BEGIN(SEA-PRD-IDX) TO CL-RF-BEGIN
             MOVE SEA-P-END(SEA-PRD-IDX) TO CL-RF-END
             IF SEA-P-HDR-LINE(SEA-PRD-IDX) = ZERO
               MOVE 'NOT CLOSED - NO CERTIFIED SNAPSHOT IN CERTHIST'
                 TO CL-RF-REASON
               DISPLAY ' ' CL-REFUSAL-DET
               SET SEA-REFUSED TO TRUE
             ELSE
               MOVE SEA-P-BEGIN(SEA-PRD-IDX) TO hVarBegin
               MOVE SEA-P-END(SEA-PRD-IDX) TO hVarEnd
               MOVE 'SEA-OPEN-SESSIONS' TO AUDIT-CONTEXT
               EXEC SQL
                 SELECT COUNT(*) INTO :hVarChk
                 FROM TESTSESSION
                 WHERE SESSIONDATE >= :hVarBegin
                   AND SESSIONDATE < :hVarEnd
                   AND COALESCE(CLOSED,'N') <> 'Y'
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF hVarChk > 0
                 MOVE 'NOT CLOSED - REOPENED SINCE IT WAS CERTIFIED'
                   TO CL-RF-REASON
                 DISPLAY ' ' CL-REFUSAL-DET
                 SET SEA-REFUSED TO TRUE
               END-IF
               IF NOT SEA-P-HAS-TRAILER(SEA-PRD-IDX)
                 OR SEA-P-STD-COUNT(SEA-PRD-IDX)
                    NOT = SEA-P-TRL-COUNT(SEA-PRD-IDX)
                 OR SEA-P-STD-TOTAL(SEA-PRD-IDX)
                    NOT = SEA-P-TRL-TOTAL(SEA-PRD-IDX)
                 MOVE 'SNAPSHOT DOES NOT BALANCE TO ITS TRAILER'
                   TO CL-RF-REASON
                 DISPLAY ' ' CL-REFUSAL-DET
                 SET SEA-UNBALANCED TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * ACCUMULATE-SEASON - SECOND PASS OF CERTHIST, TAKING THE STD
      * LINES OF THE CHOSEN GENERATION OF EACH PERIOD ONLY.
      *-----------------------------------------------------------------*
       ACCUMULATE-SEASON SECTION.
           MOVE 0 TO SEA-PERSON-COUNT.
           MOVE 0 TO SEA-LINE-NO.
           MOVE 0 TO SEA-CUR-PRD.
           MOVE SPACES TO CHST-STATUS.
           OPEN INPUT CERT-HIST-FILE.
           PERFORM UNTIL NOT CHST-FILE-OK
             READ CERT-HIST-FILE INTO CERT-HIST-LINE
               AT END
                 SET CHST-FILE-EOF TO TRUE
               NOT AT END
                 ADD 1 TO SEA-LINE-NO
                 EVALUATE TRUE
                   WHEN CHS-HDR-REC
                     PERFORM FIND-SEASON-PERIOD
                     MOVE 0 TO SEA-CUR-PRD
                     IF SEA-PRD-IDX > 0
                       IF SEA-P-HDR-LINE(SEA-PRD-IDX) = SEA-LINE-NO
                         MOVE SEA-PRD-IDX TO SEA-CUR-PRD
                       END-IF
                     END-IF
                   WHEN CHS-STD-REC
                     IF SEA-CUR-PRD > 0
                       PERFORM NOTE-SEASON-STANDING
                     END-IF
                   WHEN CHS-TRL-REC
                     MOVE 0 TO SEA-CUR-PRD
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE CERT-HIST-FILE
           .
      *-----------------------------------------------------------------*
      * NOTE-SEASON-STANDING - ADD ONE PERIOD'S CERTIFIED TOTAL TO THE
      * PERSON'S SEASON.  THE NAME IS AS LAST CERTIFIED.
      *-----------------------------------------------------------------*
       NOTE-SEASON-STANDING SECTION.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PERSON-COUNT
                        OR SEA-S-PERSONID(SEA-IDX) = CHS-STD-PERSONID
             CONTINUE
           END-PERFORM.
           IF SEA-IDX > SEA-PERSON-COUNT
             IF SEA-PERSON-COUNT >= 2000
               DISPLAY ' ABORTING - SEASON EXCEEDS THE 2000 ENTRY '
                 'STANDINGS TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO SEA-PERSON-COUNT
             MOVE SEA-PERSON-COUNT TO SEA-IDX
             MOVE CHS-STD-PERSONID TO SEA-S-PERSONID(SEA-IDX)
             MOVE ZERO TO SEA-S-PERIODS(SEA-IDX)
                          SEA-S-TOTAL(SEA-IDX)
             MOVE 'N' TO SEA-S-PICKED(SEA-IDX)
           END-IF.
           MOVE CHS-STD-NAME TO SEA-S-NAME(SEA-IDX).
           ADD 1 TO SEA-S-PERIODS(SEA-IDX).
           ADD CHS-STD-TOTAL TO SEA-S-TOTAL(SEA-IDX)
           .
      *-----------------------------------------------------------------*
      * TIE-BACK-CONTROL-TOTALS - THE SEASON'S PERSON-PERIODS AND
      * GRAND TOTAL MUST EQUAL THE SUM OF THE PERIOD TRAILERS.
      *-----------------------------------------------------------------*
       TIE-BACK-CONTROL-TOTALS SECTION.
           MOVE ZERO TO SEA-CTL-PRD-ENTRIES SEA-CTL-PRD-TOTAL
                        SEA-CTL-SEA-ENTRIES SEA-CTL-SEA-TOTAL.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PRD-COUNT
             ADD SEA-P-TRL-COUNT(SEA-IDX) TO SEA-CTL-PRD-ENTRIES
             ADD SEA-P-TRL-TOTAL(SEA-IDX) TO SEA-CTL-PRD-TOTAL
           END-PERFORM.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PERSON-COUNT
             ADD SEA-S-PERIODS(SEA-IDX) TO SEA-CTL-SEA-ENTRIES
             ADD SEA-S-TOTAL(SEA-IDX) TO SEA-CTL-SEA-TOTAL
           END-PERFORM.
           IF SEA-CTL-SEA-ENTRIES NOT = SEA-CTL-PRD-ENTRIES
             OR SEA-CTL-SEA-TOTAL NOT = SEA-CTL-PRD-TOTAL
             SET SEA-UNBALANCED TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------*
      * WRITE-SEASON-STANDINGS - THE CERTIFIED SEASON SNAPSHOT AND THE
      * PRINTED STANDINGS TOGETHER, HIGHEST SEASON TOTAL FIRST.
      *-----------------------------------------------------------------*
       WRITE-SEASON-STANDINGS SECTION.
           MOVE SPACES TO SEASON-CERT-STATUS.
           OPEN OUTPUT SEASON-CERT-FILE.
           IF NOT SEASON-CERT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN SEACERT01, STATUS '
               SEASON-CERT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO SEASON-REPORT-STATUS.
           OPEN OUTPUT SEASON-REPORT-FILE.
           IF NOT SEASON-REPORT-FILE-OK
             DISPLAY ' ABORTING - CANNOT OPEN SEARPT01, STATUS '
               SEASON-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SEA-DATE-NUM TO SEA-HDR-RUNDATE.
           MOVE SEA-SEASON-ID TO SEA-HDR-SEASON.
           MOVE SEA-PRD-COUNT TO SEA-HDR-PERIODS.
           WRITE SEASON-CERT-RECORD FROM SEA-HDR-LINE.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           WRITE SEASON-REPORT-LINE FROM CL-TITLE.
           MOVE SEA-DATE-DISPLAY TO CL-RD-DATE.
           MOVE SEA-SEASON-ID TO CL-RD-SEASON.
           MOVE SEA-PRD-COUNT TO CL-RD-PERIODS.
           WRITE SEASON-REPORT-LINE FROM CL-RUNDATE.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           PERFORM WRITE-SEASON-PERIODS.
           PERFORM WRITE-SEASON-CHAMPION.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE 'SEASON STANDINGS' TO CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-STANDING-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           MOVE 0 TO SEA-PICK-NO.
           MOVE 0 TO SEA-RANK-NO.
           PERFORM PICK-NEXT-STANDING SEA-PERSON-COUNT TIMES.
           IF SEA-PICK-NO = 0
             WRITE SEASON-REPORT-LINE FROM CL-NONE
           END-IF.
           MOVE SEA-PERSON-COUNT TO SEA-TRL-COUNT.
           MOVE SEA-CTL-SEA-TOTAL TO SEA-TRL-GRAND-TOTAL.
           MOVE SEA-PRD-COUNT TO SEA-TRL-PERIODS.
           MOVE SEA-CTL-SEA-ENTRIES TO SEA-TRL-PERSON-PERIODS.
           WRITE SEASON-CERT-RECORD FROM SEA-TRL-LINE.
           CLOSE SEASON-CERT-FILE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           MOVE 'PERIOD TRAILERS' TO CL-CT-LABEL.
           MOVE SEA-CTL-PRD-ENTRIES TO CL-CT-ENTRIES.
           MOVE SEA-CTL-PRD-TOTAL TO CL-CT-TOTAL.
           WRITE SEASON-REPORT-LINE FROM CL-CONTROL-LINE.
           MOVE 'SEASON STANDINGS' TO CL-CT-LABEL.
           MOVE SEA-CTL-SEA-ENTRIES TO CL-CT-ENTRIES.
           MOVE SEA-CTL-SEA-TOTAL TO CL-CT-TOTAL.
           WRITE SEASON-REPORT-LINE FROM CL-CONTROL-LINE.
           WRITE SEASON-REPORT-LINE FROM CL-BALANCED.
           CLOSE SEASON-REPORT-FILE
           .
      *-----------------------------------------------------------------*
      * WRITE-SEASON-PERIODS - ONE PRD LINE PER PERIOD, CARRYING THE
      * TRAILER OF THE GENERATION THE SEASON WAS BUILT FROM.
      *-----------------------------------------------------------------*
       WRITE-SEASON-PERIODS SECTION.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE 'CERTIFIED PERIODS' TO CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-PERIOD-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PRD-COUNT
             MOVE SEA-P-BEGIN(SEA-IDX) TO SEA-PRD-BEGIN
             MOVE SEA-P-END(SEA-IDX) TO SEA-PRD-END
             MOVE SEA-P-CERT-DATE(SEA-IDX) TO SEA-PRD-CERT-DATE
             MOVE SEA-P-TRL-COUNT(SEA-IDX) TO SEA-PRD-TRL-COUNT
             MOVE SEA-P-TRL-TOTAL(SEA-IDX) TO SEA-PRD-TRL-TOTAL
             WRITE SEASON-CERT-RECORD FROM SEA-PRD-LINE
             MOVE SEA-P-BEGIN(SEA-IDX) TO CL-PD-BEGIN
             MOVE SEA-P-END(SEA-IDX) TO CL-PD-END
             MOVE SEA-P-CERT-DATE(SEA-IDX) TO CL-PD-CERT-DATE
             MOVE SEA-P-TRL-COUNT(SEA-IDX) TO CL-PD-COUNT
             MOVE SEA-P-TRL-TOTAL(SEA-IDX) TO CL-PD-TOTAL
             WRITE SEASON-REPORT-LINE FROM CL-PERIOD-DET
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * WRITE-SEASON-CHAMPION - EVERY PERSON ON THE TOP SEASON TOTAL.
      *-----------------------------------------------------------------*
       WRITE-SEASON-CHAMPION SECTION.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE 'SEASON CHAMPION' TO CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-SECTION-HDR.
           WRITE SEASON-REPORT-LINE FROM CL-RULE.
           MOVE 0 TO SEA-CHAMPION-COUNT.
           MOVE ZERO TO SEA-TOP-TOTAL.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PERSON-COUNT
             IF SEA-IDX = 1 OR SEA-S-TOTAL(SEA-IDX) > SEA-TOP-TOTAL
               MOVE SEA-S-TOTAL(SEA-IDX) TO SEA-TOP-TOTAL
             END-IF
           END-PERFORM.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                     UNTIL SEA-IDX > SEA-PERSON-COUNT
             IF SEA-S-TOTAL(SEA-IDX) = SEA-TOP-TOTAL
               ADD 1 TO SEA-CHAMPION-COUNT
               MOVE 1 TO CL-SD-RANK
               MOVE SEA-S-NAME(SEA-IDX) TO CL-SD-NAME
               MOVE SEA-S-PERIODS(SEA-IDX) TO CL-SD-PERIODS
               MOVE SEA-S-TOTAL(SEA-IDX) TO CL-SD-TOTAL
               WRITE SEASON-REPORT-LINE FROM CL-STANDING-DET
             END-IF
           END-PERFORM.
           IF SEA-CHAMPION-COUNT = 0
             WRITE SEASON-REPORT-LINE FROM CL-NONE
           END-IF
           .
      *-----------------------------------------------------------------*
      * PICK-NEXT-STANDING - THE HIGHEST SEASON TOTAL NOT YET PRINTED;
      * A TOTAL EQUAL TO THE ONE BEFORE IT SHARES ITS RANK.
      *-----------------------------------------------------------------*
       PICK-NEXT-STANDING SECTION.
           MOVE 0 TO SEA-PICK-IDX.
           PERFORM VARYING SEA-IDX2 FROM 1 BY 1
                     UNTIL SEA-IDX2 > SEA-PERSON-COUNT
             IF NOT SEA-S-IS-PICKED(SEA-IDX2)
               IF SEA-PICK-IDX = 0
                 MOVE SEA-IDX2 TO SEA-PICK-IDX
               ELSE
                 IF SEA-S-TOTAL(SEA-IDX2) > SEA-S-TOTAL(SEA-PICK-IDX)
                   MOVE SEA-IDX2 TO SEA-PICK-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF SEA-PICK-IDX NOT = 0
             MOVE 'Y' TO SEA-S-PICKED(SEA-PICK-IDX)
             ADD 1 TO SEA-PICK-NO
             IF SEA-PICK-NO = 1
               OR SEA-S-TOTAL(SEA-PICK-IDX) NOT = SEA-LAST-TOTAL
               MOVE SEA-PICK-NO TO SEA-RANK-NO
             END-IF
             MOVE SEA-S-TOTAL(SEA-PICK-IDX) TO SEA-LAST-TOTAL
             MOVE SEA-RANK-NO TO SEA-STD-RANK
             MOVE SEA-S-PERSONID(SEA-PICK-IDX) TO SEA-STD-PERSONID
             MOVE SEA-S-NAME(SEA-PICK-IDX) TO SEA-STD-NAME
             MOVE SEA-S-PERIODS(SEA-PICK-IDX) TO SEA-STD-PERIODS
             MOVE SEA-S-TOTAL(SEA-PICK-IDX) TO SEA-STD-TOTAL
             WRITE SEASON-CERT-RECORD FROM SEA-STD-LINE
             MOVE SEA-RANK-NO TO CL-SD-RANK
             MOVE SEA-S-NAME(SEA-PICK-IDX) TO CL-SD-NAME
             MOVE SEA-S-PERIODS(SEA-PICK-IDX) TO CL-SD-PERIODS
             MOVE SEA-S-TOTAL(SEA-PICK-IDX) TO CL-SD-TOTAL
             WRITE SEASON-REPORT-LINE FROM CL-STANDING-DET
           END-IF
           .
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
      *-----------------------------------------------------------------*
       COPY CONNECT.
      *-----------------------------------------------------------------*
      * CHECK SQLSTATE, DISPLAY ERRORS IF ANY, AND AUDIT-LOG THEM
      *-----------------------------------------------------------------*
       COPY SQLCHECK.
