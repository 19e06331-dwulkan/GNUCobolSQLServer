      * wrong, a partial restore.  Rows seeded by esqlOCStart's smoke
      * data come from no input file and so appear as UNTRACEABLE;
      * they are part of what the certification puts in front of ops.
      * Each input file is sorted by its key (file order within a
      * key) and matched in one pass against its table read by an
      * ORDER BY cursor; the maintenance, purge and reject keys are
      * sorted the same way and read alongside, so no file is held in
      * memory and there is no limit on its size.  The exceptions are
      * sorted back into the order the report has always had - per
      * table, the input side in file order, then the database side
      * in key order - and the run displays the rows it read from
      * each input file and each table.
      * Ends with RETURN-CODE 4 when any exception was reported.
      * Companion to esqlOCLoad - shares its externalized DB
      * connection settings and SQL audit log.
           SELECT VERIFY-REPORT-FILE ASSIGN TO 'VFYRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-REPORT-STATUS.
           SELECT VFY-IN-SORT ASSIGN TO 'VFYISORT'.
           SELECT VFY-KEY-SORT ASSIGN TO 'VFYKSORT'.
           SELECT VFY-EXCEPT-SORT ASSIGN TO 'VFYXSORT'.
           SELECT VFY-IN-WORK ASSIGN TO 'VFYINS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-IN-WORK-STATUS.
           SELECT VFY-PTS-WORK ASSIGN TO 'VFYPTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-PTS-WORK-STATUS.
           SELECT VFY-GONE-FILE ASSIGN TO 'VFYGONE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-GONE-STATUS.
           SELECT VFY-ADDS-FILE ASSIGN TO 'VFYADDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-ADDS-STATUS.
           SELECT VFY-PURGE-FILE ASSIGN TO 'VFYPURG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-PURGE-STATUS.
           SELECT VFY-EXCEPT-WORK ASSIGN TO 'VFYEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-EXCEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY DBCFGFD.
       01  ESCALATE-RECORD                 PIC X(120).
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE              PIC X(100).
      *-----------------------------------------------------------------*
      * ONE INPUT ROW TAGGED WITH ITS PLACE IN ITS FILE, SORTED BY KEY
      * ONTO VFYINS (POINTS: BY SESSION ONTO VFYINS TO BE TAGGED WITH
      * THE PURGE LIST, THEN BY TRIPLE ONTO VFYPTS).  A DIMENSION ROW
      * KEEPS ITS ID IN VIS-ID WITH VIS-ID2/VIS-ID3 ZERO.
      *-----------------------------------------------------------------*
       SD  VFY-IN-SORT.
       01  VFY-IN-SORT-RECORD.
           05  VIS-KEY.
               10  VIS-ID                   PIC 9(12).
               10  VIS-ID2                  PIC 9(12).
               10  VIS-ID3                  PIC 9(12).
           05  VIS-SEQ                      PIC 9(9).
           05  VIS-NAME                     PIC X(50).
           05  VIS-TEAMID                   PIC 9(12).
           05  VIS-DATE                     PIC X(10).
           05  VIS-POINTS                   PIC S9(4)V99.
           05  VIS-PURGED                   PIC X.
       FD  VFY-IN-WORK.
       01  VFY-IN-WORK-RECORD              PIC X(124).
       FD  VFY-PTS-WORK.
       01  VFY-PTS-WORK-RECORD             PIC X(124).
      *-----------------------------------------------------------------*
      * A KEY THAT EXPLAINS OR TRACES A ROW - TABLE CODE 2 PERSON,
      * 3 GAME, 4 SESSION, 5 POINTS TRIPLE - SORTED ONTO VFYGONE
      * (MAINTENANCE DELETES AND LOAD REJECTS), VFYADDS (MAINTENANCE
      * ADDS) AND VFYPURG (PURGED SESSIONS).
      *-----------------------------------------------------------------*
       SD  VFY-KEY-SORT.
       01  VFY-KEY-SORT-RECORD.
           05  VKS-KEY.
               10  VKS-TABLE                PIC X.
               10  VKS-ID                   PIC 9(12).
               10  VKS-ID2                  PIC 9(12).
               10  VKS-ID3                  PIC 9(12).
       FD  VFY-GONE-FILE.
       01  VFY-GONE-RECORD                 PIC X(37).
       FD  VFY-ADDS-FILE.
       01  VFY-ADDS-RECORD                 PIC X(37).
       FD  VFY-PURGE-FILE.
       01  VFY-PURGE-RECORD                PIC X(37).
      *-----------------------------------------------------------------*
      * ONE EXCEPTION LINE WITH ITS REPORT POSITION - TABLE (1 TEAMS
      * THROUGH 5 POINTS), SIDE (1 INPUT, 2 DATABASE), ROW WITHIN THE
      * SIDE, AND LINE WITHIN THE ROW.
      *-----------------------------------------------------------------*
       FD  VFY-EXCEPT-WORK.
       01  VFY-EXCEPT-WORK-RECORD.
           05  VXW-POSITION                 PIC X(12).
           05  VXW-LINE                     PIC X(100).
       SD  VFY-EXCEPT-SORT.
       01  VFY-EXCEPT-SORT-RECORD.
           05  VXS-TABLE                    PIC 9.
           05  VXS-SIDE                     PIC 9.
           05  VXS-SEQ                      PIC 9(9).
           05  VXS-SUB                      PIC 9.
           05  VXS-LINE                     PIC X(100).
       WORKING-STORAGE SECTION.
           COPY DBCFGWS.
           COPY AUDTWS.
           88  ESCALATE-FILE-OK                        VALUE '00'.
       01  VERIFY-REPORT-STATUS            PIC XX      VALUE SPACES.
           88  VERIFY-REPORT-FILE-OK                   VALUE '00'.
       01  VFY-IN-WORK-STATUS              PIC XX      VALUE SPACES.
           88  VFY-IN-WORK-OK                          VALUE '00'.
       01  VFY-PTS-WORK-STATUS             PIC XX      VALUE SPACES.
           88  VFY-PTS-WORK-OK                         VALUE '00'.
       01  VFY-GONE-STATUS                 PIC XX      VALUE SPACES.
           88  VFY-GONE-FILE-OK                        VALUE '00'.
       01  VFY-ADDS-STATUS                 PIC XX      VALUE SPACES.
           88  VFY-ADDS-FILE-OK                        VALUE '00'.
       01  VFY-PURGE-STATUS                PIC XX      VALUE SPACES.
           88  VFY-PURGE-FILE-OK                       VALUE '00'.
       01  VFY-EXCEPT-STATUS               PIC XX      VALUE SPACES.
           88  VFY-EXCEPT-FILE-OK                      VALUE '00'.
       01  VFY-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  VFY-DATE-GRP REDEFINES VFY-DATE-NUM.
           05  VFY-DT-YYYY                  PIC 9(4).
           05  VFY-DIFFER-COUNT             PIC 9(6)    VALUE ZERO.
           05  VFY-UNTRACED-COUNT           PIC 9(6)    VALUE ZERO.
           05  VFY-EXPLAINED-COUNT          PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * ROWS READ FROM EACH INPUT FILE AND FETCHED FROM EACH TABLE
      *-----------------------------------------------------------------*
       01  VFY-ROW-COUNTS.
           05  VFY-TEAM-IN-ROWS             PIC 9(9)    VALUE ZERO.
           05  VFY-TEAM-DB-ROWS             PIC 9(9)    VALUE ZERO.
           05  VFY-PERSON-IN-ROWS           PIC 9(9)    VALUE ZERO.
           05  VFY-PERSON-DB-ROWS           PIC 9(9)    VALUE ZERO.
           05  VFY-GAME-IN-ROWS             PIC 9(9)    VALUE ZERO.
           05  VFY-GAME-DB-ROWS             PIC 9(9)    VALUE ZERO.
           05  VFY-SESSION-IN-ROWS          PIC 9(9)    VALUE ZERO.
           05  VFY-SESSION-DB-ROWS          PIC 9(9)    VALUE ZERO.
           05  VFY-POINTS-IN-ROWS           PIC 9(9)    VALUE ZERO.
           05  VFY-POINTS-DB-ROWS           PIC 9(9)    VALUE ZERO.
       01  VFY-IN-SEQ                      PIC 9(9)    VALUE ZERO.
       01  VFY-DB-SEQ                      PIC 9(9)    VALUE ZERO.
       01  VFY-FOUND-SW                    PIC X       VALUE 'N'.
           88  VFY-FOUND                               VALUE 'Y'.
       01  VFY-DB-MATCHED-SW               PIC X       VALUE 'N'.
           88  VFY-DB-MATCHED                          VALUE 'Y'.
       01  VFY-SORT-SW                     PIC X       VALUE 'N'.
           88  VFY-SORT-DONE                           VALUE 'Y'.
      *-----------------------------------------------------------------*
      * THE CURRENT INPUT ROW (HIGH-VALUES KEY AT THE END OF ITS WORK
      * FILE) AND THE CURRENT DATABASE ROW (HIGH-VALUES KEY AT THE END
      * OF ITS CURSOR) - THE TWO SIDES OF THE MATCH.
      *-----------------------------------------------------------------*
       01  VFY-IN-ROW.
           05  VIR-KEY.
               10  VIR-ID                   PIC 9(12).
               10  VIR-ID2                  PIC 9(12).
               10  VIR-ID3                  PIC 9(12).
           05  VIR-SEQ                      PIC 9(9).
           05  VIR-NAME                     PIC X(50).
           05  VIR-TEAMID                   PIC 9(12).
           05  VIR-DATE                     PIC X(10).
           05  VIR-POINTS                   PIC S9(4)V99.
           05  VIR-PURGED                   PIC X.
               88  VIR-SESSION-PURGED                  VALUE 'Y'.
       01  VFY-DB-KEY.
           05  VFY-DB-ID                    PIC 9(12).
           05  VFY-DB-ID2                   PIC 9(12).
           05  VFY-DB-ID3                   PIC 9(12).
      *-----------------------------------------------------------------*
      * THE KEY BEING LOOKED FOR ON THE EXPLANATION STREAMS, AND THE
      * KEY EACH STREAM HAS READ UP TO.  PROBES ARRIVE IN ASCENDING
      * ORDER, SO EACH STREAM ONLY EVER MOVES FORWARD.
      *-----------------------------------------------------------------*
       01  VFY-PROBE.
           05  VFY-PB-TABLE                 PIC X.
           05  VFY-PB-KEY.
               10  VFY-PB-ID                PIC 9(12).
               10  VFY-PB-ID2               PIC 9(12).
               10  VFY-PB-ID3               PIC 9(12).
       01  VFY-GONE-KEY                    PIC X(37)   VALUE LOW-VALUES.
       01  VFY-ADDS-KEY                    PIC X(37)   VALUE LOW-VALUES.
       01  VFY-PURGE-KEY                   PIC X(37)   VALUE LOW-VALUES.
       01  VFY-EXCEPT-POSITION.
           05  VFY-XP-TABLE                 PIC 9       VALUE ZERO.
           05  VFY-XP-SIDE                  PIC 9       VALUE ZERO.
           05  VFY-XP-SEQ                   PIC 9(9)    VALUE ZERO.
           05  VFY-XP-SUB                   PIC 9       VALUE ZERO.
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * CONNECT, SORT THE JOURNAL, PURGE AND REJECT KEYS, THEN VERIFY
      * EACH TABLE AGAINST ITS SORTED INPUT IN BOTH DIRECTIONS
      *-----------------------------------------------------------------*
         PERFORM CONNECT-TO-DATABASE.
         ACCEPT VFY-DATE-NUM FROM DATE YYYYMMDD.
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE SPACES TO VFY-EXCEPT-STATUS.
         OPEN OUTPUT VFY-EXCEPT-WORK.
         IF NOT VFY-EXCEPT-FILE-OK
           DISPLAY ' ABORTING - CANNOT OPEN VFYEXCP, STATUS '
             VFY-EXCEPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         WRITE VERIFY-REPORT-LINE FROM VL-RULE.
         WRITE VERIFY-REPORT-LINE FROM VL-TITLE.
         MOVE VFY-DATE-DISPLAY TO VL-RD-DATE.
         WRITE VERIFY-REPORT-LINE FROM VL-RUNDATE.
         WRITE VERIFY-REPORT-LINE FROM VL-RULE.
         PERFORM SORT-EXPLANATION-KEYS.
         MOVE SPACES TO VFY-GONE-STATUS.
         OPEN INPUT VFY-GONE-FILE.
         MOVE LOW-VALUES TO VFY-GONE-KEY.
         MOVE SPACES TO VFY-ADDS-STATUS.
         OPEN INPUT VFY-ADDS-FILE.
         MOVE LOW-VALUES TO VFY-ADDS-KEY.
         PERFORM VERIFY-TEAMS.
         PERFORM VERIFY-PERSONS.
         PERFORM VERIFY-GAMES.
         PERFORM VERIFY-SESSIONS.
         PERFORM VERIFY-POINTS.
         CLOSE VFY-GONE-FILE.
         CLOSE VFY-ADDS-FILE.
         CLOSE VFY-EXCEPT-WORK.
         SORT VFY-EXCEPT-SORT
           ON ASCENDING KEY VXS-TABLE VXS-SIDE VXS-SEQ VXS-SUB
           USING VFY-EXCEPT-WORK
           OUTPUT PROCEDURE IS WRITE-SORTED-EXCEPTIONS.
         PERFORM CHECK-SORT-RETURN.
         MOVE SPACES TO VERIFY-REPORT-LINE.
         WRITE VERIFY-REPORT-LINE.
         IF VFY-MISSING-COUNT = 0 AND VFY-DIFFER-COUNT = 0
         DISPLAY '  Values differing:      ' VFY-DIFFER-COUNT.
         DISPLAY '  Untraceable rows:      ' VFY-UNTRACED-COUNT.
         DISPLAY '  Explained absences:    ' VFY-EXPLAINED-COUNT.
         DISPLAY '  TEAMIN rows:           ' VFY-TEAM-IN-ROWS
           '  TESTTEAM rows:    ' VFY-TEAM-DB-ROWS.
         DISPLAY '  PERSONIN rows:         ' VFY-PERSON-IN-ROWS
           '  TESTPERSON rows:  ' VFY-PERSON-DB-ROWS.
         DISPLAY '  GAMEIN rows:           ' VFY-GAME-IN-ROWS
           '  TESTGAME rows:    ' VFY-GAME-DB-ROWS.
         DISPLAY '  SESSIONIN rows:        ' VFY-SESSION-IN-ROWS
           '  TESTSESSION rows: ' VFY-SESSION-DB-ROWS.
         DISPLAY '  POINTSIN rows:         ' VFY-POINTS-IN-ROWS
           '  TESTPOINTS rows:  ' VFY-POINTS-DB-ROWS.
         DISPLAY '  Report written to VFYRPT01'.
         IF VFY-MISSING-COUNT > 0 OR VFY-DIFFER-COUNT > 0
           OR VFY-UNTRACED-COUNT > 0
         STOP RUN
         .
      *-----------------------------------------------------------------*
      * CHECK-SORT-RETURN - A WORK FILE THAT DID NOT SORT WOULD LEAVE
      * THE MATCH SHORT, SO THE RUN STOPS RATHER THAN CERTIFYING ON
      * PARTIAL INPUT.
      *-----------------------------------------------------------------*
       CHECK-SORT-RETURN SECTION.
           IF SORT-RETURN NOT = 0
             DISPLAY ' ABORTING - WORK FILE SORT FAILED, CANNOT '
               'CERTIFY ON PARTIAL INPUT'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
      *-----------------------------------------------------------------*
      * SORT-EXPLANATION-KEYS - SORT THE KEYS OF EVERY ROW MNTJRNL
      * RECORDS AS DELETED, PLUS THE LOAD REJECTS, ONTO VFYGONE
      * (LEGITIMATELY ABSENT FROM THE DATABASE); EVERY ROW MNTJRNL
      * RECORDS AS ADDED ONTO VFYADDS (TRACEABLE THOUGH IN NO INPUT
      * FILE); AND THE PURGED SESSIONS ONTO VFYPURG.  ANY RUN DATE.
      * DUPLICATE KEYS ARE HARMLESS - THE MATCH ONLY ASKS WHETHER A
      * KEY IS PRESENT.
      *-----------------------------------------------------------------*
       SORT-EXPLANATION-KEYS SECTION.
           SORT VFY-KEY-SORT
             ON ASCENDING KEY VKS-KEY
             INPUT PROCEDURE IS RELEASE-ABSENCE-KEYS
             GIVING VFY-GONE-FILE.
           PERFORM CHECK-SORT-RETURN.
           SORT VFY-KEY-SORT
             ON ASCENDING KEY VKS-KEY
             INPUT PROCEDURE IS RELEASE-JOURNAL-ADDS
             GIVING VFY-ADDS-FILE.
           PERFORM CHECK-SORT-RETURN.
           SORT VFY-KEY-SORT
             ON ASCENDING KEY VKS-KEY
             INPUT PROCEDURE IS RELEASE-PURGED-SESSIONS
             GIVING VFY-PURGE-FILE.
           PERFORM CHECK-SORT-RETURN
           .
      *-----------------------------------------------------------------*
      * RELEASE-ABSENCE-KEYS - MNTJRNL 'D' LINES, THEN THE TRIPLES
      * STILL SITTING ON POINTREJ AND POINTESC, AND THE PERSON IDS ON
      * PERSNREJ.  A REJECTED ROW WAS NEVER INSERTED, SO ITS ABSENCE
      * FROM THE DATABASE IS THE EXPECTED STATE UNTIL THE REJECT IS
      * RESOLVED.
      *-----------------------------------------------------------------*
       RELEASE-ABSENCE-KEYS SECTION.
           MOVE SPACES TO JRNL-STATUS.
           OPEN INPUT MAINT-JOURNAL-FILE.
           IF NOT JRNL-FILE-OK
             DISPLAY ' MNTJRNL not found, no maintenance keys known'
           ELSE
             PERFORM UNTIL JRNL-STATUS NOT = '00'
               READ MAINT-JOURNAL-FILE
                 AT END
                   MOVE '10' TO JRNL-STATUS
                 NOT AT END
                   MOVE JOURNAL-RECORD TO JOURNAL-LINE
                   IF JRN-LN-ACTION = 'D'
                     PERFORM RELEASE-JOURNAL-KEY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MAINT-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO REJECT-STATUS.
           OPEN INPUT POINTS-REJECT-FILE.
           IF REJECT-FILE-OK
             PERFORM UNTIL REJECT-STATUS NOT = '00'
               READ POINTS-REJECT-FILE
                 AT END
                   MOVE '10' TO REJECT-STATUS
                 NOT AT END
                   MOVE REJECT-RECORD TO REJECT-LINE
                   PERFORM RELEASE-POINTS-REJECT
               END-READ
             END-PERFORM
             CLOSE POINTS-REJECT-FILE
           END-IF.
           MOVE SPACES TO ESCALATE-STATUS.
           OPEN INPUT ESCALATE-FILE.
           IF ESCALATE-FILE-OK
             PERFORM UNTIL ESCALATE-STATUS NOT = '00'
               READ ESCALATE-FILE
                 AT END
                   MOVE '10' TO ESCALATE-STATUS
                 NOT AT END
                   MOVE ESCALATE-RECORD TO REJECT-LINE
                   PERFORM RELEASE-POINTS-REJECT
               END-READ
             END-PERFORM
             CLOSE ESCALATE-FILE
           END-IF.
           MOVE SPACES TO PREJ-STATUS.
           OPEN INPUT PERSON-REJECT-FILE.
           IF PREJ-FILE-OK
             PERFORM UNTIL PREJ-STATUS NOT = '00'
               READ PERSON-REJECT-FILE
                 AT END
                   MOVE '10' TO PREJ-STATUS
                 NOT AT END
                   MOVE PERSON-REJECT-RECORD TO PERSON-REJECT-LINE
                   MOVE '2' TO VKS-TABLE
                   MOVE PREJ-LN-ID TO VKS-ID
                   MOVE ZERO TO VKS-ID2 VKS-ID3
                   RELEASE VFY-KEY-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE PERSON-REJECT-FILE
           END-IF
           .
       RELEASE-POINTS-REJECT SECTION.
           MOVE '5' TO VKS-TABLE.
           MOVE REJ-LN-PERSONID TO VKS-ID.
           MOVE REJ-LN-GAMEID TO VKS-ID2.
           MOVE REJ-LN-SESSIONID TO VKS-ID3.
           RELEASE VFY-KEY-SORT-RECORD
           .
      *-----------------------------------------------------------------*
      * RELEASE-JOURNAL-ADDS - MNTJRNL 'A' LINES.  A DATABASE ROW
      * MATCHING ONE OF THESE IS TRACEABLE EVEN THOUGH IT IS IN NO
      * INPUT FILE.
      *-----------------------------------------------------------------*
       RELEASE-JOURNAL-ADDS SECTION.
           MOVE SPACES TO JRNL-STATUS.
           OPEN INPUT MAINT-JOURNAL-FILE.
           IF JRNL-FILE-OK
             PERFORM UNTIL JRNL-STATUS NOT = '00'
               READ MAINT-JOURNAL-FILE
                 AT END
                 NOT AT END
                   MOVE JOURNAL-RECORD TO JOURNAL-LINE
                   IF JRN-LN-ACTION = 'A'
                     PERFORM RELEASE-JOURNAL-KEY
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .
      *-----------------------------------------------------------------*
      * RELEASE-JOURNAL-KEY - THE KEY OF ONE PERSON, GAME OR POINTS
      * JOURNAL LINE; OTHER TABLES ARE NOT VERIFIED HERE.
      *-----------------------------------------------------------------*
       RELEASE-JOURNAL-KEY SECTION.
           EVALUATE JRN-LN-TABLE
             WHEN 'P'
               MOVE '2' TO VKS-TABLE
               MOVE JRN-LN-ID TO VKS-ID
               MOVE ZERO TO VKS-ID2 VKS-ID3
               RELEASE VFY-KEY-SORT-RECORD
             WHEN 'G'
               MOVE '3' TO VKS-TABLE
               MOVE JRN-LN-ID TO VKS-ID
               MOVE ZERO TO VKS-ID2 VKS-ID3
               RELEASE VFY-KEY-SORT-RECORD
             WHEN 'T'
               MOVE '5' TO VKS-TABLE
               MOVE JRN-LN-ID TO VKS-ID
               MOVE JRN-LN-ID2 TO VKS-ID2
               MOVE JRN-LN-ID3 TO VKS-ID3
               RELEASE VFY-KEY-SORT-RECORD
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *-----------------------------------------------------------------*
      * RELEASE-PURGED-SESSIONS - THE SESSIONS esqlOCArchive HAS
      * PURGED.  AN INPUT SESSION ON THIS LIST (OR A POINTS ROW
      * BELONGING TO ONE) IS ARCHIVED HISTORY, NOT A MISSING ROW.
      *-----------------------------------------------------------------*
       RELEASE-PURGED-SESSIONS SECTION.
           MOVE SPACES TO PRGL-STATUS.
           OPEN INPUT PURGE-LOG-FILE.
           IF NOT PRGL-FILE-OK
                   MOVE '10' TO PRGL-STATUS
                 NOT AT END
                   MOVE PURGE-LOG-RECORD TO PURGE-LOG-LINE
                   MOVE '4' TO VKS-TABLE
                   MOVE PRG-LN-SESSIONID TO VKS-ID
                   MOVE ZERO TO VKS-ID2 VKS-ID3
                   RELEASE VFY-KEY-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE PURGE-LOG-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * CHECK-EXPLAINED / CHECK-JOURNAL-ADD / CHECK-PURGED - IS THE
      * KEY IN VFY-PROBE ON VFYGONE / VFYADDS / VFYPURG?  SETS
      * VFY-FOUND ON WHEN IT IS.  EACH STREAM READS FORWARD TO THE
      * PROBE; AT ITS END THE KEY GOES TO HIGH-VALUES.
      *-----------------------------------------------------------------*
       CHECK-EXPLAINED SECTION.
           MOVE 'N' TO VFY-FOUND-SW.
           PERFORM UNTIL VFY-GONE-KEY NOT < VFY-PROBE
             IF VFY-GONE-FILE-OK
               READ VFY-GONE-FILE INTO VFY-GONE-KEY
                 AT END
                   MOVE HIGH-VALUES TO VFY-GONE-KEY
               END-READ
             ELSE
               MOVE HIGH-VALUES TO VFY-GONE-KEY
             END-IF
           END-PERFORM.
           IF VFY-GONE-KEY = VFY-PROBE
             SET VFY-FOUND TO TRUE
           END-IF
           .
       CHECK-JOURNAL-ADD SECTION.
           MOVE 'N' TO VFY-FOUND-SW.
           PERFORM UNTIL VFY-ADDS-KEY NOT < VFY-PROBE
             IF VFY-ADDS-FILE-OK
               READ VFY-ADDS-FILE INTO VFY-ADDS-KEY
                 AT END
                   MOVE HIGH-VALUES TO VFY-ADDS-KEY
               END-READ
             ELSE
               MOVE HIGH-VALUES TO VFY-ADDS-KEY
             END-IF
           END-PERFORM.
           IF VFY-ADDS-KEY = VFY-PROBE
             SET VFY-FOUND TO TRUE
           END-IF
           .
       CHECK-PURGED SECTION.
           MOVE 'N' TO VFY-FOUND-SW.
           PERFORM UNTIL VFY-PURGE-KEY NOT < VFY-PROBE
             IF VFY-PURGE-FILE-OK
               READ VFY-PURGE-FILE INTO VFY-PURGE-KEY
                 AT END
                   MOVE HIGH-VALUES TO VFY-PURGE-KEY
               END-READ
             ELSE
               MOVE HIGH-VALUES TO VFY-PURGE-KEY
             END-IF
           END-PERFORM.
           IF VFY-PURGE-KEY = VFY-PROBE
             SET VFY-FOUND TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------*
      * READ-INPUT-ROW / READ-POINTS-ROW - THE NEXT SORTED INPUT ROW
      * FROM VFYINS / VFYPTS; AT THE END THE KEY GOES TO HIGH-VALUES
      * SO THE DATABASE SIDE DRAINS.
      *-----------------------------------------------------------------*
       READ-INPUT-ROW SECTION.
           IF VFY-IN-WORK-OK
             READ VFY-IN-WORK INTO VFY-IN-ROW
               AT END
                 MOVE HIGH-VALUES TO VIR-KEY
             END-READ
           ELSE
             MOVE HIGH-VALUES TO VIR-KEY
           END-IF
           .
       READ-POINTS-ROW SECTION.
           IF VFY-PTS-WORK-OK
             READ VFY-PTS-WORK INTO VFY-IN-ROW
               AT END
                 MOVE HIGH-VALUES TO VIR-KEY
             END-READ
           ELSE
             MOVE HIGH-VALUES TO VIR-KEY
           END-IF
           .
      *-----------------------------------------------------------------*
      * WRITE-EXCEPTION - ONE REPORT LINE TO VFYEXCP WITH ITS REPORT
      * POSITION.  CALLER HAS SET THE CLASS, TABLE, KEYS, NOTE, SIDE,
      * ROW AND LINE.
      *-----------------------------------------------------------------*
       WRITE-EXCEPTION SECTION.
           MOVE VFY-EXCEPT-POSITION TO VXW-POSITION.
           MOVE VL-EXCEPTION TO VXW-LINE.
           WRITE VFY-EXCEPT-WORK-RECORD.
           MOVE ZERO TO VL-EX-ID VL-EX-ID2 VL-EX-ID3.
           MOVE SPACES TO VL-EX-NOTE
           .
      *-----------------------------------------------------------------*
      * WRITE-SORTED-EXCEPTIONS - THE EXCEPTIONS TABLE BY TABLE, EACH
      * TABLE'S INPUT SIDE IN FILE ORDER FOLLOWED BY ITS DATABASE SIDE
      * IN KEY ORDER.
      *-----------------------------------------------------------------*
       WRITE-SORTED-EXCEPTIONS SECTION.
           MOVE 'N' TO VFY-SORT-SW.
           PERFORM UNTIL VFY-SORT-DONE
             RETURN VFY-EXCEPT-SORT
               AT END
                 SET VFY-SORT-DONE TO TRUE
               NOT AT END
                 WRITE VERIFY-REPORT-LINE FROM VXS-LINE
             END-RETURN
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * SET-INPUT-SIDE / SET-DATABASE-SIDE - THE REPORT POSITION OF AN
      * EXCEPTION RAISED BY THE CURRENT INPUT ROW / DATABASE ROW.
      *-----------------------------------------------------------------*
       SET-INPUT-SIDE SECTION.
           MOVE 1 TO VFY-XP-SIDE.
           MOVE VIR-SEQ TO VFY-XP-SEQ.
           MOVE 1 TO VFY-XP-SUB
           .
       SET-DATABASE-SIDE SECTION.
           MOVE 2 TO VFY-XP-SIDE.
           MOVE VFY-DB-SEQ TO VFY-XP-SEQ.
           MOVE 1 TO VFY-XP-SUB
           .
      *-----------------------------------------------------------------*
      * RELEASE-x-INPUT - ONE INPUT FILE TO THE INPUT SORT, EACH ROW
      * TAGGED WITH ITS PLACE IN THE FILE.  A MISSING FILE CONTRIBUTES
      * NOTHING (ITS DATABASE ROWS WILL SHOW AS UNTRACEABLE, WHICH IS
      * THE TRUTH).
      *-----------------------------------------------------------------*
       RELEASE-TEAM-INPUT SECTION.
           MOVE SPACES TO TEAM-IN-STATUS.
           OPEN INPUT TEAM-IN-FILE.
           IF TEAM-IN-OK
             PERFORM UNTIL TEAM-IN-EOF
               READ TEAM-IN-FILE
                 AT END
                   SET TEAM-IN-EOF TO TRUE
                 NOT AT END
                   INITIALIZE VFY-IN-SORT-RECORD
                   ADD 1 TO VFY-IN-SEQ
                   MOVE TI-ID TO VIS-ID
                   MOVE VFY-IN-SEQ TO VIS-SEQ
                   MOVE TI-NAME TO VIS-NAME
                   RELEASE VFY-IN-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE TEAM-IN-FILE
           ELSE
             DISPLAY ' TEAMIN not found, skipping its comparisons'
           END-IF
           .
       RELEASE-PERSON-INPUT SECTION.
           MOVE SPACES TO PERSON-IN-STATUS.
           OPEN INPUT PERSON-IN-FILE.
           IF PERSON-IN-OK
             PERFORM UNTIL PERSON-IN-EOF
               READ PERSON-IN-FILE
                 AT END
                   SET PERSON-IN-EOF TO TRUE
                 NOT AT END
                   INITIALIZE VFY-IN-SORT-RECORD
                   ADD 1 TO VFY-IN-SEQ
                   MOVE PI-ID TO VIS-ID
                   MOVE VFY-IN-SEQ TO VIS-SEQ
                   MOVE PI-NAME TO VIS-NAME
                   IF PI-TEAMID IS NUMERIC
                     MOVE PI-TEAMID TO VIS-TEAMID
                   END-IF
                   RELEASE VFY-IN-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE PERSON-IN-FILE
           ELSE
             DISPLAY ' PERSONIN not found, skipping its comparisons'
           END-IF
           .
       RELEASE-GAME-INPUT SECTION.
           MOVE SPACES TO GAME-IN-STATUS.
           OPEN INPUT GAME-IN-FILE.
           IF GAME-IN-OK
             PERFORM UNTIL GAME-IN-EOF
               READ GAME-IN-FILE
                 AT END
                   SET GAME-IN-EOF TO TRUE
                 NOT AT END
                   INITIALIZE VFY-IN-SORT-RECORD
                   ADD 1 TO VFY-IN-SEQ
                   MOVE GI-ID TO VIS-ID
                   MOVE VFY-IN-SEQ TO VIS-SEQ
                   MOVE GI-NAME TO VIS-NAME
                   RELEASE VFY-IN-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE GAME-IN-FILE
           ELSE
             DISPLAY ' GAMEIN not found, skipping its comparisons'
           END-IF
           .
       RELEASE-SESSION-INPUT SECTION.
           MOVE SPACES TO SESSION-IN-STATUS.
           OPEN INPUT SESSION-IN-FILE.
           IF SESSION-IN-OK
             PERFORM UNTIL SESSION-IN-EOF
               READ SESSION-IN-FILE
                 AT END
                   SET SESSION-IN-EOF TO TRUE
                 NOT AT END
                   INITIALIZE VFY-IN-SORT-RECORD
                   ADD 1 TO VFY-IN-SEQ
                   MOVE SI-ID TO VIS-ID
                   MOVE VFY-IN-SEQ TO VIS-SEQ
                   MOVE SI-DATE TO VIS-DATE
                   RELEASE VFY-IN-SORT-RECORD
               END-READ
             END-PERFORM
             CLOSE SESSION-IN-FILE
           ELSE
             DISPLAY ' SESSIONIN not found, skipping its comparisons'
           END-IF
           .
       RELEASE-POINTS-INPUT SECTION.
           MOVE SPACES TO POINTS-IN-STATUS.
           OPEN INPUT POINTS-IN-FILE.
           IF POINTS-IN-OK
             PERFORM UNTIL POINTS-IN-EOF
               READ POINTS-IN-FILE
                 AT END
                   SET POINTS-IN-EOF TO TRUE
                 NOT AT END
                   IF NOT PTI-CONTROL-REC
                     INITIALIZE VFY-IN-SORT-RECORD
                     ADD 1 TO VFY-IN-SEQ
                     MOVE PTI-PERSONID TO VIS-ID
                     MOVE PTI-GAMEID TO VIS-ID2
                     MOVE PTI-SESSIONID TO VIS-ID3
                     MOVE VFY-IN-SEQ TO VIS-SEQ
                     MOVE PTI-POINTS TO VIS-POINTS
                     MOVE 'N' TO VIS-PURGED
                     RELEASE VFY-IN-SORT-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE POINTS-IN-FILE
           ELSE
             DISPLAY ' POINTSIN not found, skipping its comparisons'
           END-IF
           .
      *-----------------------------------------------------------------*
      * VERIFY-TEAMS - TEAMIN SORTED BY ID AGAINST TESTTEAM IN ID
      * ORDER.  AN INPUT ROW BELOW THE DATABASE ROW IS MISSING; EQUAL
      * KEYS ARE COMPARED (EVERY INPUT ROW CARRYING THE KEY, SO A
      * REPEATED ID IS CHECKED EACH TIME); A DATABASE ROW NO INPUT ROW
      * MATCHED IS UNTRACEABLE.  THERE IS NO MAINTENANCE SOURCE FOR
      * TEAMS, SO THAT IS UNTRACEABLE OUTRIGHT.
      *-----------------------------------------------------------------*
       VERIFY-TEAMS SECTION.
           MOVE 1 TO VFY-XP-TABLE.
           MOVE ZERO TO VL-EX-ID VL-EX-ID2 VL-EX-ID3.
           MOVE SPACES TO VL-EX-NOTE.
           MOVE ZERO TO VFY-IN-SEQ.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-KEY VIS-SEQ
             INPUT PROCEDURE IS RELEASE-TEAM-INPUT
             GIVING VFY-IN-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE VFY-IN-SEQ TO VFY-TEAM-IN-ROWS.
           MOVE SPACES TO VFY-IN-WORK-STATUS.
           OPEN INPUT VFY-IN-WORK.
           PERFORM READ-INPUT-ROW.
           MOVE 'DECLARE-CUR-VFY-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VFY_TEAM CURSOR FOR
             OPEN CUR_VFY_TEAM
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE ZERO TO VFY-DB-SEQ.
           PERFORM FETCH-TEAM-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
                     AND VFY-DB-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN VIR-KEY < VFY-DB-KEY
                 PERFORM SET-INPUT-SIDE
                 MOVE 'MISSING' TO VL-EX-CLASS
                 MOVE 'TESTTEAM' TO VL-EX-TABLE
                 MOVE VIR-ID TO VL-EX-ID
                 MOVE 'INPUT ROW NOT IN DATABASE' TO VL-EX-NOTE
                 PERFORM WRITE-EXCEPTION
                 ADD 1 TO VFY-MISSING-COUNT
                 PERFORM READ-INPUT-ROW
               WHEN VIR-KEY = VFY-DB-KEY
                 IF hVarC NOT = VIR-NAME
                   PERFORM SET-INPUT-SIDE
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTTEAM' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'NAME DIFFERS FROM INPUT' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 SET VFY-DB-MATCHED TO TRUE
                 PERFORM READ-INPUT-ROW
               WHEN OTHER
                 IF NOT VFY-DB-MATCHED
                   PERFORM SET-DATABASE-SIDE
                   MOVE 'UNTRACEABLE' TO VL-EX-CLASS
                   MOVE 'TESTTEAM' TO VL-EX-TABLE
                   MOVE VFY-DB-ID TO VL-EX-ID
                   MOVE 'NO INPUT OR MAINTENANCE SOURCE'
                     TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-UNTRACED-COUNT
                 END-IF
                 PERFORM FETCH-TEAM-ROW
             END-EVALUATE
           END-PERFORM.
           MOVE 'CLOSE-CUR-VFY-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VFY_TEAM
           END-EXEC
           PERFORM SQLSTATE-CHECK
           CLOSE VFY-IN-WORK.
           MOVE VFY-DB-SEQ TO VFY-TEAM-DB-ROWS
           .
       FETCH-TEAM-ROW SECTION.
           MOVE 'N' TO VFY-DB-MATCHED-SW.
           MOVE 'FETCH-CUR-VFY-TEAM' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_VFY_TEAM
             INTO
               :hVarN,
               :hVarC
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE HIGH-VALUES TO VFY-DB-KEY
           ELSE
             ADD 1 TO VFY-DB-SEQ
             MOVE hVarN TO VFY-DB-ID
             MOVE ZERO TO VFY-DB-ID2 VFY-DB-ID3
           END-IF
           .
      *-----------------------------------------------------------------*
      * VERIFY-PERSONS - SAME MATCH AS VERIFY-TEAMS.  THE COMPARED
      * VALUES ARE NAME AND TEAMID (NULL TEAMID COMPARES AS ZERO,
      * MATCHING AN INPUT ROW WITH NO TEAM).  A MISSING ROW MAY BE
      * EXPLAINED BY A MAINTENANCE DELETE OR A PERSNREJ REJECT; AN
      * UNMATCHED DATABASE ROW MAY BE TRACED TO A MAINTENANCE ADD.
      *-----------------------------------------------------------------*
       VERIFY-PERSONS SECTION.
           MOVE 2 TO VFY-XP-TABLE.
           MOVE ZERO TO VL-EX-ID VL-EX-ID2 VL-EX-ID3.
           MOVE SPACES TO VL-EX-NOTE.
           MOVE ZERO TO VFY-IN-SEQ.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-KEY VIS-SEQ
             INPUT PROCEDURE IS RELEASE-PERSON-INPUT
             GIVING VFY-IN-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE VFY-IN-SEQ TO VFY-PERSON-IN-ROWS.
           MOVE SPACES TO VFY-IN-WORK-STATUS.
           OPEN INPUT VFY-IN-WORK.
           PERFORM READ-INPUT-ROW.
           MOVE 'DECLARE-CUR-VFY-PERSON' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VFY_PERSON CURSOR FOR
             SELECT ID, NAME, COALESCE(TEAMID,0)
             FROM TESTPERSON ORDER BY ID
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE 'OPEN-CUR-VFY-PERSON' TO AUDIT-CONTEXT.
             OPEN CUR_VFY_PERSON
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE ZERO TO VFY-DB-SEQ.
           PERFORM FETCH-PERSON-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
                     AND VFY-DB-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN VIR-KEY < VFY-DB-KEY
                 MOVE '2' TO VFY-PB-TABLE
                 MOVE VIR-KEY TO VFY-PB-KEY
                 PERFORM CHECK-EXPLAINED
                 IF VFY-FOUND
                   ADD 1 TO VFY-EXPLAINED-COUNT
                 ELSE
                   PERFORM SET-INPUT-SIDE
                   MOVE 'MISSING' TO VL-EX-CLASS
                   MOVE 'TESTPERSON' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'INPUT ROW NOT IN DATABASE' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-MISSING-COUNT
                 END-IF
                 PERFORM READ-INPUT-ROW
               WHEN VIR-KEY = VFY-DB-KEY
                 PERFORM SET-INPUT-SIDE
                 IF hVarC NOT = VIR-NAME
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTPERSON' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'NAME DIFFERS FROM INPUT' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 IF hVarTeamId NOT = VIR-TEAMID
                   MOVE 2 TO VFY-XP-SUB
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTPERSON' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE VIR-TEAMID TO VL-EX-ID2
                   MOVE 'TEAMID DIFFERS FROM INPUT' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 SET VFY-DB-MATCHED TO TRUE
                 PERFORM READ-INPUT-ROW
               WHEN OTHER
                 IF NOT VFY-DB-MATCHED
                   MOVE '2' TO VFY-PB-TABLE
                   MOVE VFY-DB-KEY TO VFY-PB-KEY
                   PERFORM CHECK-JOURNAL-ADD
                   IF NOT VFY-FOUND
                     PERFORM SET-DATABASE-SIDE
                     MOVE 'UNTRACEABLE' TO VL-EX-CLASS
                     MOVE 'TESTPERSON' TO VL-EX-TABLE
                     MOVE VFY-DB-ID TO VL-EX-ID
                     MOVE 'NO INPUT OR MAINTENANCE SOURCE'
                       TO VL-EX-NOTE
                     PERFORM WRITE-EXCEPTION
                     ADD 1 TO VFY-UNTRACED-COUNT
                   END-IF
                 END-IF
                 PERFORM FETCH-PERSON-ROW
             END-EVALUATE
           END-PERFORM.
           MOVE 'CLOSE-CUR-VFY-PERSON' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VFY_PERSON
           END-EXEC
           PERFORM SQLSTATE-CHECK
           CLOSE VFY-IN-WORK.
           MOVE VFY-DB-SEQ TO VFY-PERSON-DB-ROWS
           .
       FETCH-PERSON-ROW SECTION.
           MOVE 'N' TO VFY-DB-MATCHED-SW.
           MOVE 'FETCH-CUR-VFY-PERSON' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_VFY_PERSON
             INTO
               :hVarN,
               :hVarC,
               :hVarTeamId
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE HIGH-VALUES TO VFY-DB-KEY
           ELSE
             ADD 1 TO VFY-DB-SEQ
             MOVE hVarN TO VFY-DB-ID
             MOVE ZERO TO VFY-DB-ID2 VFY-DB-ID3
           END-IF
           .
      *-----------------------------------------------------------------*
      * VERIFY-GAMES - SAME MATCH AS VERIFY-PERSONS; THE COMPARED
      * VALUE IS NAME.
      *-----------------------------------------------------------------*
       VERIFY-GAMES SECTION.
           MOVE 3 TO VFY-XP-TABLE.
           MOVE ZERO TO VFY-IN-SEQ.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-KEY VIS-SEQ
             INPUT PROCEDURE IS RELEASE-GAME-INPUT
             GIVING VFY-IN-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE VFY-IN-SEQ TO VFY-GAME-IN-ROWS.
           MOVE SPACES TO VFY-IN-WORK-STATUS.
           OPEN INPUT VFY-IN-WORK.
           PERFORM READ-INPUT-ROW.
           MOVE 'DECLARE-CUR-VFY-GAME' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VFY_GAME CURSOR FOR
             OPEN CUR_VFY_GAME
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE ZERO TO VFY-DB-SEQ.
           PERFORM FETCH-GAME-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
                     AND VFY-DB-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN VIR-KEY < VFY-DB-KEY
                 MOVE '3' TO VFY-PB-TABLE
                 MOVE VIR-KEY TO VFY-PB-KEY
                 PERFORM CHECK-EXPLAINED
                 IF VFY-FOUND
                   ADD 1 TO VFY-EXPLAINED-COUNT
                 ELSE
                   PERFORM SET-INPUT-SIDE
                   MOVE 'MISSING' TO VL-EX-CLASS
                   MOVE 'TESTGAME' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'INPUT ROW NOT IN DATABASE' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-MISSING-COUNT
                 END-IF
                 PERFORM READ-INPUT-ROW
               WHEN VIR-KEY = VFY-DB-KEY
                 IF hVarC NOT = VIR-NAME
                   PERFORM SET-INPUT-SIDE
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTGAME' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'NAME DIFFERS FROM INPUT' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 SET VFY-DB-MATCHED TO TRUE
                 PERFORM READ-INPUT-ROW
               WHEN OTHER
                 IF NOT VFY-DB-MATCHED
                   MOVE '3' TO VFY-PB-TABLE
                   MOVE VFY-DB-KEY TO VFY-PB-KEY
                   PERFORM CHECK-JOURNAL-ADD
                   IF NOT VFY-FOUND
                     PERFORM SET-DATABASE-SIDE
                     MOVE 'UNTRACEABLE' TO VL-EX-CLASS
                     MOVE 'TESTGAME' TO VL-EX-TABLE
                     MOVE VFY-DB-ID TO VL-EX-ID
                     MOVE 'NO INPUT OR MAINTENANCE SOURCE'
                       TO VL-EX-NOTE
                     PERFORM WRITE-EXCEPTION
                     ADD 1 TO VFY-UNTRACED-COUNT
                   END-IF
                 END-IF
                 PERFORM FETCH-GAME-ROW
             END-EVALUATE
           END-PERFORM.
           MOVE 'CLOSE-CUR-VFY-GAME' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VFY_GAME
           END-EXEC
           PERFORM SQLSTATE-CHECK
           CLOSE VFY-IN-WORK.
           MOVE VFY-DB-SEQ TO VFY-GAME-DB-ROWS
           .
       FETCH-GAME-ROW SECTION.
           MOVE 'N' TO VFY-DB-MATCHED-SW.
           MOVE 'FETCH-CUR-VFY-GAME' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_VFY_GAME
             INTO
               :hVarN,
               :hVarC
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE HIGH-VALUES TO VFY-DB-KEY
           ELSE
             ADD 1 TO VFY-DB-SEQ
             MOVE hVarN TO VFY-DB-ID
             MOVE ZERO TO VFY-DB-ID2 VFY-DB-ID3
           END-IF
           .
      *-----------------------------------------------------------------*
      * VERIFY-SESSIONS - SAME MATCH; THE COMPARED VALUE IS
      * SESSIONDATE.  A MISSING SESSION MAY BE EXPLAINED BY THE PURGE
      * LIST; THERE IS NO MAINTENANCE SOURCE FOR SESSIONS.
      *-----------------------------------------------------------------*
       VERIFY-SESSIONS SECTION.
           MOVE 4 TO VFY-XP-TABLE.
           MOVE ZERO TO VFY-IN-SEQ.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-KEY VIS-SEQ
             INPUT PROCEDURE IS RELEASE-SESSION-INPUT
             GIVING VFY-IN-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE VFY-IN-SEQ TO VFY-SESSION-IN-ROWS.
           MOVE SPACES TO VFY-IN-WORK-STATUS.
           OPEN INPUT VFY-IN-WORK.
           PERFORM READ-INPUT-ROW.
           MOVE SPACES TO VFY-PURGE-STATUS.
           OPEN INPUT VFY-PURGE-FILE.
           MOVE LOW-VALUES TO VFY-PURGE-KEY.
           MOVE 'DECLARE-CUR-VFY-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VFY_SESSION CURSOR FOR
             OPEN CUR_VFY_SESSION
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE ZERO TO VFY-DB-SEQ.
           PERFORM FETCH-SESSION-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
                     AND VFY-DB-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN VIR-KEY < VFY-DB-KEY
                 MOVE '4' TO VFY-PB-TABLE
                 MOVE VIR-KEY TO VFY-PB-KEY
                 PERFORM CHECK-PURGED
                 IF VFY-FOUND
                   ADD 1 TO VFY-EXPLAINED-COUNT
                 ELSE
                   PERFORM SET-INPUT-SIDE
                   MOVE 'MISSING' TO VL-EX-CLASS
                   MOVE 'TESTSESSION' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'INPUT ROW NOT IN DATABASE' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-MISSING-COUNT
                 END-IF
                 PERFORM READ-INPUT-ROW
               WHEN VIR-KEY = VFY-DB-KEY
                 IF hVarDate NOT = VIR-DATE
                   PERFORM SET-INPUT-SIDE
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTSESSION' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE 'SESSIONDATE DIFFERS FROM INPUT'
                     TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 SET VFY-DB-MATCHED TO TRUE
                 PERFORM READ-INPUT-ROW
               WHEN OTHER
                 IF NOT VFY-DB-MATCHED
                   PERFORM SET-DATABASE-SIDE
                   MOVE 'UNTRACEABLE' TO VL-EX-CLASS
                   MOVE 'TESTSESSION' TO VL-EX-TABLE
                   MOVE VFY-DB-ID TO VL-EX-ID
                   MOVE 'NO INPUT OR MAINTENANCE SOURCE'
                     TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-UNTRACED-COUNT
                 END-IF
                 PERFORM FETCH-SESSION-ROW
             END-EVALUATE
           END-PERFORM.
           MOVE 'CLOSE-CUR-VFY-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VFY_SESSION
           END-EXEC
           PERFORM SQLSTATE-CHECK
           CLOSE VFY-PURGE-FILE.
           CLOSE VFY-IN-WORK.
           MOVE VFY-DB-SEQ TO VFY-SESSION-DB-ROWS
           .
       FETCH-SESSION-ROW SECTION.
           MOVE 'N' TO VFY-DB-MATCHED-SW.
           MOVE 'FETCH-CUR-VFY-SESSION' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_VFY_SESSION
             INTO
               :hVarN,
               :hVarDate
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE HIGH-VALUES TO VFY-DB-KEY
           ELSE
             ADD 1 TO VFY-DB-SEQ
             MOVE hVarN TO VFY-DB-ID
             MOVE ZERO TO VFY-DB-ID2 VFY-DB-ID3
           END-IF
           .
      *-----------------------------------------------------------------*
      * VERIFY-POINTS - SAME MATCH, KEYED BY THE PERSONID/GAMEID/
      * SESSIONID TRIPLE.  POINTSIN IS FIRST SORTED BY SESSION AND
      * TAGGED AGAINST THE PURGE LIST, THEN SORTED BY TRIPLE.  THE
      * COMPARED VALUE IS RAWPOINTS - THE VALUE AS IT ARRIVED ON
      * POINTSIN, BEFORE THE LOAD APPLIED THE SCORERUL SCORING RULES -
      * SO A RULE-SCORED ROW STILL CERTIFIES CLEAN AGAINST ITS INPUT.
      * A NULL RAWPOINTS (ROWS THAT PREDATE THE COLUMN) COMPARES AS
      * THE POINTS VALUE, WHICH IS WHAT THOSE ROWS LOADED.  A MISSING
      * ROW MAY BE EXPLAINED BY A PURGED SESSION, A MAINTENANCE DELETE
      * OR A POINTREJ/POINTESC REJECT; AN UNMATCHED DATABASE ROW MAY
      * BE TRACED TO A MAINTENANCE ADD.
      *-----------------------------------------------------------------*
       VERIFY-POINTS SECTION.
           MOVE 5 TO VFY-XP-TABLE.
           MOVE ZERO TO VFY-IN-SEQ.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-ID3 VIS-SEQ
             INPUT PROCEDURE IS RELEASE-POINTS-INPUT
             GIVING VFY-IN-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE VFY-IN-SEQ TO VFY-POINTS-IN-ROWS.
           SORT VFY-IN-SORT
             ON ASCENDING KEY VIS-KEY VIS-SEQ
             INPUT PROCEDURE IS TAG-PURGED-POINTS
             GIVING VFY-PTS-WORK.
           PERFORM CHECK-SORT-RETURN.
           MOVE SPACES TO VFY-PTS-WORK-STATUS.
           OPEN INPUT VFY-PTS-WORK.
           PERFORM READ-POINTS-ROW.
           MOVE 'DECLARE-CUR-VFY-POINTS' TO AUDIT-CONTEXT.
           EXEC SQL
             DECLARE CUR_VFY_POINTS CURSOR FOR
             SELECT PERSONID, GAMEID, SESSIONID,
                    COALESCE(RAWPOINTS, POINTS)
             FROM TESTPOINTS
             ORDER BY PERSONID, GAMEID, SESSIONID
           END-EXEC
           PERFORM SQLSTATE-CHECK
             OPEN CUR_VFY_POINTS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           MOVE ZERO TO VFY-DB-SEQ.
           PERFORM FETCH-POINTS-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
                     AND VFY-DB-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN VIR-KEY < VFY-DB-KEY
                 IF VIR-SESSION-PURGED
                   SET VFY-FOUND TO TRUE
                 ELSE
                   MOVE '5' TO VFY-PB-TABLE
                   MOVE VIR-KEY TO VFY-PB-KEY
                   PERFORM CHECK-EXPLAINED
                 END-IF
                 IF VFY-FOUND
                   ADD 1 TO VFY-EXPLAINED-COUNT
                 ELSE
                   PERFORM SET-INPUT-SIDE
                   MOVE 'MISSING' TO VL-EX-CLASS
                   MOVE 'TESTPOINTS' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE VIR-ID2 TO VL-EX-ID2
                   MOVE VIR-ID3 TO VL-EX-ID3
                   MOVE 'INPUT ROW NOT IN DATABASE' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-MISSING-COUNT
                 END-IF
                 PERFORM READ-POINTS-ROW
               WHEN VIR-KEY = VFY-DB-KEY
                 IF hVarD NOT = VIR-POINTS
                   PERFORM SET-INPUT-SIDE
                   MOVE 'DIFFERS' TO VL-EX-CLASS
                   MOVE 'TESTPOINTS' TO VL-EX-TABLE
                   MOVE VIR-ID TO VL-EX-ID
                   MOVE VIR-ID2 TO VL-EX-ID2
                   MOVE VIR-ID3 TO VL-EX-ID3
                   MOVE 'POINTS DIFFER FROM INPUT' TO VL-EX-NOTE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO VFY-DIFFER-COUNT
                 END-IF
                 SET VFY-DB-MATCHED TO TRUE
                 PERFORM READ-POINTS-ROW
               WHEN OTHER
                 IF NOT VFY-DB-MATCHED
                   MOVE '5' TO VFY-PB-TABLE
                   MOVE VFY-DB-KEY TO VFY-PB-KEY
                   PERFORM CHECK-JOURNAL-ADD
                   IF NOT VFY-FOUND
                     PERFORM SET-DATABASE-SIDE
                     MOVE 'UNTRACEABLE' TO VL-EX-CLASS
                     MOVE 'TESTPOINTS' TO VL-EX-TABLE
                     MOVE VFY-DB-ID TO VL-EX-ID
                     MOVE VFY-DB-ID2 TO VL-EX-ID2
                     MOVE VFY-DB-ID3 TO VL-EX-ID3
                     MOVE 'NO INPUT OR MAINTENANCE SOURCE'
                       TO VL-EX-NOTE
                     PERFORM WRITE-EXCEPTION
                     ADD 1 TO VFY-UNTRACED-COUNT
                   END-IF
                 END-IF
                 PERFORM FETCH-POINTS-ROW
             END-EVALUATE
           END-PERFORM.
           MOVE 'CLOSE-CUR-VFY-POINTS' TO AUDIT-CONTEXT.
           EXEC SQL
             CLOSE CUR_VFY_POINTS
           END-EXEC
           PERFORM SQLSTATE-CHECK
           CLOSE VFY-PTS-WORK.
           MOVE VFY-DB-SEQ TO VFY-POINTS-DB-ROWS
           .
       FETCH-POINTS-ROW SECTION.
           MOVE 'N' TO VFY-DB-MATCHED-SW.
           MOVE 'FETCH-CUR-VFY-POINTS' TO AUDIT-CONTEXT.
           EXEC SQL
             FETCH CUR_VFY_POINTS
             INTO
               :hVarPersonId,
               :hVarGameId,
               :hVarSessionId,
               :hVarD
           END-EXEC
           PERFORM SQLSTATE-CHECK
           IF SQLCODE = 100
             MOVE HIGH-VALUES TO VFY-DB-KEY
           ELSE
             ADD 1 TO VFY-DB-SEQ
             MOVE hVarPersonId TO VFY-DB-ID
             MOVE hVarGameId TO VFY-DB-ID2
             MOVE hVarSessionId TO VFY-DB-ID3
           END-IF
           .
      *-----------------------------------------------------------------*
      * TAG-PURGED-POINTS - READ POINTSIN IN SESSION ORDER ALONGSIDE
      * THE PURGE LIST, MARK EACH ROW WHOSE SESSION WAS PURGED, AND
      * PASS IT ON TO THE SORT BY TRIPLE.
      *-----------------------------------------------------------------*
       TAG-PURGED-POINTS SECTION.
           MOVE SPACES TO VFY-IN-WORK-STATUS.
           OPEN INPUT VFY-IN-WORK.
           MOVE SPACES TO VFY-PURGE-STATUS.
           OPEN INPUT VFY-PURGE-FILE.
           MOVE LOW-VALUES TO VFY-PURGE-KEY.
           PERFORM READ-INPUT-ROW.
           PERFORM UNTIL VIR-KEY = HIGH-VALUES
             MOVE '4' TO VFY-PB-TABLE
             MOVE VIR-ID3 TO VFY-PB-ID
             MOVE ZERO TO VFY-PB-ID2 VFY-PB-ID3
             PERFORM CHECK-PURGED
             IF VFY-FOUND
               MOVE 'Y' TO VIR-PURGED
             ELSE
               MOVE 'N' TO VIR-PURGED
             END-IF
             MOVE VFY-IN-ROW TO VFY-IN-SORT-RECORD
             RELEASE VFY-IN-SORT-RECORD
             PERFORM READ-INPUT-ROW
           END-PERFORM.
           CLOSE VFY-PURGE-FILE.
           CLOSE VFY-IN-WORK
           .
      *-----------------------------------------------------------------*
      * BUILD THE CONNECT STRING FROM EXTERNALIZED SETTINGS AND CONNECT
