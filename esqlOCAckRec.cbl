      * mismatch), so the scheduler can flag the night's run.  Needs
      * no database connection - both files are on hand.  Companion
      * to esqlOCExtract, which writes the PTSEXT01 this reconciles.
      * Both sides are sorted by triple (file order within a triple)
      * onto the ACKSENT/ACKRCVD work files and matched in one pass,
      * so there is no limit on either file's size; the exceptions
      * are sorted back into file order, sent side first, so the
      * report reads as it always has.  The run reports the lines it
      * read from each file.
      *-----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACK-REPORT-FILE ASSIGN TO 'ACKRPT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-REPORT-STATUS.
           SELECT ACK-SENT-SORT ASSIGN TO 'ACKSSORT'.
           SELECT ACK-RCVD-SORT ASSIGN TO 'ACKRSORT'.
           SELECT ACK-EXCEPT-SORT ASSIGN TO 'ACKXSORT'.
           SELECT ACK-SENT-FILE ASSIGN TO 'ACKSENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-SENT-STATUS.
           SELECT ACK-RCVD-FILE ASSIGN TO 'ACKRCVD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-RCVD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  ACK-IN-RECORD                   PIC X(80).
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE                 PIC X(100).
      *-----------------------------------------------------------------*
      * THE DETAILS WE SENT AND THE ACKNOWLEDGMENTS RECEIVED, EACH
      * TAGGED WITH ITS PLACE IN ITS OWN FILE, SORTED BY TRIPLE ONTO
      * THE ACKSENT/ACKRCVD WORK FILES; AND THE EXCEPTIONS, SORTED
      * BACK INTO FILE ORDER FOR THE REPORT.
      *-----------------------------------------------------------------*
       SD  ACK-SENT-SORT.
       01  ACK-SENT-SORT-RECORD.
           05  ACK-SS-KEY.
               10  ACK-SS-PERSONID          PIC 9(12).
               10  ACK-SS-GAMEID            PIC 9(12).
               10  ACK-SS-SESSIONID         PIC 9(12).
           05  ACK-SS-SEQ                   PIC 9(9).
       SD  ACK-RCVD-SORT.
       01  ACK-RCVD-SORT-RECORD.
           05  ACK-RS-KEY.
               10  ACK-RS-PERSONID          PIC 9(12).
               10  ACK-RS-GAMEID            PIC 9(12).
               10  ACK-RS-SESSIONID         PIC 9(12).
           05  ACK-RS-SEQ                   PIC 9(9).
           05  ACK-RS-DISP                  PIC X.
       SD  ACK-EXCEPT-SORT.
       01  ACK-EXCEPT-SORT-RECORD.
           05  ACK-XS-SIDE                  PIC 9.
           05  ACK-XS-SEQ                   PIC 9(9).
           05  ACK-XS-LINE                  PIC X(100).
       FD  ACK-SENT-FILE.
       01  ACK-SENT-RECORD.
           05  ACK-S-KEY.
               10  ACK-S-PERSONID           PIC 9(12).
               10  ACK-S-GAMEID             PIC 9(12).
               10  ACK-S-SESSIONID          PIC 9(12).
           05  ACK-S-SEQ                    PIC 9(9).
       FD  ACK-RCVD-FILE.
       01  ACK-RCVD-RECORD.
           05  ACK-R-KEY.
               10  ACK-R-PERSONID           PIC 9(12).
               10  ACK-R-GAMEID             PIC 9(12).
               10  ACK-R-SESSIONID          PIC 9(12).
           05  ACK-R-SEQ                    PIC 9(9).
           05  ACK-R-DISP                   PIC X.
               88  ACK-R-ACCEPTED                       VALUE 'A'.
       WORKING-STORAGE SECTION.
       01  EXTRACT-STATUS                  PIC XX      VALUE SPACES.
           88  EXTRACT-FILE-OK                         VALUE '00'.
           88  ACK-IN-OK                               VALUE '00'.
       01  ACK-REPORT-STATUS               PIC XX      VALUE SPACES.
           88  ACK-REPORT-FILE-OK                      VALUE '00'.
       01  ACK-SENT-STATUS                 PIC XX      VALUE SPACES.
           88  ACK-SENT-FILE-OK                        VALUE '00'.
       01  ACK-RCVD-STATUS                 PIC XX      VALUE SPACES.
           88  ACK-RCVD-FILE-OK                        VALUE '00'.
       01  ACK-DATE-NUM                    PIC 9(8)    VALUE ZERO.
       01  ACK-DATE-GRP REDEFINES ACK-DATE-NUM.
           05  ACK-DT-YYYY                  PIC 9(4).
           05  ACK-REJECTED-COUNT           PIC 9(9)    VALUE ZERO.
           05  ACK-UNEXPECTED-COUNT         PIC 9(9)    VALUE ZERO.
           05  ACK-MALFORMED-COUNT          PIC 9(9)    VALUE ZERO.
           05  ACK-RCVD-COUNT               PIC 9(9)    VALUE ZERO.
           05  ACK-EXTRACT-LINES            PIC 9(9)    VALUE ZERO.
           05  ACK-ACK-LINES                PIC 9(9)    VALUE ZERO.
       01  ACK-TRAILER-SW                  PIC X       VALUE 'N'.
           88  ACK-TRAILER-SEEN                        VALUE 'Y'.
       01  ACK-BALANCED-SW                 PIC X       VALUE 'Y'.
           88  ACK-BALANCED                            VALUE 'Y'.
           88  ACK-UNBALANCED                          VALUE 'N'.
       01  ACK-SORT-SW                     PIC X       VALUE 'N'.
           88  ACK-SORT-DONE                           VALUE 'Y'.
      *-----------------------------------------------------------------*
      * PARSE FIELDS FOR ONE PIPE-DELIMITED LINE - THE IDS ARE EDITED
      * AS TEXT FIRST SO A MALFORMED LINE IS REPORTED INSTEAD OF
           05  ACK-P-REST                   PIC X(20).
           05  ACK-P-DISP                   PIC X(1).
      *-----------------------------------------------------------------*
      * REPORT LINES
      *-----------------------------------------------------------------*
       01  AL-TITLE.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *-----------------------------------------------------------------*
      * SORT BOTH SIDES, MATCH THEM, REPORT, AND SET THE RETURN CODE
      *-----------------------------------------------------------------*
           ACCEPT ACK-DATE-NUM FROM DATE YYYYMMDD.
           STRING ACK-DT-YYYY '-' ACK-DT-MM '-' ACK-DT-DD
           WRITE ACK-REPORT-LINE FROM AL-RULE.
           PERFORM LOAD-EXTRACT-DETAILS.
           PERFORM LOAD-ACKNOWLEDGMENTS.
           SORT ACK-EXCEPT-SORT
             ON ASCENDING KEY ACK-XS-SIDE ACK-XS-SEQ
             INPUT PROCEDURE IS MATCH-SENT-TO-RECEIVED
             OUTPUT PROCEDURE IS WRITE-SORTED-EXCEPTIONS.
           IF SORT-RETURN NOT = 0
             DISPLAY ' ABORTING - EXCEPTION SORT FAILED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM BALANCE-AGAINST-TRAILER.
           PERFORM WRITE-RECONCILE-SUMMARY.
           CLOSE ACK-REPORT-FILE.
           DISPLAY '  Unacknowledged:    ' ACK-UNACKED-COUNT.
           DISPLAY '  Rejected by them:  ' ACK-REJECTED-COUNT.
           DISPLAY '  Unexpected acks:   ' ACK-UNEXPECTED-COUNT.
           DISPLAY '  PTSEXT01 lines:    ' ACK-EXTRACT-LINES.
           DISPLAY '  PTSACK01 lines:    ' ACK-ACK-LINES.
           DISPLAY '  Report written to ACKRPT01'.
           IF ACK-UNACKED-COUNT > 0 OR ACK-REJECTED-COUNT > 0
             OR ACK-UNEXPECTED-COUNT > 0 OR ACK-MALFORMED-COUNT > 0
           STOP RUN
           .
      *-----------------------------------------------------------------*
      * LOAD-EXTRACT-DETAILS - RE-READ THE PTSEXT01 WE SENT, SORTING
      * EVERY DET TRIPLE ONTO ACKSENT AND KEEPING THE TRL COUNT.  NO
      * EXTRACT TO RECONCILE IS AN OPERATOR ERROR, NOT A CLEAN FEED.
      *-----------------------------------------------------------------*
       LOAD-EXTRACT-DETAILS SECTION.
           MOVE SPACES TO EXTRACT-STATUS.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           SORT ACK-SENT-SORT
             ON ASCENDING KEY ACK-SS-PERSONID ACK-SS-GAMEID
                              ACK-SS-SESSIONID ACK-SS-SEQ
             INPUT PROCEDURE IS RELEASE-EXTRACT-DETAILS
             GIVING ACK-SENT-FILE.
           CLOSE EXTRACT-FILE.
           IF SORT-RETURN NOT = 0
             DISPLAY ' ABORTING - PTSEXT01 SORT FAILED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       RELEASE-EXTRACT-DETAILS SECTION.
           PERFORM UNTIL EXTRACT-STATUS NOT = '00'
             READ EXTRACT-FILE
               AT END
                 MOVE '10' TO EXTRACT-STATUS
               NOT AT END
                 ADD 1 TO ACK-EXTRACT-LINES
                 PERFORM NOTE-EXTRACT-LINE
             END-READ
           END-PERFORM
           .
      *-----------------------------------------------------------------*
      * NOTE-EXTRACT-LINE - ONE PTSEXT01 LINE.  DET LINES GO TO THE
      * SENT SORT, THE TRL COUNT IS KEPT FOR BALANCING, HDR AND
      * ANYTHING ELSE PASS THROUGH.
      *-----------------------------------------------------------------*
       NOTE-EXTRACT-LINE SECTION.
               IF ACK-P-ID1-TXT IS NUMERIC
                 AND ACK-P-ID2-TXT IS NUMERIC
                 AND ACK-P-ID3-TXT IS NUMERIC
                 ADD 1 TO ACK-SENT-COUNT
                 MOVE ACK-P-ID1-TXT TO ACK-SS-PERSONID
                 MOVE ACK-P-ID2-TXT TO ACK-SS-GAMEID
                 MOVE ACK-P-ID3-TXT TO ACK-SS-SESSIONID
                 MOVE ACK-SENT-COUNT TO ACK-SS-SEQ
                 RELEASE ACK-SENT-SORT-RECORD
               ELSE
                 PERFORM REPORT-MALFORMED-LINE
               END-IF
           .
      *-----------------------------------------------------------------*
      * LOAD-ACKNOWLEDGMENTS - THE AWARDS SYSTEM'S PTSACK01,
      * PERSONID|GAMEID|SESSIONID|DISPOSITION PER LINE, SORTED ONTO
      * ACKRCVD.  A MISSING FILE CONTRIBUTES NOTHING - EVERY DETAIL WE
      * SENT WILL SHOW AS UNACKED, WHICH IS THE TRUTH THE SCHEDULER
      * NEEDS.
      *-----------------------------------------------------------------*
       LOAD-ACKNOWLEDGMENTS SECTION.
           MOVE SPACES TO ACK-IN-STATUS.
           OPEN INPUT ACK-IN-FILE.
           IF NOT ACK-IN-OK
             DISPLAY ' PTSACK01 not found - no acknowledgments received'
           END-IF.
           SORT ACK-RCVD-SORT
             ON ASCENDING KEY ACK-RS-PERSONID ACK-RS-GAMEID
                              ACK-RS-SESSIONID ACK-RS-SEQ
             INPUT PROCEDURE IS RELEASE-ACKNOWLEDGMENTS
             GIVING ACK-RCVD-FILE.
           IF ACK-IN-OK
             CLOSE ACK-IN-FILE
           END-IF.
           IF SORT-RETURN NOT = 0
             DISPLAY ' ABORTING - PTSACK01 SORT FAILED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       RELEASE-ACKNOWLEDGMENTS SECTION.
           PERFORM UNTIL NOT ACK-IN-OK
             READ ACK-IN-FILE
               AT END
                 MOVE '10' TO ACK-IN-STATUS
               NOT AT END
                 ADD 1 TO ACK-ACK-LINES
                 PERFORM NOTE-ACK-LINE
             END-READ
           END-PERFORM
           .
       NOTE-ACK-LINE SECTION.
           IF ACK-IN-RECORD = SPACES
             CONTINUE
             IF ACK-P-ID1-TXT IS NUMERIC
               AND ACK-P-ID2-TXT IS NUMERIC
               AND ACK-P-ID3-TXT IS NUMERIC
               ADD 1 TO ACK-RCVD-COUNT
               MOVE ACK-P-ID1-TXT TO ACK-RS-PERSONID
               MOVE ACK-P-ID2-TXT TO ACK-RS-GAMEID
               MOVE ACK-P-ID3-TXT TO ACK-RS-SESSIONID
               MOVE ACK-RCVD-COUNT TO ACK-RS-SEQ
               MOVE ACK-P-DISP TO ACK-RS-DISP
               RELEASE ACK-RCVD-SORT-RECORD
             ELSE
               PERFORM REPORT-MALFORMED-LINE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * MATCH-SENT-TO-RECEIVED - EVERY DETAIL WE SENT MUST COME BACK
      * EXACTLY ONCE: DISPOSITION 'A' IS ACKNOWLEDGED, 'R' (OR ANY
      * OTHER CODE) IS REJECTED AT THEIR END, NO ACKNOWLEDGMENT AT
      * ALL IS UNACKED.  BOTH WORK FILES ARE IN TRIPLE ORDER, FILE
      * ORDER WITHIN A TRIPLE, SO THE NTH DETAIL SENT FOR A TRIPLE
      * PAIRS WITH THE NTH ACKNOWLEDGMENT OF IT; ACKNOWLEDGMENTS LEFT
      * OVER NAME RECORDS WE NEVER SENT (OR SENT-SIDE DUPLICATES AT
      * THEIR END) AND ARE UNEXPECTED.  EACH EXCEPTION IS RELEASED
      * WITH ITS SIDE AND FILE POSITION FOR THE REPORT SORT.
      *-----------------------------------------------------------------*
       MATCH-SENT-TO-RECEIVED SECTION.
           MOVE SPACES TO ACK-SENT-STATUS.
           OPEN INPUT ACK-SENT-FILE.
           MOVE SPACES TO ACK-RCVD-STATUS.
           OPEN INPUT ACK-RCVD-FILE.
           PERFORM READ-SENT-DETAIL.
           PERFORM READ-RCVD-ACK.
           PERFORM UNTIL ACK-S-KEY = HIGH-VALUES
                     AND ACK-R-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN ACK-S-KEY < ACK-R-KEY
                 MOVE 'UNACKED' TO AL-EX-CLASS
                 MOVE ACK-S-PERSONID TO AL-EX-PERSONID
                 MOVE ACK-S-GAMEID TO AL-EX-GAMEID
                 MOVE ACK-S-SESSIONID TO AL-EX-SESSIONID
                 MOVE 'SENT BUT NEVER ACKNOWLEDGED' TO AL-EX-NOTE
                 MOVE 1 TO ACK-XS-SIDE
                 MOVE ACK-S-SEQ TO ACK-XS-SEQ
                 PERFORM RELEASE-EXCEPTION
                 ADD 1 TO ACK-UNACKED-COUNT
                 PERFORM READ-SENT-DETAIL
               WHEN ACK-S-KEY = ACK-R-KEY
                 IF ACK-R-ACCEPTED
                   ADD 1 TO ACK-ACKED-COUNT
                 ELSE
                   MOVE 'REJECTED' TO AL-EX-CLASS
                   MOVE ACK-S-PERSONID TO AL-EX-PERSONID
                   MOVE ACK-S-GAMEID TO AL-EX-GAMEID
                   MOVE ACK-S-SESSIONID TO AL-EX-SESSIONID
                   MOVE 'REJECTED BY THE AWARDS SYSTEM' TO AL-EX-NOTE
                   MOVE 1 TO ACK-XS-SIDE
                   MOVE ACK-S-SEQ TO ACK-XS-SEQ
                   PERFORM RELEASE-EXCEPTION
                   ADD 1 TO ACK-REJECTED-COUNT
                 END-IF
                 PERFORM READ-SENT-DETAIL
                 PERFORM READ-RCVD-ACK
               WHEN OTHER
                 MOVE 'UNEXPECTED' TO AL-EX-CLASS
                 MOVE ACK-R-PERSONID TO AL-EX-PERSONID
                 MOVE ACK-R-GAMEID TO AL-EX-GAMEID
                 MOVE ACK-R-SESSIONID TO AL-EX-SESSIONID
                 MOVE 'ACKNOWLEDGED BUT NEVER SENT' TO AL-EX-NOTE
                 MOVE 2 TO ACK-XS-SIDE
                 MOVE ACK-R-SEQ TO ACK-XS-SEQ
                 PERFORM RELEASE-EXCEPTION
                 ADD 1 TO ACK-UNEXPECTED-COUNT
                 PERFORM READ-RCVD-ACK
             END-EVALUATE
           END-PERFORM.
           CLOSE ACK-SENT-FILE.
           CLOSE ACK-RCVD-FILE
           .
      *-----------------------------------------------------------------*
      * READ-SENT-DETAIL / READ-RCVD-ACK - THE NEXT LINE OF EACH WORK
      * FILE; AT THE END THE KEY GOES TO HIGH-VALUES SO THE OTHER
      * SIDE DRAINS.
      *-----------------------------------------------------------------*
       READ-SENT-DETAIL SECTION.
           IF NOT ACK-SENT-FILE-OK
             MOVE HIGH-VALUES TO ACK-S-KEY
           ELSE
             READ ACK-SENT-FILE
               AT END
                 MOVE '10' TO ACK-SENT-STATUS
                 MOVE HIGH-VALUES TO ACK-S-KEY
             END-READ
           END-IF
           .
       READ-RCVD-ACK SECTION.
           IF NOT ACK-RCVD-FILE-OK
             MOVE HIGH-VALUES TO ACK-R-KEY
           ELSE
             READ ACK-RCVD-FILE
               AT END
                 MOVE '10' TO ACK-RCVD-STATUS
                 MOVE HIGH-VALUES TO ACK-R-KEY
             END-READ
           END-IF
           .
      *-----------------------------------------------------------------*
      * RELEASE-EXCEPTION - ONE EXCEPTION TO THE REPORT SORT.  CALLER
      * HAS SET THE CLASS, KEYS, NOTE, SIDE AND FILE POSITION.
      *-----------------------------------------------------------------*
       RELEASE-EXCEPTION SECTION.
           MOVE AL-EXCEPTION TO ACK-XS-LINE.
           RELEASE ACK-EXCEPT-SORT-RECORD.
           MOVE ZERO TO AL-EX-PERSONID AL-EX-GAMEID AL-EX-SESSIONID.
           MOVE SPACES TO AL-EX-NOTE
           .
      *-----------------------------------------------------------------*
      * WRITE-SORTED-EXCEPTIONS - THE UNACKED AND REJECTED DETAILS IN
      * THE ORDER WE SENT THEM, THEN THE UNEXPECTED ACKNOWLEDGMENTS IN
      * THE ORDER THEY CAME BACK.
      *-----------------------------------------------------------------*
       WRITE-SORTED-EXCEPTIONS SECTION.
           MOVE 'N' TO ACK-SORT-SW.
           PERFORM UNTIL ACK-SORT-DONE
             RETURN ACK-EXCEPT-SORT
               AT END
                 SET ACK-SORT-DONE TO TRUE
               NOT AT END
                 WRITE ACK-REPORT-LINE FROM ACK-XS-LINE
             END-RETURN
           END-PERFORM
           .
      *-----------------------------------------------------------------*
