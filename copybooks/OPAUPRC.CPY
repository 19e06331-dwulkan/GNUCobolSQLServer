      *-----------------------------------------------------------------*
      * CHECK-OPERATOR-AUTHORITY - every data-changing run names its
      * operator (ESQLOC_OPERATOR) and is checked against OPERAUTH
      * before it touches anything.  The actions checked are:
      *   esqlOCMaint    APPLY     esqlOCEntry    APPLY
      *   esqlOCMerge    MERGE     esqlOCSync     SYNC
      *   esqlOCReview   APPLY     (supervisor only)
      *   esqlOCRestore  RESTORE   esqlOCRecycle  RECYCLE
      *   esqlOCBackout  BACKOUT   (supervisor only)
      *   esqlOCArchive  PURGE     (supervisor only)
      *   esqlOCClose    CLOSE, REOPEN (REOPEN supervisor only)
      * esqlOCMaint checks only when MAINTIN is present, esqlOCReview
      * only when REVDECIN is present, and esqlOCSync only when
      * applying - none of them changes data otherwise, so a quiet
      * night in esqlOCDriver needs no operator.
      * OPERAUTH lines are operator (cols 1-8), role S = supervisor
      * (col 10), program (cols 12-27) and action (cols 29-36); a '*'
      * in column 1 makes the line a comment.
      * Sets OPR-AUTHORIZED or OPR-REFUSED (with OPR-REASON), logs the
      * attempt to ACCESSLOG either way, and on a grant puts the
      * operator in AUDIT-OPERATOR so every SQLAUDIT line the run
      * writes carries it.  The caller decides what a refusal ends -
      * a batch run ends with RETURN-CODE 8, nothing changed.
      *-----------------------------------------------------------------*
       CHECK-OPERATOR-AUTHORITY SECTION.
           SET OPR-REFUSED TO TRUE.
           MOVE SPACES TO OPR-REASON.
           IF OPR-OPERATOR-ID = SPACES
             ACCEPT OPR-OPERATOR-ID FROM ENVIRONMENT 'ESQLOC_OPERATOR'
               ON EXCEPTION
                 MOVE SPACES TO OPR-OPERATOR-ID
             END-ACCEPT
           END-IF.
           IF OPR-OPERATOR-ID = SPACES
             MOVE 'NO OPERATOR ID GIVEN' TO OPR-REASON
           ELSE
             MOVE 'N' TO OPR-FOUND-SW
             MOVE SPACES TO OPAU-STATUS
             OPEN INPUT OPER-AUTH-FILE
             IF NOT OPAU-FILE-OK
               MOVE 'NO OPERATOR AUTHORITY TABLE' TO OPR-REASON
             ELSE
               PERFORM UNTIL OPAU-FILE-EOF OR OPR-FOUND
                 READ OPER-AUTH-FILE INTO OPER-AUTH-LINE
                   AT END
                     SET OPAU-FILE-EOF TO TRUE
                   NOT AT END
                     IF OPA-OPERATOR = OPR-OPERATOR-ID
                       AND OPA-PROGRAM = OPR-PROGRAM
                       AND OPA-ACTION = OPR-ACTION
                       AND OPER-AUTH-LINE(1:1) NOT = '*'
                       SET OPR-FOUND TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
               IF NOT OPR-FOUND
                 MOVE 'NOT AUTHORIZED FOR THIS ACTION' TO OPR-REASON
               ELSE
                 IF OPR-SUPERVISOR-ONLY AND NOT OPA-SUPERVISOR
                   MOVE 'SUPERVISOR ONLY' TO OPR-REASON
                 ELSE
                   SET OPR-AUTHORIZED TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF OPR-AUTHORIZED
             MOVE OPR-OPERATOR-ID TO AUDIT-OPERATOR
             MOVE 'GRANTED' TO ACL-LN-OUTCOME
           ELSE
             MOVE 'REFUSED' TO ACL-LN-OUTCOME
             DISPLAY ' REFUSED - ' OPR-PROGRAM ' ' OPR-ACTION
               ' FOR OPERATOR ''' OPR-OPERATOR-ID ''': ' OPR-REASON
           END-IF.
           PERFORM WRITE-ACCESS-LOG
           .
      *-----------------------------------------------------------------*
      * WRITE-ACCESS-LOG - STAMP AND APPEND ONE ACCESSLOG LINE.  THE
      * OUTCOME IS ALREADY IN ACL-LN-OUTCOME.
      *-----------------------------------------------------------------*
       WRITE-ACCESS-LOG SECTION.
           ACCEPT ACCL-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCL-TS-TIME FROM TIME.
           MOVE ACCL-TS-DATE TO ACL-LN-DATE.
           MOVE ACCL-TS-TIME TO ACL-LN-TIME.
           MOVE OPR-OPERATOR-ID TO ACL-LN-OPERATOR.
           MOVE OPR-PROGRAM TO ACL-LN-PROGRAM.
           MOVE OPR-ACTION TO ACL-LN-ACTION.
           MOVE OPR-REASON TO ACL-LN-REASON.
           MOVE SPACES TO ACCL-STATUS.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF NOT ACCL-FILE-OK
             OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           WRITE ACCESS-LOG-RECORD FROM ACCESS-LOG-LINE.
           CLOSE ACCESS-LOG-FILE
           .
