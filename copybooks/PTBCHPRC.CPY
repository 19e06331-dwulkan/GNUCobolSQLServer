      *-----------------------------------------------------------------*
      * NOTE-BATCH-RECORD - FOLLOW ONE LINE OF A BATCHED POINTS FILE
      * (PTB-RECORD, FILLED BY THE CALLER).  A HDR OPENS A BATCH, A
      * SCORE RECORD IS COUNTED AND HASHED INTO IT, A TRL CLOSES IT.
      * A BATCH ENDING BEYOND PTB-DONE-THRU MUST BALANCE TO ITS
      * TRAILER AND MUST NOT REPEAT AN EARLIER BATCH ID IN THE FILE;
      * IT IS THEN ADDED TO PTB-NEW-TABLE.  A HDR INSIDE A BATCH, A
      * TRL OUTSIDE ONE, OR A SCORE RECORD OUTSIDE ONE BEYOND
      * PTB-DONE-THRU REFUSES THE FILE.  A VOD PLACEHOLDER (SEE
      * PTSINFD) IS NEITHER COUNTED NOR HASHED.  ONLY THE FIRST
      * REFUSAL IS KEPT.  SHARED BY esqlOCLoad AND esqlOCVenue.
      *-----------------------------------------------------------------*
       NOTE-BATCH-RECORD SECTION.
           ADD 1 TO PTB-LINE-NO.
           IF PTB-FILE-ACCEPTED
             EVALUATE TRUE
               WHEN PTB-REC-HEADER
                 PERFORM OPEN-POINTS-BATCH
               WHEN PTB-REC-TRAILER
                 PERFORM CLOSE-POINTS-BATCH
               WHEN PTB-REC-VOID
                 CONTINUE
               WHEN OTHER
                 PERFORM COUNT-BATCH-RECORD
             END-EVALUATE
           END-IF
           .
       OPEN-POINTS-BATCH SECTION.
           IF PTB-IN-BATCH
             MOVE 'NO TRAILER' TO PTB-REF-OUTCOME
             MOVE 'BATCH HEADER BEFORE THE PREVIOUS BATCH TRAILER'
               TO PTB-REF-REASON
             PERFORM REFUSE-POINTS-FILE
           ELSE
             SET PTB-IN-BATCH TO TRUE
             MOVE PTB-REC-SENDER TO PTB-CUR-SENDER
             MOVE PTB-REC-BATCH-ID TO PTB-CUR-BATCH-ID
             MOVE PTB-REC-CREATED TO PTB-CUR-CREATED
             MOVE PTB-LINE-NO TO PTB-CUR-HDR-LINE
             MOVE ZERO TO PTB-CUR-COUNT PTB-CUR-HASH
             IF PTB-REC-BATCH-ID = SPACES
             AND PTB-LINE-NO > PTB-DONE-THRU
               MOVE 'NO HEADER' TO PTB-REF-OUTCOME
               MOVE 'BATCH HEADER CARRIES NO BATCH ID'
                 TO PTB-REF-REASON
               PERFORM REFUSE-POINTS-FILE
             END-IF
           END-IF
           .
       CLOSE-POINTS-BATCH SECTION.
           IF PTB-NOT-IN-BATCH
             MOVE SPACES TO PTB-CUR-SENDER PTB-CUR-BATCH-ID
             MOVE ZERO TO PTB-CUR-CREATED PTB-CUR-COUNT PTB-CUR-HASH
             MOVE 'NO HEADER' TO PTB-REF-OUTCOME
             MOVE 'BATCH TRAILER WITHOUT A BATCH HEADER'
               TO PTB-REF-REASON
             PERFORM REFUSE-POINTS-FILE
           ELSE
             SET PTB-NOT-IN-BATCH TO TRUE
             IF PTB-LINE-NO > PTB-DONE-THRU
               IF PTB-REC-TOTALS-UNREADABLE
               OR PTB-REC-COUNT NOT = PTB-CUR-COUNT
               OR PTB-REC-HASH NOT = PTB-CUR-HASH
                 MOVE PTB-REC-COUNT TO PTB-REF-TRL-COUNT
                 MOVE PTB-REC-HASH TO PTB-REF-TRL-HASH
                 MOVE 'UNBALANCED' TO PTB-REF-OUTCOME
                 MOVE 'COUNT OR HASH TOTAL DISAGREES WITH TRAILER'
                   TO PTB-REF-REASON
                 PERFORM REFUSE-POINTS-FILE
               ELSE
                 PERFORM NOTE-NEW-BATCH
               END-IF
             END-IF
           END-IF
           .
       COUNT-BATCH-RECORD SECTION.
           IF PTB-IN-BATCH
             ADD 1 TO PTB-CUR-COUNT
             ADD PTB-REC-POINTS TO PTB-CUR-HASH
           ELSE
             IF PTB-LINE-NO > PTB-DONE-THRU
               MOVE SPACES TO PTB-CUR-SENDER PTB-CUR-BATCH-ID
               MOVE ZERO TO PTB-CUR-CREATED PTB-CUR-COUNT PTB-CUR-HASH
               MOVE 'NO HEADER' TO PTB-REF-OUTCOME
               MOVE 'SCORE RECORD OUTSIDE A BATCH' TO PTB-REF-REASON
               PERFORM REFUSE-POINTS-FILE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------*
      * NOTE-NEW-BATCH - ADD THE BALANCED BATCH TO PTB-NEW-TABLE,
      * REFUSING THE FILE IF THE SAME BATCH ID CAME EARLIER IN IT.
      *-----------------------------------------------------------------*
       NOTE-NEW-BATCH SECTION.
           SET PTB-N-IDX TO 1.
           SEARCH PTB-NEW-ENTRY
             AT END
               DISPLAY ' ABORTING - MORE THAN 100 NEW POINTS BATCHES '
                 'IN ONE RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
             WHEN PTB-N-IDX > PTB-NEW-COUNT
               ADD 1 TO PTB-NEW-COUNT
               MOVE PTB-CUR-SENDER TO PTB-N-SENDER(PTB-N-IDX)
               MOVE PTB-CUR-BATCH-ID TO PTB-N-BATCH-ID(PTB-N-IDX)
               MOVE PTB-CUR-CREATED TO PTB-N-CREATED(PTB-N-IDX)
               MOVE PTB-CUR-COUNT TO PTB-N-COUNT(PTB-N-IDX)
               MOVE PTB-CUR-HASH TO PTB-N-HASH(PTB-N-IDX)
               MOVE PTB-CUR-HDR-LINE TO PTB-N-HDR-LINE(PTB-N-IDX)
             WHEN PTB-N-BATCH-ID(PTB-N-IDX) = PTB-CUR-BATCH-ID
               MOVE 'DUPLICATE' TO PTB-REF-OUTCOME
               MOVE 'BATCH ID REPEATED WITHIN THE FILE'
                 TO PTB-REF-REASON
               PERFORM REFUSE-POINTS-FILE
           END-SEARCH
           .
      *-----------------------------------------------------------------*
      * END-BATCH-CHECK - AT END OF FILE A BATCH STILL OPEN HAS LOST
      * ITS TRAILER: THE FILE WAS CUT SHORT IN TRANSFER.
      *-----------------------------------------------------------------*
       END-BATCH-CHECK SECTION.
           IF PTB-FILE-ACCEPTED AND PTB-IN-BATCH
             MOVE 'NO TRAILER' TO PTB-REF-OUTCOME
             MOVE 'FILE ENDS INSIDE A BATCH - CUT SHORT IN TRANSFER'
               TO PTB-REF-REASON
             PERFORM REFUSE-POINTS-FILE
           END-IF
           .
      *-----------------------------------------------------------------*
      * REFUSE-POINTS-FILE - KEEP THE REFUSAL; PTB-CUR-xxx STILL HOLD
      * THE OFFENDING BATCH FOR THE CALLER TO LOG.
      *-----------------------------------------------------------------*
       REFUSE-POINTS-FILE SECTION.
           SET PTB-FILE-REFUSED TO TRUE.
           MOVE PTB-LINE-NO TO PTB-REF-LINE.
           DISPLAY ' POINTS FILE REFUSED AT LINE ' PTB-REF-LINE
             ' - ' PTB-REF-OUTCOME.
           DISPLAY '  ' PTB-REF-REASON.
           IF PTB-CUR-BATCH-ID NOT = SPACES
             MOVE PTB-CUR-HASH TO PTB-HASH-DISPLAY
             DISPLAY '  batch ' PTB-CUR-BATCH-ID ' from '
               PTB-CUR-SENDER ' created ' PTB-CUR-CREATED
             DISPLAY '  counted ' PTB-CUR-COUNT ' records, hash '
               PTB-HASH-DISPLAY
           END-IF.
           IF PTB-REF-OUTCOME = 'UNBALANCED'
             MOVE PTB-REF-TRL-HASH TO PTB-HASH-DISPLAY
             DISPLAY '  trailer ' PTB-REF-TRL-COUNT ' records, hash '
               PTB-HASH-DISPLAY
           END-IF
           .
