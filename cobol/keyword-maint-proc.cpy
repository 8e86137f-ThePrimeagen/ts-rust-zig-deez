      * change: the entry sits pending, on record in KEYWCHG, until
      * a different operator approves it in review mode -- the file
      * that defines the production vocabulary doesn't change on one
      * person's say-so. the save journals every record it adds,
      * changes or drops against the file as loaded onto RECOVJNL
      * (recov-proc.cpy) -- a first-day seed has nothing loaded, so
      * it journals the whole vocabulary as added.
       KEYWORD-MAINT-LOAD-PROCEDURE.
           MOVE "N" TO WS-KEYMAINT-EOF-SWITCH
           OPEN INPUT KEYWORD-FILE
                           END-IF
                           MOVE KEYWORD-FILE-REQUESTER TO
                               WS-KEYMAINT-REQUESTER (WS-KEYMAINT-COUNT)
                           MOVE KEYWORD-FILE-RECORD TO WS-RECOV-AFTER
                           PERFORM RECOV-PRIOR-KEEP-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE KEYWORD-FILE
      * may not approve their own change; the refusal is the whole
      * point of the second pair of eyes.
       KEYWORD-MAINT-REVIEW-PROCEDURE.
      * deciding is the keyword-approve authority's alone -- anyone
      * active may request, not everyone may approve.
           MOVE WS-KEYMAINT-OPERATOR TO WS-OPER-QUERY
           MOVE "K" TO WS-OPER-NEED
           MOVE "REVIEW OF PENDING KEYWORD CHANGES" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-KEYMAINT-MSG
               STRING "REVIEW REFUSED -- " WS-OPER-REASON
                   " FOR KEYWORD-APPROVE."
                   DELIMITED BY SIZE INTO WS-KEYMAINT-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEYMAINT-PENDING-COUNT

           PERFORM VARYING WS-KEYMAINT-IDX FROM 1 BY 1 UNTIL
           DISPLAY SCR-KEYMAINT-REVIEW
           ACCEPT SCR-KEYMAINT-REVIEW

      * an approval changes the vocabulary every script lexes with,
      * so any change freeze in force holds it -- the entry stays
      * pending unless FRZEXMPT carries an approved exemption. a
      * rejection changes nothing and goes through.
           IF WS-KEYMAINT-DECISION = "A"
               MOVE "KEYWORDS" TO WS-FREEZE-SUBJECT
               MOVE SPACES TO WS-FREEZE-DESK
               MOVE SPACE TO WS-FREEZE-TIER
               SET WS-FREEZE-SHARED TO TRUE
               PERFORM FREEZE-CHECK-PROCEDURE
               IF WS-FREEZE-FROZEN
                   DISPLAY "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                       WS-FREEZE-HIT-END " -- " WS-FREEZE-HIT-REASON
                   DISPLAY "NO APPROVED EXEMPTION -- LEFT PENDING."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-KEYMAINT-IDX TO WS-KEYMAINT-CHG-KW-IDX
           EVALUATE TRUE
               WHEN WS-KEYMAINT-DECISION = "A"
               MOVE WS-KEYMAINT-REQUESTER (WS-KEYMAINT-IDX) TO
                   KEYWORD-FILE-REQUESTER
               WRITE KEYWORD-FILE-RECORD
               MOVE KEYWORD-FILE-RECORD TO WS-RECOV-AFTER
               PERFORM RECOV-PRIOR-MATCH-PROCEDURE
           END-PERFORM

           CLOSE KEYWORD-FILE

           PERFORM RECOV-PRIOR-FINISH-PROCEDURE.
