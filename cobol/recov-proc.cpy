      * forward-recovery journal routines (state in recov-data.cpy).
      * the caller declares RECOVERY-JOURNAL-FILE (recov-file.cpy)
      * with WS-RECOV-STATUS as its file status. RECOVJNL may not
      * exist yet on day one -- the usual OPEN EXTEND with the OPEN
      * OUTPUT fallback. an update is never held up because the
      * journal would not open: it is made, the miss is counted in
      * WS-RECOV-MISSED and said on the console, and the next
      * backup is the recovery point for that master.
       RECOV-JOURNAL-PROCEDURE.
           IF WS-RECOV-IS-CLOSED
               OPEN EXTEND RECOVERY-JOURNAL-FILE
               IF WS-RECOV-STATUS NOT = "00"
                   OPEN OUTPUT RECOVERY-JOURNAL-FILE
               END-IF
               IF WS-RECOV-STATUS NOT = "00"
                   ADD 1 TO WS-RECOV-MISSED
                   DISPLAY WS-RECOV-PROGRAM ": RECOVJNL OPEN FAILED,"
                       " STATUS=" WS-RECOV-STATUS " -- " WS-RECOV-MASTER
                       " UPDATE NOT JOURNALED"
                   PERFORM RECOV-CLEAR-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
               SET WS-RECOV-IS-OPEN TO TRUE
           END-IF

           ACCEPT WS-RECOV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RECOV-TIME FROM TIME

           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           STRING WS-RECOV-DATE-YYYY "-" WS-RECOV-DATE-MM "-"
               WS-RECOV-DATE-DD
               DELIMITED BY SIZE INTO RECOVERY-JOURNAL-DATE
           STRING WS-RECOV-TIME-HH ":" WS-RECOV-TIME-MM ":"
               WS-RECOV-TIME-SS "." WS-RECOV-TIME-CC
               DELIMITED BY SIZE INTO RECOVERY-JOURNAL-TIME
           MOVE WS-RECOV-MASTER TO RECOVERY-JOURNAL-MASTER
           MOVE WS-RECOV-ACTION TO RECOVERY-JOURNAL-ACTION
           MOVE WS-RECOV-PROGRAM TO RECOVERY-JOURNAL-PROGRAM
           MOVE WS-RECOV-OPERATOR TO RECOVERY-JOURNAL-OPERATOR
           MOVE WS-RECOV-BEFORE-LEN TO RECOVERY-JOURNAL-BEFORE-LEN
           MOVE WS-RECOV-BEFORE TO RECOVERY-JOURNAL-BEFORE
           MOVE WS-RECOV-AFTER-LEN TO RECOVERY-JOURNAL-AFTER-LEN
           MOVE WS-RECOV-AFTER TO RECOVERY-JOURNAL-AFTER
           WRITE RECOVERY-JOURNAL-RECORD
           ADD 1 TO WS-RECOV-WRITTEN

           IF WS-RECOV-HOLD-OFF
               CLOSE RECOVERY-JOURNAL-FILE
               SET WS-RECOV-IS-CLOSED TO TRUE
           END-IF

           PERFORM RECOV-CLEAR-PROCEDURE.

       RECOV-CLEAR-PROCEDURE.
           MOVE SPACE TO WS-RECOV-ACTION
           MOVE 0 TO WS-RECOV-BEFORE-LEN
           MOVE SPACES TO WS-RECOV-BEFORE
           MOVE 0 TO WS-RECOV-AFTER-LEN
           MOVE SPACES TO WS-RECOV-AFTER.

      * for a caller holding the journal open -- the end of its run.
       RECOV-CLOSE-PROCEDURE.
           IF WS-RECOV-IS-OPEN
               CLOSE RECOVERY-JOURNAL-FILE
               SET WS-RECOV-IS-CLOSED TO TRUE
           END-IF.

      * a whole-file master's record as loaded, from WS-RECOV-AFTER
      * (the first WS-RECOV-PRIOR-LEN characters of it).
       RECOV-PRIOR-KEEP-PROCEDURE.
           IF WS-RECOV-PRIOR-COUNT < WS-RECOV-PRIOR-MAX
               ADD 1 TO WS-RECOV-PRIOR-COUNT
               MOVE WS-RECOV-AFTER (1:WS-RECOV-PRIOR-LEN) TO
                   WS-RECOV-PRIOR-IMAGE (WS-RECOV-PRIOR-COUNT)
               MOVE "N" TO WS-RECOV-PRIOR-MATCHED
                   (WS-RECOV-PRIOR-COUNT)
           END-IF
           MOVE SPACES TO WS-RECOV-AFTER.

      * a record about to be saved, in WS-RECOV-AFTER: journaled as
      * added when no loaded record had its key, as changed when
      * the loaded one differed, and not at all when it is as it
      * was loaded.
       RECOV-PRIOR-MATCH-PROCEDURE.
           MOVE 0 TO WS-RECOV-PRIOR-FOUND
           PERFORM VARYING WS-RECOV-PRIOR-IDX FROM 1 BY 1 UNTIL
               WS-RECOV-PRIOR-IDX > WS-RECOV-PRIOR-COUNT
               IF WS-RECOV-PRIOR-MATCHED (WS-RECOV-PRIOR-IDX) = "N"
                   AND WS-RECOV-PRIOR-IMAGE (WS-RECOV-PRIOR-IDX)
                   (1:WS-RECOV-KEY-LEN) =
                   WS-RECOV-AFTER (1:WS-RECOV-KEY-LEN)
                   MOVE WS-RECOV-PRIOR-IDX TO WS-RECOV-PRIOR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-RECOV-PRIOR-LEN TO WS-RECOV-AFTER-LEN
           IF WS-RECOV-PRIOR-FOUND = 0
               SET WS-RECOV-ADDED TO TRUE
               PERFORM RECOV-JOURNAL-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-RECOV-PRIOR-MATCHED (WS-RECOV-PRIOR-FOUND)
           IF WS-RECOV-PRIOR-IMAGE (WS-RECOV-PRIOR-FOUND)
               (1:WS-RECOV-PRIOR-LEN) =
               WS-RECOV-AFTER (1:WS-RECOV-PRIOR-LEN)
               PERFORM RECOV-CLEAR-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           SET WS-RECOV-CHANGED TO TRUE
           MOVE WS-RECOV-PRIOR-LEN TO WS-RECOV-BEFORE-LEN
           MOVE WS-RECOV-PRIOR-IMAGE (WS-RECOV-PRIOR-FOUND)
               (1:WS-RECOV-PRIOR-LEN) TO WS-RECOV-BEFORE
           PERFORM RECOV-JOURNAL-PROCEDURE.

      * every loaded record nothing saved matched was removed.
       RECOV-PRIOR-FINISH-PROCEDURE.
           PERFORM VARYING WS-RECOV-PRIOR-IDX FROM 1 BY 1 UNTIL
               WS-RECOV-PRIOR-IDX > WS-RECOV-PRIOR-COUNT
               IF WS-RECOV-PRIOR-MATCHED (WS-RECOV-PRIOR-IDX) = "N"
                   SET WS-RECOV-DELETED TO TRUE
                   MOVE WS-RECOV-PRIOR-LEN TO WS-RECOV-BEFORE-LEN
                   MOVE WS-RECOV-PRIOR-IMAGE (WS-RECOV-PRIOR-IDX)
                       (1:WS-RECOV-PRIOR-LEN) TO WS-RECOV-BEFORE
                   PERFORM RECOV-JOURNAL-PROCEDURE
               END-IF
           END-PERFORM.
