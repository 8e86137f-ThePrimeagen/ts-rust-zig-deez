      * the whole-token write and delete over the variable-length
      * TOKNMSTR record (see token-master-proc.cpy for the read).
      * every part written, replaced or removed goes onto the
      * RECOVJNL forward-recovery journal with its before and after
      * images, so the caller also declares RECOVERY-JOURNAL-FILE
      * (recov-file.cpy) and copies recov-data.cpy and
      * recov-proc.cpy. a program rebuilding the repository whole
      * (TOKEN-RELOAD-PROGRAM) sets WS-TOKEN-MASTER-JOURNAL-OFF and
      * journals the rebuild itself instead.

      * stores WS-TOKEN-MASTER-IMAGE + WS-TOKEN-MASTER-LITERAL as a
      * primary and however many continuations the literal's real
      * length (trailing blanks dropped) needs. the file must be
      * open OUTPUT or I-O. a part whose key is already on file is
      * rewritten and WS-TOKEN-MASTER-DUP-ON tells the caller so.
       TOKEN-MASTER-WRITE-PROCEDURE.
           SET WS-TOKEN-MASTER-DUP-OFF TO TRUE
           IF WS-TOKEN-MASTER-LITERAL = SPACES
               MOVE 0 TO WS-TOKEN-MASTER-LIT-LEN
           ELSE
               PERFORM VARYING WS-TOKEN-MASTER-LIT-LEN FROM 256 BY -1
                   UNTIL WS-TOKEN-MASTER-LITERAL
                   (WS-TOKEN-MASTER-LIT-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF

           MOVE 1 TO WS-TOKEN-MASTER-LIT-POS
           MOVE 0 TO WS-TOKEN-MASTER-PART-NO
           PERFORM TOKEN-MASTER-WRITE-PART-PROCEDURE

           PERFORM UNTIL WS-TOKEN-MASTER-LIT-POS >
               WS-TOKEN-MASTER-LIT-LEN
               ADD 1 TO WS-TOKEN-MASTER-PART-NO
               PERFORM TOKEN-MASTER-WRITE-PART-PROCEDURE
           END-PERFORM.

      * a part already on file is read first, so the journal has
      * what it replaced, and then rebuilt and rewritten.
       TOKEN-MASTER-WRITE-PART-PROCEDURE.
           IF WS-TOKEN-MASTER-LIT-LEN - WS-TOKEN-MASTER-LIT-POS + 1
               > WS-TOKEN-MASTER-CHUNK
               MOVE WS-TOKEN-MASTER-CHUNK TO WS-TOKEN-MASTER-PART-LEN
           ELSE
               COMPUTE WS-TOKEN-MASTER-PART-LEN =
                   WS-TOKEN-MASTER-LIT-LEN - WS-TOKEN-MASTER-LIT-POS + 1
           END-IF

           PERFORM TOKEN-MASTER-BUILD-PART-PROCEDURE

           WRITE TOKEN-MASTER-RECORD
               INVALID KEY
                   SET WS-TOKEN-MASTER-DUP-ON TO TRUE
                   IF WS-TOKEN-MASTER-JOURNAL-ON
                       READ TOKEN-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       MOVE TOKEN-MASTER-RECORD TO WS-RECOV-BEFORE
                       COMPUTE WS-RECOV-BEFORE-LEN =
                           WS-TOKEN-MASTER-FIXED + TOKEN-MASTER-LIT-LEN
                       PERFORM TOKEN-MASTER-BUILD-PART-PROCEDURE
                   END-IF
                   REWRITE TOKEN-MASTER-RECORD
                   IF WS-TOKEN-MASTER-JOURNAL-ON
                       SET WS-RECOV-CHANGED TO TRUE
                       PERFORM TOKEN-MASTER-JOURNAL-PROCEDURE
                   END-IF
               NOT INVALID KEY
                   IF WS-TOKEN-MASTER-JOURNAL-ON
                       SET WS-RECOV-ADDED TO TRUE
                       PERFORM TOKEN-MASTER-JOURNAL-PROCEDURE
                   END-IF
           END-WRITE

           ADD WS-TOKEN-MASTER-PART-LEN TO WS-TOKEN-MASTER-LIT-POS
           ADD 1 TO WS-TOKEN-MASTER-PARTS
           COMPUTE WS-TOKEN-MASTER-BYTES = WS-TOKEN-MASTER-BYTES
               + WS-TOKEN-MASTER-FIXED + WS-TOKEN-MASTER-PART-LEN.

       TOKEN-MASTER-BUILD-PART-PROCEDURE.
           MOVE WS-TOKEN-MASTER-PART-LEN TO TOKEN-MASTER-LIT-LEN
           MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO TOKEN-MASTER-JOB-ID
           MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO TOKEN-MASTER-RUN-DATE
           MOVE WS-TOKEN-MASTER-IMG-SEQ TO TOKEN-MASTER-SEQ
           MOVE WS-TOKEN-MASTER-PART-NO TO TOKEN-MASTER-PART
           MOVE WS-TOKEN-MASTER-IMG-TYPE TO TOKEN-MASTER-TYPE
           MOVE WS-TOKEN-MASTER-IMG-LINE TO TOKEN-MASTER-LINE
           MOVE WS-TOKEN-MASTER-IMG-COL TO TOKEN-MASTER-COL
           MOVE WS-TOKEN-MASTER-IMG-SOURCE TO TOKEN-MASTER-SOURCE
           MOVE WS-TOKEN-MASTER-LIT-LEN TO TOKEN-MASTER-LIT-TOTAL
           IF WS-TOKEN-MASTER-PART-LEN > 0
               MOVE WS-TOKEN-MASTER-LITERAL
                   (WS-TOKEN-MASTER-LIT-POS:WS-TOKEN-MASTER-PART-LEN)
                   TO TOKEN-MASTER-LIT-TEXT
           END-IF.

      * removes every part of the token TOKEN-MASTER-READ-NEXT-
      * PROCEDURE last returned, by key. each part is read before
      * it goes, for the journal's before image -- parts are taken
      * in key order, so the read position ends on the token's last
      * part, where the read-next left it.
       TOKEN-MASTER-DELETE-PROCEDURE.
           PERFORM VARYING WS-TOKEN-MASTER-DEL-NO FROM 0 BY 1
               UNTIL WS-TOKEN-MASTER-DEL-NO > WS-TOKEN-MASTER-PART-NO
               MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO TOKEN-MASTER-JOB-ID
               MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO
                   TOKEN-MASTER-RUN-DATE
               MOVE WS-TOKEN-MASTER-IMG-SEQ TO TOKEN-MASTER-SEQ
               MOVE WS-TOKEN-MASTER-DEL-NO TO TOKEN-MASTER-PART
               IF WS-TOKEN-MASTER-JOURNAL-ON
                   READ TOKEN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TOKEN-MASTER-RECORD TO WS-RECOV-BEFORE
                           COMPUTE WS-RECOV-BEFORE-LEN =
                               WS-TOKEN-MASTER-FIXED +
                               TOKEN-MASTER-LIT-LEN
                           DELETE TOKEN-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "TOKNMSTR" TO WS-RECOV-MASTER
                                   SET WS-RECOV-DELETED TO TRUE
                                   PERFORM RECOV-JOURNAL-PROCEDURE
                           END-DELETE
                   END-READ
               ELSE
                   DELETE TOKEN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.

      * the part just written or rewritten, as its after image.
       TOKEN-MASTER-JOURNAL-PROCEDURE.
           MOVE "TOKNMSTR" TO WS-RECOV-MASTER
           MOVE TOKEN-MASTER-RECORD TO WS-RECOV-AFTER
           COMPUTE WS-RECOV-AFTER-LEN =
               WS-TOKEN-MASTER-FIXED + TOKEN-MASTER-LIT-LEN
           PERFORM RECOV-JOURNAL-PROCEDURE.
