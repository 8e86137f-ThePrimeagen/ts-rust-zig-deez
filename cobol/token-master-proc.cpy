      * the whole-token read over the variable-length TOKNMSTR
      * record (see token-master-file.cpy for the layout,
      * token-master-data.cpy for the working storage). every
      * program that walks the repository reads through
      * TOKEN-MASTER-READ-NEXT-PROCEDURE instead of a bare READ
      * NEXT, so continuation parts never surface as tokens of their
      * own and the literal comes back whole. the whole-token write
      * and delete are in token-master-update-proc.cpy, copied only
      * by the programs that change the repository -- every change
      * there is journaled to RECOVJNL.

      * returns the next token in key order: the primary's fields in
      * the record area (as a bare READ NEXT would have left them)
      * and the reassembled literal in WS-TOKEN-MASTER-LITERAL, or
      * WS-TOKEN-MASTER-EOF-ON. a stray continuation with no primary
      * ahead of it is skipped. when a continuation is missing the
      * token comes back with as much literal as was found, the
      * record that turned up instead is re-read by the next call,
      * and WS-TOKEN-MASTER-BROKEN counts it.
       TOKEN-MASTER-READ-NEXT-PROCEDURE.
           SET WS-TOKEN-MASTER-EOF-OFF TO TRUE
           SET WS-TOKEN-MASTER-FOUND-OFF TO TRUE
           MOVE SPACES TO WS-TOKEN-MASTER-LITERAL
           MOVE 0 TO WS-TOKEN-MASTER-PART-NO

           PERFORM UNTIL WS-TOKEN-MASTER-EOF-ON
               OR WS-TOKEN-MASTER-FOUND-ON
               READ TOKEN-MASTER-FILE NEXT
                   AT END
                       SET WS-TOKEN-MASTER-EOF-ON TO TRUE
                   NOT AT END
                       IF TOKEN-MASTER-PART-PRIMARY
                           SET WS-TOKEN-MASTER-FOUND-ON TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TOKEN-MASTER-EOF-ON
               EXIT PARAGRAPH
           END-IF

           MOVE TOKEN-MASTER-JOB-ID TO WS-TOKEN-MASTER-IMG-JOB-ID
           MOVE TOKEN-MASTER-RUN-DATE TO WS-TOKEN-MASTER-IMG-RUN-DATE
           MOVE TOKEN-MASTER-SEQ TO WS-TOKEN-MASTER-IMG-SEQ
           MOVE TOKEN-MASTER-TYPE TO WS-TOKEN-MASTER-IMG-TYPE
           MOVE TOKEN-MASTER-LINE TO WS-TOKEN-MASTER-IMG-LINE
           MOVE TOKEN-MASTER-COL TO WS-TOKEN-MASTER-IMG-COL
           MOVE TOKEN-MASTER-SOURCE TO WS-TOKEN-MASTER-IMG-SOURCE
           MOVE TOKEN-MASTER-LIT-TOTAL TO WS-TOKEN-MASTER-LIT-LEN
           MOVE 1 TO WS-TOKEN-MASTER-LIT-POS
           PERFORM TOKEN-MASTER-TAKE-PART-PROCEDURE

           PERFORM UNTIL WS-TOKEN-MASTER-LIT-POS >
               WS-TOKEN-MASTER-LIT-LEN
               OR WS-TOKEN-MASTER-FOUND-OFF
               OR WS-TOKEN-MASTER-EOF-ON
               READ TOKEN-MASTER-FILE NEXT
                   AT END
      * nothing follows to re-read, so the broken token at the very
      * end of the file is reported rather than returned.
                       SET WS-TOKEN-MASTER-EOF-ON TO TRUE
                       ADD 1 TO WS-TOKEN-MASTER-BROKEN
                       DISPLAY "TOKEN-MASTER-READ-NEXT-PROCEDURE: "
                           "LITERAL CONTINUATION MISSING AT END OF "
                           "FILE FOR " WS-TOKEN-MASTER-IMG-JOB-ID " "
                           WS-TOKEN-MASTER-IMG-RUN-DATE " SEQ "
                           WS-TOKEN-MASTER-IMG-SEQ
                   NOT AT END
                       IF TOKEN-MASTER-JOB-ID =
                           WS-TOKEN-MASTER-IMG-JOB-ID
                           AND TOKEN-MASTER-RUN-DATE =
                           WS-TOKEN-MASTER-IMG-RUN-DATE
                           AND TOKEN-MASTER-SEQ =
                           WS-TOKEN-MASTER-IMG-SEQ
                           AND TOKEN-MASTER-PART =
                           WS-TOKEN-MASTER-PART-NO + 1
                           MOVE TOKEN-MASTER-PART TO
                               WS-TOKEN-MASTER-PART-NO
                           PERFORM TOKEN-MASTER-TAKE-PART-PROCEDURE
                       ELSE
                           SET WS-TOKEN-MASTER-FOUND-OFF TO TRUE
                           ADD 1 TO WS-TOKEN-MASTER-BROKEN
                           DISPLAY "TOKEN-MASTER-READ-NEXT-PROCEDURE: "
                               "LITERAL CONTINUATION MISSING FOR "
                               WS-TOKEN-MASTER-IMG-JOB-ID " "
                               WS-TOKEN-MASTER-IMG-RUN-DATE " SEQ "
                               WS-TOKEN-MASTER-IMG-SEQ
                           START TOKEN-MASTER-FILE
                               KEY >= TOKEN-MASTER-KEY
                               INVALID KEY
                                   CONTINUE
                           END-START
                       END-IF
               END-READ
           END-PERFORM

      * the caller sees the primary, whichever part was read last.
           MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO TOKEN-MASTER-JOB-ID
           MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO TOKEN-MASTER-RUN-DATE
           MOVE WS-TOKEN-MASTER-IMG-SEQ TO TOKEN-MASTER-SEQ
           MOVE 0 TO TOKEN-MASTER-PART
           MOVE WS-TOKEN-MASTER-IMG-TYPE TO TOKEN-MASTER-TYPE
           MOVE WS-TOKEN-MASTER-IMG-LINE TO TOKEN-MASTER-LINE
           MOVE WS-TOKEN-MASTER-IMG-COL TO TOKEN-MASTER-COL
           MOVE WS-TOKEN-MASTER-IMG-SOURCE TO TOKEN-MASTER-SOURCE.

       TOKEN-MASTER-TAKE-PART-PROCEDURE.
           IF TOKEN-MASTER-LIT-LEN > 0
               AND WS-TOKEN-MASTER-LIT-POS + TOKEN-MASTER-LIT-LEN
               <= 257
               MOVE TOKEN-MASTER-LIT-TEXT TO WS-TOKEN-MASTER-LITERAL
                   (WS-TOKEN-MASTER-LIT-POS:TOKEN-MASTER-LIT-LEN)
           END-IF
           ADD TOKEN-MASTER-LIT-LEN TO WS-TOKEN-MASTER-LIT-POS
           COMPUTE WS-TOKEN-MASTER-BYTES = WS-TOKEN-MASTER-BYTES
               + WS-TOKEN-MASTER-FIXED + TOKEN-MASTER-LIT-LEN.

