      * the chained append every LEXAUDIT line goes through (state
      * in lexer-audit-data.cpy). LEXER-AUDIT-WRITE-PROCEDURE (see
      * lexer-audit-proc.cpy) builds a lexer run's line and comes
      * here; LEXER-AUDIT-EVENT-PROCEDURE builds the line for an
      * approval-control event -- an operator refused, a change
      * held or let through by a freeze -- from the caller's
      * WS-LEXER-AUDIT-EVENT-xxx fields. either way the line is
      * stamped, rolled into the chain and appended here, so an
      * event is as tamper-evident as a run and AUDIT-VERIFY-PROGRAM
      * walks both. an event line has the OVRD line's shape: a
      * source label that no script carries, TOKENS=0, and a result
      * code of its own, so nothing that counts runs mistakes it for
      * one. a program with no lexer run copies this member on its
      * own, with LEXER-AUDIT-LOG-FILE and lexer-audit-data.cpy.
       LEXER-AUDIT-EVENT-PROCEDURE.
           PERFORM LEXER-AUDIT-STAMP-PROCEDURE

           MOVE WS-LEXER-AUDIT-EVENT-SOURCE TO
               WS-LEXER-AUDIT-LINE-SOURCE
           MOVE 0 TO WS-LEXER-AUDIT-LINE-COUNT
           MOVE WS-LEXER-AUDIT-EVENT-RESULT TO
               WS-LEXER-AUDIT-LINE-RESULT
           MOVE 0 TO WS-LEXER-AUDIT-LINE-ABEND
           MOVE WS-LEXER-AUDIT-EVENT-JOB TO WS-LEXER-AUDIT-LINE-JOB-ID
           MOVE 0 TO WS-LEXER-AUDIT-LINE-FP
           MOVE WS-LEXER-AUDIT-EVENT-UNIT TO WS-LEXER-AUDIT-LINE-UNIT
           MOVE 0 TO WS-LEXER-AUDIT-LINE-LINES
           MOVE WS-LEXER-AUDIT-EVENT-VER TO WS-LEXER-AUDIT-LINE-VER
           MOVE WS-LEXER-AUDIT-ENV TO WS-LEXER-AUDIT-LINE-ENV

           PERFORM LEXER-AUDIT-APPEND-PROCEDURE.

       LEXER-AUDIT-STAMP-PROCEDURE.
           ACCEPT WS-LEXER-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEXER-AUDIT-TIME FROM TIME

           MOVE WS-LEXER-AUDIT-DATE-YYYY TO WS-LEXER-AUDIT-LINE-YYYY
           MOVE WS-LEXER-AUDIT-DATE-MM   TO WS-LEXER-AUDIT-LINE-MM
           MOVE WS-LEXER-AUDIT-DATE-DD   TO WS-LEXER-AUDIT-LINE-DD
           MOVE WS-LEXER-AUDIT-TIME-HH   TO WS-LEXER-AUDIT-LINE-HH
           MOVE WS-LEXER-AUDIT-TIME-MM   TO WS-LEXER-AUDIT-LINE-MIN
           MOVE WS-LEXER-AUDIT-TIME-SS   TO WS-LEXER-AUDIT-LINE-SS.

       LEXER-AUDIT-APPEND-PROCEDURE.
      * the chain: the trail's last chain value (found once per
      * program run) rolls forward over this line's content, so a
      * later edit or deletion breaks continuity where the verifier
      * can point at it.
           IF WS-LEXER-AUDIT-CHAIN-UNKNOWN
               PERFORM LEXER-AUDIT-FIND-CHAIN-PROCEDURE
           END-IF

           PERFORM VARYING WS-LEXER-AUDIT-ROLL-IDX FROM 1 BY 1 UNTIL
               WS-LEXER-AUDIT-ROLL-IDX > 140
               COMPUTE WS-LEXER-AUDIT-CHAIN =
                   WS-LEXER-AUDIT-CHAIN * 31 + FUNCTION ORD
                   (WS-LEXER-AUDIT-LINE (WS-LEXER-AUDIT-ROLL-IDX:1))
               IF WS-LEXER-AUDIT-CHAIN > 99999999
                   COMPUTE WS-LEXER-AUDIT-CHAIN =
                       WS-LEXER-AUDIT-CHAIN - 99999999 *
                       (WS-LEXER-AUDIT-CHAIN / 99999999)
               END-IF
           END-PERFORM
           MOVE WS-LEXER-AUDIT-CHAIN TO WS-LEXER-AUDIT-LINE-CHAIN

           OPEN EXTEND LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT LEXER-AUDIT-LOG-FILE
           END-IF

           MOVE SPACES TO LEXER-AUDIT-LOG-RECORD
           MOVE WS-LEXER-AUDIT-LINE TO LEXER-AUDIT-LOG-RECORD
           WRITE LEXER-AUDIT-LOG-RECORD

           CLOSE LEXER-AUDIT-LOG-FILE.

      * the newest CH= value already on file -- lines from before
      * the chain (and CompilerTester's own appends) carry no CH=
      * and are passed over; an absent or empty trail seeds the
      * chain at zero.
       LEXER-AUDIT-FIND-CHAIN-PROCEDURE.
           SET WS-LEXER-AUDIT-CHAIN-KNOWN TO TRUE
           MOVE 0 TO WS-LEXER-AUDIT-CHAIN

           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-LEXER-AUDIT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-LEXER-AUDIT-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-LEXER-AUDIT-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (141:4) = " CH="
                           MOVE LEXER-AUDIT-LOG-RECORD (145:8) TO
                               WS-LEXER-AUDIT-CH-SLICE
                           IF WS-LEXER-AUDIT-CH-SLICE IS NUMERIC
                               MOVE WS-LEXER-AUDIT-CH-SLICE-9 TO
                                   WS-LEXER-AUDIT-CHAIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.
