      * shared change-freeze check (state in freeze-data.cpy; the
      * exemption approver is vetted, and every outcome logged,
      * through oper-proc.cpy). FREEZCAL and FRZEXMPT load on first
      * use; with no FREEZCAL nothing is frozen. a freeze holds the
      * change when today falls inside it and its scope reaches the
      * subject -- every freeze reaches a shared change, and a
      * script whose tier OWNERMST does not know is held by any
      * tier freeze rather than slipping past one. a change held by
      * a freeze goes through only on an exemption for that freeze
      * and subject whose two ids differ and whose approver OPERMSTR
      * vouches for with the break-glass authority. every freeze
      * the change meets must be exempted; the first that is not
      * refuses it. refusals and exemptions both land on the
      * chained LEXAUDIT trail, with the full text on OPERLOG.
       FREEZE-CHECK-PROCEDURE.
           IF WS-FREEZE-NOT-LOADED
               PERFORM FREEZE-LOAD-PROCEDURE
           END-IF

           SET WS-FREEZE-CLEAR TO TRUE
           MOVE SPACES TO WS-FREEZE-HIT-START
           MOVE SPACES TO WS-FREEZE-HIT-END
           MOVE SPACES TO WS-FREEZE-HIT-REASON

           PERFORM VARYING WS-FREEZE-IDX FROM 1 BY 1 UNTIL
               WS-FREEZE-IDX > WS-FREEZE-COUNT
               OR WS-FREEZE-FROZEN
               SET WS-FREEZE-DOES-NOT-APPLY TO TRUE
               IF WS-FREEZE-START (WS-FREEZE-IDX) <=
                   WS-FREEZE-TODAY-DASHED
                   AND WS-FREEZE-END (WS-FREEZE-IDX) >=
                   WS-FREEZE-TODAY-DASHED
                   EVALUATE TRUE
                       WHEN WS-FREEZE-SHARED
                           SET WS-FREEZE-APPLIES TO TRUE
                       WHEN WS-FREEZE-SCOPE (WS-FREEZE-IDX) = "A"
                           SET WS-FREEZE-APPLIES TO TRUE
                       WHEN WS-FREEZE-SCOPE (WS-FREEZE-IDX) = "U"
                           AND WS-FREEZE-VALUE (WS-FREEZE-IDX) =
                           WS-FREEZE-DESK
                           SET WS-FREEZE-APPLIES TO TRUE
                       WHEN WS-FREEZE-SCOPE (WS-FREEZE-IDX) = "T"
                           AND (WS-FREEZE-VALUE (WS-FREEZE-IDX) (1:1)
                           = WS-FREEZE-TIER
                           OR WS-FREEZE-TIER = "?"
                           OR WS-FREEZE-TIER = SPACE)
                           SET WS-FREEZE-APPLIES TO TRUE
                   END-EVALUATE
               END-IF
               IF WS-FREEZE-APPLIES
                   PERFORM FREEZE-EXEMPTION-PROCEDURE
               END-IF
           END-PERFORM.

      * the freeze at WS-FREEZE-IDX holds the change -- an exemption
      * lets it by, otherwise it is refused here.
       FREEZE-EXEMPTION-PROCEDURE.
           MOVE WS-FREEZE-START (WS-FREEZE-IDX) TO WS-FREEZE-HIT-START
           MOVE WS-FREEZE-END (WS-FREEZE-IDX) TO WS-FREEZE-HIT-END
           MOVE WS-FREEZE-REASON (WS-FREEZE-IDX) TO
               WS-FREEZE-HIT-REASON

           MOVE 0 TO WS-FREEZE-EXM-FOUND
           PERFORM VARYING WS-FREEZE-EXM-IDX FROM 1 BY 1 UNTIL
               WS-FREEZE-EXM-IDX > WS-FREEZE-EXM-COUNT
               IF WS-FREEZE-EXM-START (WS-FREEZE-EXM-IDX) =
                   WS-FREEZE-HIT-START
                   AND (WS-FREEZE-EXM-SUBJECT (WS-FREEZE-EXM-IDX) =
                   WS-FREEZE-SUBJECT
                   OR WS-FREEZE-EXM-SUBJECT (WS-FREEZE-EXM-IDX) =
                   "*")
                   MOVE WS-FREEZE-EXM-IDX TO WS-FREEZE-EXM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FREEZE-EXM-FOUND > 0
               IF WS-FREEZE-EXM-REQUESTER (WS-FREEZE-EXM-FOUND) =
                   SPACES
                   OR WS-FREEZE-EXM-REQUESTER (WS-FREEZE-EXM-FOUND) =
                   WS-FREEZE-EXM-APPROVER (WS-FREEZE-EXM-FOUND)
                   MOVE 0 TO WS-FREEZE-EXM-FOUND
               END-IF
           END-IF
           IF WS-FREEZE-EXM-FOUND > 0
               MOVE WS-FREEZE-EXM-APPROVER (WS-FREEZE-EXM-FOUND) TO
                   WS-OPER-QUERY
               MOVE "B" TO WS-OPER-NEED
               MOVE SPACES TO WS-OPER-DETAIL
               STRING "FREEZE EXEMPTION " WS-FREEZE-SUBJECT
                   DELIMITED BY SIZE INTO WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
               IF WS-OPER-REFUSED
                   MOVE 0 TO WS-FREEZE-EXM-FOUND
               END-IF
           END-IF

           IF WS-FREEZE-EXM-FOUND = 0
               SET WS-FREEZE-FROZEN TO TRUE
               MOVE "FREEZE REFUSED " TO WS-FREEZE-LOG-WHAT
               MOVE WS-FREEZE-HIT-REASON TO WS-FREEZE-LOG-TAIL
           ELSE
               SET WS-FREEZE-EXEMPT TO TRUE
               MOVE "FREEZE EXEMPT  " TO WS-FREEZE-LOG-WHAT
               MOVE SPACES TO WS-FREEZE-LOG-TAIL
               STRING "EXEMPTED BY "
                   WS-FREEZE-EXM-REQUESTER (WS-FREEZE-EXM-FOUND)
                   " / " WS-FREEZE-EXM-APPROVER (WS-FREEZE-EXM-FOUND)
                   DELIMITED BY SIZE INTO WS-FREEZE-LOG-TAIL
           END-IF
           PERFORM FREEZE-LOG-PROCEDURE.

       FREEZE-LOAD-PROCEDURE.
           SET WS-FREEZE-LOADED TO TRUE
           MOVE 0 TO WS-FREEZE-COUNT
           MOVE 0 TO WS-FREEZE-EXM-COUNT
           ACCEPT WS-FREEZE-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-FREEZE-TODAY-DASHED
           STRING WS-FREEZE-TODAY-YYYY "-" WS-FREEZE-TODAY-MM "-"
               WS-FREEZE-TODAY-DD
               DELIMITED BY SIZE INTO WS-FREEZE-TODAY-DASHED

           OPEN INPUT FREEZE-CALENDAR-FILE
           IF WS-FREEZE-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FREEZE-EOF-OFF TO TRUE
           PERFORM UNTIL WS-FREEZE-EOF-ON
               READ FREEZE-CALENDAR-FILE
                   AT END
                       SET WS-FREEZE-EOF-ON TO TRUE
                   NOT AT END
                       IF FREEZE-CALENDAR-START NOT = SPACES
                           AND FREEZE-CALENDAR-RECORD (1:1) NOT = "*"
                           AND WS-FREEZE-COUNT < WS-FREEZE-MAX
                           ADD 1 TO WS-FREEZE-COUNT
                           MOVE FREEZE-CALENDAR-START TO
                               WS-FREEZE-START (WS-FREEZE-COUNT)
                           MOVE FREEZE-CALENDAR-END TO
                               WS-FREEZE-END (WS-FREEZE-COUNT)
                           MOVE FREEZE-CALENDAR-SCOPE TO
                               WS-FREEZE-SCOPE (WS-FREEZE-COUNT)
                           MOVE FREEZE-CALENDAR-SCOPE-VALUE TO
                               WS-FREEZE-VALUE (WS-FREEZE-COUNT)
                           MOVE FREEZE-CALENDAR-REASON TO
                               WS-FREEZE-REASON (WS-FREEZE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREEZE-CALENDAR-FILE

           OPEN INPUT FREEZE-EXEMPT-FILE
           IF WS-FREEZE-EXM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FREEZE-EOF-OFF TO TRUE
           PERFORM UNTIL WS-FREEZE-EOF-ON
               READ FREEZE-EXEMPT-FILE
                   AT END
                       SET WS-FREEZE-EOF-ON TO TRUE
                   NOT AT END
                       IF FREEZE-EXEMPT-START NOT = SPACES
                           AND FREEZE-EXEMPT-RECORD (1:1) NOT = "*"
                           AND WS-FREEZE-EXM-COUNT < WS-FREEZE-EXM-MAX
                           ADD 1 TO WS-FREEZE-EXM-COUNT
                           MOVE FREEZE-EXEMPT-START TO
                               WS-FREEZE-EXM-START (WS-FREEZE-EXM-COUNT)
                           MOVE FREEZE-EXEMPT-SUBJECT TO
                               WS-FREEZE-EXM-SUBJECT
                               (WS-FREEZE-EXM-COUNT)
                           MOVE FREEZE-EXEMPT-REQUESTER TO
                               WS-FREEZE-EXM-REQUESTER
                               (WS-FREEZE-EXM-COUNT)
                           MOVE FREEZE-EXEMPT-APPROVER TO
                               WS-FREEZE-EXM-APPROVER
                               (WS-FREEZE-EXM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREEZE-EXEMPT-FILE.

      * one line per freeze met: refused or exempted, by which
      * caller, for what, under which freeze. on LEXAUDIT it is an
      * FRZR (refused) or FRZX (exempted) event line -- source "FZ "
      * and the subject, the caller in JOB=, the exemption's
      * approver in VER=; OPERLOG keeps the freeze dates and reason.
       FREEZE-LOG-PROCEDURE.
           MOVE SPACES TO WS-LEXER-AUDIT-EVENT-SOURCE
           STRING "FZ " WS-FREEZE-SUBJECT
               DELIMITED BY SIZE INTO WS-LEXER-AUDIT-EVENT-SOURCE
           MOVE WS-OPER-CALLER (1:8) TO WS-LEXER-AUDIT-EVENT-JOB
           MOVE SPACES TO WS-LEXER-AUDIT-EVENT-UNIT
           IF WS-FREEZE-FROZEN
               MOVE "FRZR" TO WS-LEXER-AUDIT-EVENT-RESULT
               MOVE SPACES TO WS-LEXER-AUDIT-EVENT-VER
           ELSE
               MOVE "FRZX" TO WS-LEXER-AUDIT-EVENT-RESULT
               MOVE WS-FREEZE-EXM-APPROVER (WS-FREEZE-EXM-FOUND) TO
                   WS-LEXER-AUDIT-EVENT-VER
           END-IF
           PERFORM LEXER-AUDIT-EVENT-PROCEDURE

           ACCEPT WS-OPER-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPER-LOG-TIME FROM TIME

           OPEN EXTEND OPERATOR-LOG-FILE
           IF WS-OPER-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF

           MOVE SPACES TO OPERATOR-LOG-RECORD
           STRING WS-OPER-LOG-YYYY "-" WS-OPER-LOG-MM "-"
               WS-OPER-LOG-DD " "
               WS-OPER-LOG-HH ":" WS-OPER-LOG-MIN ":"
               WS-OPER-LOG-SS
               " " WS-FREEZE-LOG-WHAT WS-OPER-CALLER
               " " WS-FREEZE-SUBJECT
               " " WS-FREEZE-HIT-START "/" WS-FREEZE-HIT-END
               " " WS-FREEZE-LOG-TAIL
               DELIMITED BY SIZE INTO OPERATOR-LOG-RECORD
           WRITE OPERATOR-LOG-RECORD

           CLOSE OPERATOR-LOG-FILE.
