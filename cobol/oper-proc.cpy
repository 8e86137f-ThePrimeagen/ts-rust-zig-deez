      * shared operator check (state in oper-data.cpy). the master
      * loads on first use. an id is refused when it is not on
      * OPERMSTR, when it is suspended, or when it lacks the
      * authority asked for -- and an absent OPERMSTR refuses every
      * id, since an approval nobody can vouch for is no approval.
      * every refusal is written to the chained LEXAUDIT trail (and
      * its full text to OPERLOG) before the caller sees it, so no
      * program can forget to log one. a caller copies
      * lexer-audit-chain.cpy, or lexer-audit-proc.cpy, with this.
       OPER-CHECK-PROCEDURE.
           IF WS-OPER-NOT-LOADED
               PERFORM OPER-LOAD-TABLE-PROCEDURE
           END-IF

           SET WS-OPER-REFUSED TO TRUE
           MOVE SPACES TO WS-OPER-HIT-DESK
           MOVE 0 TO WS-OPER-AUTH-POS
           EVALUATE TRUE
               WHEN WS-OPER-NEED-PROMOTE
                   MOVE 1 TO WS-OPER-AUTH-POS
                   MOVE "PROMOTE-APPROVE" TO WS-OPER-AUTH-NAME
               WHEN WS-OPER-NEED-KEYWORD
                   MOVE 2 TO WS-OPER-AUTH-POS
                   MOVE "KEYWORD-APPROVE" TO WS-OPER-AUTH-NAME
               WHEN WS-OPER-NEED-BREAK
                   MOVE 3 TO WS-OPER-AUTH-POS
                   MOVE "BREAK-GLASS" TO WS-OPER-AUTH-NAME
               WHEN WS-OPER-NEED-WAIVE
                   MOVE 4 TO WS-OPER-AUTH-POS
                   MOVE "WAIVE-LINT" TO WS-OPER-AUTH-NAME
               WHEN WS-OPER-NEED-DISPOSE
                   MOVE 5 TO WS-OPER-AUTH-POS
                   MOVE "DISPOSITION" TO WS-OPER-AUTH-NAME
               WHEN OTHER
                   MOVE "ACTIVE ID" TO WS-OPER-AUTH-NAME
           END-EVALUATE

           MOVE 0 TO WS-OPER-FOUND-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
               WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-ID (WS-OPER-IDX) = WS-OPER-QUERY
                   MOVE WS-OPER-IDX TO WS-OPER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-OPER-MASTER-ABSENT
                   MOVE "NO OPERMSTR" TO WS-OPER-REASON
               WHEN WS-OPER-QUERY = SPACES
                   OR WS-OPER-FOUND-IDX = 0
                   MOVE "UNKNOWN ID" TO WS-OPER-REASON
               WHEN WS-OPER-STATUS (WS-OPER-FOUND-IDX) NOT = "A"
                   MOVE "SUSPENDED" TO WS-OPER-REASON
               WHEN WS-OPER-AUTH-POS > 0
                   AND WS-OPER-AUTHS (WS-OPER-FOUND-IDX)
                   (WS-OPER-AUTH-POS:1) NOT = "Y"
                   MOVE "NOT ENTITLED" TO WS-OPER-REASON
               WHEN OTHER
                   SET WS-OPER-ALLOWED TO TRUE
                   MOVE SPACES TO WS-OPER-REASON
                   MOVE WS-OPER-DESK (WS-OPER-FOUND-IDX) TO
                       WS-OPER-HIT-DESK
           END-EVALUATE

           IF WS-OPER-REFUSED
               PERFORM OPER-REFUSAL-LOG-PROCEDURE
           END-IF.

       OPER-LOAD-TABLE-PROCEDURE.
           SET WS-OPER-LOADED TO TRUE
           SET WS-OPER-MASTER-ABSENT TO TRUE
           MOVE 0 TO WS-OPER-COUNT

           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-OPER-MASTER-PRESENT TO TRUE

           SET WS-OPER-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OPER-EOF-ON
               READ OPERATOR-MASTER-FILE
                   AT END
                       SET WS-OPER-EOF-ON TO TRUE
                   NOT AT END
                       IF OPERATOR-MASTER-ID NOT = SPACES
                           AND OPERATOR-MASTER-RECORD (1:1) NOT = "*"
                           AND WS-OPER-COUNT < WS-OPER-MAX
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPERATOR-MASTER-ID TO
                               WS-OPER-ID (WS-OPER-COUNT)
                           MOVE OPERATOR-MASTER-DESK TO
                               WS-OPER-DESK (WS-OPER-COUNT)
                           MOVE OPERATOR-MASTER-STATUS TO
                               WS-OPER-STATUS (WS-OPER-COUNT)
                           MOVE OPERATOR-MASTER-AUTHS TO
                               WS-OPER-AUTHS (WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE.

      * the refusal goes on LEXAUDIT as an OREF event line -- source
      * "OPER " and the authority asked for, the refused id in the
      * VER= column, the reason coded in UNIT= (NOMS no OPERMSTR,
      * UNKN unknown id, SUSP suspended, NENT not entitled) and the
      * caller in JOB= -- so the tamper-evident trail carries it.
      * OPERLOG keeps the full line, detail included, for the desk;
      * the usual OPEN EXTEND with create-on-first-use fallback.
       OPER-REFUSAL-LOG-PROCEDURE.
           MOVE SPACES TO WS-LEXER-AUDIT-EVENT-SOURCE
           STRING "OPER " WS-OPER-AUTH-NAME
               DELIMITED BY SIZE INTO WS-LEXER-AUDIT-EVENT-SOURCE
           MOVE "OREF" TO WS-LEXER-AUDIT-EVENT-RESULT
           MOVE WS-OPER-CALLER (1:8) TO WS-LEXER-AUDIT-EVENT-JOB
           EVALUATE WS-OPER-REASON
               WHEN "NO OPERMSTR"
                   MOVE "NOMS" TO WS-LEXER-AUDIT-EVENT-UNIT
               WHEN "UNKNOWN ID"
                   MOVE "UNKN" TO WS-LEXER-AUDIT-EVENT-UNIT
               WHEN "SUSPENDED"
                   MOVE "SUSP" TO WS-LEXER-AUDIT-EVENT-UNIT
               WHEN OTHER
                   MOVE "NENT" TO WS-LEXER-AUDIT-EVENT-UNIT
           END-EVALUATE
           MOVE WS-OPER-QUERY TO WS-LEXER-AUDIT-EVENT-VER
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
               " REFUSED " WS-OPER-CALLER
               " ID=" WS-OPER-QUERY
               " AUTH=" WS-OPER-AUTH-NAME
               " " WS-OPER-REASON
               " " WS-OPER-DETAIL
               DELIMITED BY SIZE INTO OPERATOR-LOG-RECORD
           WRITE OPERATOR-LOG-RECORD

           CLOSE OPERATOR-LOG-FILE.
