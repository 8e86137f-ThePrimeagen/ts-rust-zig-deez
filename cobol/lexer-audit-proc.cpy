      * appends one line to LEXER-AUDIT-LOG-FILE recording this run's
      * timestamp, source identifier, token count, pass/fail, and
      * abend code (0 when none). LEXAUDIT may not exist yet on day
      * one, so the append (lexer-audit-chain.cpy) uses the same
      * OPEN EXTEND / fall back to OPEN OUTPUT pattern as TOKNSTAT
      * in token-stats.cbl.
       LEXER-AUDIT-WRITE-PROCEDURE.
           PERFORM LEXER-AUDIT-STAMP-PROCEDURE

           MOVE WS-LEXER-AUDIT-SOURCE-ID   TO WS-LEXER-AUDIT-LINE-SOURCE
           MOVE WS-LEXER-AUDIT-TOKEN-COUNT TO WS-LEXER-AUDIT-LINE-COUNT
               END-IF
           END-IF

           PERFORM LEXER-AUDIT-APPEND-PROCEDURE.

       COPY "lexer-audit-chain.cpy".
