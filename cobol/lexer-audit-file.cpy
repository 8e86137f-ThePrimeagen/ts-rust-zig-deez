      * an edited or deleted line breaks continuity where
      * AUDIT-VERIFY-PROGRAM can point at it -- the answer to "how
      * do we know the trail hasn't been altered".
      * the operator and freeze checks append approval-control event
      * lines to the same chain (LEXER-AUDIT-EVENT-PROCEDURE, see
      * lexer-audit-chain.cpy); the second view below names their
      * result codes so a reader counting lexer runs can skip them.
       FD LEXER-AUDIT-LOG-FILE
           RECORD CONTAINS 160 CHARACTERS.

       01 LEXER-AUDIT-LOG-RECORD PIC X(160).

      * the same line by result -- OREF an operator refused, FRZR a
      * change held by a freeze, FRZX a change let through one on
      * an exemption. none of them is a lexer run.
       01 LEXER-AUDIT-LOG-VIEW.
           05 FILLER                   PIC X(55).
           05 LEXER-AUDIT-LOG-RESULT   PIC X(4).
               88 LEXER-AUDIT-LOG-EVENT VALUE "OREF" "FRZR" "FRZX".
           05 FILLER                   PIC X(101).
