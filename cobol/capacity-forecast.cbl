
      * one audit line -- source at 21, tokens at 48, lines at 110
      * (blank on pre-LN=-era lines), the fixed slices
      * lexer-audit-data.cpy documents. an approval-control event
      * line is no run and is passed over.
       FORECAST-ONE-LINE-PROCEDURE.
           IF LEXER-AUDIT-LOG-EVENT
               EXIT PARAGRAPH
           END-IF

           MOVE LEXER-AUDIT-LOG-RECORD (48:7) TO WS-CAP-TOK-SLICE
           INSPECT WS-CAP-TOK-SLICE REPLACING ALL SPACE BY ZERO
           IF WS-CAP-TOK-SLICE IS NOT NUMERIC
