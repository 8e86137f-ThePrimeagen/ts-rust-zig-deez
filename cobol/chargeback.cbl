                       SET WS-CHG-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (1:7) = WS-CHG-MONTH
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           PERFORM CHARGEBACK-ONE-RUN-PROCEDURE
                       END-IF
               END-READ
