
       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-VRFY-FILE-STATUS PIC XX VALUE "00".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
           END-START

           PERFORM UNTIL WS-VRFY-EOF-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-VRFY-EOF-ON TO TRUE
               ELSE
                   PERFORM VERIFY-ONE-RECORD-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-VRFY-GROUP-OPEN

           CLOSE LEXER-AUDIT-LOG-FILE.

      * an approval-control event line counts no tokens.
       VERIFY-ONE-AUDIT-PROCEDURE.
           IF LEXER-AUDIT-LOG-EVENT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VRFY-AUD-FOUND
           PERFORM VARYING WS-VRFY-AUD-IDX FROM 1 BY 1 UNTIL
               WS-VRFY-AUD-IDX > WS-VRFY-AUD-COUNT
           END-IF

           SET WS-VRFY-GROUP-CLOSED TO TRUE.

       COPY "token-master-proc.cpy".
