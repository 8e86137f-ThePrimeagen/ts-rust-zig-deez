       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "token-name-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-LIT-MSTR-STATUS PIC XX VALUE "00".
       01 WS-LIT-LIST-STATUS PIC XX VALUE "00".
           END-START

           PERFORM UNTIL WS-LIT-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-LIT-READ-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-RUN-DATE = WS-LIT-TODAY-DASHED
                       AND (TOKEN-MASTER-TYPE = TOKEN-TYPE-INT
                       OR TOKEN-MASTER-TYPE = TOKEN-TYPE-DECIMAL
                       OR TOKEN-MASTER-TYPE = TOKEN-TYPE-STRING)
                       MOVE TOKEN-MASTER-TYPE TO WS-LIT-CUR-TYPE
                       MOVE WS-TOKEN-MASTER-LITERAL TO
                           WS-LIT-CUR-LITERAL
                       MOVE TOKEN-MASTER-LINE TO WS-LIT-CUR-LINE
                       MOVE TOKEN-MASTER-COL TO WS-LIT-CUR-COL
                       MOVE TOKEN-MASTER-SOURCE TO
                           WS-LIT-CUR-SOURCE
                       PERFORM LITINV-ONE-LITERAL-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TOKEN-MASTER-FILE.

       COPY "lexer-proc.cpy".
       COPY "token-name-proc.cpy".
       COPY "token-master-proc.cpy".
