
       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-DICT-MSTR-STATUS PIC XX VALUE "00".
       01 WS-DICT-FILE-STATUS PIC XX VALUE "00".
           END-START

           PERFORM UNTIL WS-DICT-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-DICT-READ-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-RUN-DATE =
                       WS-DICT-TODAY-DASHED
                       AND TOKEN-MASTER-TYPE = TOKEN-TYPE-IDENT
                       PERFORM DICT-FOLD-ONE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TOKEN-MASTER-FILE.
       DICT-FOLD-ONE-PROCEDURE.
           ADD 1 TO WS-DICT-UPDATED

           MOVE WS-TOKEN-MASTER-LITERAL (1:64) TO IDENT-DICT-NAME
           READ IDENT-DICT-FILE
               INVALID KEY
                   PERFORM DICT-NEW-ENTRY-PROCEDURE
           PERFORM DICT-RESOLVE-UNIT-PROCEDURE

           MOVE SPACES TO IDENT-DICT-RECORD
           MOVE WS-TOKEN-MASTER-LITERAL (1:64) TO IDENT-DICT-NAME
           MOVE TOKEN-MASTER-RUN-DATE TO IDENT-DICT-FIRST-SEEN
           MOVE TOKEN-MASTER-RUN-DATE TO IDENT-DICT-LAST-SEEN
           MOVE 1 TO IDENT-DICT-OCCURRENCES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY "token-master-proc.cpy".
