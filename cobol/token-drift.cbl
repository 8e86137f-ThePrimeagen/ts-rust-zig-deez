       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "token-name-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-DRIFT-FILE-STATUS PIC XX VALUE "00".

           END-START

           PERFORM UNTIL WS-DRIFT-EOF-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-DRIFT-EOF-ON TO TRUE
               ELSE
                   PERFORM DRIFT-NOTE-RUN-PROCEDURE
               END-IF
           END-PERFORM.

       DRIFT-NOTE-RUN-PROCEDURE.
           MOVE WS-DRIFT-LOAD-JOB TO TOKEN-MASTER-JOB-ID
           MOVE WS-DRIFT-LOAD-DATE TO TOKEN-MASTER-RUN-DATE
           MOVE 0 TO TOKEN-MASTER-SEQ
           MOVE 0 TO TOKEN-MASTER-PART
           SET WS-DRIFT-READ-DONE-OFF TO TRUE

           START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
           END-START

           PERFORM UNTIL WS-DRIFT-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-DRIFT-READ-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-JOB-ID = WS-DRIFT-LOAD-JOB
                       AND TOKEN-MASTER-RUN-DATE =
                       WS-DRIFT-LOAD-DATE
                       IF WS-DRIFT-LOAD-COUNT >=
                           WS-DRIFT-SIDE-MAX
                           SET WS-DRIFT-LOAD-OVERFLOW TO TRUE
                           SET WS-DRIFT-READ-DONE-ON TO TRUE
                       ELSE
                           ADD 1 TO WS-DRIFT-LOAD-COUNT
                           PERFORM DRIFT-STORE-TOKEN-PROCEDURE
                       END-IF
                   ELSE
                       SET WS-DRIFT-READ-DONE-ON TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       DRIFT-STORE-TOKEN-PROCEDURE.
           IF WS-DRIFT-LOAD-SIDE = "O"
               MOVE TOKEN-MASTER-TYPE TO
                   WS-DRIFT-OLD-TYPE (WS-DRIFT-LOAD-COUNT)
               MOVE WS-TOKEN-MASTER-LITERAL TO
                   WS-DRIFT-OLD-LITERAL (WS-DRIFT-LOAD-COUNT)
               MOVE TOKEN-MASTER-LINE TO
                   WS-DRIFT-OLD-LINE (WS-DRIFT-LOAD-COUNT)
           ELSE
               MOVE TOKEN-MASTER-TYPE TO
                   WS-DRIFT-NEW-TYPE (WS-DRIFT-LOAD-COUNT)
               MOVE WS-TOKEN-MASTER-LITERAL TO
                   WS-DRIFT-NEW-LITERAL (WS-DRIFT-LOAD-COUNT)
               MOVE TOKEN-MASTER-LINE TO
                   WS-DRIFT-NEW-LINE (WS-DRIFT-LOAD-COUNT)
           WRITE DRIFT-REPORT-RECORD.

       COPY "token-name-proc.cpy".
       COPY "token-master-proc.cpy".
