       FILE-CONTROL.
      * deliberately the PRE-CHANGE file definition: primary key
      * only, no alternate -- the whole point of this program.
           SELECT TOKEN-FIXED-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-FIXED-KEY
               FILE STATUS IS WS-MIG-MSTR-STATUS.
           SELECT TOKEN-UNLOAD-FILE ASSIGN TO "TOKNUNLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-fixed-master-file.cpy".
       COPY "token-unload-file.cpy".

       WORKING-STORAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT TOKEN-FIXED-FILE
           IF WS-MIG-MSTR-STATUS NOT = "00"
               DISPLAY "TOKEN-MIGRATE-PROGRAM: OLD-LAYOUT TOKNMSTR "
                   "WILL NOT OPEN, STATUS=" WS-MIG-MSTR-STATUS

           OPEN OUTPUT TOKEN-UNLOAD-FILE

           MOVE LOW-VALUES TO TOKEN-FIXED-KEY
           SET WS-MIG-EOF-OFF TO TRUE
           START TOKEN-FIXED-FILE KEY >= TOKEN-FIXED-KEY
               INVALID KEY
                   SET WS-MIG-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-MIG-EOF-ON
               READ TOKEN-FIXED-FILE NEXT
                   AT END
                       SET WS-MIG-EOF-ON TO TRUE
                   NOT AT END
           SET TOKEN-UNLOAD-REC-IS-TRAILER TO TRUE
           MOVE WS-MIG-TOTAL-GROUPS TO TOKEN-UNLOAD-TOT-GROUPS
           MOVE WS-MIG-TOTAL-RECORDS TO TOKEN-UNLOAD-TOT-RECORDS
           COMPUTE TOKEN-UNLOAD-TOT-BYTES = WS-MIG-TOTAL-RECORDS * 314
           SET TOKEN-UNLOAD-FROM-FIXED TO TRUE
           WRITE TOKEN-UNLOAD-RECORD

           CLOSE TOKEN-UNLOAD-FILE
           CLOSE TOKEN-FIXED-FILE

           DISPLAY "TOKEN-MIGRATE-PROGRAM: " WS-MIG-TOTAL-RECORDS
               " RECORDS IN " WS-MIG-TOTAL-GROUPS

       MIGRATE-ONE-RECORD-PROCEDURE.
           IF WS-MIG-GROUP-OPEN
               AND (TOKEN-FIXED-JOB-ID NOT = WS-MIG-GROUP-JOB
               OR TOKEN-FIXED-RUN-DATE NOT = WS-MIG-GROUP-DATE)
               PERFORM MIGRATE-CLOSE-GROUP-PROCEDURE
           END-IF

           IF WS-MIG-GROUP-CLOSED
               SET WS-MIG-GROUP-OPEN TO TRUE
               MOVE TOKEN-FIXED-JOB-ID TO WS-MIG-GROUP-JOB
               MOVE TOKEN-FIXED-RUN-DATE TO WS-MIG-GROUP-DATE
               MOVE 0 TO WS-MIG-GROUP-COUNT
               MOVE 0 TO WS-MIG-GROUP-SUM
           END-IF
           ADD 1 TO WS-MIG-GROUP-COUNT
           ADD 1 TO WS-MIG-TOTAL-RECORDS
           COMPUTE WS-MIG-GROUP-SUM = WS-MIG-GROUP-SUM
               + TOKEN-FIXED-TYPE + TOKEN-FIXED-LINE
               + TOKEN-FIXED-COL
           IF WS-MIG-GROUP-SUM > 99999999
               COMPUTE WS-MIG-GROUP-SUM = WS-MIG-GROUP-SUM
                   - 99999999 * (WS-MIG-GROUP-SUM / 99999999)

           MOVE SPACES TO TOKEN-UNLOAD-RECORD
           SET TOKEN-UNLOAD-REC-IS-DETAIL TO TRUE
           MOVE TOKEN-FIXED-JOB-ID TO TOKEN-UNLOAD-JOB-ID
           MOVE TOKEN-FIXED-RUN-DATE TO TOKEN-UNLOAD-RUN-DATE
           MOVE TOKEN-FIXED-SEQ TO TOKEN-UNLOAD-SEQ
           MOVE TOKEN-FIXED-TYPE TO TOKEN-UNLOAD-TYPE
           MOVE TOKEN-FIXED-LINE TO TOKEN-UNLOAD-LINE
           MOVE TOKEN-FIXED-COL TO TOKEN-UNLOAD-COL
           MOVE TOKEN-FIXED-SOURCE TO TOKEN-UNLOAD-SOURCE
           MOVE TOKEN-FIXED-LITERAL TO TOKEN-UNLOAD-LITERAL
           WRITE TOKEN-UNLOAD-RECORD.

       MIGRATE-CLOSE-GROUP-PROCEDURE.
