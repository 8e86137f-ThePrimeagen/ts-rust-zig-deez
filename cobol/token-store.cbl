      * anything. the run's LEXAUDIT line carries TOKENS= equal to
      * the records actually stored, which is the figure
      * TOKEN-VERIFY-PROGRAM and TRIAL-BALANCE-PROGRAM balance the
      * repository against. the TOKNLIDX literal search index (see
      * token-literal-index-file.cpy) is maintained in the same pass
      * -- a purged record takes its index entry with it, a stored
      * one writes its own -- so a search never points at a run the
      * repository no longer holds. every record purged or stored
      * goes onto the RECOVJNL forward-recovery journal with its
      * before and after images (token-master-update-proc.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-STORE-PROGRAM.

               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-FILE-STATUS.
           SELECT TOKEN-LIDX-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-TOKNLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-LIDX-KEY
               FILE STATUS IS WS-STORE-LIDX-STATUS.

           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECOVJNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
       COPY "lexer-spill-file.cpy".
       COPY "lexer-import-file.cpy".
       COPY "token-master-file.cpy".
       COPY "token-literal-index-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "recov-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "token-master-data.cpy".
       COPY "recov-data.cpy".

       01 WS-STORE-FILE-STATUS PIC XX VALUE "00".
       01 WS-STORE-TOKEN-IDX   PIC 9(5).
       01 WS-STORE-WRITTEN     PIC 9(7) VALUE 0.

      * literal-index upkeep -- entries written for this run and
      * entries removed with the purged prior run.
       01 WS-STORE-LIDX-STATUS  PIC XX VALUE "00".
       01 WS-STORE-LIDX-WRITTEN PIC 9(7) VALUE 0.
       01 WS-STORE-LIDX-PURGED  PIC 9(7) VALUE 0.

      * the one token being stored, wherever it came from -- the
      * spill stream and the in-memory table share one store path
      * (TOKEN-STORE-ONE-PROCEDURE), sequence numbers running
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-TOKNMSTR PIC X(40) VALUE "TOKNMSTR".
       01 WS-PROF-DSN-TOKNLIDX PIC X(40) VALUE "TOKNLIDX".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-RECOVJNL PIC X(40) VALUE "RECOVJNL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TOKNMSTR" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-TOKNMSTR
           MOVE "TOKNLIDX" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-TOKNLIDX
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE "RECOVJNL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECOVJNL
           MOVE "TOKEN-STORE-PROGRAM" TO WS-RECOV-PROGRAM
           SET WS-RECOV-HOLD-OPEN TO TRUE
           MOVE "TOKNSTOR" TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
               STOP RUN
           END-IF

           OPEN I-O TOKEN-LIDX-FILE
           IF WS-STORE-LIDX-STATUS = "35"
               OPEN OUTPUT TOKEN-LIDX-FILE
               CLOSE TOKEN-LIDX-FILE
               OPEN I-O TOKEN-LIDX-FILE
           END-IF

           IF WS-STORE-LIDX-STATUS NOT = "00"
               DISPLAY "TOKEN-STORE-WRITE-PROCEDURE: TOKNLIDX OPEN "
                   "FAILED, STATUS=" WS-STORE-LIDX-STATUS
                   " -- ABORTING RUN"
               CLOSE TOKEN-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * a re-run of the same job id and run date must REPLACE the
      * prior stream whole -- rewriting sequences 1..N in place
      * would leave a shorter new stream followed by the stale tail
           END-PERFORM

           CLOSE TOKEN-MASTER-FILE
           CLOSE TOKEN-LIDX-FILE
           PERFORM RECOV-CLOSE-PROCEDURE

           DISPLAY "TOKEN-STORE-PROGRAM: " WS-STORE-WRITTEN
               " TOKENS STORED, " WS-STORE-PURGED
               " PRIOR RECORDS PURGED, JOB "
               LEXER-INPUT-HEADER-JOB-ID " RUN "
               LEXER-INPUT-HEADER-RUN-DATE
           DISPLAY "TOKEN-STORE-PROGRAM: " WS-STORE-LIDX-WRITTEN
               " LITERAL INDEX ENTRIES WRITTEN, "
               WS-STORE-LIDX-PURGED " REMOVED".

      * positions at this run's first possible record (sequence zero
      * sorts below every real one, same START the inquiry uses) and
           MOVE LEXER-INPUT-HEADER-JOB-ID TO TOKEN-MASTER-JOB-ID
           MOVE LEXER-INPUT-HEADER-RUN-DATE TO TOKEN-MASTER-RUN-DATE
           MOVE 0 TO TOKEN-MASTER-SEQ
           MOVE 0 TO TOKEN-MASTER-PART

           START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
               INVALID KEY
                   SET WS-STORE-PURGE-DONE-ON TO TRUE
           END-START

      * a token goes with all of its literal parts.
           PERFORM UNTIL WS-STORE-PURGE-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-STORE-PURGE-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-JOB-ID =
                       LEXER-INPUT-HEADER-JOB-ID
                       AND TOKEN-MASTER-RUN-DATE =
                       LEXER-INPUT-HEADER-RUN-DATE
                       PERFORM TOKEN-STORE-LIDX-PURGE-PROCEDURE
                       PERFORM TOKEN-MASTER-DELETE-PROCEDURE
                       ADD 1 TO WS-STORE-PURGED
                   ELSE
                       SET WS-STORE-PURGE-DONE-ON TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       TOKEN-STORE-SPILL-PROCEDURE.
       TOKEN-STORE-ONE-PROCEDURE.
           ADD 1 TO WS-STORE-SEQ

           MOVE LEXER-INPUT-HEADER-JOB-ID TO
               WS-TOKEN-MASTER-IMG-JOB-ID
           MOVE LEXER-INPUT-HEADER-RUN-DATE TO
               WS-TOKEN-MASTER-IMG-RUN-DATE
           MOVE WS-STORE-SEQ TO WS-TOKEN-MASTER-IMG-SEQ
           MOVE WS-STORE-CUR-TYPE TO WS-TOKEN-MASTER-IMG-TYPE
           MOVE WS-STORE-CUR-LINE TO WS-TOKEN-MASTER-IMG-LINE
           MOVE WS-STORE-CUR-COL TO WS-TOKEN-MASTER-IMG-COL
           MOVE WS-STORE-CUR-SOURCE TO WS-TOKEN-MASTER-IMG-SOURCE
           MOVE WS-STORE-CUR-LITERAL TO WS-TOKEN-MASTER-LITERAL

           PERFORM TOKEN-MASTER-WRITE-PROCEDURE

      * the purge above cleared this run's keys, so a collision here
      * means the dataset changed underneath us -- say so rather
      * than quietly rewriting.
           IF WS-TOKEN-MASTER-DUP-ON
               DISPLAY "TOKEN-STORE-PROGRAM: DUPLICATE KEY AT "
                   "SEQ " WS-STORE-SEQ " AFTER PURGE -- "
                   "REWRITTEN"
           ELSE
               ADD 1 TO WS-STORE-WRITTEN
           END-IF

           PERFORM TOKEN-STORE-LIDX-WRITE-PROCEDURE.

      * the index entry for the token just read or stored (the
      * whole-token image token-master-proc.cpy keeps) -- literal
      * split across the key text and the tail, the master key
      * carried after it so every hit names its run.
       TOKEN-STORE-LIDX-KEY-PROCEDURE.
           MOVE SPACES TO TOKEN-LIDX-RECORD
           MOVE WS-TOKEN-MASTER-IMG-TYPE TO TOKEN-LIDX-TYPE
           MOVE WS-TOKEN-MASTER-LITERAL (1:200) TO TOKEN-LIDX-TEXT
           MOVE WS-TOKEN-MASTER-LITERAL (201:56) TO
               TOKEN-LIDX-TEXT-TAIL
           MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO TOKEN-LIDX-JOB-ID
           MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO TOKEN-LIDX-RUN-DATE
           MOVE WS-TOKEN-MASTER-IMG-SEQ TO TOKEN-LIDX-SEQ
           MOVE WS-TOKEN-MASTER-IMG-SOURCE TO TOKEN-LIDX-SOURCE.

      * a run stored before the index existed has no entries to
      * remove -- INVALID KEY there is expected, not an error.
       TOKEN-STORE-LIDX-PURGE-PROCEDURE.
           PERFORM TOKEN-STORE-LIDX-KEY-PROCEDURE
           IF TOKEN-LIDX-TYPE-INDEXED
               DELETE TOKEN-LIDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-STORE-LIDX-PURGED
               END-DELETE
           END-IF.

       TOKEN-STORE-LIDX-WRITE-PROCEDURE.
           PERFORM TOKEN-STORE-LIDX-KEY-PROCEDURE
           IF TOKEN-LIDX-TYPE-INDEXED
               WRITE TOKEN-LIDX-RECORD
                   INVALID KEY
                       REWRITE TOKEN-LIDX-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-STORE-LIDX-WRITTEN
               END-WRITE
           END-IF.

       COPY "token-master-proc.cpy".
       COPY "token-master-update-proc.cpy".
       COPY "recov-proc.cpy".
       COPY "lexer-audit-proc.cpy".
       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
