      * only maintains KEYWORDS itself, it is not read back into
      * either lexer's runtime keyword table. Duplicates are rejected
      * before they're ever committed to the saved file.
      * the operator signing on must be active on OPERMSTR, and only
      * one holding the keyword-approve authority may decide pending
      * changes in review mode; refusals are logged to OPERLOG.
      * an approval is refused while a change freeze is in force
      * (FREEZCAL) unless FRZEXMPT carries an approved exemption for
      * KEYWORDS; the refusal or exemption is logged to OPERLOG too.
      * the keywords the session changed go onto the RECOVJNL
      * forward-recovery journal when KEYWORDS is written back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYWORD-MAINT-PROGRAM.

           SELECT KEYWORD-CHANGE-FILE ASSIGN TO "KEYWCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMAINT-CHG-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT FREEZE-CALENDAR-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-CAL-STATUS.
           SELECT FREEZE-EXEMPT-FILE ASSIGN TO "FRZEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-EXM-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "keyword-maint-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".
       COPY "recov-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-keyword-data.cpy".
       COPY "keyword-maint-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".
       COPY "recov-data.cpy".

       SCREEN SECTION.
       COPY "keyword-maint-screen.cpy".
               ACCEPT SCR-KEYMAINT-SIGNON
           END-PERFORM

           MOVE "KEYWORD-MAINT" TO WS-OPER-CALLER
           MOVE WS-KEYMAINT-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO KEYWORD MAINTENANCE" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "KEYWORD-MAINT-PROGRAM: OPERATOR "
                   WS-KEYMAINT-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           MOVE "KEYWORD-MAINT-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-KEYMAINT-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "KEYWORDS" TO WS-RECOV-MASTER
           MOVE 27 TO WS-RECOV-PRIOR-LEN
           MOVE 16 TO WS-RECOV-KEY-LEN

           PERFORM KEYWORD-MAINT-LOAD-PROCEDURE

           PERFORM UNTIL WS-KEYMAINT-DONE-ON
           STOP RUN.

       COPY "keyword-maint-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
       COPY "recov-proc.cpy".
