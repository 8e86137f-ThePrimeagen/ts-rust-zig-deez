      * style change report per file in RENMRPT. the original is
      * never touched -- promotion of the .REN copy is the
      * approver's explicit act.
      * a file under a change freeze (FREEZCAL) that reaches its
      * OWNERMST desk or tier is refused unless FRZEXMPT carries an
      * approved exemption for it; the refusal or exemption is
      * logged to OPERLOG.
      *
      * RETURN-CODE: 0 = every file renamed; 4 = a file refused or
      * carried no occurrences; 16 = control cards missing.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENAME-REPORT-FILE ASSIGN TO "RENMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 130 CHARACTERS.
       01 RENAME-REPORT-RECORD PIC X(130).

       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".

       01 WS-REN-CTL-STATUS  PIC XX VALUE "00".
       01 WS-REN-LIST-STATUS PIC XX VALUE "00".
       MAIN-LOGIC.
           PERFORM RENAME-READ-CONTROL-PROCEDURE
           PERFORM RENAME-CHECK-KEYWORD-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           MOVE "RENAME-IDENT-PROGRAM" TO WS-OPER-CALLER

           OPEN OUTPUT RENAME-REPORT-FILE
           MOVE SPACES TO RENAME-REPORT-RECORD
               END-IF
           END-PERFORM.

      * one file: hold it to the change-freeze calendar, lex it for
      * the collision view, then rewrite the raw records. every
      * refusal leaves the file untouched and on the report.
       RENAME-ONE-FILE-PROCEDURE.
           MOVE WS-REN-FILE-LIST (WS-REN-FILE-IDX) TO
               WS-REN-CURRENT-FILE

           MOVE WS-REN-CURRENT-FILE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE WS-REN-CURRENT-FILE (1:20) TO WS-FREEZE-SUBJECT
           MOVE WS-OWNER-HIT-DESK TO WS-FREEZE-DESK
           MOVE WS-OWNER-HIT-TIER TO WS-FREEZE-TIER
           SET WS-FREEZE-SCOPED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE
           IF WS-FREEZE-FROZEN
               ADD 1 TO WS-REN-REFUSED
               MOVE SPACES TO RENAME-REPORT-RECORD
               STRING "=== " WS-REN-CURRENT-FILE
                   " REFUSED -- CHANGE FREEZE " WS-FREEZE-HIT-START
                   " TO " WS-FREEZE-HIT-END ", NO EXEMPTION ==="
                   DELIMITED BY SIZE INTO RENAME-REPORT-RECORD
               WRITE RENAME-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REN-CURRENT-FILE (1:20) TO
               WS-LEXER-SOURCE-FILE-NAME
           MOVE "RENAME  " TO WS-LEXER-JOB-ID
               ADD WS-REN-RUN-LEN TO WS-REN-OUT-POS
           END-IF.

       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
       COPY "lexer-proc.cpy".
