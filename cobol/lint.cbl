      * produces the finding reports as stale. the RETURN-CODE 2
      * verdict counts UNSUPPRESSED warnings only, so the nightly
      * AMBER reflects new findings, not the three constructs the
      * rates desk already decided to keep. a waiver whose approver
      * is not active on OPERMSTR with the waive authority is turned
      * away and listed as REFUSED WAIVER.
      *
      * RETURN-CODE: 0 = clean; 2 = unwaived warnings; 4 = illegal
      * tokens or bracket mismatches (real errors) -- so the batch
               WS-PROF-DSN-LINTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
       COPY "lexer-import-file.cpy".

       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".

      * the waiver file -- one record per formally accepted finding.
      *   cols  1-20  source file, 22-29 finding type, 31-35 line,
       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".

       01 WS-LINT-WARNING-COUNT PIC 9(5) VALUE 0.
       01 WS-LINT-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
               10 WS-LINT-WVR-EXPIRY   PIC X(10).
               10 WS-LINT-WVR-USED     PIC X(1).
       01 WS-LINT-WVR-IDX   PIC 99.
      * waivers turned away because the approver could not grant
      * them, as the lines LINTRPT will carry.
       01 WS-LINT-RWV-COUNT PIC 99 VALUE 0.
       01 WS-LINT-RWV-IDX   PIC 99.
       01 WS-LINT-RWV-TABLE.
           05 WS-LINT-RWV-LINE PIC X(100) OCCURS 50 TIMES.
       01 WS-LINT-WVR-FOUND PIC 99.
       01 WS-LINT-WVR-EOF-SWITCH PIC X VALUE "N".
           88 WS-LINT-WVR-EOF-ON  VALUE "Y".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-LINTRPT  PIC X(40) VALUE "LINTRPT".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "LINTRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LINTRPT
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE WS-PROF-NAME TO WS-LEXER-AUDIT-ENV
           MOVE "LINT    " TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LINT-RWV-IDX FROM 1 BY 1 UNTIL
               WS-LINT-RWV-IDX > WS-LINT-RWV-COUNT
               MOVE WS-LINT-RWV-LINE (WS-LINT-RWV-IDX) TO
                   LINT-REPORT-RECORD
               WRITE LINT-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO LINT-REPORT-RECORD
           STRING "END OF LINT -- " WS-LINT-WARNING-COUNT
               " WARNINGS, " WS-LINT-SUPPRESSED-COUNT
                           WS-LEXER-SOURCE-FILE-NAME
                           AND LINT-WAIVER-RECORD (1:1) NOT = "*"
                           AND WS-LINT-WVR-COUNT < WS-LINT-WVR-MAX
                           PERFORM LINT-WAIVER-ENTITLED-PROCEDURE
                           IF WS-OPER-ALLOWED
                               PERFORM LINT-WAIVER-STORE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LINT-WAIVER-FILE.

       LINT-WAIVER-STORE-PROCEDURE.
           ADD 1 TO WS-LINT-WVR-COUNT
           MOVE LINT-WAIVER-TYPE TO WS-LINT-WVR-TYPE (WS-LINT-WVR-COUNT)
           MOVE LINT-WAIVER-LINE TO WS-LINT-WVR-LINE (WS-LINT-WVR-COUNT)
           MOVE LINT-WAIVER-APPROVER TO
               WS-LINT-WVR-APPROVER (WS-LINT-WVR-COUNT)
           MOVE LINT-WAIVER-EXPIRY TO
               WS-LINT-WVR-EXPIRY (WS-LINT-WVR-COUNT)
           MOVE "N" TO WS-LINT-WVR-USED (WS-LINT-WVR-COUNT).

      * a waiver only counts when its approver is active on OPERMSTR
      * and holds the waive authority. one that fails is not loaded
      * -- its finding reports as a plain warning -- and it is kept
      * aside so LINTRPT can say why (OPERLOG has it already).
       LINT-WAIVER-ENTITLED-PROCEDURE.
           MOVE "LINT-PROGRAM" TO WS-OPER-CALLER
           MOVE LINT-WAIVER-APPROVER TO WS-OPER-QUERY
           MOVE "W" TO WS-OPER-NEED
           MOVE SPACES TO WS-OPER-DETAIL
           STRING "WAIVER " DELIMITED BY SIZE
               LINT-WAIVER-TYPE DELIMITED BY SPACE
               " LINE " LINT-WAIVER-LINE " " DELIMITED BY SIZE
               LINT-WAIVER-SOURCE DELIMITED BY SPACE
               INTO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               AND WS-LINT-RWV-COUNT < WS-LINT-WVR-MAX
               ADD 1 TO WS-LINT-RWV-COUNT
               MOVE SPACES TO WS-LINT-RWV-LINE (WS-LINT-RWV-COUNT)
               STRING "REFUSED WAIVER: " LINT-WAIVER-TYPE
                   " LINE " LINT-WAIVER-LINE
                   " APPROVER " LINT-WAIVER-APPROVER
                   " -- " WS-OPER-REASON " FOR WAIVE-LINT"
                   DELIMITED BY SIZE INTO
                   WS-LINT-RWV-LINE (WS-LINT-RWV-COUNT)
           END-IF.

       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
