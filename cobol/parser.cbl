      * count already drives, so LEXBATCH.jcl's COND checks can stop a
      * structurally broken pricing script before anything trusts the
      * feed.
      *
      * PARSERRS, PARSESTM and this step's LEXEXCPT (cataloged as
      * LEXEXCPT3, the name the nightly job has always kept it
      * under) are cataloged outputs: each run writes the next
      * generation of each (<name>.Gnnnn) and registers it on OUTCAT
      * with its record count and fingerprint once the step is done
      * (see outcat-file.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARSER-PROGRAM.

               WS-PROF-DSN-OVRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARSER-OVRH-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OUTCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-CATALOG-KEY
               FILE STATUS IS WS-OUTCAT-STATUS.
           SELECT OUTPUT-SCAN-FILE ASSIGN TO DYNAMIC
               WS-OUTCAT-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCAT-SCAN-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
       COPY "parser-stmt-file.cpy".
       COPY "override-file.cpy".
       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       COPY "lexer-data.cpy".
       COPY "parser-data.cpy".
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "outcat-data.cpy".

      * structure-writer scratch -- the per-statement maximum brace
      * depth is derived from the token span as it writes.
       01 WS-PROF-DSN-OVERRIDE PIC X(40) VALUE "OVERRIDE".
       01 WS-PROF-DSN-OVRHIST  PIC X(40) VALUE "OVRHIST".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".

      * break-glass state for the grammar gate -- see
      * override-file.cpy and the STRICT twin in batch-run-proc.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE WS-PROF-NAME TO WS-LEXER-AUDIT-ENV
           MOVE "LEXERSRC" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXERSRC
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT

      * tonight's generations of the three outputs, in place of the
      * resolved names -- before the lexer opens LEXEXCPT.
           MOVE "PARSER-PROGRAM" TO WS-OUTCAT-PROGRAM
           MOVE "PARSERRS" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-PARSERRS TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-PARSERRS
           MOVE "PARSESTM" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-PARSESTM TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-PARSESTM
           MOVE "LEXEXCPT3" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE "LEXEXCPT3" TO WS-OUTCAT-NAME
           MOVE WS-PROF-RESOLVED-NAME TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
      * uncataloged (no OUTCAT -- the promotion gate's candidate
      * parse, for one), the exceptions go to plain LEXEXCPT as
      * they did before cataloging, where the step's DD points.
           IF WS-OUTCAT-GEN > 0
               MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
           END-IF
           MOVE "PARSECHK" TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
               END-IF
           END-IF

      * after the override, which may add its line to PARSERRS.
           MOVE WS-LEXER-JOB-ID TO WS-OUTCAT-JOB
           PERFORM OUTCAT-REGISTER-PROCEDURE

           STOP RUN.

      * one PARSERRS record per grammar error, headed by the run
               AND OVERRIDE-OFFICER NOT = SPACES
               AND OVERRIDE-APPROVER NOT = SPACES
               AND OVERRIDE-OFFICER NOT = OVERRIDE-APPROVER
               PERFORM PARSER-OVERRIDE-ENTITLED-PROCEDURE
               IF WS-OPER-REFUSED
                   DISPLAY "PARSER-PROGRAM: OVERRIDE ID "
                       WS-OPER-QUERY " REFUSED -- " WS-OPER-REASON
                       " -- NOT ARMED"
               ELSE
                   SET WS-PARSER-OVR-ARMED TO TRUE
                   MOVE OVERRIDE-OFFICER TO WS-PARSER-OVR-OFFICER
                   MOVE OVERRIDE-APPROVER TO WS-PARSER-OVR-APPROVER
               END-IF
           END-IF.

      * both ids must be active on OPERMSTR with the break-glass
      * authority, exactly as the STRICT twin demands.
       PARSER-OVERRIDE-ENTITLED-PROCEDURE.
           MOVE "PARSER-PROGRAM" TO WS-OPER-CALLER
           MOVE OVERRIDE-OFFICER TO WS-OPER-QUERY
           MOVE "B" TO WS-OPER-NEED
           MOVE "GRAMMAR OVERRIDE OFFICER" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-ALLOWED
               MOVE OVERRIDE-APPROVER TO WS-OPER-QUERY
               MOVE "GRAMMAR OVERRIDE APPROVER" TO WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
           END-IF.

       PARSER-CONSUME-OVERRIDE-PROCEDURE.
       COPY "parser-proc.cpy".
       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
