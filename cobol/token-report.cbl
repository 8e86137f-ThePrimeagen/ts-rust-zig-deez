      * token (position, type name, literal) -- so a compliance or
      * audit request for "show me exactly what this script lexed
      * into" has something to hand over.
      *
      * TOKNRPT and LEXEXCPT are cataloged outputs: each run writes
      * the next generation of each (<name>.Gnnnn) and registers it
      * on OUTCAT with its record count and fingerprint once the
      * step is done (see outcat-file.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-REPORT-PROGRAM.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-IMPORT-FILE-STATUS.

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
           RECORD CONTAINS 300 CHARACTERS.
       01 TOKEN-REPORT-RECORD PIC X(300).

       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctl-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "token-name-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-REPORT-LINE.
           05 WS-REPORT-LINE-POS     PIC Z(4)9.
       01 WS-PROF-DSN-TOKNRPT  PIC X(40) VALUE "TOKNRPT".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TOKNSPIL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-TOKNSPIL
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT

      * tonight's generations of the two outputs, in place of the
      * resolved names -- before the lexer opens LEXEXCPT.
           MOVE "TOKEN-REPORT-PROGRAM" TO WS-OUTCAT-PROGRAM
           MOVE "TOKNRPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-TOKNRPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-TOKNRPT
           MOVE "LEXEXCPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
           PERFORM RUNCTL-START-PROCEDURE
           MOVE "TOKNRPT " TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC"  TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
           PERFORM LEXER-PARSE-PROCEDURE.
           PERFORM TOKEN-REPORT-WRITE-PROCEDURE.
           MOVE WS-LEXER-JOB-ID TO WS-OUTCAT-JOB
           PERFORM OUTCAT-REGISTER-PROCEDURE.

      * a nonzero return code tells the job scheduler to check
      * LEXEXCPT before letting anything downstream consume TOKNRPT.
       COPY "lexer-proc.cpy".
       COPY "token-name-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
