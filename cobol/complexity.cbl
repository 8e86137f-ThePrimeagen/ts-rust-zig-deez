               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLX-STMT-STATUS.

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
       COPY "lexer-import-file.cpy".
       COPY "cmplx-file.cpy".
       COPY "parser-stmt-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "cmplx-data.cpy".
       COPY "outcat-data.cpy".

      * the PARSESTM structure PARSER-PROGRAM persisted, consumed
      * when its fingerprint proves it describes the same content --
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-CMPLXRPT PIC X(40) VALUE "CMPLXRPT".
       01 WS-PROF-DSN-PARSESTM PIC X(40) VALUE "PARSESTM".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "PARSESTM" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-PARSESTM
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT
      * PARSESTM is a cataloged output -- the latest active
      * generation, or the plain name when it has none.
           MOVE "PARSESTM" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-PARSESTM TO WS-OUTCAT-BASE
           PERFORM OUTCAT-CURRENT-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-PARSESTM
           MOVE "COMPLEX " TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
       COPY "cmplx-proc.cpy".
       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
