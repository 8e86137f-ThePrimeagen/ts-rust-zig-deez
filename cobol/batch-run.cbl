      * LEXER-SOURCE-FILE is ASSIGN TO DYNAMIC so WS-BATCH-CURRENT-
      * FILE can be repointed at the next file in the list between
      * iterations without a SELECT per file.
      *
      * LEXEXCPT is a cataloged output, the same logical name
      * TOKEN-REPORT-PROGRAM catalogs it under: each run writes the
      * next generation (LEXEXCPT.Gnnnn) and registers it on OUTCAT
      * with its record count and fingerprint at end of run, so the
      * readers that take LEXEXCPT's current generation off OUTCAT
      * see the consolidated run's findings. a restart picks up the
      * interrupted run's generation again -- it was never
      * registered, so it is still the next number. the split
      * streams (LEXSPLIT.jcl) carry no OUTCAT DD and keep their
      * per-stream LEXEXCPn datasets uncataloged as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUN-PROGRAM.

               WS-PROF-DSN-OVRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-OVRH-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       COPY "lexer-file.cpy".
       COPY "import-xref-file.cpy".
       COPY "override-file.cpy".
       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       COPY "token-name-data.cpy".
       COPY "batch-run-data.cpy".
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "cmplx-data.cpy".
       COPY "outcat-data.cpy".

      * the datasets this program touches, resolved through the
      * active environment profile at start-up -- production
       01 WS-PROF-DSN-IMPXREF  PIC X(40) VALUE "IMPXREF".
       01 WS-PROF-DSN-OVERRIDE PIC X(40) VALUE "OVERRIDE".
       01 WS-PROF-DSN-OVRHIST  PIC X(40) VALUE "OVRHIST".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE WS-PROF-NAME TO WS-LEXER-AUDIT-ENV
           MOVE "LEXEXCPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXEXCPT
           MOVE "OVRHIST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OVRHIST
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT

      * tonight's generation of LEXEXCPT, in place of the resolved
      * name -- before the first file is lexed into it.
           MOVE "BATCH-RUN-PROGRAM" TO WS-OUTCAT-PROGRAM
           MOVE "LEXEXCPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
      * JOBID/SOURCE cards don't apply here -- the drive procedure
      * stamps BATCHnnn ids and BATCHLST names the sources -- but
      * MODE and CKPTINT set the consolidated run's behavior, and
           PERFORM BATCH-RUN-LOAD-OVERRIDE-PROCEDURE.
           PERFORM BATCH-RUN-DRIVE-PROCEDURE.
           PERFORM BATCH-RUN-CONSUME-OVERRIDE-PROCEDURE.
           MOVE "BATCHRUN" TO WS-OUTCAT-JOB
           PERFORM OUTCAT-REGISTER-PROCEDURE.

           IF WS-BATCH-TOTAL-ILLEGAL-COUNT > 0
               OR WS-BATCH-TOTAL-BRACKET-COUNT > 0
               OR WS-BATCH-RETIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
       COPY "token-name-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "outcat-proc.cpy".
