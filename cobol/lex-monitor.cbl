      *     LEXAUDIT's TOKENS= counts);
      *   - any FAIL result in today's LEXAUDIT lines;
      *   - an expected job id missing from today's LEXAUDIT after
      *     its scheduled cutoff time;
      *   - a rule-execution step whose RUNCTL record today shows
      *     more than ABORTMAX cases abandoned on a runaway limit
      *     (ABT=, from RuleExec).
      * thresholds and the expected-job schedule live in MONCTL
      * (ILLRATE=nnn, VOLSWING=nnn, EXPECT=jobid,hh:mm,
      * ABORTMAX=nnn), not in compiled-in constants.
      * every alert it puts on the ALRTMSTR master goes onto the
      * RECOVJNL forward-recovery journal as well.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEX-MONITOR-PROGRAM.

               WS-PROF-DSN-ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-ALERT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-ALRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-MASTER-KEY
               FILE STATUS IS WS-MON-MSTR-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECOVJNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY "alert-master-file.cpy".

       COPY "runctl-file.cpy".

       COPY "recov-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "recov-data.cpy".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-MON-CTL-STATUS   PIC XX VALUE "00".
       01 WS-MON-STATS-STATUS PIC XX VALUE "00".
       01 WS-MON-ALERT-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".

       01 WS-MON-EOF-SWITCH PIC X VALUE "N".
           88 WS-MON-EOF-ON  VALUE "Y".
      * MONCTL is absent or a card is malformed.
       01 WS-MON-ILLRATE-PCT  PIC 9(3) VALUE 5.
       01 WS-MON-VOLSWING-PCT PIC 9(3) VALUE 50.
      * limit aborts tolerated per step record -- 0, any abort
      * alerts, unless MONCTL says otherwise.
       01 WS-MON-ABORTMAX     PIC 9(3) VALUE 0.

       01 WS-MON-EXPECT-MAX   PIC 99 VALUE 20.
       01 WS-MON-EXPECT-COUNT PIC 99 VALUE 0.

       01 WS-MON-ALERT-TEXT PIC X(80).

      * RUNCTL slice for the limit-abort check -- blank on records
      * that carry no ABT= count.
       01 WS-MON-ABT-SLICE   PIC X(7).
       01 WS-MON-ABT-SLICE-9 REDEFINES WS-MON-ABT-SLICE PIC 9(7).

      * lifecycle-master state -- the next per-day sequence is found
      * once, by reading today's existing records forward, so a
      * second monitor run the same night continues the numbering
       01 WS-PROF-DSN-TOKNSTAT PIC X(40) VALUE "TOKNSTAT".
       01 WS-PROF-DSN-ALERTQ   PIC X(40) VALUE "ALERTQ".
       01 WS-PROF-DSN-ALRTMSTR PIC X(40) VALUE "ALRTMSTR".
       01 WS-PROF-DSN-RUNCTL   PIC X(40) VALUE "RUNCTL".
       01 WS-PROF-DSN-RECOVJNL PIC X(40) VALUE "RECOVJNL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ALRTMSTR" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALRTMSTR
           MOVE "RUNCTL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RUNCTL
           MOVE "RECOVJNL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECOVJNL
           MOVE "LEX-MONITOR-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE "ALRTMSTR" TO WS-RECOV-MASTER
           ACCEPT WS-MON-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MON-TODAY-DASHED
           STRING WS-MON-TODAY-YYYY "-" WS-MON-TODAY-MM "-"
           PERFORM MONITOR-CHECK-RATE-PROCEDURE
           PERFORM MONITOR-CHECK-SWING-PROCEDURE
           PERFORM MONITOR-CHECK-EXPECTED-PROCEDURE
           PERFORM MONITOR-CHECK-ABORTS-PROCEDURE

           DISPLAY "LEX-MONITOR-PROGRAM: " WS-MON-ALERT-COUNT
               " ALERT(S) RAISED"
                   IF WS-MON-CARD-NUM IS NUMERIC
                       MOVE WS-MON-CARD-NUM-9 TO WS-MON-VOLSWING-PCT
                   END-IF
               WHEN "ABORTMAX"
                   MOVE WS-MON-CARD-VALUE (1:3) TO WS-MON-CARD-NUM
                   IF WS-MON-CARD-NUM IS NUMERIC
                       MOVE WS-MON-CARD-NUM-9 TO WS-MON-ABORTMAX
                   END-IF
               WHEN "EXPECT"
                   MOVE SPACES TO WS-MON-CARD-JOB
                   MOVE SPACES TO WS-MON-CARD-TIME
      * file, each reader takes its own cards.
               WHEN "ESCMIN"
                   CONTINUE
      * and the OMIX cards to OUTCOME-MIX-PROGRAM.
               WHEN "OMIXTIER1"
               WHEN "OMIXTIER2"
               WHEN "OMIXTIER3"
               WHEN "OMIXRUNS"
               WHEN "OMIXMIN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LEX-MONITOR-PROGRAM: MONCTL CARD '"
                       WS-MON-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * today's RUNCTL records -- a step that abandoned more cases
      * on a runaway limit than ABORTMAX allows raises one alert per
      * step record. no RUNCTL is CHAIN-STATUS-PROGRAM's finding,
      * not this check's.
       MONITOR-CHECK-ABORTS-PROCEDURE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "LEX-MONITOR-PROGRAM: RUNCTL NOT AVAILABLE -- "
                   "LIMIT-ABORT CHECK SKIPPED"
               EXIT PARAGRAPH
           END-IF

           SET WS-MON-EOF-OFF TO TRUE
           PERFORM UNTIL WS-MON-EOF-ON
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-MON-EOF-ON TO TRUE
                   NOT AT END
                       MOVE RUN-CONTROL-RECORD (116:7) TO
                           WS-MON-ABT-SLICE
                       IF RUN-CONTROL-DATE = WS-MON-TODAY-DASHED
                           AND RUN-CONTROL-RECORD (111:5) = " ABT="
                           AND WS-MON-ABT-SLICE IS NUMERIC
                           AND WS-MON-ABT-SLICE-9 > WS-MON-ABORTMAX
                           MOVE SPACES TO WS-MON-ALERT-TEXT
                           STRING "LEX MONITOR: " WS-MON-ABT-SLICE
                               " LIMIT ABORT(S) JOB "
                               RUN-CONTROL-JOB-ID " STEP "
                               RUN-CONTROL-STEP " -- SEE RULERSLT"
                               DELIMITED BY SIZE
                               INTO WS-MON-ALERT-TEXT
                           PERFORM MONITOR-RAISE-ALERT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUN-CONTROL-FILE.

       MONITOR-SCAN-AUDIT-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"

      * slices one audit line, folds today's runs into the per-source
      * volume table, marks expected jobs seen, and raises straight
      * away on a FAIL result dated today. approval-control event
      * lines are no runs and are passed over.
       MONITOR-ONE-AUDIT-LINE-PROCEDURE.
           IF LEXER-AUDIT-LOG-EVENT
               EXIT PARAGRAPH
           END-IF

           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-MON-AUDIT-DATE
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-MON-AUDIT-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (48:7) TO WS-MON-AUDIT-TOKENS
           MOVE SPACES TO ALERT-MASTER-NOTE
           MOVE WS-MON-ALERT-TEXT TO ALERT-MASTER-TEXT

      * a duplicate key is read first, so the journal has the
      * record the rewrite replaces.
           MOVE 160 TO WS-RECOV-AFTER-LEN
           MOVE ALERT-MASTER-RECORD TO WS-RECOV-AFTER
           WRITE ALERT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LEX-MONITOR-PROGRAM: DUPLICATE ALRTMSTR "
                       "KEY AT SEQ " WS-MON-MSTR-SEQ " -- REWRITING"
                   READ ALERT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE 160 TO WS-RECOV-BEFORE-LEN
                   MOVE ALERT-MASTER-RECORD TO WS-RECOV-BEFORE
                   MOVE WS-RECOV-AFTER (1:160) TO ALERT-MASTER-RECORD
                   REWRITE ALERT-MASTER-RECORD
                   SET WS-RECOV-CHANGED TO TRUE
               NOT INVALID KEY
                   SET WS-RECOV-ADDED TO TRUE
           END-WRITE
           PERFORM RECOV-JOURNAL-PROCEDURE

           CLOSE ALERT-MASTER-FILE.

               END-READ
           END-PERFORM.
       COPY "profile-proc.cpy".
       COPY "recov-proc.cpy".
