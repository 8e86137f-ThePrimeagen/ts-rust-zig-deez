      * OUTCOME-MIX-PROGRAM watches what the production rule script
      * actually decides. a script can pass every gate in the stream
      * and still start approving twice as many applications
      * overnight off one bad rate table entry -- nothing else looks
      * at the results themselves. it profiles the run RuleExec left
      * on RULERSLT: the share of the cases that returned each
      * outcome value, the error rate, and the count, lowest,
      * highest and mean of the INTEGER results. the profile is
      * appended to OMIXHIST and compared with the script's rolling
      * baseline -- the mean of its previous OMIXRUNS runs on
      * OMIXHIST -- on three measures:
      *   MIX   the largest change in one outcome value's share,
      *         in percentage points;
      *   ERR   the change in the error rate, in percentage points;
      *   MEAN  the change in the mean INTEGER result, as a percent
      *         of the baseline mean.
      * the largest of the three is the run's shift. a shift over
      * the limit for the script's OWNERMST tier drops a record on
      * ALERTQ and a NEW alert on the ALRTMSTR lifecycle master,
      * the way LEX-MONITOR-PROGRAM raises its own (and onto the
      * RECOVJNL forward-recovery journal with it). a script
      * without an ownership record is held to the tier-2 limit.
      * no baseline is judged until OMIXMIN previous runs are on
      * file -- a script's first nights only build it.
      *
      * limits live in MONCTL beside LEX-MONITOR-PROGRAM's own
      * cards: OMIXTIER1=nnn, OMIXTIER2=nnn, OMIXTIER3=nnn (the
      * shift tolerated per tier, default 005/010/020),
      * OMIXRUNS=nn (baseline window, default 10, at most 30) and
      * OMIXMIN=nn (runs needed for a baseline, default 03).
      * OMIXRPT carries the profile, every outcome value against
      * its baseline share, the three measures and the verdict; the
      * operations digest lists the three biggest movers off
      * OMIXHIST.
      *
      * RETURN-CODE: 0 within limits (or no baseline yet); 4 the
      * shift passed the tier limit and an alert was raised; 16 no
      * usable RULERSLT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOME-MIX-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-RESULT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RULERSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMX-RSLT-STATUS.
           SELECT MONITOR-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-MONCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMX-CTL-STATUS.
           SELECT OUTCOME-MIX-HIST-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OMIXHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMX-HIST-STATUS.
           SELECT OUTCOME-MIX-REPORT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OMIXRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMX-ALERT-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-ALRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-MASTER-KEY
               FILE STATUS IS WS-OMX-MSTR-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECOVJNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "rule-result-file.cpy".

       FD MONITOR-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MONITOR-CONTROL-RECORD PIC X(80).

       COPY "outcome-mix-hist-file.cpy".

       FD OUTCOME-MIX-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 OUTCOME-MIX-REPORT-RECORD PIC X(132).

       FD ALERT-QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-QUEUE-RECORD PIC X(80).

       COPY "alert-master-file.cpy".

       COPY "recov-file.cpy".

       COPY "owner-file.cpy".
       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "recov-data.cpy".
       COPY "owner-data.cpy".

       01 WS-OMX-RSLT-STATUS  PIC XX VALUE "00".
       01 WS-OMX-CTL-STATUS   PIC XX VALUE "00".
       01 WS-OMX-HIST-STATUS  PIC XX VALUE "00".
       01 WS-OMX-ALERT-STATUS PIC XX VALUE "00".

       01 WS-OMX-EOF-SWITCH PIC X VALUE "N".
           88 WS-OMX-EOF-ON  VALUE "Y".
           88 WS-OMX-EOF-OFF VALUE "N".

       01 WS-OMX-TODAY.
           05 WS-OMX-TODAY-YYYY PIC 9(4).
           05 WS-OMX-TODAY-MM   PIC 99.
           05 WS-OMX-TODAY-DD   PIC 99.
       01 WS-OMX-TODAY-DASHED PIC X(10).

       01 WS-OMX-NOW.
           05 WS-OMX-NOW-HH PIC 99.
           05 WS-OMX-NOW-MM PIC 99.
           05 WS-OMX-NOW-SS PIC 99.
           05 FILLER        PIC 99.
       01 WS-OMX-NOW-STAMP PIC X(8).

      * MONCTL limits, with the defaults when a card is absent or
      * malformed -- a tier-1 script is held closest.
       01 WS-OMX-LIMIT-VALUES PIC X(9) VALUE "005010020".
       01 WS-OMX-LIMIT-TABLE REDEFINES WS-OMX-LIMIT-VALUES.
           05 WS-OMX-TIER-LIMIT PIC 9(3) OCCURS 3 TIMES.
       01 WS-OMX-WIN-MAX  PIC 99 VALUE 30.
       01 WS-OMX-WIN-RUNS PIC 99 VALUE 10.
       01 WS-OMX-MIN-RUNS PIC 99 VALUE 3.

       01 WS-OMX-CARD-KEY   PIC X(12).
       01 WS-OMX-CARD-VALUE PIC X(40).
       01 WS-OMX-CARD-NUM   PIC X(3).
       01 WS-OMX-CARD-NUM-9 REDEFINES WS-OMX-CARD-NUM PIC 9(3).
       01 WS-OMX-CARD-RUNS  PIC X(2).
       01 WS-OMX-CARD-RUNS-9 REDEFINES WS-OMX-CARD-RUNS PIC 99.

      * the run RULERSLT describes.
       01 WS-OMX-JOB-ID   PIC X(8) VALUE SPACES.
       01 WS-OMX-SOURCE   PIC X(20) VALUE SPACES.
       01 WS-OMX-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-OMX-FP       PIC 9(8) VALUE 0.
       01 WS-OMX-DECK     PIC X(20) VALUE SPACES.

      * tonight's profile.
       01 WS-OMX-CASES     PIC 9(7) VALUE 0.
       01 WS-OMX-ERRORS    PIC 9(7) VALUE 0.
       01 WS-OMX-OK-COUNT  PIC 9(7) VALUE 0.
       01 WS-OMX-ERR-PCT   PIC 9(3)V9 VALUE 0.
       01 WS-OMX-NUM-COUNT PIC 9(7) VALUE 0.
       01 WS-OMX-NUM-MIN   PIC S9(11) VALUE 0.
       01 WS-OMX-NUM-MAX   PIC S9(11) VALUE 0.
       01 WS-OMX-NUM-SUM   PIC S9(17) VALUE 0.
       01 WS-OMX-NUM-MEAN  PIC S9(11)V99 VALUE 0.

      * the outcome values -- each distinct value tonight or in the
      * baseline window, tonight's count and share beside the sum
      * of its shares over the window runs. past the table's room,
      * values fold into one OTHER entry at the top slot.
       01 WS-OMX-VAL-MAX   PIC 99 VALUE 60.
       01 WS-OMX-VAL-COUNT PIC 99 VALUE 0.
       01 WS-OMX-VAL-TABLE.
           05 WS-OMX-VAL-ENTRY OCCURS 60 TIMES.
               10 WS-OMX-VAL-TEXT       PIC X(40).
               10 WS-OMX-VAL-CASES      PIC 9(7).
               10 WS-OMX-VAL-SHARE      PIC 9(3)V9.
               10 WS-OMX-VAL-BASE-SUM   PIC 9(5)V9.
               10 WS-OMX-VAL-BASE-SHARE PIC 9(3)V9.
               10 WS-OMX-VAL-MOVE       PIC 9(3)V9.
       01 WS-OMX-VAL-IDX   PIC 99.
       01 WS-OMX-VAL-PROBE PIC X(40).
       01 WS-OMX-VAL-OTHER PIC X(40) VALUE "*OTHER VALUES*".

      * INTEGER results are read off their displayed text -- an
      * optional leading minus and up to eleven digits.
       01 WS-OMX-PARSE-TEXT PIC X(40).
       01 WS-OMX-PARSE-POS  PIC 99.
       01 WS-OMX-PARSE-DIGITS PIC 99.
       01 WS-OMX-PARSE-NUM  PIC S9(11).
       01 WS-OMX-PARSE-CHAR PIC X.
       01 WS-OMX-PARSE-DIGIT REDEFINES WS-OMX-PARSE-CHAR PIC 9.
       01 WS-OMX-PARSE-SIGN-SWITCH PIC X.
           88 WS-OMX-PARSE-NEGATIVE VALUE "Y".
           88 WS-OMX-PARSE-POSITIVE VALUE "N".
       01 WS-OMX-PARSE-OK-SWITCH PIC X.
           88 WS-OMX-PARSE-IS-NUMBER  VALUE "Y".
           88 WS-OMX-PARSE-NOT-NUMBER VALUE "N".

      * the baseline window -- the OMIXHIST ordinal of each of the
      * script's last P records, with the figures it carried.
       01 WS-OMX-HIST-ORDINAL PIC 9(7) VALUE 0.
       01 WS-OMX-WIN-COUNT    PIC 99 VALUE 0.
       01 WS-OMX-WIN-TABLE.
           05 WS-OMX-WIN-ENTRY OCCURS 30 TIMES.
               10 WS-OMX-WIN-ORDINAL   PIC 9(7).
               10 WS-OMX-WIN-ERR-PCT   PIC 9(3)V9.
               10 WS-OMX-WIN-NUM-COUNT PIC 9(7).
               10 WS-OMX-WIN-NUM-MIN   PIC S9(11).
               10 WS-OMX-WIN-NUM-MAX   PIC S9(11).
               10 WS-OMX-WIN-NUM-MEAN  PIC S9(11)V99.
       01 WS-OMX-WIN-IDX PIC 99.
       01 WS-OMX-IN-WINDOW-SWITCH PIC X VALUE "N".
           88 WS-OMX-IN-WINDOW     VALUE "Y".
           88 WS-OMX-NOT-IN-WINDOW VALUE "N".

      * the baseline itself.
       01 WS-OMX-BASE-SWITCH PIC X VALUE "N".
           88 WS-OMX-BASE-READY   VALUE "Y".
           88 WS-OMX-BASE-PENDING VALUE "N".
       01 WS-OMX-BASE-ERR-SUM  PIC 9(5)V9 VALUE 0.
       01 WS-OMX-BASE-ERR-PCT  PIC 9(3)V9 VALUE 0.
       01 WS-OMX-BASE-NUM-RUNS PIC 99 VALUE 0.
       01 WS-OMX-BASE-MEAN-SUM PIC S9(13)V99 VALUE 0.
       01 WS-OMX-BASE-MEAN     PIC S9(11)V99 VALUE 0.
       01 WS-OMX-BASE-MIN      PIC S9(11) VALUE 0.
       01 WS-OMX-BASE-MAX      PIC S9(11) VALUE 0.

      * the three measures and the verdict.
       01 WS-OMX-DIFF       PIC S9(13)V99.
       01 WS-OMX-MIX-SHIFT  PIC 9(3)V9 VALUE 0.
       01 WS-OMX-MIX-VALUE  PIC X(40) VALUE SPACES.
       01 WS-OMX-ERR-SHIFT  PIC 9(3)V9 VALUE 0.
       01 WS-OMX-MEAN-SHIFT PIC 9(3)V9 VALUE 0.
       01 WS-OMX-SHIFT      PIC 9(3)V9 VALUE 0.
       01 WS-OMX-SHIFT-ON   PIC X(4) VALUE SPACES.
       01 WS-OMX-TIER       PIC 9 VALUE 2.
       01 WS-OMX-LIMIT      PIC 9(3) VALUE 0.
       01 WS-OMX-ALERT-SWITCH PIC X VALUE "N".
           88 WS-OMX-ALERTED     VALUE "Y".
           88 WS-OMX-NOT-ALERTED VALUE "N".
       01 WS-OMX-ALERT-TEXT PIC X(80).

       01 WS-OMX-PCT-EDIT   PIC ZZ9.9.
       01 WS-OMX-PCT-EDIT-2 PIC ZZ9.9.
       01 WS-OMX-PCT-EDIT-3 PIC ZZ9.9.
       01 WS-OMX-NUM-EDIT   PIC -(11)9.
       01 WS-OMX-NUM-EDIT-2 PIC -(11)9.
       01 WS-OMX-MEAN-EDIT  PIC -(11)9.99.

      * lifecycle-master state -- LEX-MONITOR-PROGRAM's per-day
      * sequence seeding, so the two never collide on a key.
       01 WS-OMX-MSTR-STATUS PIC XX VALUE "00".
       01 WS-OMX-MSTR-SEQ    PIC 9(5) VALUE 0.
       01 WS-OMX-MSTR-SCAN-DONE-SWITCH PIC X VALUE "N".
           88 WS-OMX-MSTR-SCAN-DONE-ON  VALUE "Y".
           88 WS-OMX-MSTR-SCAN-DONE-OFF VALUE "N".

      * the datasets this program touches, resolved through the
      * active environment profile at start-up -- production
      * names by default, the QA profile's prefixed names when
      * LEXPROF says so.
       01 WS-PROF-DSN-RULERSLT PIC X(40) VALUE "RULERSLT".
       01 WS-PROF-DSN-MONCTL   PIC X(40) VALUE "MONCTL".
       01 WS-PROF-DSN-OMIXHIST PIC X(40) VALUE "OMIXHIST".
       01 WS-PROF-DSN-OMIXRPT  PIC X(40) VALUE "OMIXRPT".
       01 WS-PROF-DSN-ALERTQ   PIC X(40) VALUE "ALERTQ".
       01 WS-PROF-DSN-ALRTMSTR PIC X(40) VALUE "ALRTMSTR".
       01 WS-PROF-DSN-RECOVJNL PIC X(40) VALUE "RECOVJNL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "RULERSLT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RULERSLT
           MOVE "MONCTL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-MONCTL
           MOVE "OMIXHIST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OMIXHIST
           MOVE "OMIXRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OMIXRPT
           MOVE "ALERTQ" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALERTQ
           MOVE "ALRTMSTR" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALRTMSTR
           MOVE "RECOVJNL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECOVJNL
           MOVE "OUTCOME-MIX-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE "ALRTMSTR" TO WS-RECOV-MASTER
           ACCEPT WS-OMX-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OMX-TODAY-DASHED
           STRING WS-OMX-TODAY-YYYY "-" WS-OMX-TODAY-MM "-"
               WS-OMX-TODAY-DD
               DELIMITED BY SIZE INTO WS-OMX-TODAY-DASHED

           INITIALIZE WS-OMX-VAL-TABLE
           INITIALIZE WS-OMX-WIN-TABLE

           PERFORM OMIX-READ-CONTROL-PROCEDURE
           PERFORM OMIX-PROFILE-RUN-PROCEDURE
           PERFORM OMIX-SCAN-WINDOW-PROCEDURE
           PERFORM OMIX-SCAN-BASE-VALUES-PROCEDURE
           PERFORM OMIX-BASELINE-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM OMIX-JUDGE-PROCEDURE
           PERFORM OMIX-WRITE-PROCEDURE
           PERFORM OMIX-APPEND-HISTORY-PROCEDURE

           MOVE WS-OMX-SHIFT TO WS-OMX-PCT-EDIT
           DISPLAY "OUTCOME-MIX-PROGRAM: " WS-OMX-SOURCE " "
               WS-OMX-CASES " CASE(S), SHIFT " WS-OMX-PCT-EDIT
               " ON " WS-OMX-SHIFT-ON " AGAINST LIMIT " WS-OMX-LIMIT

           IF WS-OMX-ALERTED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       OMIX-READ-CONTROL-PROCEDURE.
           OPEN INPUT MONITOR-CONTROL-FILE
           IF WS-OMX-CTL-STATUS NOT = "00"
               DISPLAY "OUTCOME-MIX-PROGRAM: NO MONCTL -- DEFAULT "
                   "TIER LIMITS AND BASELINE WINDOW APPLY"
               EXIT PARAGRAPH
           END-IF

           SET WS-OMX-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OMX-EOF-ON
               READ MONITOR-CONTROL-FILE
                   AT END
                       SET WS-OMX-EOF-ON TO TRUE
                   NOT AT END
                       IF MONITOR-CONTROL-RECORD (1:1) NOT = "*"
                           AND MONITOR-CONTROL-RECORD NOT = SPACES
                           PERFORM OMIX-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MONITOR-CONTROL-FILE.

      * every other MONCTL card belongs to LEX-MONITOR-PROGRAM or
      * ALERT-ESCALATE-PROGRAM -- shared control file, each reader
      * takes its own cards.
       OMIX-APPLY-CARD-PROCEDURE.
           MOVE SPACES TO WS-OMX-CARD-KEY
           MOVE SPACES TO WS-OMX-CARD-VALUE
           UNSTRING MONITOR-CONTROL-RECORD DELIMITED BY "="
               INTO WS-OMX-CARD-KEY WS-OMX-CARD-VALUE
           MOVE WS-OMX-CARD-VALUE (1:3) TO WS-OMX-CARD-NUM
           MOVE WS-OMX-CARD-VALUE (1:2) TO WS-OMX-CARD-RUNS

           EVALUATE WS-OMX-CARD-KEY
               WHEN "OMIXTIER1"
                   IF WS-OMX-CARD-NUM IS NUMERIC
                       MOVE WS-OMX-CARD-NUM-9 TO WS-OMX-TIER-LIMIT (1)
                   END-IF
               WHEN "OMIXTIER2"
                   IF WS-OMX-CARD-NUM IS NUMERIC
                       MOVE WS-OMX-CARD-NUM-9 TO WS-OMX-TIER-LIMIT (2)
                   END-IF
               WHEN "OMIXTIER3"
                   IF WS-OMX-CARD-NUM IS NUMERIC
                       MOVE WS-OMX-CARD-NUM-9 TO WS-OMX-TIER-LIMIT (3)
                   END-IF
               WHEN "OMIXRUNS"
                   IF WS-OMX-CARD-RUNS IS NUMERIC
                       AND WS-OMX-CARD-RUNS-9 > 0
                       AND WS-OMX-CARD-RUNS-9 <= WS-OMX-WIN-MAX
                       MOVE WS-OMX-CARD-RUNS-9 TO WS-OMX-WIN-RUNS
                   END-IF
               WHEN "OMIXMIN"
                   IF WS-OMX-CARD-RUNS IS NUMERIC
                       AND WS-OMX-CARD-RUNS-9 > 0
                       MOVE WS-OMX-CARD-RUNS-9 TO WS-OMX-MIN-RUNS
                   END-IF
           END-EVALUATE.

      * RULERSLT into tonight's profile -- without its header there
      * is no telling which script the results belong to.
       OMIX-PROFILE-RUN-PROCEDURE.
           OPEN INPUT RULE-RESULT-FILE
           IF WS-OMX-RSLT-STATUS NOT = "00"
               DISPLAY "OUTCOME-MIX-PROGRAM: NO RULERSLT FROM THE "
                   "RULE EXECUTION STEP. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ RULE-RESULT-FILE
               AT END
                   MOVE SPACES TO RULE-RESULT-RECORD
           END-READ
           IF NOT RULE-RESULT-REC-IS-HEADER
               OR RULE-RESULT-FINGERPRINT IS NOT NUMERIC
               DISPLAY "OUTCOME-MIX-PROGRAM: RULERSLT HAS NO HEADER "
                   "RECORD. ABORTING"
               CLOSE RULE-RESULT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RULE-RESULT-JOB-ID TO WS-OMX-JOB-ID
           MOVE RULE-RESULT-SOURCE TO WS-OMX-SOURCE
           MOVE RULE-RESULT-RUN-DATE TO WS-OMX-RUN-DATE
           MOVE RULE-RESULT-FINGERPRINT TO WS-OMX-FP
           MOVE RULE-RESULT-DECK TO WS-OMX-DECK

           SET WS-OMX-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OMX-EOF-ON
               READ RULE-RESULT-FILE
                   AT END
                       SET WS-OMX-EOF-ON TO TRUE
                   NOT AT END
                       IF RULE-RESULT-REC-IS-DETAIL
                           PERFORM OMIX-ONE-RESULT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RULE-RESULT-FILE

           IF WS-OMX-CASES > 0
               COMPUTE WS-OMX-ERR-PCT ROUNDED =
                   WS-OMX-ERRORS * 100 / WS-OMX-CASES
           END-IF
           IF WS-OMX-NUM-COUNT > 0
               COMPUTE WS-OMX-NUM-MEAN ROUNDED =
                   WS-OMX-NUM-SUM / WS-OMX-NUM-COUNT
           END-IF

           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-MAX
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) NOT = SPACES
                   AND WS-OMX-OK-COUNT > 0
                   COMPUTE WS-OMX-VAL-SHARE (WS-OMX-VAL-IDX)
                       ROUNDED = WS-OMX-VAL-CASES (WS-OMX-VAL-IDX)
                       * 100 / WS-OMX-OK-COUNT
               END-IF
           END-PERFORM.

      * a case in error has no outcome -- it counts toward the error
      * rate only. every other case's value goes into the mix, and
      * an INTEGER one into the numeric figures too.
       OMIX-ONE-RESULT-PROCEDURE.
           ADD 1 TO WS-OMX-CASES
           IF RULE-RESULT-ERR
               ADD 1 TO WS-OMX-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OMX-OK-COUNT

           MOVE RULE-RESULT-VALUE TO WS-OMX-VAL-PROBE
           PERFORM OMIX-FIND-VALUE-PROCEDURE
           ADD 1 TO WS-OMX-VAL-CASES (WS-OMX-VAL-IDX)

           IF RULE-RESULT-KIND NOT = "INTEGER"
               EXIT PARAGRAPH
           END-IF
           MOVE RULE-RESULT-VALUE TO WS-OMX-PARSE-TEXT
           PERFORM OMIX-PARSE-NUMBER-PROCEDURE
           IF WS-OMX-PARSE-NOT-NUMBER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OMX-NUM-COUNT
           ADD WS-OMX-PARSE-NUM TO WS-OMX-NUM-SUM
           IF WS-OMX-NUM-COUNT = 1
               MOVE WS-OMX-PARSE-NUM TO WS-OMX-NUM-MIN
               MOVE WS-OMX-PARSE-NUM TO WS-OMX-NUM-MAX
           END-IF
           IF WS-OMX-PARSE-NUM < WS-OMX-NUM-MIN
               MOVE WS-OMX-PARSE-NUM TO WS-OMX-NUM-MIN
           END-IF
           IF WS-OMX-PARSE-NUM > WS-OMX-NUM-MAX
               MOVE WS-OMX-PARSE-NUM TO WS-OMX-NUM-MAX
           END-IF.

      * the slot for WS-OMX-VAL-PROBE, added when new -- the top
      * slot is kept for the OTHER entry once the rest are taken.
       OMIX-FIND-VALUE-PROCEDURE.
           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-COUNT
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) = WS-OMX-VAL-PROBE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-OMX-VAL-COUNT < WS-OMX-VAL-MAX - 1
               ADD 1 TO WS-OMX-VAL-COUNT
               MOVE WS-OMX-VAL-COUNT TO WS-OMX-VAL-IDX
           ELSE
               MOVE WS-OMX-VAL-MAX TO WS-OMX-VAL-IDX
               MOVE WS-OMX-VAL-OTHER TO WS-OMX-VAL-PROBE
           END-IF

           IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) = SPACES
               MOVE WS-OMX-VAL-PROBE TO WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX)
               MOVE 0 TO WS-OMX-VAL-CASES (WS-OMX-VAL-IDX)
               MOVE 0 TO WS-OMX-VAL-SHARE (WS-OMX-VAL-IDX)
               MOVE 0 TO WS-OMX-VAL-BASE-SUM (WS-OMX-VAL-IDX)
               MOVE 0 TO WS-OMX-VAL-BASE-SHARE (WS-OMX-VAL-IDX)
               MOVE 0 TO WS-OMX-VAL-MOVE (WS-OMX-VAL-IDX)
           END-IF.

      * WS-OMX-PARSE-TEXT as a signed whole number, when it is one.
       OMIX-PARSE-NUMBER-PROCEDURE.
           SET WS-OMX-PARSE-NOT-NUMBER TO TRUE
           SET WS-OMX-PARSE-POSITIVE TO TRUE
           MOVE 0 TO WS-OMX-PARSE-NUM
           MOVE 0 TO WS-OMX-PARSE-DIGITS

           MOVE 1 TO WS-OMX-PARSE-POS
           PERFORM UNTIL WS-OMX-PARSE-POS > 40
               OR WS-OMX-PARSE-TEXT (WS-OMX-PARSE-POS:1) NOT = SPACE
               ADD 1 TO WS-OMX-PARSE-POS
           END-PERFORM
           IF WS-OMX-PARSE-POS > 40
               EXIT PARAGRAPH
           END-IF
           IF WS-OMX-PARSE-TEXT (WS-OMX-PARSE-POS:1) = "-"
               SET WS-OMX-PARSE-NEGATIVE TO TRUE
               ADD 1 TO WS-OMX-PARSE-POS
           END-IF

           PERFORM UNTIL WS-OMX-PARSE-POS > 40
               OR WS-OMX-PARSE-TEXT (WS-OMX-PARSE-POS:1) = SPACE
               MOVE WS-OMX-PARSE-TEXT (WS-OMX-PARSE-POS:1) TO
                   WS-OMX-PARSE-CHAR
               IF WS-OMX-PARSE-CHAR IS NOT NUMERIC
                   OR WS-OMX-PARSE-DIGITS >= 11
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-OMX-PARSE-NUM =
                   WS-OMX-PARSE-NUM * 10 + WS-OMX-PARSE-DIGIT
               ADD 1 TO WS-OMX-PARSE-DIGITS
               ADD 1 TO WS-OMX-PARSE-POS
           END-PERFORM

           IF WS-OMX-PARSE-DIGITS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OMX-PARSE-NEGATIVE
               COMPUTE WS-OMX-PARSE-NUM = 0 - WS-OMX-PARSE-NUM
           END-IF
           SET WS-OMX-PARSE-IS-NUMBER TO TRUE.

      * first pass over OMIXHIST -- the script's latest P records,
      * up to the window, oldest dropping off the front.
       OMIX-SCAN-WINDOW-PROCEDURE.
           OPEN INPUT OUTCOME-MIX-HIST-FILE
           IF WS-OMX-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OMX-HIST-ORDINAL
           SET WS-OMX-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OMX-EOF-ON
               READ OUTCOME-MIX-HIST-FILE
                   AT END
                       SET WS-OMX-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OMX-HIST-ORDINAL
                       IF OMIX-HIST-REC-IS-PROFILE
                           AND OMIX-HIST-SOURCE = WS-OMX-SOURCE
                           AND OMIX-HIST-ERR-PCT IS NUMERIC
                           AND OMIX-HIST-NUM-COUNT IS NUMERIC
                           PERFORM OMIX-WINDOW-ADD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OUTCOME-MIX-HIST-FILE.

       OMIX-WINDOW-ADD-PROCEDURE.
           IF WS-OMX-WIN-COUNT >= WS-OMX-WIN-RUNS
               PERFORM VARYING WS-OMX-WIN-IDX FROM 2 BY 1 UNTIL
                   WS-OMX-WIN-IDX > WS-OMX-WIN-COUNT
                   MOVE WS-OMX-WIN-ENTRY (WS-OMX-WIN-IDX) TO
                       WS-OMX-WIN-ENTRY (WS-OMX-WIN-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-OMX-WIN-COUNT
           END-IF

           MOVE WS-OMX-WIN-COUNT TO WS-OMX-WIN-IDX
           MOVE WS-OMX-HIST-ORDINAL TO
               WS-OMX-WIN-ORDINAL (WS-OMX-WIN-IDX)
           MOVE OMIX-HIST-ERR-PCT TO WS-OMX-WIN-ERR-PCT (WS-OMX-WIN-IDX)
           MOVE OMIX-HIST-NUM-COUNT TO
               WS-OMX-WIN-NUM-COUNT (WS-OMX-WIN-IDX)
           MOVE OMIX-HIST-NUM-MIN TO WS-OMX-WIN-NUM-MIN (WS-OMX-WIN-IDX)
           MOVE OMIX-HIST-NUM-MAX TO WS-OMX-WIN-NUM-MAX (WS-OMX-WIN-IDX)
           MOVE OMIX-HIST-NUM-MEAN TO
               WS-OMX-WIN-NUM-MEAN (WS-OMX-WIN-IDX).

      * second pass -- the V records that follow a P record inside
      * the window add that run's share of each value.
       OMIX-SCAN-BASE-VALUES-PROCEDURE.
           IF WS-OMX-WIN-COUNT < WS-OMX-MIN-RUNS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OUTCOME-MIX-HIST-FILE
           IF WS-OMX-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OMX-HIST-ORDINAL
           SET WS-OMX-NOT-IN-WINDOW TO TRUE
           SET WS-OMX-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OMX-EOF-ON
               READ OUTCOME-MIX-HIST-FILE
                   AT END
                       SET WS-OMX-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OMX-HIST-ORDINAL
                       PERFORM OMIX-ONE-BASE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE OUTCOME-MIX-HIST-FILE.

       OMIX-ONE-BASE-RECORD-PROCEDURE.
           IF OMIX-HIST-REC-IS-PROFILE
               SET WS-OMX-NOT-IN-WINDOW TO TRUE
               PERFORM VARYING WS-OMX-WIN-IDX FROM 1 BY 1 UNTIL
                   WS-OMX-WIN-IDX > WS-OMX-WIN-COUNT
                   IF WS-OMX-WIN-ORDINAL (WS-OMX-WIN-IDX) =
                       WS-OMX-HIST-ORDINAL
                       SET WS-OMX-IN-WINDOW TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF OMIX-HIST-REC-IS-VALUE
               AND WS-OMX-IN-WINDOW
               AND OMIX-HIST-SOURCE = WS-OMX-SOURCE
               AND OMIX-HIST-VALUE-SHARE IS NUMERIC
               MOVE OMIX-HIST-VALUE TO WS-OMX-VAL-PROBE
               PERFORM OMIX-FIND-VALUE-PROCEDURE
               ADD OMIX-HIST-VALUE-SHARE TO
                   WS-OMX-VAL-BASE-SUM (WS-OMX-VAL-IDX)
           END-IF.

      * the window's figures averaged -- a value a run never
      * returned counts as a zero share for that run.
       OMIX-BASELINE-PROCEDURE.
           IF WS-OMX-WIN-COUNT < WS-OMX-MIN-RUNS
               SET WS-OMX-BASE-PENDING TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-OMX-BASE-READY TO TRUE

           PERFORM VARYING WS-OMX-WIN-IDX FROM 1 BY 1 UNTIL
               WS-OMX-WIN-IDX > WS-OMX-WIN-COUNT
               ADD WS-OMX-WIN-ERR-PCT (WS-OMX-WIN-IDX) TO
                   WS-OMX-BASE-ERR-SUM
               IF WS-OMX-WIN-NUM-COUNT (WS-OMX-WIN-IDX) > 0
                   ADD 1 TO WS-OMX-BASE-NUM-RUNS
                   ADD WS-OMX-WIN-NUM-MEAN (WS-OMX-WIN-IDX) TO
                       WS-OMX-BASE-MEAN-SUM
                   IF WS-OMX-BASE-NUM-RUNS = 1
                       OR WS-OMX-WIN-NUM-MIN (WS-OMX-WIN-IDX) <
                           WS-OMX-BASE-MIN
                       MOVE WS-OMX-WIN-NUM-MIN (WS-OMX-WIN-IDX) TO
                           WS-OMX-BASE-MIN
                   END-IF
                   IF WS-OMX-BASE-NUM-RUNS = 1
                       OR WS-OMX-WIN-NUM-MAX (WS-OMX-WIN-IDX) >
                           WS-OMX-BASE-MAX
                       MOVE WS-OMX-WIN-NUM-MAX (WS-OMX-WIN-IDX) TO
                           WS-OMX-BASE-MAX
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-OMX-BASE-ERR-PCT ROUNDED =
               WS-OMX-BASE-ERR-SUM / WS-OMX-WIN-COUNT
           IF WS-OMX-BASE-NUM-RUNS > 0
               COMPUTE WS-OMX-BASE-MEAN ROUNDED =
                   WS-OMX-BASE-MEAN-SUM / WS-OMX-BASE-NUM-RUNS
           END-IF

           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-MAX
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) NOT = SPACES
                   COMPUTE WS-OMX-VAL-BASE-SHARE (WS-OMX-VAL-IDX)
                       ROUNDED = WS-OMX-VAL-BASE-SUM (WS-OMX-VAL-IDX)
                       / WS-OMX-WIN-COUNT
               END-IF
           END-PERFORM.

      * the three measures, the largest of them, and the limit for
      * the script's tier. every measure is capped at 999.9.
       OMIX-JUDGE-PROCEDURE.
           MOVE SPACES TO WS-OWNER-QUERY
           MOVE WS-OMX-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE 2 TO WS-OMX-TIER
           IF WS-OWNER-FOUND-IDX > 0
               AND WS-OWNER-HIT-TIER >= "1"
               AND WS-OWNER-HIT-TIER <= "3"
               MOVE WS-OWNER-HIT-TIER TO WS-OMX-TIER
           END-IF
           MOVE WS-OMX-TIER-LIMIT (WS-OMX-TIER) TO WS-OMX-LIMIT

           IF WS-OMX-BASE-PENDING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-MAX
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) NOT = SPACES
                   COMPUTE WS-OMX-DIFF =
                       WS-OMX-VAL-SHARE (WS-OMX-VAL-IDX)
                       - WS-OMX-VAL-BASE-SHARE (WS-OMX-VAL-IDX)
                   IF WS-OMX-DIFF < 0
                       COMPUTE WS-OMX-DIFF = 0 - WS-OMX-DIFF
                   END-IF
                   MOVE WS-OMX-DIFF TO WS-OMX-VAL-MOVE (WS-OMX-VAL-IDX)
                   IF WS-OMX-DIFF > WS-OMX-MIX-SHIFT
                       MOVE WS-OMX-DIFF TO WS-OMX-MIX-SHIFT
                       MOVE WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) TO
                           WS-OMX-MIX-VALUE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-OMX-DIFF = WS-OMX-ERR-PCT - WS-OMX-BASE-ERR-PCT
           IF WS-OMX-DIFF < 0
               COMPUTE WS-OMX-DIFF = 0 - WS-OMX-DIFF
           END-IF
           MOVE WS-OMX-DIFF TO WS-OMX-ERR-SHIFT

      * the mean only moves when both sides had INTEGER results; a
      * zero baseline mean has no percent, so any change is 999.9.
           IF WS-OMX-NUM-COUNT > 0 AND WS-OMX-BASE-NUM-RUNS > 0
               COMPUTE WS-OMX-DIFF = WS-OMX-NUM-MEAN - WS-OMX-BASE-MEAN
               IF WS-OMX-DIFF < 0
                   COMPUTE WS-OMX-DIFF = 0 - WS-OMX-DIFF
               END-IF
               EVALUATE TRUE
                   WHEN WS-OMX-DIFF = 0
                       MOVE 0 TO WS-OMX-MEAN-SHIFT
                   WHEN WS-OMX-BASE-MEAN = 0
                       MOVE 999.9 TO WS-OMX-MEAN-SHIFT
                   WHEN OTHER
                       IF WS-OMX-BASE-MEAN < 0
                           COMPUTE WS-OMX-DIFF ROUNDED =
                               WS-OMX-DIFF * -100 / WS-OMX-BASE-MEAN
                       ELSE
                           COMPUTE WS-OMX-DIFF ROUNDED =
                               WS-OMX-DIFF * 100 / WS-OMX-BASE-MEAN
                       END-IF
                       IF WS-OMX-DIFF > 999.9
                           MOVE 999.9 TO WS-OMX-MEAN-SHIFT
                       ELSE
                           MOVE WS-OMX-DIFF TO WS-OMX-MEAN-SHIFT
                       END-IF
               END-EVALUATE
           END-IF

           MOVE WS-OMX-MIX-SHIFT TO WS-OMX-SHIFT
           MOVE "MIX" TO WS-OMX-SHIFT-ON
           IF WS-OMX-ERR-SHIFT > WS-OMX-SHIFT
               MOVE WS-OMX-ERR-SHIFT TO WS-OMX-SHIFT
               MOVE "ERR" TO WS-OMX-SHIFT-ON
           END-IF
           IF WS-OMX-MEAN-SHIFT > WS-OMX-SHIFT
               MOVE WS-OMX-MEAN-SHIFT TO WS-OMX-SHIFT
               MOVE "MEAN" TO WS-OMX-SHIFT-ON
           END-IF

           IF WS-OMX-SHIFT > WS-OMX-LIMIT
               MOVE WS-OMX-SHIFT TO WS-OMX-PCT-EDIT
               MOVE SPACES TO WS-OMX-ALERT-TEXT
               STRING "OUTCOME MIX: " DELIMITED BY SIZE
                   WS-OMX-SOURCE DELIMITED BY SPACE
                   " " WS-OMX-SHIFT-ON DELIMITED BY SIZE
                   " SHIFT " WS-OMX-PCT-EDIT " OVER TIER "
                   WS-OMX-TIER " LIMIT " WS-OMX-LIMIT
                   DELIMITED BY SIZE INTO WS-OMX-ALERT-TEXT
               PERFORM OMIX-RAISE-ALERT-PROCEDURE
           END-IF.

       OMIX-RAISE-ALERT-PROCEDURE.
           SET WS-OMX-ALERTED TO TRUE

           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-OMX-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF

           MOVE SPACES TO ALERT-QUEUE-RECORD
           MOVE WS-OMX-ALERT-TEXT TO ALERT-QUEUE-RECORD
           WRITE ALERT-QUEUE-RECORD

           CLOSE ALERT-QUEUE-FILE

           PERFORM OMIX-MASTER-ALERT-PROCEDURE.

      * the same alert lands in the ALRTMSTR lifecycle master as
      * status NEW -- ALERT-REVIEW-PROGRAM dispositions it and
      * ALERT-ESCALATE-PROGRAM re-raises it while it sits unworked.
      * TOKNMSTR's create-on-first-open fallback applies.
       OMIX-MASTER-ALERT-PROCEDURE.
           OPEN I-O ALERT-MASTER-FILE
           IF WS-OMX-MSTR-STATUS = "35"
               OPEN OUTPUT ALERT-MASTER-FILE
               CLOSE ALERT-MASTER-FILE
               OPEN I-O ALERT-MASTER-FILE
           END-IF

           IF WS-OMX-MSTR-STATUS NOT = "00"
               DISPLAY "OUTCOME-MIX-PROGRAM: ALRTMSTR OPEN FAILED, "
                   "STATUS=" WS-OMX-MSTR-STATUS
                   " -- ALERT RAISED ON ALERTQ ONLY"
               EXIT PARAGRAPH
           END-IF

           PERFORM OMIX-MASTER-SEED-PROCEDURE
           ADD 1 TO WS-OMX-MSTR-SEQ

           ACCEPT WS-OMX-NOW FROM TIME
           MOVE SPACES TO WS-OMX-NOW-STAMP
           STRING WS-OMX-NOW-HH ":" WS-OMX-NOW-MM ":" WS-OMX-NOW-SS
               DELIMITED BY SIZE INTO WS-OMX-NOW-STAMP

           MOVE SPACES TO ALERT-MASTER-RECORD
           MOVE WS-OMX-TODAY-DASHED TO ALERT-MASTER-DATE
           MOVE WS-OMX-MSTR-SEQ TO ALERT-MASTER-SEQ
           MOVE WS-OMX-NOW-STAMP TO ALERT-MASTER-TIME
           SET ALERT-MASTER-NEW TO TRUE
           MOVE 0 TO ALERT-MASTER-ESCALATIONS
           MOVE SPACES TO ALERT-MASTER-OPERATOR
           MOVE SPACES TO ALERT-MASTER-NOTE
           MOVE WS-OMX-ALERT-TEXT TO ALERT-MASTER-TEXT

      * a duplicate key is read first, so the journal has the
      * record the rewrite replaces.
           MOVE 160 TO WS-RECOV-AFTER-LEN
           MOVE ALERT-MASTER-RECORD TO WS-RECOV-AFTER
           WRITE ALERT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "OUTCOME-MIX-PROGRAM: DUPLICATE ALRTMSTR "
                       "KEY AT SEQ " WS-OMX-MSTR-SEQ " -- REWRITING"
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

      * finds the highest sequence already on file for today, so
      * the alert follows whatever the monitor raised tonight.
       OMIX-MASTER-SEED-PROCEDURE.
           MOVE 0 TO WS-OMX-MSTR-SEQ

           MOVE WS-OMX-TODAY-DASHED TO ALERT-MASTER-DATE
           MOVE 0 TO ALERT-MASTER-SEQ
           SET WS-OMX-MSTR-SCAN-DONE-OFF TO TRUE

           START ALERT-MASTER-FILE KEY >= ALERT-MASTER-KEY
               INVALID KEY
                   SET WS-OMX-MSTR-SCAN-DONE-ON TO TRUE
           END-START

           PERFORM UNTIL WS-OMX-MSTR-SCAN-DONE-ON
               READ ALERT-MASTER-FILE NEXT
                   AT END
                       SET WS-OMX-MSTR-SCAN-DONE-ON TO TRUE
                   NOT AT END
                       IF ALERT-MASTER-DATE = WS-OMX-TODAY-DASHED
                           MOVE ALERT-MASTER-SEQ TO WS-OMX-MSTR-SEQ
                       ELSE
                           SET WS-OMX-MSTR-SCAN-DONE-ON TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       OMIX-WRITE-PROCEDURE.
           OPEN OUTPUT OUTCOME-MIX-REPORT-FILE

           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           STRING "OUTCOME MIX FOR " WS-OMX-SOURCE
               " RUN " WS-OMX-RUN-DATE " JOB " WS-OMX-JOB-ID
               " FP=" WS-OMX-FP " DECK " WS-OMX-DECK
               DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           WRITE OUTCOME-MIX-REPORT-RECORD
           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           WRITE OUTCOME-MIX-REPORT-RECORD

           MOVE WS-OMX-ERR-PCT TO WS-OMX-PCT-EDIT
           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           STRING "CASES " WS-OMX-CASES "  RETURNED A VALUE "
               WS-OMX-OK-COUNT "  IN ERROR " WS-OMX-ERRORS
               "  ERROR RATE " WS-OMX-PCT-EDIT "%"
               DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           WRITE OUTCOME-MIX-REPORT-RECORD

           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           IF WS-OMX-NUM-COUNT = 0
               MOVE "NO INTEGER RESULTS" TO OUTCOME-MIX-REPORT-RECORD
           ELSE
               MOVE WS-OMX-NUM-MIN TO WS-OMX-NUM-EDIT
               MOVE WS-OMX-NUM-MAX TO WS-OMX-NUM-EDIT-2
               MOVE WS-OMX-NUM-MEAN TO WS-OMX-MEAN-EDIT
               STRING "INTEGER RESULTS " WS-OMX-NUM-COUNT
                   "  LOWEST " WS-OMX-NUM-EDIT
                   "  HIGHEST " WS-OMX-NUM-EDIT-2
                   "  MEAN " WS-OMX-MEAN-EDIT
                   DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           END-IF
           WRITE OUTCOME-MIX-REPORT-RECORD

           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           IF WS-OMX-BASE-READY
               MOVE WS-OMX-BASE-ERR-PCT TO WS-OMX-PCT-EDIT
               STRING "BASELINE: LAST " WS-OMX-WIN-COUNT
                   " RUN(S) ON OMIXHIST  ERROR RATE " WS-OMX-PCT-EDIT
                   "%"
                   DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           ELSE
               STRING "NO BASELINE YET -- " WS-OMX-WIN-COUNT
                   " PREVIOUS RUN(S) ON OMIXHIST, " WS-OMX-MIN-RUNS
                   " NEEDED. THIS RUN IS RECORDED, NOT JUDGED"
                   DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           END-IF
           WRITE OUTCOME-MIX-REPORT-RECORD

           IF WS-OMX-BASE-READY AND WS-OMX-BASE-NUM-RUNS > 0
               MOVE WS-OMX-BASE-MIN TO WS-OMX-NUM-EDIT
               MOVE WS-OMX-BASE-MAX TO WS-OMX-NUM-EDIT-2
               MOVE WS-OMX-BASE-MEAN TO WS-OMX-MEAN-EDIT
               MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
               STRING "BASELINE INTEGER RESULTS  LOWEST "
                   WS-OMX-NUM-EDIT "  HIGHEST " WS-OMX-NUM-EDIT-2
                   "  MEAN " WS-OMX-MEAN-EDIT
                   DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
               WRITE OUTCOME-MIX-REPORT-RECORD
           END-IF

           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           WRITE OUTCOME-MIX-REPORT-RECORD
           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           MOVE "OUTCOME VALUE" TO OUTCOME-MIX-REPORT-RECORD
           MOVE "  CASES  SHARE%  BASE%   MOVE" TO
               OUTCOME-MIX-REPORT-RECORD (42:29)
           WRITE OUTCOME-MIX-REPORT-RECORD

           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-MAX
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) NOT = SPACES
                   PERFORM OMIX-WRITE-VALUE-PROCEDURE
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           WRITE OUTCOME-MIX-REPORT-RECORD
           IF WS-OMX-BASE-READY
               MOVE WS-OMX-MIX-SHIFT TO WS-OMX-PCT-EDIT
               MOVE WS-OMX-ERR-SHIFT TO WS-OMX-PCT-EDIT-2
               MOVE WS-OMX-MEAN-SHIFT TO WS-OMX-PCT-EDIT-3
               MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
               STRING "SHIFT  MIX " WS-OMX-PCT-EDIT " PTS ("
                   DELIMITED BY SIZE
                   WS-OMX-MIX-VALUE DELIMITED BY "  "
                   ")  ERR " WS-OMX-PCT-EDIT-2 " PTS  MEAN "
                   WS-OMX-PCT-EDIT-3 "%"
                   DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
               WRITE OUTCOME-MIX-REPORT-RECORD
           END-IF

           MOVE WS-OMX-SHIFT TO WS-OMX-PCT-EDIT
           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-OMX-BASE-PENDING
                   STRING "VERDICT: BASELINE BUILDING -- TIER "
                       WS-OMX-TIER " LIMIT " WS-OMX-LIMIT
                       DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
               WHEN WS-OMX-ALERTED
                   STRING "VERDICT: SHIFT " WS-OMX-PCT-EDIT " ON "
                       WS-OMX-SHIFT-ON " OVER TIER " WS-OMX-TIER
                       " LIMIT " WS-OMX-LIMIT
                       " -- ** DRIFT, ALERT RAISED **"
                       DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
               WHEN OTHER
                   STRING "VERDICT: SHIFT " WS-OMX-PCT-EDIT " ON "
                       WS-OMX-SHIFT-ON " WITHIN TIER " WS-OMX-TIER
                       " LIMIT " WS-OMX-LIMIT
                       DELIMITED BY SIZE INTO OUTCOME-MIX-REPORT-RECORD
           END-EVALUATE
           WRITE OUTCOME-MIX-REPORT-RECORD

           CLOSE OUTCOME-MIX-REPORT-FILE.

       OMIX-WRITE-VALUE-PROCEDURE.
           MOVE SPACES TO OUTCOME-MIX-REPORT-RECORD
           MOVE WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) TO
               OUTCOME-MIX-REPORT-RECORD (1:40)
           MOVE WS-OMX-VAL-SHARE (WS-OMX-VAL-IDX) TO WS-OMX-PCT-EDIT
           MOVE WS-OMX-VAL-BASE-SHARE (WS-OMX-VAL-IDX) TO
               WS-OMX-PCT-EDIT-2
           MOVE WS-OMX-VAL-MOVE (WS-OMX-VAL-IDX) TO WS-OMX-PCT-EDIT-3
           IF WS-OMX-BASE-READY
               STRING WS-OMX-VAL-CASES (WS-OMX-VAL-IDX) "  "
                   WS-OMX-PCT-EDIT "  " WS-OMX-PCT-EDIT-2 "  "
                   WS-OMX-PCT-EDIT-3
                   DELIMITED BY SIZE INTO
                   OUTCOME-MIX-REPORT-RECORD (42:40)
           ELSE
               STRING WS-OMX-VAL-CASES (WS-OMX-VAL-IDX) "  "
                   WS-OMX-PCT-EDIT
                   DELIMITED BY SIZE INTO
                   OUTCOME-MIX-REPORT-RECORD (42:40)
           END-IF
           IF WS-OMX-BASE-READY
               AND WS-OMX-VAL-MOVE (WS-OMX-VAL-IDX) > WS-OMX-LIMIT
               MOVE "** MOVED **" TO OUTCOME-MIX-REPORT-RECORD (84:11)
           END-IF
           WRITE OUTCOME-MIX-REPORT-RECORD.

      * tonight's profile onto OMIXHIST -- the P record, then one V
      * record per value that returned a case tonight.
       OMIX-APPEND-HISTORY-PROCEDURE.
           OPEN EXTEND OUTCOME-MIX-HIST-FILE
           IF WS-OMX-HIST-STATUS NOT = "00"
               OPEN OUTPUT OUTCOME-MIX-HIST-FILE
           END-IF

           MOVE SPACES TO OUTCOME-MIX-HIST-RECORD
           SET OMIX-HIST-REC-IS-PROFILE TO TRUE
           MOVE WS-OMX-RUN-DATE TO OMIX-HIST-RUN-DATE
           MOVE WS-OMX-SOURCE TO OMIX-HIST-SOURCE
           MOVE WS-OMX-FP TO OMIX-HIST-FP
           MOVE WS-OMX-CASES TO OMIX-HIST-CASES
           MOVE WS-OMX-ERRORS TO OMIX-HIST-ERRORS
           MOVE WS-OMX-ERR-PCT TO OMIX-HIST-ERR-PCT
           MOVE WS-OMX-NUM-COUNT TO OMIX-HIST-NUM-COUNT
           MOVE WS-OMX-NUM-MIN TO OMIX-HIST-NUM-MIN
           MOVE WS-OMX-NUM-MAX TO OMIX-HIST-NUM-MAX
           MOVE WS-OMX-NUM-MEAN TO OMIX-HIST-NUM-MEAN
           MOVE WS-OMX-SHIFT TO OMIX-HIST-SHIFT
           MOVE WS-OMX-SHIFT-ON TO OMIX-HIST-SHIFT-ON
           MOVE WS-OMX-ALERT-SWITCH TO OMIX-HIST-ALERTED
           WRITE OUTCOME-MIX-HIST-RECORD

           PERFORM VARYING WS-OMX-VAL-IDX FROM 1 BY 1 UNTIL
               WS-OMX-VAL-IDX > WS-OMX-VAL-MAX
               IF WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) NOT = SPACES
                   AND WS-OMX-VAL-CASES (WS-OMX-VAL-IDX) > 0
                   MOVE SPACES TO OUTCOME-MIX-HIST-RECORD
                   SET OMIX-HIST-REC-IS-VALUE TO TRUE
                   MOVE WS-OMX-RUN-DATE TO OMIX-HIST-RUN-DATE
                   MOVE WS-OMX-SOURCE TO OMIX-HIST-SOURCE
                   MOVE WS-OMX-VAL-TEXT (WS-OMX-VAL-IDX) TO
                       OMIX-HIST-VALUE
                   MOVE WS-OMX-VAL-CASES (WS-OMX-VAL-IDX) TO
                       OMIX-HIST-VALUE-COUNT
                   MOVE WS-OMX-VAL-SHARE (WS-OMX-VAL-IDX) TO
                       OMIX-HIST-VALUE-SHARE
                   WRITE OUTCOME-MIX-HIST-RECORD
               END-IF
           END-PERFORM

           CLOSE OUTCOME-MIX-HIST-FILE.
       COPY "profile-proc.cpy".
       COPY "recov-proc.cpy".
       COPY "owner-proc.cpy".
