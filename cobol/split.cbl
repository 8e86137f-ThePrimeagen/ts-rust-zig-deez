      * SPLIT-PROGRAM partitions the consolidated BATCHLST into N
      * stream-specific lists BATCHLS1..BATCHLSn, for N concurrent
      * BATCH-RUN-PROGRAM instances to work in parallel -- see
      * LEXSPLIT.jcl. N comes from the SPLITCTL control card
      * (STREAMS=n, 1 to 8, default 4); MERGE-PROGRAM reads the same
      * card so the two ends of the fan-out always agree.
      * files are dealt by weight, not by count: each entry's
      * projected seconds come from its recent token volume on the
      * LEXAUDIT trail (the mean of its last 5 batch lexes) priced at
      * the seconds-per-1000-tokens rate the last 10 BATCH01 step
      * records on RUNCTL actually ran at, and the heaviest entry
      * left always goes to the lightest stream. the plan -- each
      * stream's files, tokens and projected duration -- goes to
      * SPLITPLN, where MERGE-PROGRAM sets the actual durations
      * against it after the night.
      * SPLITCTL cards besides STREAMS=n:
      *   DEFTOKENS=nnnnnnn  the weight, in tokens, of an entry with
      *                      no audit history (default: the mean of
      *                      the entries that have history, or 1000
      *                      when none do)
      *   FILESECS=nnn       fixed seconds added per entry for open,
      *                      audit and report overhead (default 0)
      *   KTOKSECS=nnn       seconds per 1000 tokens to use when
      *                      RUNCTL has no BATCH01 timing (default 1)
      * held entries (H in the state column) are weighed at nothing
      * -- the stream only notes them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLIT-PROGRAM.

           SELECT SPLIT-STREAM-FILE ASSIGN TO DYNAMIC
               WS-SPLIT-STREAM-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-RUNCTL-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-AUDIT-STATUS.
           SELECT SPLIT-PLAN-FILE ASSIGN TO "SPLITPLN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 SPLIT-STREAM-RECORD PIC X(80).

       COPY "runctl-file.cpy".
       COPY "lexer-audit-file.cpy".

      * the plan: per stream a "STREAM n FILES ... PROJECTED nnnnnnn
      * SECONDS" line MERGE-PROGRAM reads back, then that stream's
      * entries with their weights.
       FD SPLIT-PLAN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 SPLIT-PLAN-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SPLIT-CTL-STATUS  PIC XX VALUE "00".
       01 WS-SPLIT-STREAM-NAME PIC X(40) VALUE SPACES.

       01 WS-SPLIT-ENTRY-MAX   PIC 9(4) VALUE 5000.
       01 WS-SPLIT-ENTRY-COUNT PIC 9(4) VALUE 0.
      * per entry: the last 5 token counts the audit trail shows for
      * it (oldest first), the projected weight made from them, and
      * the stream it was dealt to.
       01 WS-SPLIT-ENTRY-TABLE.
           05 WS-SPLIT-ENTRY-ROW OCCURS 5000 TIMES.
               10 WS-SPLIT-ENTRY      PIC X(80).
               10 WS-SPLIT-ENT-RUNS   PIC 9.
               10 WS-SPLIT-ENT-HIST   PIC 9(7) OCCURS 5 TIMES.
               10 WS-SPLIT-ENT-TOKENS PIC 9(7).
               10 WS-SPLIT-ENT-SECS   PIC 9(7)V9.
               10 WS-SPLIT-ENT-BASIS  PIC X(4).
               10 WS-SPLIT-ENT-STREAM PIC 9.

       01 WS-SPLIT-CARD-KEY   PIC X(12).
       01 WS-SPLIT-CARD-VALUE PIC X(40).
       01 WS-SPLIT-QUOT       PIC 9(4).
       01 WS-SPLIT-WRITTEN    PIC 9(4).

       01 WS-SPLIT-RUNCTL-STATUS PIC XX VALUE "00".
       01 WS-SPLIT-AUDIT-STATUS  PIC XX VALUE "00".

      * weighting controls -- see the SPLITCTL cards above.
       01 WS-SPLIT-DEF-TOKENS  PIC 9(7) VALUE 0.
       01 WS-SPLIT-DEF-SET     PIC X VALUE "N".
           88 WS-SPLIT-DEF-FROM-CARD VALUE "Y".
       01 WS-SPLIT-FILE-SECS   PIC 9(3) VALUE 0.
       01 WS-SPLIT-KTOK-SECS   PIC 9(3) VALUE 1.

      * the last 10 BATCH01 step records with both elapsed seconds
      * and tokens, oldest first, and the rate they average out to.
       01 WS-SPLIT-RATE-MAX    PIC 99 VALUE 10.
       01 WS-SPLIT-RATE-COUNT  PIC 99 VALUE 0.
       01 WS-SPLIT-RATE-TABLE.
           05 WS-SPLIT-RATE-ROW OCCURS 10 TIMES.
               10 WS-SPLIT-RATE-ELAP PIC 9(5).
               10 WS-SPLIT-RATE-TOK  PIC 9(7).
       01 WS-SPLIT-RATE-IDX    PIC 99.
       01 WS-SPLIT-SUM-ELAP    PIC 9(7).
       01 WS-SPLIT-SUM-TOK     PIC 9(9).
       01 WS-SPLIT-RATE        PIC 9(5)V9(4) VALUE 0.
       01 WS-SPLIT-RATE-SOURCE PIC X(40) VALUE SPACES.

       01 WS-SPLIT-AUD-SOURCE  PIC X(20).
       01 WS-SPLIT-AUD-TOK-X   PIC X(7).
       01 WS-SPLIT-AUD-TOK REDEFINES WS-SPLIT-AUD-TOK-X PIC 9(7).
       01 WS-SPLIT-HIST-IDX    PIC 9.
       01 WS-SPLIT-HIST-SUM    PIC 9(9).
       01 WS-SPLIT-HIST-FILES  PIC 9(4) VALUE 0.
       01 WS-SPLIT-HIST-TOTAL  PIC 9(11) VALUE 0.
       01 WS-SPLIT-NOHIST-FILES PIC 9(4) VALUE 0.

      * per stream: what the plan deals it, and what plain round-
      * robin would have dealt it, for the comparison line.
       01 WS-SPLIT-LOAD-TABLE.
           05 WS-SPLIT-LOAD-ROW OCCURS 8 TIMES.
               10 WS-SPLIT-LOAD-FILES   PIC 9(5).
               10 WS-SPLIT-LOAD-TOKENS  PIC 9(9).
               10 WS-SPLIT-LOAD-SECS    PIC 9(7)V9.
               10 WS-SPLIT-LOAD-RR-SECS PIC 9(7)V9.

       01 WS-SPLIT-PICK-IDX    PIC 9(4).
       01 WS-SPLIT-PICK-SECS   PIC 9(7)V9.
       01 WS-SPLIT-LIGHT-IDX   PIC 9.
       01 WS-SPLIT-DEALT       PIC 9(4).
       01 WS-SPLIT-SLOW-IDX    PIC 9.
       01 WS-SPLIT-SLOW-SECS   PIC 9(7)V9.
       01 WS-SPLIT-RR-SLOW-SECS PIC 9(7)V9.

       01 WS-SPLIT-TODAY.
           05 WS-SPLIT-TODAY-YYYY PIC 9(4).
           05 WS-SPLIT-TODAY-MM   PIC 99.
           05 WS-SPLIT-TODAY-DD   PIC 99.
       01 WS-SPLIT-TODAY-DASHED PIC X(10).

       01 WS-SPLIT-CLOCK-SECS  PIC 9(7).
       01 WS-SPLIT-CLOCK-HH    PIC 99.
       01 WS-SPLIT-CLOCK-MM    PIC 99.
       01 WS-SPLIT-CLOCK-SS    PIC 99.
       01 WS-SPLIT-CLOCK-REM   PIC 9(7).
       01 WS-SPLIT-CLOCK       PIC X(8).
       01 WS-SPLIT-RR-CLOCK    PIC X(8).

       01 WS-SPLIT-OUT-SECS    PIC 9(7).
       01 WS-SPLIT-OUT-RATE    PIC Z(4)9.9(4).
       01 WS-SPLIT-OUT-SECS-ED PIC Z(6)9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SPLIT-TODAY FROM DATE YYYYMMDD
           STRING WS-SPLIT-TODAY-YYYY "-" WS-SPLIT-TODAY-MM "-"
               WS-SPLIT-TODAY-DD
               DELIMITED BY SIZE INTO WS-SPLIT-TODAY-DASHED

           INITIALIZE WS-SPLIT-ENTRY-TABLE
           INITIALIZE WS-SPLIT-RATE-TABLE
           INITIALIZE WS-SPLIT-LOAD-TABLE

           PERFORM SPLIT-READ-CONTROL-PROCEDURE
           PERFORM SPLIT-LOAD-LIST-PROCEDURE
           PERFORM SPLIT-LOAD-RATE-PROCEDURE
           PERFORM SPLIT-LOAD-HISTORY-PROCEDURE
           PERFORM SPLIT-WEIGH-PROCEDURE
           PERFORM SPLIT-DEAL-PROCEDURE

           PERFORM VARYING WS-SPLIT-STREAM-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-STREAM-IDX > WS-SPLIT-STREAMS
               PERFORM SPLIT-WRITE-STREAM-PROCEDURE
           END-PERFORM

           PERFORM SPLIT-WRITE-PLAN-PROCEDURE

           DISPLAY "SPLIT-PROGRAM: " WS-SPLIT-ENTRY-COUNT
               " FILES SPLIT ACROSS " WS-SPLIT-STREAMS " STREAMS"

                       MOVE SPACES TO WS-SPLIT-CARD-VALUE
                       UNSTRING SPLIT-CONTROL-RECORD DELIMITED BY "="
                           INTO WS-SPLIT-CARD-KEY WS-SPLIT-CARD-VALUE
                       PERFORM SPLIT-ONE-CARD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE SPLIT-CONTROL-FILE.

       SPLIT-ONE-CARD-PROCEDURE.
           EVALUATE WS-SPLIT-CARD-KEY
               WHEN "STREAMS"
                   IF WS-SPLIT-CARD-VALUE (1:1) IS NUMERIC
                       AND WS-SPLIT-CARD-VALUE (1:1) >= "1"
                       AND WS-SPLIT-CARD-VALUE (1:1) <= "8"
                       MOVE WS-SPLIT-CARD-VALUE (1:1) TO
                           WS-SPLIT-STREAMS
                   ELSE
                       DISPLAY "SPLIT-PROGRAM: STREAMS VALUE '"
                           WS-SPLIT-CARD-VALUE (1:1)
                           "' NOT 1-8 -- DEFAULT KEPT"
                   END-IF
               WHEN "DEFTOKENS"
                   IF WS-SPLIT-CARD-VALUE (1:7) IS NUMERIC
                       MOVE WS-SPLIT-CARD-VALUE (1:7) TO
                           WS-SPLIT-DEF-TOKENS
                       SET WS-SPLIT-DEF-FROM-CARD TO TRUE
                   ELSE
                       DISPLAY "SPLIT-PROGRAM: DEFTOKENS VALUE '"
                           WS-SPLIT-CARD-VALUE (1:7)
                           "' NOT 7 DIGITS -- DEFAULT KEPT"
                   END-IF
               WHEN "FILESECS"
                   IF WS-SPLIT-CARD-VALUE (1:3) IS NUMERIC
                       MOVE WS-SPLIT-CARD-VALUE (1:3) TO
                           WS-SPLIT-FILE-SECS
                   ELSE
                       DISPLAY "SPLIT-PROGRAM: FILESECS VALUE '"
                           WS-SPLIT-CARD-VALUE (1:3)
                           "' NOT 3 DIGITS -- DEFAULT KEPT"
                   END-IF
               WHEN "KTOKSECS"
                   IF WS-SPLIT-CARD-VALUE (1:3) IS NUMERIC
                       AND WS-SPLIT-CARD-VALUE (1:3) NOT = "000"
                       MOVE WS-SPLIT-CARD-VALUE (1:3) TO
                           WS-SPLIT-KTOK-SECS
                   ELSE
                       DISPLAY "SPLIT-PROGRAM: KTOKSECS VALUE '"
                           WS-SPLIT-CARD-VALUE (1:3)
                           "' NOT 001-999 -- DEFAULT KEPT"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SPLIT-LOAD-LIST-PROCEDURE.
           OPEN INPUT BATCH-FILE-LIST


           CLOSE BATCH-FILE-LIST.

      * the going rate: what the last 10 BATCH01 steps took per 1000
      * tokens lexed, start-to-end, so open/close and report overhead
      * is priced in. records from before RUNCTL carried elapsed
      * seconds, and steps that lexed nothing, don't count; no usable
      * record -- or a sample too quick to register a second -- falls
      * back to the KTOKSECS card.
       SPLIT-LOAD-RATE-PROCEDURE.
           MOVE 0 TO WS-SPLIT-RATE-COUNT

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-SPLIT-RUNCTL-STATUS = "00"
               SET WS-SPLIT-EOF-OFF TO TRUE
               PERFORM UNTIL WS-SPLIT-EOF-ON
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-SPLIT-EOF-ON TO TRUE
                       NOT AT END
                           IF RUN-CONTROL-STEP = "BATCH01"
                               AND RUN-CONTROL-ELAPSED IS NUMERIC
                               AND RUN-CONTROL-TOKENS IS NUMERIC
                               AND RUN-CONTROL-TOKENS > 0
                               PERFORM SPLIT-KEEP-RATE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           MOVE 0 TO WS-SPLIT-SUM-ELAP
           MOVE 0 TO WS-SPLIT-SUM-TOK
           PERFORM VARYING WS-SPLIT-RATE-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-RATE-IDX > WS-SPLIT-RATE-COUNT
               ADD WS-SPLIT-RATE-ELAP (WS-SPLIT-RATE-IDX) TO
                   WS-SPLIT-SUM-ELAP
               ADD WS-SPLIT-RATE-TOK (WS-SPLIT-RATE-IDX) TO
                   WS-SPLIT-SUM-TOK
           END-PERFORM

           MOVE SPACES TO WS-SPLIT-RATE-SOURCE
           IF WS-SPLIT-SUM-ELAP > 0 AND WS-SPLIT-SUM-TOK > 0
               COMPUTE WS-SPLIT-RATE ROUNDED =
                   WS-SPLIT-SUM-ELAP * 1000 / WS-SPLIT-SUM-TOK
               STRING "FROM " WS-SPLIT-RATE-COUNT
                   " RUNCTL BATCH01 RECORD(S)"
                   DELIMITED BY SIZE INTO WS-SPLIT-RATE-SOURCE
           ELSE
               MOVE WS-SPLIT-KTOK-SECS TO WS-SPLIT-RATE
               MOVE "KTOKSECS DEFAULT -- NO RUNCTL TIMING HISTORY"
                   TO WS-SPLIT-RATE-SOURCE
           END-IF.

      * oldest sample out once 10 are held -- RUNCTL is in run order.
       SPLIT-KEEP-RATE-PROCEDURE.
           IF WS-SPLIT-RATE-COUNT = WS-SPLIT-RATE-MAX
               PERFORM VARYING WS-SPLIT-RATE-IDX FROM 1 BY 1 UNTIL
                   WS-SPLIT-RATE-IDX >= WS-SPLIT-RATE-MAX
                   MOVE WS-SPLIT-RATE-ROW (WS-SPLIT-RATE-IDX + 1) TO
                       WS-SPLIT-RATE-ROW (WS-SPLIT-RATE-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-SPLIT-RATE-COUNT
           END-IF
           MOVE RUN-CONTROL-ELAPSED TO
               WS-SPLIT-RATE-ELAP (WS-SPLIT-RATE-COUNT)
           MOVE RUN-CONTROL-TOKENS TO
               WS-SPLIT-RATE-TOK (WS-SPLIT-RATE-COUNT).

      * each entry's recent volume: the token counts on its batch
      * lexes (JOB=BATCHnnn lines that ran to PASS or FAIL -- a SKIP
      * or OVRD line lexed nothing worth pricing). the trail carries
      * the first 20 characters of the entry's name, so that is
      * what is matched.
       SPLIT-LOAD-HISTORY-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-SPLIT-AUDIT-STATUS NOT = "00"
               DISPLAY "SPLIT-PROGRAM: NO LEXAUDIT -- EVERY FILE "
                   "WEIGHED AT THE DEFAULT"
               EXIT PARAGRAPH
           END-IF

           SET WS-SPLIT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SPLIT-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-SPLIT-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (76:5) = "BATCH"
                           AND (LEXER-AUDIT-LOG-RECORD (56:4) = "PASS"
                           OR LEXER-AUDIT-LOG-RECORD (56:4) = "FAIL")
                           PERFORM SPLIT-ONE-AUDIT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       SPLIT-ONE-AUDIT-PROCEDURE.
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-SPLIT-AUD-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (48:7) TO WS-SPLIT-AUD-TOK-X
           INSPECT WS-SPLIT-AUD-TOK-X REPLACING LEADING SPACE BY "0"
           IF WS-SPLIT-AUD-TOK-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
               IF WS-SPLIT-ENTRY (WS-SPLIT-ENTRY-IDX) (1:20) =
                   WS-SPLIT-AUD-SOURCE
                   PERFORM SPLIT-KEEP-HISTORY-PROCEDURE
               END-IF
           END-PERFORM.

      * oldest of the entry's 5 samples out once it has 5 -- the
      * trail is appended in run order.
       SPLIT-KEEP-HISTORY-PROCEDURE.
           IF WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX) = 5
               PERFORM VARYING WS-SPLIT-HIST-IDX FROM 1 BY 1 UNTIL
                   WS-SPLIT-HIST-IDX >= 5
                   MOVE WS-SPLIT-ENT-HIST (WS-SPLIT-ENTRY-IDX,
                       WS-SPLIT-HIST-IDX + 1) TO
                       WS-SPLIT-ENT-HIST (WS-SPLIT-ENTRY-IDX,
                       WS-SPLIT-HIST-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX)
           END-IF
           MOVE WS-SPLIT-AUD-TOK TO
               WS-SPLIT-ENT-HIST (WS-SPLIT-ENTRY-IDX,
               WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX)).

      * tokens per entry -- its own mean where it has history, else
      * the default weight -- and the seconds those tokens project
      * to. a held entry is only noted by its stream, so it weighs
      * nothing.
       SPLIT-WEIGH-PROCEDURE.
           MOVE 0 TO WS-SPLIT-HIST-FILES
           MOVE 0 TO WS-SPLIT-HIST-TOTAL
           MOVE 0 TO WS-SPLIT-NOHIST-FILES

           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
               IF WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX) > 0
                   MOVE 0 TO WS-SPLIT-HIST-SUM
                   PERFORM VARYING WS-SPLIT-HIST-IDX FROM 1 BY 1 UNTIL
                       WS-SPLIT-HIST-IDX >
                       WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX)
                       ADD WS-SPLIT-ENT-HIST (WS-SPLIT-ENTRY-IDX,
                           WS-SPLIT-HIST-IDX) TO WS-SPLIT-HIST-SUM
                   END-PERFORM
                   COMPUTE WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX)
                       ROUNDED = WS-SPLIT-HIST-SUM /
                       WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX)
                   MOVE "HIST" TO
                       WS-SPLIT-ENT-BASIS (WS-SPLIT-ENTRY-IDX)
                   ADD 1 TO WS-SPLIT-HIST-FILES
                   ADD WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX) TO
                       WS-SPLIT-HIST-TOTAL
               END-IF
           END-PERFORM

           IF NOT WS-SPLIT-DEF-FROM-CARD
               IF WS-SPLIT-HIST-FILES > 0
                   COMPUTE WS-SPLIT-DEF-TOKENS ROUNDED =
                       WS-SPLIT-HIST-TOTAL / WS-SPLIT-HIST-FILES
               ELSE
                   MOVE 1000 TO WS-SPLIT-DEF-TOKENS
               END-IF
           END-IF

           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
               IF WS-SPLIT-ENT-RUNS (WS-SPLIT-ENTRY-IDX) = 0
                   MOVE WS-SPLIT-DEF-TOKENS TO
                       WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX)
                   MOVE "DFLT" TO
                       WS-SPLIT-ENT-BASIS (WS-SPLIT-ENTRY-IDX)
                   ADD 1 TO WS-SPLIT-NOHIST-FILES
               END-IF
               IF WS-SPLIT-ENTRY (WS-SPLIT-ENTRY-IDX) (53:1) = "H"
                   MOVE 0 TO WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX)
                   MOVE 0 TO WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX)
                   MOVE "HOLD" TO
                       WS-SPLIT-ENT-BASIS (WS-SPLIT-ENTRY-IDX)
               ELSE
                   COMPUTE WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX)
                       ROUNDED = WS-SPLIT-FILE-SECS
                       + WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX)
                       * WS-SPLIT-RATE / 1000
               END-IF
           END-PERFORM.

      * longest first: the heaviest entry not yet dealt goes to the
      * stream with the least projected time so far (ties to the
      * earlier entry and the lower stream, so the same list and
      * history always deal the same way). round-robin's loads are
      * tallied alongside for the comparison on the plan.
       SPLIT-DEAL-PROCEDURE.
           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
               COMPUTE WS-SPLIT-QUOT =
                   (WS-SPLIT-ENTRY-IDX - 1) / WS-SPLIT-STREAMS
               COMPUTE WS-SPLIT-MOD = WS-SPLIT-ENTRY-IDX - 1
                   - (WS-SPLIT-QUOT * WS-SPLIT-STREAMS)
               ADD WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX) TO
                   WS-SPLIT-LOAD-RR-SECS (WS-SPLIT-MOD + 1)
           END-PERFORM

           MOVE 0 TO WS-SPLIT-DEALT
           PERFORM UNTIL WS-SPLIT-DEALT >= WS-SPLIT-ENTRY-COUNT
               MOVE 0 TO WS-SPLIT-PICK-IDX
               MOVE 0 TO WS-SPLIT-PICK-SECS
               PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
                   WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
                   IF WS-SPLIT-ENT-STREAM (WS-SPLIT-ENTRY-IDX) = 0
                       AND (WS-SPLIT-PICK-IDX = 0
                       OR WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX) >
                       WS-SPLIT-PICK-SECS)
                       MOVE WS-SPLIT-ENTRY-IDX TO WS-SPLIT-PICK-IDX
                       MOVE WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX) TO
                           WS-SPLIT-PICK-SECS
                   END-IF
               END-PERFORM

               MOVE 1 TO WS-SPLIT-LIGHT-IDX
               PERFORM VARYING WS-SPLIT-STREAM-IDX FROM 2 BY 1 UNTIL
                   WS-SPLIT-STREAM-IDX > WS-SPLIT-STREAMS
                   IF WS-SPLIT-LOAD-SECS (WS-SPLIT-STREAM-IDX) <
                       WS-SPLIT-LOAD-SECS (WS-SPLIT-LIGHT-IDX)
                       MOVE WS-SPLIT-STREAM-IDX TO WS-SPLIT-LIGHT-IDX
                   END-IF
               END-PERFORM

               MOVE WS-SPLIT-LIGHT-IDX TO
                   WS-SPLIT-ENT-STREAM (WS-SPLIT-PICK-IDX)
               ADD 1 TO WS-SPLIT-LOAD-FILES (WS-SPLIT-LIGHT-IDX)
               ADD WS-SPLIT-ENT-TOKENS (WS-SPLIT-PICK-IDX) TO
                   WS-SPLIT-LOAD-TOKENS (WS-SPLIT-LIGHT-IDX)
               ADD WS-SPLIT-PICK-SECS TO
                   WS-SPLIT-LOAD-SECS (WS-SPLIT-LIGHT-IDX)
               ADD 1 TO WS-SPLIT-DEALT
           END-PERFORM.

      * a stream's entries go out in their BATCHLST order, not the
      * order they were dealt -- the list's own sequencing (units
      * grouped, dependencies ahead of dependents) survives the deal.
       SPLIT-WRITE-STREAM-PROCEDURE.
           MOVE SPACES TO WS-SPLIT-STREAM-NAME
           STRING "BATCHLS" WS-SPLIT-STREAM-IDX
           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT

               IF WS-SPLIT-ENT-STREAM (WS-SPLIT-ENTRY-IDX) =
                   WS-SPLIT-STREAM-IDX
                   MOVE WS-SPLIT-ENTRY (WS-SPLIT-ENTRY-IDX) TO
                       SPLIT-STREAM-RECORD
                   WRITE SPLIT-STREAM-RECORD

           CLOSE SPLIT-STREAM-FILE

           COMPUTE WS-SPLIT-OUT-SECS ROUNDED =
               WS-SPLIT-LOAD-SECS (WS-SPLIT-STREAM-IDX)
           DISPLAY "SPLIT-PROGRAM: STREAM " WS-SPLIT-STREAM-IDX
               " (" WS-SPLIT-STREAM-NAME ") -- "
               WS-SPLIT-WRITTEN " FILES, PROJECTED "
               WS-SPLIT-OUT-SECS " SECONDS".

       SPLIT-WRITE-PLAN-PROCEDURE.
           OPEN OUTPUT SPLIT-PLAN-FILE

           MOVE SPACES TO SPLIT-PLAN-RECORD
           STRING "SPLIT PLAN FOR " WS-SPLIT-TODAY-DASHED " -- "
               WS-SPLIT-ENTRY-COUNT " FILES ACROSS " WS-SPLIT-STREAMS
               " STREAMS"
               DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           MOVE WS-SPLIT-RATE TO WS-SPLIT-OUT-RATE
           MOVE SPACES TO SPLIT-PLAN-RECORD
           STRING "RATE " WS-SPLIT-OUT-RATE
               " SECONDS PER 1000 TOKENS " WS-SPLIT-RATE-SOURCE
               DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           MOVE SPACES TO SPLIT-PLAN-RECORD
           STRING "FIXED " WS-SPLIT-FILE-SECS " SECONDS PER FILE; "
               WS-SPLIT-NOHIST-FILES " FILE(S) WITHOUT HISTORY "
               "WEIGHED AT " WS-SPLIT-DEF-TOKENS " TOKENS"
               DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           MOVE 0 TO WS-SPLIT-SLOW-IDX
           MOVE 0 TO WS-SPLIT-SLOW-SECS
           MOVE 0 TO WS-SPLIT-RR-SLOW-SECS
           PERFORM VARYING WS-SPLIT-STREAM-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-STREAM-IDX > WS-SPLIT-STREAMS
               PERFORM SPLIT-PLAN-STREAM-PROCEDURE
           END-PERFORM

           MOVE SPACES TO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           MOVE WS-SPLIT-RR-SLOW-SECS TO WS-SPLIT-CLOCK-SECS
           PERFORM SPLIT-CLOCK-PROCEDURE
           MOVE WS-SPLIT-CLOCK TO WS-SPLIT-RR-CLOCK
           MOVE WS-SPLIT-SLOW-SECS TO WS-SPLIT-CLOCK-SECS
           PERFORM SPLIT-CLOCK-PROCEDURE
           MOVE SPACES TO SPLIT-PLAN-RECORD
           STRING "PROJECTED WINDOW " WS-SPLIT-CLOCK " (STREAM "
               WS-SPLIT-SLOW-IDX ") -- ROUND-ROBIN WOULD HAVE BEEN "
               WS-SPLIT-RR-CLOCK
               DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           CLOSE SPLIT-PLAN-FILE.

       SPLIT-PLAN-STREAM-PROCEDURE.
           IF WS-SPLIT-SLOW-IDX = 0 OR
               WS-SPLIT-LOAD-SECS (WS-SPLIT-STREAM-IDX) >
               WS-SPLIT-SLOW-SECS
               MOVE WS-SPLIT-STREAM-IDX TO WS-SPLIT-SLOW-IDX
               MOVE WS-SPLIT-LOAD-SECS (WS-SPLIT-STREAM-IDX) TO
                   WS-SPLIT-SLOW-SECS
           END-IF
           IF WS-SPLIT-LOAD-RR-SECS (WS-SPLIT-STREAM-IDX) >
               WS-SPLIT-RR-SLOW-SECS
               MOVE WS-SPLIT-LOAD-RR-SECS (WS-SPLIT-STREAM-IDX) TO
                   WS-SPLIT-RR-SLOW-SECS
           END-IF

           COMPUTE WS-SPLIT-OUT-SECS ROUNDED =
               WS-SPLIT-LOAD-SECS (WS-SPLIT-STREAM-IDX)
           MOVE WS-SPLIT-OUT-SECS TO WS-SPLIT-CLOCK-SECS
           PERFORM SPLIT-CLOCK-PROCEDURE

           MOVE SPACES TO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD
           MOVE SPACES TO SPLIT-PLAN-RECORD
           STRING "STREAM " WS-SPLIT-STREAM-IDX " FILES "
               WS-SPLIT-LOAD-FILES (WS-SPLIT-STREAM-IDX) " TOKENS "
               WS-SPLIT-LOAD-TOKENS (WS-SPLIT-STREAM-IDX)
               " PROJECTED " WS-SPLIT-OUT-SECS " SECONDS ("
               WS-SPLIT-CLOCK ")"
               DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
           WRITE SPLIT-PLAN-RECORD

           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1 UNTIL
               WS-SPLIT-ENTRY-IDX > WS-SPLIT-ENTRY-COUNT
               IF WS-SPLIT-ENT-STREAM (WS-SPLIT-ENTRY-IDX) =
                   WS-SPLIT-STREAM-IDX
                   MOVE WS-SPLIT-ENT-SECS (WS-SPLIT-ENTRY-IDX) TO
                       WS-SPLIT-OUT-SECS-ED
                   MOVE SPACES TO SPLIT-PLAN-RECORD
                   STRING "    " WS-SPLIT-ENTRY (WS-SPLIT-ENTRY-IDX)
                       (1:40) " TOKENS "
                       WS-SPLIT-ENT-TOKENS (WS-SPLIT-ENTRY-IDX)
                       " SECONDS " WS-SPLIT-OUT-SECS-ED " "
                       WS-SPLIT-ENT-BASIS (WS-SPLIT-ENTRY-IDX)
                       DELIMITED BY SIZE INTO SPLIT-PLAN-RECORD
                   WRITE SPLIT-PLAN-RECORD
               END-IF
           END-PERFORM.

      * seconds to hh:mm:ss for the plan -- a window past 99 hours
      * shows as 99:59:59.
       SPLIT-CLOCK-PROCEDURE.
           IF WS-SPLIT-CLOCK-SECS > 359999
               MOVE 359999 TO WS-SPLIT-CLOCK-SECS
           END-IF
           DIVIDE WS-SPLIT-CLOCK-SECS BY 3600 GIVING WS-SPLIT-CLOCK-HH
               REMAINDER WS-SPLIT-CLOCK-REM
           DIVIDE WS-SPLIT-CLOCK-REM BY 60 GIVING WS-SPLIT-CLOCK-MM
               REMAINDER WS-SPLIT-CLOCK-SS
           MOVE SPACES TO WS-SPLIT-CLOCK
           STRING WS-SPLIT-CLOCK-HH ":" WS-SPLIT-CLOCK-MM ":"
               WS-SPLIT-CLOCK-SS
               DELIMITED BY SIZE INTO WS-SPLIT-CLOCK.
