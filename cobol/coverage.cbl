      * COVERAGE-PROGRAM answers "which parts of this script did the
      * case deck never exercise" -- untested branches are where the
      * surprises live. it lays the coverage RuleExec left on
      * RULECOV (every statement and every if/else arm, with the
      * number of cases that reached it) over the statement spans
      * PARSER-PROGRAM persisted to PARSESTM, and writes COVRPT: one
      * block per top-level statement with its own case count and
      * every nested statement and arm inside its span, each point
      * no case reached flagged, then the statement, branch-arm and
      * overall percentages. the spans are used only when the
      * PARSESTM header fingerprints to the content RuleExec ran;
      * otherwise the points are listed bare by line and column, and
      * the report says why.
      *
      * every run appends the script's figures to COVHIST, and the
      * report closes with the trend for this script (its previous
      * run) and a roll-up by owning desk over the latest COVHIST
      * figures of every script, owners resolved through OWNERMST
      * with UNWN catching the unowned.
      *
      * RETURN-CODE: 0 every point reached; 4 one or more points no
      * case reached (the findings are on COVRPT); 16 no usable
      * RULECOV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERAGE-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-COVER-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RULECOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COV-RULECOV-STATUS.
           SELECT PARSER-STMT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-PARSESTM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COV-STMT-STATUS.
           SELECT COVERAGE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-COVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COV-HIST-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-COVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       COPY "rule-cover-file.cpy".
       COPY "parser-stmt-file.cpy".
       COPY "coverage-history-file.cpy".

       FD COVERAGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 COVERAGE-REPORT-RECORD PIC X(132).

       COPY "owner-file.cpy".
       COPY "outcat-file.cpy".
       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "owner-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-COV-RULECOV-STATUS PIC XX VALUE "00".
       01 WS-COV-STMT-STATUS    PIC XX VALUE "00".
       01 WS-COV-HIST-STATUS    PIC XX VALUE "00".

       01 WS-COV-EOF-SWITCH PIC X VALUE "N".
           88 WS-COV-EOF-ON  VALUE "Y".
           88 WS-COV-EOF-OFF VALUE "N".

      * the run RULECOV describes.
       01 WS-COV-JOB-ID   PIC X(8) VALUE SPACES.
       01 WS-COV-SOURCE   PIC X(20) VALUE SPACES.
       01 WS-COV-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-COV-FP       PIC 9(8) VALUE 0.
       01 WS-COV-CASES    PIC 9(7) VALUE 0.

      * the coverage points, in source order. the position key is
      * line * 100000 + column, so "inside a span" is two compares.
       01 WS-COV-POINT-MAX   PIC 9(4) VALUE 2000.
       01 WS-COV-POINT-COUNT PIC 9(4) VALUE 0.
       01 WS-COV-POINT-TABLE.
           05 WS-COV-POINT-ENTRY OCCURS 2000 TIMES.
               10 WS-COV-PT-KIND  PIC X(1).
               10 WS-COV-PT-LINE  PIC 9(5).
               10 WS-COV-PT-COL   PIC 9(5).
               10 WS-COV-PT-DESC  PIC X(6).
               10 WS-COV-PT-CASES PIC 9(7).
               10 WS-COV-PT-POS   PIC 9(10).
               10 WS-COV-PT-SHOWN PIC X(1).
       01 WS-COV-PT-IDX PIC 9(4).

      * PARSESTM's top-level statement spans, when they match.
       01 WS-COV-SPANS-SWITCH PIC X VALUE "N".
           88 WS-COV-SPANS-USABLE VALUE "Y".
           88 WS-COV-SPANS-STALE  VALUE "N".
       01 WS-COV-SPAN-WHY   PIC X(60) VALUE SPACES.
       01 WS-COV-STMT-MAX   PIC 9(3) VALUE 500.
       01 WS-COV-STMT-COUNT PIC 9(3) VALUE 0.
       01 WS-COV-STMT-TABLE.
           05 WS-COV-STMT-ENTRY OCCURS 500 TIMES.
               10 WS-COV-ST-TYPE      PIC X(6).
               10 WS-COV-ST-LINE-FROM PIC 9(5).
               10 WS-COV-ST-LINE-TO   PIC 9(5).
               10 WS-COV-ST-POS-FROM  PIC 9(10).
               10 WS-COV-ST-POS-TO    PIC 9(10).
       01 WS-COV-ST-IDX PIC 9(3).

      * the tallies and percentages.
       01 WS-COV-STMT-POINTS  PIC 9(5) VALUE 0.
       01 WS-COV-STMT-REACHED PIC 9(5) VALUE 0.
       01 WS-COV-ARM-POINTS   PIC 9(5) VALUE 0.
       01 WS-COV-ARM-REACHED  PIC 9(5) VALUE 0.
       01 WS-COV-ALL-REACHED  PIC 9(5) VALUE 0.
       01 WS-COV-UNREACHED    PIC 9(5) VALUE 0.
       01 WS-COV-PCT-POINTS   PIC 9(5).
       01 WS-COV-PCT-REACHED  PIC 9(5).
       01 WS-COV-PCT          PIC 9(3)V9.
       01 WS-COV-STMT-PCT     PIC 9(3)V9.
       01 WS-COV-ARM-PCT      PIC 9(3)V9.
       01 WS-COV-ALL-PCT      PIC 9(3)V9.
       01 WS-COV-PCT-EDIT     PIC ZZ9.9.

      * this script's previous COVHIST figures, for the trend line.
       01 WS-COV-PREV-SWITCH PIC X VALUE "N".
           88 WS-COV-PREV-FOUND VALUE "Y".
       01 WS-COV-PREV-DATE PIC X(10) VALUE SPACES.
       01 WS-COV-PREV-PCT  PIC 9(3)V9 VALUE 0.

      * the latest COVHIST figures per script, then rolled up by
      * owning desk.
       01 WS-COV-LATEST-MAX   PIC 9(3) VALUE 300.
       01 WS-COV-LATEST-COUNT PIC 9(3) VALUE 0.
       01 WS-COV-LATEST-TABLE.
           05 WS-COV-LATEST-ENTRY OCCURS 300 TIMES.
               10 WS-COV-LT-SOURCE  PIC X(20).
               10 WS-COV-LT-POINTS  PIC 9(5).
               10 WS-COV-LT-REACHED PIC 9(5).
       01 WS-COV-LT-IDX PIC 9(3).

       01 WS-COV-DESK-MAX   PIC 99 VALUE 30.
       01 WS-COV-DESK-COUNT PIC 99 VALUE 0.
       01 WS-COV-DESK-TABLE.
           05 WS-COV-DESK-ENTRY OCCURS 30 TIMES.
               10 WS-COV-DK-CODE    PIC X(4).
               10 WS-COV-DK-SCRIPTS PIC 9(3).
               10 WS-COV-DK-POINTS  PIC 9(7).
               10 WS-COV-DK-REACHED PIC 9(7).
       01 WS-COV-DK-IDX PIC 99.

       01 WS-COV-LINE PIC X(132).
       01 WS-COV-FLAG PIC X(20).

      * the datasets this program touches, resolved through the
      * active environment profile at start-up -- production
      * names by default, the QA profile's prefixed names when
      * LEXPROF says so.
       01 WS-PROF-DSN-RULECOV  PIC X(40) VALUE "RULECOV".
       01 WS-PROF-DSN-PARSESTM PIC X(40) VALUE "PARSESTM".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-COVHIST  PIC X(40) VALUE "COVHIST".
       01 WS-PROF-DSN-COVRPT   PIC X(40) VALUE "COVRPT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "RULECOV" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RULECOV
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
           MOVE "COVHIST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-COVHIST
           MOVE "COVRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-COVRPT

           PERFORM COVERAGE-LOAD-POINTS-PROCEDURE
           PERFORM COVERAGE-LOAD-SPANS-PROCEDURE
           PERFORM COVERAGE-TALLY-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM COVERAGE-SCAN-HISTORY-PROCEDURE
           PERFORM COVERAGE-WRITE-PROCEDURE
           PERFORM COVERAGE-APPEND-HISTORY-PROCEDURE

           DISPLAY "COVERAGE-PROGRAM: " WS-COV-SOURCE " "
               WS-COV-ALL-REACHED " OF " WS-COV-POINT-COUNT
               " POINT(S) REACHED, " WS-COV-UNREACHED " NOT REACHED"

           IF WS-COV-UNREACHED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      * RULECOV into the point table -- without its header there is
      * no telling what content the counts belong to.
       COVERAGE-LOAD-POINTS-PROCEDURE.
           OPEN INPUT RULE-COVER-FILE
           IF WS-COV-RULECOV-STATUS NOT = "00"
               DISPLAY "COVERAGE-PROGRAM: NO RULECOV FROM THE RULE "
                   "EXECUTION STEP. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ RULE-COVER-FILE
               AT END
                   MOVE SPACES TO RULE-COVER-RECORD
           END-READ
           IF NOT RULE-COVER-REC-IS-HEADER
               OR RULE-COVER-FINGERPRINT IS NOT NUMERIC
               DISPLAY "COVERAGE-PROGRAM: RULECOV HAS NO HEADER "
                   "RECORD. ABORTING"
               CLOSE RULE-COVER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RULE-COVER-JOB-ID TO WS-COV-JOB-ID
           MOVE RULE-COVER-SOURCE TO WS-COV-SOURCE
           MOVE RULE-COVER-RUN-DATE TO WS-COV-RUN-DATE
           MOVE RULE-COVER-FINGERPRINT TO WS-COV-FP
           MOVE RULE-COVER-CASE-COUNT TO WS-COV-CASES

           SET WS-COV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-COV-EOF-ON
               READ RULE-COVER-FILE
                   AT END
                       SET WS-COV-EOF-ON TO TRUE
                   NOT AT END
                       IF RULE-COVER-REC-IS-DETAIL
                           AND WS-COV-POINT-COUNT < WS-COV-POINT-MAX
                           ADD 1 TO WS-COV-POINT-COUNT
                           MOVE WS-COV-POINT-COUNT TO WS-COV-PT-IDX
                           MOVE RULE-COVER-KIND TO
                               WS-COV-PT-KIND (WS-COV-PT-IDX)
                           MOVE RULE-COVER-LINE TO
                               WS-COV-PT-LINE (WS-COV-PT-IDX)
                           MOVE RULE-COVER-COL TO
                               WS-COV-PT-COL (WS-COV-PT-IDX)
                           MOVE RULE-COVER-DESC TO
                               WS-COV-PT-DESC (WS-COV-PT-IDX)
                           MOVE RULE-COVER-CASES TO
                               WS-COV-PT-CASES (WS-COV-PT-IDX)
                           COMPUTE WS-COV-PT-POS (WS-COV-PT-IDX) =
                               RULE-COVER-LINE * 100000
                               + RULE-COVER-COL
                           MOVE "N" TO WS-COV-PT-SHOWN (WS-COV-PT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RULE-COVER-FILE.

      * the spans count only when PARSESTM is about the same content
      * RuleExec ran -- the fingerprint proves it, the way
      * COMPLEXITY-PROGRAM consumes the structure.
       COVERAGE-LOAD-SPANS-PROCEDURE.
           SET WS-COV-SPANS-STALE TO TRUE
           OPEN INPUT PARSER-STMT-FILE
           IF WS-COV-STMT-STATUS NOT = "00"
               MOVE "NO PARSESTM STRUCTURE ON FILE" TO WS-COV-SPAN-WHY
               EXIT PARAGRAPH
           END-IF

           READ PARSER-STMT-FILE
               AT END
                   MOVE SPACES TO PARSER-STMT-RECORD
           END-READ
           IF NOT PARSER-STMT-REC-IS-HEADER
               OR PARSER-STMT-FINGERPRINT NOT = WS-COV-FP
               MOVE "PARSESTM DESCRIBES OTHER CONTENT (FINGERPRINT)"
                   TO WS-COV-SPAN-WHY
               CLOSE PARSER-STMT-FILE
               EXIT PARAGRAPH
           END-IF

           SET WS-COV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-COV-EOF-ON
               READ PARSER-STMT-FILE
                   AT END
                       SET WS-COV-EOF-ON TO TRUE
                   NOT AT END
                       IF PARSER-STMT-REC-IS-DETAIL
                           AND WS-COV-STMT-COUNT < WS-COV-STMT-MAX
                           ADD 1 TO WS-COV-STMT-COUNT
                           MOVE WS-COV-STMT-COUNT TO WS-COV-ST-IDX
                           MOVE PARSER-STMT-TYPE TO
                               WS-COV-ST-TYPE (WS-COV-ST-IDX)
                           MOVE PARSER-STMT-LINE-FIRST TO
                               WS-COV-ST-LINE-FROM (WS-COV-ST-IDX)
                           MOVE PARSER-STMT-LINE-LAST TO
                               WS-COV-ST-LINE-TO (WS-COV-ST-IDX)
                           COMPUTE WS-COV-ST-POS-FROM (WS-COV-ST-IDX) =
                               PARSER-STMT-LINE-FIRST * 100000
                               + PARSER-STMT-COL-FIRST
                           COMPUTE WS-COV-ST-POS-TO (WS-COV-ST-IDX) =
                               PARSER-STMT-LINE-LAST * 100000
                               + PARSER-STMT-COL-LAST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARSER-STMT-FILE
           SET WS-COV-SPANS-USABLE TO TRUE.

       COVERAGE-TALLY-PROCEDURE.
           PERFORM VARYING WS-COV-PT-IDX FROM 1 BY 1 UNTIL
               WS-COV-PT-IDX > WS-COV-POINT-COUNT
               IF WS-COV-PT-KIND (WS-COV-PT-IDX) = "S"
                   ADD 1 TO WS-COV-STMT-POINTS
                   IF WS-COV-PT-CASES (WS-COV-PT-IDX) > 0
                       ADD 1 TO WS-COV-STMT-REACHED
                   END-IF
               ELSE
                   ADD 1 TO WS-COV-ARM-POINTS
                   IF WS-COV-PT-CASES (WS-COV-PT-IDX) > 0
                       ADD 1 TO WS-COV-ARM-REACHED
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-COV-ALL-REACHED =
               WS-COV-STMT-REACHED + WS-COV-ARM-REACHED
           COMPUTE WS-COV-UNREACHED =
               WS-COV-POINT-COUNT - WS-COV-ALL-REACHED

           MOVE WS-COV-STMT-POINTS TO WS-COV-PCT-POINTS
           MOVE WS-COV-STMT-REACHED TO WS-COV-PCT-REACHED
           PERFORM COVERAGE-PERCENT-PROCEDURE
           MOVE WS-COV-PCT TO WS-COV-STMT-PCT
           MOVE WS-COV-ARM-POINTS TO WS-COV-PCT-POINTS
           MOVE WS-COV-ARM-REACHED TO WS-COV-PCT-REACHED
           PERFORM COVERAGE-PERCENT-PROCEDURE
           MOVE WS-COV-PCT TO WS-COV-ARM-PCT
           MOVE WS-COV-POINT-COUNT TO WS-COV-PCT-POINTS
           MOVE WS-COV-ALL-REACHED TO WS-COV-PCT-REACHED
           PERFORM COVERAGE-PERCENT-PROCEDURE
           MOVE WS-COV-PCT TO WS-COV-ALL-PCT.

      * nothing to cover counts as fully covered -- a script with no
      * ifs has no branch arms to miss.
       COVERAGE-PERCENT-PROCEDURE.
           IF WS-COV-PCT-POINTS = 0
               MOVE 100 TO WS-COV-PCT
           ELSE
               COMPUTE WS-COV-PCT ROUNDED =
                   WS-COV-PCT-REACHED * 100 / WS-COV-PCT-POINTS
           END-IF.

      * the previous figures for this script, and the latest figures
      * for every script -- a later COVHIST record supersedes.
       COVERAGE-SCAN-HISTORY-PROCEDURE.
           OPEN INPUT COVERAGE-HISTORY-FILE
           IF WS-COV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-COV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-COV-EOF-ON
               READ COVERAGE-HISTORY-FILE
                   AT END
                       SET WS-COV-EOF-ON TO TRUE
                   NOT AT END
                       IF COVERAGE-HIST-POINTS IS NUMERIC
                           AND COVERAGE-HIST-REACHED IS NUMERIC
                           PERFORM COVERAGE-ONE-HISTORY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COVERAGE-HISTORY-FILE.

       COVERAGE-ONE-HISTORY-PROCEDURE.
           IF COVERAGE-HIST-SOURCE = WS-COV-SOURCE
               SET WS-COV-PREV-FOUND TO TRUE
               MOVE COVERAGE-HIST-RUN-DATE TO WS-COV-PREV-DATE
               MOVE COVERAGE-HIST-PCT TO WS-COV-PREV-PCT
           END-IF

           PERFORM VARYING WS-COV-LT-IDX FROM 1 BY 1 UNTIL
               WS-COV-LT-IDX > WS-COV-LATEST-COUNT
               IF WS-COV-LT-SOURCE (WS-COV-LT-IDX) =
                   COVERAGE-HIST-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-COV-LT-IDX > WS-COV-LATEST-COUNT
               IF WS-COV-LATEST-COUNT >= WS-COV-LATEST-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COV-LATEST-COUNT
               MOVE WS-COV-LATEST-COUNT TO WS-COV-LT-IDX
               MOVE COVERAGE-HIST-SOURCE TO
                   WS-COV-LT-SOURCE (WS-COV-LT-IDX)
           END-IF

           MOVE COVERAGE-HIST-POINTS TO WS-COV-LT-POINTS (WS-COV-LT-IDX)
           MOVE COVERAGE-HIST-REACHED TO
               WS-COV-LT-REACHED (WS-COV-LT-IDX).

      * this run's figures supersede whatever history held for the
      * script, so the roll-up reads today's numbers.
       COVERAGE-LATEST-THIS-RUN-PROCEDURE.
           PERFORM VARYING WS-COV-LT-IDX FROM 1 BY 1 UNTIL
               WS-COV-LT-IDX > WS-COV-LATEST-COUNT
               IF WS-COV-LT-SOURCE (WS-COV-LT-IDX) = WS-COV-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-COV-LT-IDX > WS-COV-LATEST-COUNT
               IF WS-COV-LATEST-COUNT >= WS-COV-LATEST-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COV-LATEST-COUNT
               MOVE WS-COV-LATEST-COUNT TO WS-COV-LT-IDX
               MOVE WS-COV-SOURCE TO WS-COV-LT-SOURCE (WS-COV-LT-IDX)
           END-IF

           MOVE WS-COV-POINT-COUNT TO WS-COV-LT-POINTS (WS-COV-LT-IDX)
           MOVE WS-COV-ALL-REACHED TO
               WS-COV-LT-REACHED (WS-COV-LT-IDX).

       COVERAGE-ROLL-UP-PROCEDURE.
           PERFORM COVERAGE-LATEST-THIS-RUN-PROCEDURE

           PERFORM VARYING WS-COV-LT-IDX FROM 1 BY 1 UNTIL
               WS-COV-LT-IDX > WS-COV-LATEST-COUNT
               MOVE SPACES TO WS-OWNER-QUERY
               MOVE WS-COV-LT-SOURCE (WS-COV-LT-IDX) TO WS-OWNER-QUERY
               PERFORM OWNER-LOOKUP-PROCEDURE

               PERFORM VARYING WS-COV-DK-IDX FROM 1 BY 1 UNTIL
                   WS-COV-DK-IDX > WS-COV-DESK-COUNT
                   IF WS-COV-DK-CODE (WS-COV-DK-IDX) =
                       WS-OWNER-HIT-DESK
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF WS-COV-DK-IDX > WS-COV-DESK-COUNT
                   AND WS-COV-DESK-COUNT < WS-COV-DESK-MAX
                   ADD 1 TO WS-COV-DESK-COUNT
                   MOVE WS-COV-DESK-COUNT TO WS-COV-DK-IDX
                   MOVE WS-OWNER-HIT-DESK TO
                       WS-COV-DK-CODE (WS-COV-DK-IDX)
                   MOVE 0 TO WS-COV-DK-SCRIPTS (WS-COV-DK-IDX)
                   MOVE 0 TO WS-COV-DK-POINTS (WS-COV-DK-IDX)
                   MOVE 0 TO WS-COV-DK-REACHED (WS-COV-DK-IDX)
               END-IF

               IF WS-COV-DK-IDX <= WS-COV-DESK-COUNT
                   ADD 1 TO WS-COV-DK-SCRIPTS (WS-COV-DK-IDX)
                   ADD WS-COV-LT-POINTS (WS-COV-LT-IDX) TO
                       WS-COV-DK-POINTS (WS-COV-DK-IDX)
                   ADD WS-COV-LT-REACHED (WS-COV-LT-IDX) TO
                       WS-COV-DK-REACHED (WS-COV-DK-IDX)
               END-IF
           END-PERFORM.

       COVERAGE-WRITE-PROCEDURE.
           OPEN OUTPUT COVERAGE-REPORT-FILE

           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "STATEMENT COVERAGE FOR " WS-COV-SOURCE
               " RUN " WS-COV-RUN-DATE " JOB " WS-COV-JOB-ID
               " FP=" WS-COV-FP " CASES=" WS-COV-CASES
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD

           IF WS-COV-SPANS-STALE
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING "** STATEMENT SPANS UNAVAILABLE: "
                   WS-COV-SPAN-WHY
                   " -- POINTS LISTED BY POSITION ONLY **"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
           END-IF

           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD

           IF WS-COV-SPANS-USABLE
               PERFORM VARYING WS-COV-ST-IDX FROM 1 BY 1 UNTIL
                   WS-COV-ST-IDX > WS-COV-STMT-COUNT
                   PERFORM COVERAGE-WRITE-STATEMENT-PROCEDURE
               END-PERFORM
           END-IF

      * whatever no span claimed -- everything, when the spans are
      * stale; otherwise points the parser's walk did not persist.
           MOVE 0 TO WS-COV-ST-IDX
           PERFORM VARYING WS-COV-PT-IDX FROM 1 BY 1 UNTIL
               WS-COV-PT-IDX > WS-COV-POINT-COUNT
               IF WS-COV-PT-SHOWN (WS-COV-PT-IDX) = "N"
                   IF WS-COV-ST-IDX = 0 AND WS-COV-SPANS-USABLE
                       MOVE SPACES TO COVERAGE-REPORT-RECORD
                       MOVE "POINTS OUTSIDE THE PARSESTM SPANS" TO
                           COVERAGE-REPORT-RECORD
                       WRITE COVERAGE-REPORT-RECORD
                       MOVE 1 TO WS-COV-ST-IDX
                   END-IF
                   PERFORM COVERAGE-WRITE-POINT-PROCEDURE
               END-IF
           END-PERFORM

           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE WS-COV-STMT-PCT TO WS-COV-PCT-EDIT
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "STATEMENTS  " WS-COV-STMT-REACHED " OF "
               WS-COV-STMT-POINTS " REACHED  " WS-COV-PCT-EDIT "%"
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE WS-COV-ARM-PCT TO WS-COV-PCT-EDIT
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "BRANCH ARMS " WS-COV-ARM-REACHED " OF "
               WS-COV-ARM-POINTS " REACHED  " WS-COV-PCT-EDIT "%"
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE WS-COV-ALL-PCT TO WS-COV-PCT-EDIT
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "OVERALL     " WS-COV-ALL-REACHED " OF "
               WS-COV-POINT-COUNT " REACHED  " WS-COV-PCT-EDIT "%  "
               WS-COV-UNREACHED " FLAGGED NOT REACHED"
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD

           MOVE SPACES TO COVERAGE-REPORT-RECORD
           IF WS-COV-PREV-FOUND
               MOVE WS-COV-PREV-PCT TO WS-COV-PCT-EDIT
               STRING "PREVIOUS RUN " WS-COV-PREV-DATE " OVERALL "
                   WS-COV-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           ELSE
               MOVE "NO PREVIOUS COVERAGE RUN ON COVHIST" TO
                   COVERAGE-REPORT-RECORD
           END-IF
           WRITE COVERAGE-REPORT-RECORD

           PERFORM COVERAGE-ROLL-UP-PROCEDURE
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE "-- COVERAGE BY OWNER (LATEST RUN OF EACH SCRIPT) --"
               TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           PERFORM VARYING WS-COV-DK-IDX FROM 1 BY 1 UNTIL
               WS-COV-DK-IDX > WS-COV-DESK-COUNT
               MOVE WS-COV-DK-POINTS (WS-COV-DK-IDX) TO
                   WS-COV-PCT-POINTS
               MOVE WS-COV-DK-REACHED (WS-COV-DK-IDX) TO
                   WS-COV-PCT-REACHED
               PERFORM COVERAGE-PERCENT-PROCEDURE
               MOVE WS-COV-PCT TO WS-COV-PCT-EDIT
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING "DESK " WS-COV-DK-CODE (WS-COV-DK-IDX)
                   ": " WS-COV-DK-SCRIPTS (WS-COV-DK-IDX)
                   " SCRIPT(S) " WS-COV-DK-REACHED (WS-COV-DK-IDX)
                   " OF " WS-COV-DK-POINTS (WS-COV-DK-IDX)
                   " POINTS REACHED  " WS-COV-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
           END-PERFORM

           CLOSE COVERAGE-REPORT-FILE.

      * one top-level statement -- its own point first, then every
      * nested point inside its span.
       COVERAGE-WRITE-STATEMENT-PROCEDURE.
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "STMT " WS-COV-ST-IDX " "
               WS-COV-ST-TYPE (WS-COV-ST-IDX)
               " LINES " WS-COV-ST-LINE-FROM (WS-COV-ST-IDX)
               "-" WS-COV-ST-LINE-TO (WS-COV-ST-IDX)
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD

           PERFORM VARYING WS-COV-PT-IDX FROM 1 BY 1 UNTIL
               WS-COV-PT-IDX > WS-COV-POINT-COUNT
               IF WS-COV-PT-SHOWN (WS-COV-PT-IDX) = "N"
                   AND WS-COV-PT-POS (WS-COV-PT-IDX) >=
                       WS-COV-ST-POS-FROM (WS-COV-ST-IDX)
                   AND WS-COV-PT-POS (WS-COV-PT-IDX) <=
                       WS-COV-ST-POS-TO (WS-COV-ST-IDX)
                   PERFORM COVERAGE-WRITE-POINT-PROCEDURE
               END-IF
           END-PERFORM.

       COVERAGE-WRITE-POINT-PROCEDURE.
           MOVE "Y" TO WS-COV-PT-SHOWN (WS-COV-PT-IDX)
           IF WS-COV-PT-CASES (WS-COV-PT-IDX) = 0
               MOVE "** NOT REACHED **" TO WS-COV-FLAG
           ELSE
               MOVE SPACES TO WS-COV-FLAG
           END-IF
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           EVALUATE WS-COV-PT-KIND (WS-COV-PT-IDX)
               WHEN "S"
                   STRING "    STATEMENT "
                       WS-COV-PT-DESC (WS-COV-PT-IDX)
                       " AT " WS-COV-PT-LINE (WS-COV-PT-IDX)
                       ":" WS-COV-PT-COL (WS-COV-PT-IDX)
                       "  CASES " WS-COV-PT-CASES (WS-COV-PT-IDX)
                       "  " WS-COV-FLAG
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WHEN OTHER
                   STRING "      IF ARM "
                       WS-COV-PT-DESC (WS-COV-PT-IDX)
                       " AT " WS-COV-PT-LINE (WS-COV-PT-IDX)
                       ":" WS-COV-PT-COL (WS-COV-PT-IDX)
                       "  CASES " WS-COV-PT-CASES (WS-COV-PT-IDX)
                       "  " WS-COV-FLAG
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           END-EVALUATE
           WRITE COVERAGE-REPORT-RECORD.

      * the usual OPEN EXTEND with create-on-first-use fallback.
       COVERAGE-APPEND-HISTORY-PROCEDURE.
           OPEN EXTEND COVERAGE-HISTORY-FILE
           IF WS-COV-HIST-STATUS NOT = "00"
               OPEN OUTPUT COVERAGE-HISTORY-FILE
           END-IF

           MOVE SPACES TO COVERAGE-HISTORY-RECORD
           MOVE WS-COV-RUN-DATE TO COVERAGE-HIST-RUN-DATE
           MOVE WS-COV-SOURCE TO COVERAGE-HIST-SOURCE
           MOVE WS-COV-FP TO COVERAGE-HIST-FP
           MOVE WS-COV-CASES TO COVERAGE-HIST-CASES
           MOVE WS-COV-POINT-COUNT TO COVERAGE-HIST-POINTS
           MOVE WS-COV-ALL-REACHED TO COVERAGE-HIST-REACHED
           MOVE WS-COV-ALL-PCT TO COVERAGE-HIST-PCT
           WRITE COVERAGE-HISTORY-RECORD

           CLOSE COVERAGE-HISTORY-FILE.

       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
