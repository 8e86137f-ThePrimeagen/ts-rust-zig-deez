      * on one dataset produced on busy nights cannot happen, and
      * this single-writer step lands every line exactly once and
      * whole, with the verification count in the merged report.
      * each stream report's "=== ELAPSED: " line is held back too,
      * and set against the duration SPLIT-PROGRAM projected for the
      * stream on SPLITPLN -- projected, actual and the variance per
      * stream, so a plan that keeps missing shows on the report the
      * morning review already reads.
      * every dataset name resolves through the environment profile
      * the stream programs honor -- the trail's designated single
      * writer must never re-chain a QA rehearsal's stream lines
               WS-PROF-DSN-LEXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-MASTER-STATUS.
           SELECT MERGE-PLAN-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-SPLITPLN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-PLAN-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           RECORD CONTAINS 160 CHARACTERS.
       01 MERGE-AUDIT-MASTER-RECORD PIC X(160).

       FD MERGE-PLAN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 MERGE-PLAN-RECORD PIC X(132).

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROF-DSN-SPLITCTL PIC X(40) VALUE "SPLITCTL".
       01 WS-PROF-DSN-BATCHRPT PIC X(40) VALUE "BATCHRPT".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-SPLITPLN PIC X(40) VALUE "SPLITPLN".

       01 WS-MERGE-CTL-STATUS    PIC XX VALUE "00".
       01 WS-MERGE-STREAM-STATUS PIC XX VALUE "00".
       01 WS-MERGE-TOTAL-ILLEGAL PIC 9(7) VALUE 0.
       01 WS-MERGE-TOTAL-BRACKET PIC 9(7) VALUE 0.

      * stream timing -- projected seconds per stream off the plan's
      * "STREAM n FILES nnnnn TOKENS nnnnnnnnn PROJECTED nnnnnnn
      * SECONDS" lines (fields 2 and 8), actual seconds off each
      * stream report's "=== ELAPSED: nnnnn SECONDS ===" line.
       01 WS-MERGE-PLAN-STATUS PIC XX VALUE "00".
       01 WS-MERGE-PLAN-SWITCH PIC X VALUE "N".
           88 WS-MERGE-PLAN-READ    VALUE "Y".
           88 WS-MERGE-PLAN-MISSING VALUE "N".
       01 WS-MERGE-TIMING-TABLE.
           05 WS-MERGE-TIMING-ROW OCCURS 8 TIMES.
               10 WS-MERGE-PROJ-FOUND PIC X.
               10 WS-MERGE-PROJ-SECS  PIC 9(7).
               10 WS-MERGE-ACT-FOUND  PIC X.
               10 WS-MERGE-ACT-SECS   PIC 9(7).
       01 WS-MERGE-PLAN-IDX     PIC 9.
       01 WS-MERGE-VARIANCE     PIC S9(7).
       01 WS-MERGE-VAR-PCT      PIC S9(5)V9.
       01 WS-MERGE-OUT-VARIANCE PIC +(7)9.
       01 WS-MERGE-OUT-VAR-PCT  PIC +(5)9.9.
       01 WS-MERGE-WINDOW-PROJ  PIC 9(7) VALUE 0.
       01 WS-MERGE-WINDOW-ACT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE "SPLITPLN" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-SPLITPLN

           INITIALIZE WS-MERGE-TIMING-TABLE

           PERFORM MERGE-READ-CONTROL-PROCEDURE
           PERFORM MERGE-READ-PLAN-PROCEDURE

           OPEN OUTPUT MERGE-REPORT-FILE

           WRITE MERGE-REPORT-RECORD

           PERFORM MERGE-AUDIT-PROCEDURE
           PERFORM MERGE-TIMING-PROCEDURE

           CLOSE MERGE-REPORT-FILE


           CLOSE SPLIT-CONTROL-FILE.

      * the projected seconds per stream SPLIT-PROGRAM dealt to. no
      * plan (a night split before plans were written, or a rerun
      * without one) leaves the timing section saying so.
       MERGE-READ-PLAN-PROCEDURE.
           SET WS-MERGE-PLAN-MISSING TO TRUE
           OPEN INPUT MERGE-PLAN-FILE
           IF WS-MERGE-PLAN-STATUS NOT = "00"
               DISPLAY "MERGE-PROGRAM: NO SPLITPLN -- STREAM TIMING "
                   "WITHOUT PROJECTIONS"
               EXIT PARAGRAPH
           END-IF
           SET WS-MERGE-PLAN-READ TO TRUE

           SET WS-MERGE-EOF-OFF TO TRUE
           PERFORM UNTIL WS-MERGE-EOF-ON
               READ MERGE-PLAN-FILE
                   AT END
                       SET WS-MERGE-EOF-ON TO TRUE
                   NOT AT END
                       IF MERGE-PLAN-RECORD (1:7) = "STREAM "
                           PERFORM MERGE-ONE-PLAN-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MERGE-PLAN-FILE.

       MERGE-ONE-PLAN-LINE-PROCEDURE.
           MOVE SPACES TO WS-MERGE-UNS-F2
           MOVE SPACES TO WS-MERGE-UNS-F8

           UNSTRING MERGE-PLAN-RECORD DELIMITED BY ALL SPACE
               INTO WS-MERGE-UNS-F1 WS-MERGE-UNS-F2 WS-MERGE-UNS-F3
               WS-MERGE-UNS-F4 WS-MERGE-UNS-F5 WS-MERGE-UNS-F6
               WS-MERGE-UNS-F7 WS-MERGE-UNS-F8

           IF WS-MERGE-UNS-F2 (1:1) IS NUMERIC
               AND WS-MERGE-UNS-F2 (1:1) >= "1"
               AND WS-MERGE-UNS-F2 (1:1) <= "8"
               AND WS-MERGE-UNS-F7 = "PROJECTED"
               MOVE WS-MERGE-UNS-F2 (1:1) TO WS-MERGE-PLAN-IDX
               MOVE WS-MERGE-UNS-F8 (1:7) TO WS-MERGE-NUM-7
               IF WS-MERGE-NUM-7 IS NUMERIC
                   MOVE WS-MERGE-NUM-7-9 TO
                       WS-MERGE-PROJ-SECS (WS-MERGE-PLAN-IDX)
                   MOVE "Y" TO WS-MERGE-PROJ-FOUND (WS-MERGE-PLAN-IDX)
               END-IF
           END-IF.

       MERGE-ONE-STREAM-PROCEDURE.
           MOVE SPACES TO WS-PROF-BASE-NAME
           STRING "BATCHRP" WS-MERGE-STREAM-IDX
                   AT END
                       SET WS-MERGE-EOF-ON TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MERGE-STREAM-RECORD (1:19) =
                               "=== BATCH SUMMARY: "
                               PERFORM MERGE-TALLY-SUMMARY-PROCEDURE
                           WHEN MERGE-STREAM-RECORD (1:13) =
                               "=== ELAPSED: "
                               PERFORM MERGE-TALLY-ELAPSED-PROCEDURE
                           WHEN OTHER
                               MOVE MERGE-STREAM-RECORD TO
                                   MERGE-REPORT-RECORD
                               WRITE MERGE-REPORT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM

               ADD WS-MERGE-NUM-7-9 TO WS-MERGE-TOTAL-BRACKET
           END-IF.

      * "=== ELAPSED: nnnnn SECONDS ===" -- the stream's own wall
      * clock, start of step to its summary.
       MERGE-TALLY-ELAPSED-PROCEDURE.
           MOVE MERGE-STREAM-RECORD (14:5) TO WS-MERGE-NUM-5
           IF WS-MERGE-NUM-5 IS NUMERIC
               MOVE WS-MERGE-NUM-5-9 TO
                   WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX)
               MOVE "Y" TO WS-MERGE-ACT-FOUND (WS-MERGE-STREAM-IDX)
           END-IF.

      * projected against actual per stream, and for the window as
      * a whole (the slowest stream on each side). the variance is
      * actual less projected -- positive means the stream ran long.
       MERGE-TIMING-PROCEDURE.
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE "=== STREAM TIMING: PROJECTED VS ACTUAL ===" TO
               MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD

           IF WS-MERGE-PLAN-MISSING
               MOVE SPACES TO MERGE-REPORT-RECORD
               MOVE "    NO SPLITPLN -- NOTHING PROJECTED TO COMPARE"
                   TO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-MERGE-STREAM-IDX FROM 1 BY 1 UNTIL
               WS-MERGE-STREAM-IDX > WS-MERGE-STREAMS

               PERFORM MERGE-TIMING-ONE-PROCEDURE
           END-PERFORM

           IF WS-MERGE-WINDOW-PROJ > 0
               COMPUTE WS-MERGE-VARIANCE =
                   WS-MERGE-WINDOW-ACT - WS-MERGE-WINDOW-PROJ
               COMPUTE WS-MERGE-VAR-PCT ROUNDED =
                   WS-MERGE-VARIANCE * 100 / WS-MERGE-WINDOW-PROJ
               MOVE WS-MERGE-VARIANCE TO WS-MERGE-OUT-VARIANCE
               MOVE WS-MERGE-VAR-PCT TO WS-MERGE-OUT-VAR-PCT
               MOVE SPACES TO MERGE-REPORT-RECORD
               STRING "    WINDOW   PROJECTED " WS-MERGE-WINDOW-PROJ
                   " ACTUAL " WS-MERGE-WINDOW-ACT " VARIANCE "
                   WS-MERGE-OUT-VARIANCE " SECONDS ("
                   WS-MERGE-OUT-VAR-PCT "%)"
                   DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
           END-IF.

       MERGE-TIMING-ONE-PROCEDURE.
           IF WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX) >
               WS-MERGE-WINDOW-ACT
               MOVE WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX) TO
                   WS-MERGE-WINDOW-ACT
           END-IF
           IF WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX) >
               WS-MERGE-WINDOW-PROJ
               MOVE WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX) TO
                   WS-MERGE-WINDOW-PROJ
           END-IF

           MOVE SPACES TO MERGE-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-MERGE-ACT-FOUND (WS-MERGE-STREAM-IDX) NOT = "Y"
                   STRING "    STREAM " WS-MERGE-STREAM-IDX
                       " PROJECTED "
                       WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX)
                       " -- NO ELAPSED LINE ON THE STREAM REPORT"
                       DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
               WHEN WS-MERGE-PROJ-FOUND (WS-MERGE-STREAM-IDX) NOT = "Y"
                   STRING "    STREAM " WS-MERGE-STREAM-IDX
                       " ACTUAL "
                       WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX)
                       " SECONDS -- NOT ON THE PLAN"
                       DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
               WHEN OTHER
                   COMPUTE WS-MERGE-VARIANCE =
                       WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX)
                       - WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX)
                   IF WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX) > 0
                       COMPUTE WS-MERGE-VAR-PCT ROUNDED =
                           WS-MERGE-VARIANCE * 100 /
                           WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX)
                   ELSE
                       MOVE 0 TO WS-MERGE-VAR-PCT
                   END-IF
                   MOVE WS-MERGE-VARIANCE TO WS-MERGE-OUT-VARIANCE
                   MOVE WS-MERGE-VAR-PCT TO WS-MERGE-OUT-VAR-PCT
                   STRING "    STREAM " WS-MERGE-STREAM-IDX
                       " PROJECTED "
                       WS-MERGE-PROJ-SECS (WS-MERGE-STREAM-IDX)
                       " ACTUAL "
                       WS-MERGE-ACT-SECS (WS-MERGE-STREAM-IDX)
                       " VARIANCE " WS-MERGE-OUT-VARIANCE " SECONDS ("
                       WS-MERGE-OUT-VAR-PCT "%)"
                       DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
           END-EVALUATE
           WRITE MERGE-REPORT-RECORD.

      * folds the streams' LEXAUD1..n audit work files into the one
      * LEXAUDIT master -- the single writer the concurrent streams
      * no longer have to be. every line is appended whole, read and
