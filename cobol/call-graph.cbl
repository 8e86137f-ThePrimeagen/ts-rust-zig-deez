      * CALL-GRAPH-PROGRAM reports which functions call which across
      * the whole script estate and the sanctioned import library --
      * the question XREF-PROGRAM cannot answer ("where does this name
      * appear" is not "who calls this helper"), and the one every
      * change to a shared member starts with. every BATCHLST file is
      * lexed the way the consolidated run lexes it (imports spliced,
      * each spliced token stamped with its member), and so is every
      * active IMPCAT member on its own, so a library helper no
      * script imports tonight is still on the graph.
      *
      * a function is a let bound to a fn literal, known by its name
      * and the file (script or member) it is written in. a call is
      * that name followed by "(" -- resolved against the functions
      * visible in the same lexed stream, so a script's call into a
      * spliced member resolves to the member's function. the caller
      * is the innermost let-bound function the call sits in, or the
      * script's top level. per function, to CALLGRPH:
      *   - fan-in (distinct calling functions plus distinct scripts
      *     calling from top level), fan-out (distinct functions
      *     called), each caller, each callee, and the scripts whose
      *     streams make the calls;
      *   - direct recursion (it calls itself) and mutual recursion
      *     (it reaches a function that reaches it back);
      *   - NOT CALLED when nothing in the estate calls it.
      * calls made to itself do not count toward fan-in or fan-out.
      * builtins and names bound to no function (parameters holding
      * a function) are not on the graph.
      *
      * RETURN-CODE: 0 = every function is called; 4 = at least one
      * function nothing calls, or a file too large to lex whole;
      * 16 = no BATCHLST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-GRAPH-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEXER-SOURCE-FILE ASSIGN TO DYNAMIC
               WS-CG-CURRENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-EXCEPTIONS-FILE ASSIGN TO "LEXEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-LEXER-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-CHECKPOINT-FILE-STATUS.
           SELECT LEXER-SPILL-FILE ASSIGN TO "TOKNSPIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-IMPORT-FILE ASSIGN TO DYNAMIC
               WS-LEXER-IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-IMPORT-FILE-STATUS.
           SELECT BATCH-FILE-LIST ASSIGN TO "BATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-LIST-STATUS.
           SELECT IMPORT-CATALOG-FILE ASSIGN TO "IMPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-IMPCAT-STATUS.
           SELECT CALL-GRAPH-REPORT-FILE ASSIGN TO "CALLGRPH"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "lexer-file.cpy".
       COPY "lexer-exceptions-file.cpy".
       COPY "lexer-checkpoint-file.cpy".
       COPY "lexer-spill-file.cpy".
       COPY "lexer-import-file.cpy".
       COPY "import-catalog-file.cpy".

       FD BATCH-FILE-LIST
           RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-FILE-LIST-RECORD.
           05 BATCH-FILE-LIST-NAME PIC X(40).
           05 FILLER               PIC X(40).

       FD CALL-GRAPH-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CALL-GRAPH-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".

       01 WS-CG-LIST-STATUS   PIC XX VALUE "00".
       01 WS-CG-IMPCAT-STATUS PIC XX VALUE "00".

       01 WS-CG-CURRENT-FILE PIC X(40) VALUE SPACES.

       01 WS-CG-EOF-SWITCH PIC X VALUE "N".
           88 WS-CG-EOF-ON  VALUE "Y".
           88 WS-CG-EOF-OFF VALUE "N".

       01 WS-CG-TODAY.
           05 WS-CG-TODAY-YYYY PIC 9(4).
           05 WS-CG-TODAY-MM   PIC 99.
           05 WS-CG-TODAY-DD   PIC 99.
       01 WS-CG-TODAY-DASHED PIC X(10).

      * every file lexed -- S a BATCHLST script, M a catalog member
      * lexed on its own.
       01 WS-CG-FILE-MAX   PIC 9(3) VALUE 300.
       01 WS-CG-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-FILE-TABLE.
           05 WS-CG-FILE-ENTRY OCCURS 300 TIMES.
               10 WS-CG-FILE-NAME PIC X(20).
               10 WS-CG-FILE-KIND PIC X.
       01 WS-CG-SCRIPT-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-MEMBER-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-CUR-KIND    PIC X.

      * the estate's functions. CALLEE is the distinct functions it
      * calls (itself excluded), for the recursion walk.
       01 WS-CG-FN-MAX   PIC 9(3) VALUE 300.
       01 WS-CG-FN-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-FN-TABLE.
           05 WS-CG-FN-ENTRY OCCURS 300 TIMES.
               10 WS-CG-FN-NAME      PIC X(32).
               10 WS-CG-FN-SOURCE    PIC X(20).
               10 WS-CG-FN-LINE      PIC 9(5).
               10 WS-CG-FN-SELF      PIC X.
               10 WS-CG-FN-FAN-IN    PIC 9(3).
               10 WS-CG-FN-CALLEE-COUNT PIC 99.
               10 WS-CG-FN-CALLEE    PIC 9(3) OCCURS 40 TIMES.
       01 WS-CG-FN-IDX   PIC 9(3).
       01 WS-CG-FN-FOUND PIC 9(3).
       01 WS-CG-CALLEE-IDX PIC 99.

      * one edge per distinct caller/callee/script; CALLER 0 is the
      * script's top level.
       01 WS-CG-EDGE-MAX   PIC 9(4) VALUE 5000.
       01 WS-CG-EDGE-COUNT PIC 9(4) VALUE 0.
       01 WS-CG-EDGE-TABLE.
           05 WS-CG-EDGE-ENTRY OCCURS 5000 TIMES.
               10 WS-CG-EDGE-CALLER PIC 9(3).
               10 WS-CG-EDGE-CALLEE PIC 9(3).
               10 WS-CG-EDGE-FILE   PIC 9(3).
       01 WS-CG-EDGE-IDX   PIC 9(4).
       01 WS-CG-EDGE-SCAN  PIC 9(4).
       01 WS-CG-ADD-CALLER PIC 9(3).
       01 WS-CG-ADD-CALLEE PIC 9(3).

      * the functions bound in the stream being walked, by name, and
      * the let-bound function each token sits in.
       01 WS-CG-LOCAL-MAX   PIC 9(3) VALUE 200.
       01 WS-CG-LOCAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-LOCAL-TABLE.
           05 WS-CG-LOCAL-ENTRY OCCURS 200 TIMES.
               10 WS-CG-LOCAL-NAME PIC X(32).
               10 WS-CG-LOCAL-FN   PIC 9(3).
       01 WS-CG-LOCAL-IDX PIC 9(3).

       01 WS-CG-OWNER-TABLE.
           05 WS-CG-TOK-OWNER PIC 9(3) OCCURS 65536 TIMES.

       01 WS-CG-BR-MAX   PIC 9(3) VALUE 100.
       01 WS-CG-BR-TOP   PIC 9(3) VALUE 0.
       01 WS-CG-BR-TABLE.
           05 WS-CG-BR-OWNER PIC 9(3) OCCURS 100 TIMES.
       01 WS-CG-OWNER      PIC 9(3).
       01 WS-CG-PENDING-FN PIC 9(3).

       01 WS-CG-TOKEN-IDX PIC 9(5).
       01 WS-CG-WORK-NAME PIC X(32).

       01 WS-CG-OVER-SWITCH PIC X VALUE "N".
           88 WS-CG-OVER-ON  VALUE "Y".
           88 WS-CG-OVER-OFF VALUE "N".

      * recursion walk: REACH (F, G) = Y when F reaches G through
      * one or more calls.
       01 WS-CG-REACH-TABLE.
           05 WS-CG-REACH-ROW OCCURS 300 TIMES.
               10 WS-CG-REACH PIC X OCCURS 300 TIMES.
       01 WS-CG-QUEUE-TABLE.
           05 WS-CG-QUEUE-FN PIC 9(3) OCCURS 300 TIMES.
       01 WS-CG-QUEUE-HEAD PIC 9(3).
       01 WS-CG-QUEUE-TAIL PIC 9(3).
       01 WS-CG-WALK-FN    PIC 9(3).
       01 WS-CG-NEXT-FN    PIC 9(3).
       01 WS-CG-OTHER-FN   PIC 9(3).

      * report.
       01 WS-CG-LINE-ITEM    PIC Z(4)9.
       01 WS-CG-FAN-IN-ITEM  PIC ZZ9.
       01 WS-CG-FAN-OUT-ITEM PIC ZZ9.
       01 WS-CG-SEEN-SWITCH PIC X VALUE "N".
           88 WS-CG-SEEN-ON  VALUE "Y".
           88 WS-CG-SEEN-OFF VALUE "N".
       01 WS-CG-UNCALLED-COUNT PIC 9(3) VALUE 0.
       01 WS-CG-DIRECT-COUNT   PIC 9(3) VALUE 0.
       01 WS-CG-MUTUAL-COUNT   PIC 9(3) VALUE 0.
       01 WS-CG-MUTUAL-SWITCH PIC X VALUE "N".
           88 WS-CG-MUTUAL-ON  VALUE "Y".
           88 WS-CG-MUTUAL-OFF VALUE "N".
       01 WS-CG-SPILL-COUNT    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CG-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CG-TODAY-DASHED
           STRING WS-CG-TODAY-YYYY "-" WS-CG-TODAY-MM "-"
               WS-CG-TODAY-DD
               DELIMITED BY SIZE INTO WS-CG-TODAY-DASHED

           OPEN INPUT BATCH-FILE-LIST
           IF WS-CG-LIST-STATUS NOT = "00"
               DISPLAY "CALL-GRAPH-PROGRAM: NO BATCHLST -- "
                   "NOTHING TO GRAPH. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CALL-GRAPH-REPORT-FILE
           MOVE "CALLGRPH" TO WS-LEXER-JOB-ID

           MOVE "S" TO WS-CG-CUR-KIND
           SET WS-CG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CG-EOF-ON
               READ BATCH-FILE-LIST
                   AT END
                       SET WS-CG-EOF-ON TO TRUE
                   NOT AT END
                       IF BATCH-FILE-LIST-NAME NOT = SPACES
                           MOVE BATCH-FILE-LIST-NAME TO
                               WS-CG-CURRENT-FILE
                           PERFORM CGRAPH-ONE-FILE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE-LIST

           PERFORM CGRAPH-CATALOG-MEMBERS-PROCEDURE

           MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
           STRING "FUNCTION CALL GRAPH " WS-CG-TODAY-DASHED
               " -- " WS-CG-SCRIPT-COUNT " SCRIPT(S), "
               WS-CG-MEMBER-COUNT " CATALOG MEMBER(S), "
               WS-CG-FN-COUNT " FUNCTION(S)"
               DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
           WRITE CALL-GRAPH-REPORT-RECORD
           IF WS-CG-OVER-ON
               MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
               STRING "** THE ESTATE EXCEEDS THE CALL-GRAPH TABLES -- "
                   "GRAPH IS INCOMPLETE **"
                   DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
               WRITE CALL-GRAPH-REPORT-RECORD
           END-IF

           PERFORM CGRAPH-REACH-PROCEDURE
           PERFORM VARYING WS-CG-FN-IDX FROM 1 BY 1 UNTIL
               WS-CG-FN-IDX > WS-CG-FN-COUNT
               PERFORM CGRAPH-WRITE-FUNCTION-PROCEDURE
           END-PERFORM

           MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
           WRITE CALL-GRAPH-REPORT-RECORD
           MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
           STRING "END OF CALL GRAPH -- " WS-CG-FN-COUNT
               " FUNCTION(S), " WS-CG-UNCALLED-COUNT " NOT CALLED, "
               WS-CG-DIRECT-COUNT " DIRECTLY RECURSIVE, "
               WS-CG-MUTUAL-COUNT " MUTUALLY RECURSIVE"
               DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
           WRITE CALL-GRAPH-REPORT-RECORD

           CLOSE CALL-GRAPH-REPORT-FILE

           IF WS-CG-UNCALLED-COUNT > 0 OR WS-CG-OVER-ON
               OR WS-CG-SPILL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * the sanctioned library: active catalog members, each lexed on
      * its own. a missing IMPCAT leaves the graph to what the
      * scripts splice in.
       CGRAPH-CATALOG-MEMBERS-PROCEDURE.
           OPEN INPUT IMPORT-CATALOG-FILE
           IF WS-CG-IMPCAT-STATUS NOT = "00"
               DISPLAY "CALL-GRAPH-PROGRAM: NO IMPCAT -- CATALOG "
                   "MEMBERS GRAPHED ONLY WHERE SCRIPTS IMPORT THEM"
               EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-CG-CUR-KIND
           SET WS-CG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CG-EOF-ON
               READ IMPORT-CATALOG-FILE
                   AT END
                       SET WS-CG-EOF-ON TO TRUE
                   NOT AT END
                       IF IMPORT-CATALOG-MEMBER NOT = SPACES
                           AND IMPORT-CATALOG-RECORD (1:1) NOT = "*"
                           AND IMPORT-CATALOG-STATUS = "A"
                           MOVE SPACES TO WS-CG-CURRENT-FILE
                           MOVE IMPORT-CATALOG-MEMBER TO
                               WS-CG-CURRENT-FILE
                           PERFORM CGRAPH-ONE-FILE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPORT-CATALOG-FILE.

      * lex one file, then the two walks over its stream: the
      * functions it binds, then the calls it makes.
       CGRAPH-ONE-FILE-PROCEDURE.
           IF WS-CG-FILE-COUNT >= WS-CG-FILE-MAX
               SET WS-CG-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-FILE-COUNT
           MOVE WS-CG-CURRENT-FILE (1:20) TO
               WS-CG-FILE-NAME (WS-CG-FILE-COUNT)
           MOVE WS-CG-CUR-KIND TO WS-CG-FILE-KIND (WS-CG-FILE-COUNT)
           IF WS-CG-CUR-KIND = "S"
               ADD 1 TO WS-CG-SCRIPT-COUNT
           ELSE
               ADD 1 TO WS-CG-MEMBER-COUNT
           END-IF

           MOVE WS-CG-CURRENT-FILE (1:20) TO WS-LEXER-SOURCE-FILE-NAME
           SET WS-LEXER-EXCEPTIONS-MODE-EXTEND TO TRUE
           PERFORM LEXER-READ-SOURCE-PROCEDURE
           PERFORM LEXER-PARSE-PROCEDURE

           IF WS-LEXER-SPILLED-TOKEN-COUNT > 0
               ADD 1 TO WS-CG-SPILL-COUNT
               DISPLAY "CALL-GRAPH-PROGRAM: " WS-CG-CURRENT-FILE (1:20)
                   " SPILLED -- IN-TABLE TOKENS ONLY ARE GRAPHED"
           END-IF

           PERFORM CGRAPH-BIND-PASS-PROCEDURE
           PERFORM CGRAPH-CALL-PASS-PROCEDURE.

      * "let NAME = fn": a function of the file the let is written in
      * (a spliced member's tokens carry the member's name). its
      * body's tokens are owned by it until the matching "}".
       CGRAPH-BIND-PASS-PROCEDURE.
           MOVE 0 TO WS-CG-LOCAL-COUNT
           MOVE 0 TO WS-CG-BR-TOP
           MOVE 0 TO WS-CG-OWNER
           MOVE 0 TO WS-CG-PENDING-FN

           PERFORM VARYING WS-CG-TOKEN-IDX FROM 1 BY 1 UNTIL
               WS-CG-TOKEN-IDX > LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT
               MOVE WS-CG-OWNER TO WS-CG-TOK-OWNER (WS-CG-TOKEN-IDX)
               EVALUATE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-CG-TOKEN-IDX)
                   WHEN TOKEN-TYPE-LET
                       IF WS-CG-TOKEN-IDX + 3 <=
                           LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT
                           AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                           (WS-CG-TOKEN-IDX + 1) = TOKEN-TYPE-IDENT
                           AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                           (WS-CG-TOKEN-IDX + 2) = TOKEN-TYPE-ASSIGN
                           AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                           (WS-CG-TOKEN-IDX + 3) = TOKEN-TYPE-FUNCTION
                           PERFORM CGRAPH-BIND-FUNCTION-PROCEDURE
                       END-IF
                   WHEN TOKEN-TYPE-LSQUIRLY
                       IF WS-CG-BR-TOP < WS-CG-BR-MAX
                           ADD 1 TO WS-CG-BR-TOP
                           IF WS-CG-PENDING-FN > 0
                               MOVE WS-CG-PENDING-FN TO WS-CG-OWNER
                               MOVE 0 TO WS-CG-PENDING-FN
                           END-IF
                           MOVE WS-CG-OWNER TO
                               WS-CG-BR-OWNER (WS-CG-BR-TOP)
                       ELSE
                           SET WS-CG-OVER-ON TO TRUE
                       END-IF
                   WHEN TOKEN-TYPE-RSQUIRLY
                       IF WS-CG-BR-TOP > 0
                           SUBTRACT 1 FROM WS-CG-BR-TOP
                       END-IF
                       IF WS-CG-BR-TOP > 0
                           MOVE WS-CG-BR-OWNER (WS-CG-BR-TOP) TO
                               WS-CG-OWNER
                       ELSE
                           MOVE 0 TO WS-CG-OWNER
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CGRAPH-BIND-FUNCTION-PROCEDURE.
           MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-CG-TOKEN-IDX + 1)
               TO WS-CG-WORK-NAME
           MOVE 0 TO WS-CG-FN-FOUND
           PERFORM VARYING WS-CG-FN-IDX FROM 1 BY 1 UNTIL
               WS-CG-FN-IDX > WS-CG-FN-COUNT
               IF WS-CG-FN-NAME (WS-CG-FN-IDX) = WS-CG-WORK-NAME
                   AND WS-CG-FN-SOURCE (WS-CG-FN-IDX) =
                   LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-CG-TOKEN-IDX)
                   MOVE WS-CG-FN-IDX TO WS-CG-FN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CG-FN-FOUND = 0
               IF WS-CG-FN-COUNT >= WS-CG-FN-MAX
                   SET WS-CG-OVER-ON TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CG-FN-COUNT
               MOVE WS-CG-FN-COUNT TO WS-CG-FN-FOUND
               MOVE WS-CG-WORK-NAME TO WS-CG-FN-NAME (WS-CG-FN-FOUND)
               MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-CG-TOKEN-IDX)
                   TO WS-CG-FN-SOURCE (WS-CG-FN-FOUND)
               MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-CG-TOKEN-IDX) TO
                   WS-CG-FN-LINE (WS-CG-FN-FOUND)
               MOVE "N" TO WS-CG-FN-SELF (WS-CG-FN-FOUND)
               MOVE 0 TO WS-CG-FN-FAN-IN (WS-CG-FN-FOUND)
               MOVE 0 TO WS-CG-FN-CALLEE-COUNT (WS-CG-FN-FOUND)
           END-IF

      * a spliced member's lines are numbered where they landed in
      * the importing script; its own lexing gives the member's line.
           IF LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-CG-TOKEN-IDX) =
               WS-CG-CURRENT-FILE (1:20)
               MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-CG-TOKEN-IDX) TO
                   WS-CG-FN-LINE (WS-CG-FN-FOUND)
           END-IF

           MOVE WS-CG-FN-FOUND TO WS-CG-PENDING-FN
           IF WS-CG-LOCAL-COUNT < WS-CG-LOCAL-MAX
               ADD 1 TO WS-CG-LOCAL-COUNT
               MOVE WS-CG-WORK-NAME TO
                   WS-CG-LOCAL-NAME (WS-CG-LOCAL-COUNT)
               MOVE WS-CG-FN-FOUND TO WS-CG-LOCAL-FN (WS-CG-LOCAL-COUNT)
           ELSE
               SET WS-CG-OVER-ON TO TRUE
           END-IF.

      * every NAME "(" whose name is a function bound in this stream
      * is a call from the token's owner.
       CGRAPH-CALL-PASS-PROCEDURE.
           PERFORM VARYING WS-CG-TOKEN-IDX FROM 1 BY 1 UNTIL
               WS-CG-TOKEN-IDX >= LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT
               IF LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-CG-TOKEN-IDX) =
                   TOKEN-TYPE-IDENT
                   AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                   (WS-CG-TOKEN-IDX + 1) = TOKEN-TYPE-LPAREN
                   MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST
                       (WS-CG-TOKEN-IDX) TO WS-CG-WORK-NAME
                   MOVE 0 TO WS-CG-ADD-CALLEE
                   PERFORM VARYING WS-CG-LOCAL-IDX FROM 1 BY 1 UNTIL
                       WS-CG-LOCAL-IDX > WS-CG-LOCAL-COUNT
                       IF WS-CG-LOCAL-NAME (WS-CG-LOCAL-IDX) =
                           WS-CG-WORK-NAME
                           MOVE WS-CG-LOCAL-FN (WS-CG-LOCAL-IDX) TO
                               WS-CG-ADD-CALLEE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-CG-ADD-CALLEE > 0
                       MOVE WS-CG-TOK-OWNER (WS-CG-TOKEN-IDX) TO
                           WS-CG-ADD-CALLER
                       PERFORM CGRAPH-ADD-EDGE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

       CGRAPH-ADD-EDGE-PROCEDURE.
           IF WS-CG-ADD-CALLER = WS-CG-ADD-CALLEE
               MOVE "Y" TO WS-CG-FN-SELF (WS-CG-ADD-CALLEE)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CG-EDGE-IDX FROM 1 BY 1 UNTIL
               WS-CG-EDGE-IDX > WS-CG-EDGE-COUNT
               IF WS-CG-EDGE-CALLER (WS-CG-EDGE-IDX) =
                   WS-CG-ADD-CALLER
                   AND WS-CG-EDGE-CALLEE (WS-CG-EDGE-IDX) =
                   WS-CG-ADD-CALLEE
                   AND WS-CG-EDGE-FILE (WS-CG-EDGE-IDX) =
                   WS-CG-FILE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CG-EDGE-COUNT >= WS-CG-EDGE-MAX
               SET WS-CG-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-EDGE-COUNT
           MOVE WS-CG-ADD-CALLER TO WS-CG-EDGE-CALLER (WS-CG-EDGE-COUNT)
           MOVE WS-CG-ADD-CALLEE TO WS-CG-EDGE-CALLEE (WS-CG-EDGE-COUNT)
           MOVE WS-CG-FILE-COUNT TO WS-CG-EDGE-FILE (WS-CG-EDGE-COUNT)

           IF WS-CG-ADD-CALLER > 0
               PERFORM VARYING WS-CG-CALLEE-IDX FROM 1 BY 1 UNTIL
                   WS-CG-CALLEE-IDX >
                   WS-CG-FN-CALLEE-COUNT (WS-CG-ADD-CALLER)
                   IF WS-CG-FN-CALLEE (WS-CG-ADD-CALLER,
                       WS-CG-CALLEE-IDX) = WS-CG-ADD-CALLEE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF WS-CG-FN-CALLEE-COUNT (WS-CG-ADD-CALLER) < 40
                   ADD 1 TO WS-CG-FN-CALLEE-COUNT (WS-CG-ADD-CALLER)
                   MOVE WS-CG-ADD-CALLEE TO WS-CG-FN-CALLEE
                       (WS-CG-ADD-CALLER,
                       WS-CG-FN-CALLEE-COUNT (WS-CG-ADD-CALLER))
               ELSE
                   SET WS-CG-OVER-ON TO TRUE
               END-IF
           END-IF.

      * a breadth-first walk out of every function along its callees
      * fills its REACH row.
       CGRAPH-REACH-PROCEDURE.
           PERFORM VARYING WS-CG-FN-IDX FROM 1 BY 1 UNTIL
               WS-CG-FN-IDX > WS-CG-FN-COUNT
               MOVE ALL "N" TO WS-CG-REACH-ROW (WS-CG-FN-IDX)
               MOVE 1 TO WS-CG-QUEUE-HEAD
               MOVE 1 TO WS-CG-QUEUE-TAIL
               MOVE WS-CG-FN-IDX TO WS-CG-QUEUE-FN (1)
               PERFORM UNTIL WS-CG-QUEUE-HEAD > WS-CG-QUEUE-TAIL
                   MOVE WS-CG-QUEUE-FN (WS-CG-QUEUE-HEAD) TO
                       WS-CG-WALK-FN
                   ADD 1 TO WS-CG-QUEUE-HEAD
                   PERFORM VARYING WS-CG-CALLEE-IDX FROM 1 BY 1 UNTIL
                       WS-CG-CALLEE-IDX >
                       WS-CG-FN-CALLEE-COUNT (WS-CG-WALK-FN)
                       MOVE WS-CG-FN-CALLEE (WS-CG-WALK-FN,
                           WS-CG-CALLEE-IDX) TO WS-CG-NEXT-FN
                       IF WS-CG-REACH (WS-CG-FN-IDX, WS-CG-NEXT-FN)
                           = "N"
                           MOVE "Y" TO
                               WS-CG-REACH (WS-CG-FN-IDX, WS-CG-NEXT-FN)
                           IF WS-CG-NEXT-FN NOT = WS-CG-FN-IDX
                               ADD 1 TO WS-CG-QUEUE-TAIL
                               MOVE WS-CG-NEXT-FN TO
                                   WS-CG-QUEUE-FN (WS-CG-QUEUE-TAIL)
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * one function's section: where it is written, fan-in/fan-out,
      * its callers, callees and calling scripts, its recursion.
       CGRAPH-WRITE-FUNCTION-PROCEDURE.
           MOVE 0 TO WS-CG-FN-FAN-IN (WS-CG-FN-IDX)
           PERFORM VARYING WS-CG-EDGE-IDX FROM 1 BY 1 UNTIL
               WS-CG-EDGE-IDX > WS-CG-EDGE-COUNT
               IF WS-CG-EDGE-CALLEE (WS-CG-EDGE-IDX) = WS-CG-FN-IDX
                   PERFORM CGRAPH-FIRST-CALLER-PROCEDURE
                   IF WS-CG-SEEN-OFF
                       ADD 1 TO WS-CG-FN-FAN-IN (WS-CG-FN-IDX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CG-FN-LINE (WS-CG-FN-IDX) TO WS-CG-LINE-ITEM
           MOVE WS-CG-FN-FAN-IN (WS-CG-FN-IDX) TO WS-CG-FAN-IN-ITEM
           MOVE WS-CG-FN-CALLEE-COUNT (WS-CG-FN-IDX) TO
               WS-CG-FAN-OUT-ITEM
           MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
           WRITE CALL-GRAPH-REPORT-RECORD
           MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
           STRING "FUNCTION " WS-CG-FN-NAME (WS-CG-FN-IDX)
               " IN " WS-CG-FN-SOURCE (WS-CG-FN-IDX)
               " LINE " WS-CG-LINE-ITEM
               "  FAN-IN " WS-CG-FAN-IN-ITEM
               "  FAN-OUT " WS-CG-FAN-OUT-ITEM
               DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
           WRITE CALL-GRAPH-REPORT-RECORD

      * callers, each once -- a function, or a script's top level.
           PERFORM VARYING WS-CG-EDGE-IDX FROM 1 BY 1 UNTIL
               WS-CG-EDGE-IDX > WS-CG-EDGE-COUNT
               IF WS-CG-EDGE-CALLEE (WS-CG-EDGE-IDX) = WS-CG-FN-IDX
                   PERFORM CGRAPH-FIRST-CALLER-PROCEDURE
                   IF WS-CG-SEEN-OFF
                       MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
                       IF WS-CG-EDGE-CALLER (WS-CG-EDGE-IDX) = 0
                           STRING "    CALLED BY  TOP LEVEL OF "
                               WS-CG-FILE-NAME
                               (WS-CG-EDGE-FILE (WS-CG-EDGE-IDX))
                               DELIMITED BY SIZE
                               INTO CALL-GRAPH-REPORT-RECORD
                       ELSE
                           MOVE WS-CG-EDGE-CALLER (WS-CG-EDGE-IDX) TO
                               WS-CG-OTHER-FN
                           STRING "    CALLED BY  "
                               WS-CG-FN-NAME (WS-CG-OTHER-FN)
                               " IN " WS-CG-FN-SOURCE (WS-CG-OTHER-FN)
                               DELIMITED BY SIZE
                               INTO CALL-GRAPH-REPORT-RECORD
                       END-IF
                       WRITE CALL-GRAPH-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CG-CALLEE-IDX FROM 1 BY 1 UNTIL
               WS-CG-CALLEE-IDX > WS-CG-FN-CALLEE-COUNT (WS-CG-FN-IDX)
               MOVE WS-CG-FN-CALLEE (WS-CG-FN-IDX, WS-CG-CALLEE-IDX)
                   TO WS-CG-OTHER-FN
               MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
               STRING "    CALLS      " WS-CG-FN-NAME (WS-CG-OTHER-FN)
                   " IN " WS-CG-FN-SOURCE (WS-CG-OTHER-FN)
                   DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
               WRITE CALL-GRAPH-REPORT-RECORD
           END-PERFORM

      * calling scripts -- BATCHLST scripts whose streams call it,
      * each once.
           PERFORM VARYING WS-CG-EDGE-IDX FROM 1 BY 1 UNTIL
               WS-CG-EDGE-IDX > WS-CG-EDGE-COUNT
               IF WS-CG-EDGE-CALLEE (WS-CG-EDGE-IDX) = WS-CG-FN-IDX
                   AND WS-CG-FILE-KIND
                   (WS-CG-EDGE-FILE (WS-CG-EDGE-IDX)) = "S"
                   SET WS-CG-SEEN-OFF TO TRUE
                   PERFORM VARYING WS-CG-EDGE-SCAN FROM 1 BY 1 UNTIL
                       WS-CG-EDGE-SCAN >= WS-CG-EDGE-IDX
                       IF WS-CG-EDGE-CALLEE (WS-CG-EDGE-SCAN) =
                           WS-CG-FN-IDX
                           AND WS-CG-EDGE-FILE (WS-CG-EDGE-SCAN) =
                           WS-CG-EDGE-FILE (WS-CG-EDGE-IDX)
                           SET WS-CG-SEEN-ON TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-CG-SEEN-OFF
                       MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
                       STRING "    SCRIPT     " WS-CG-FILE-NAME
                           (WS-CG-EDGE-FILE (WS-CG-EDGE-IDX))
                           DELIMITED BY SIZE
                           INTO CALL-GRAPH-REPORT-RECORD
                       WRITE CALL-GRAPH-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CG-FN-SELF (WS-CG-FN-IDX) = "Y"
               ADD 1 TO WS-CG-DIRECT-COUNT
               MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
               MOVE "    RECURSION  DIRECT -- CALLS ITSELF" TO
                   CALL-GRAPH-REPORT-RECORD
               WRITE CALL-GRAPH-REPORT-RECORD
           END-IF

           SET WS-CG-MUTUAL-OFF TO TRUE
           PERFORM VARYING WS-CG-OTHER-FN FROM 1 BY 1 UNTIL
               WS-CG-OTHER-FN > WS-CG-FN-COUNT
               IF WS-CG-OTHER-FN NOT = WS-CG-FN-IDX
                   AND WS-CG-REACH (WS-CG-FN-IDX, WS-CG-OTHER-FN) = "Y"
                   AND WS-CG-REACH (WS-CG-OTHER-FN, WS-CG-FN-IDX) = "Y"
                   SET WS-CG-MUTUAL-ON TO TRUE
                   MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
                   STRING "    RECURSION  MUTUAL WITH "
                       WS-CG-FN-NAME (WS-CG-OTHER-FN)
                       " IN " WS-CG-FN-SOURCE (WS-CG-OTHER-FN)
                       DELIMITED BY SIZE INTO CALL-GRAPH-REPORT-RECORD
                   WRITE CALL-GRAPH-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-CG-MUTUAL-ON
               ADD 1 TO WS-CG-MUTUAL-COUNT
           END-IF

           IF WS-CG-FN-FAN-IN (WS-CG-FN-IDX) = 0
               ADD 1 TO WS-CG-UNCALLED-COUNT
               MOVE SPACES TO CALL-GRAPH-REPORT-RECORD
               MOVE "    ** NOT CALLED ANYWHERE IN THE ESTATE **" TO
                   CALL-GRAPH-REPORT-RECORD
               WRITE CALL-GRAPH-REPORT-RECORD
           END-IF.

      * SEEN-ON when an earlier edge into this function already has
      * the same caller (the same function, or the same script's top
      * level) -- the caller is counted and listed once.
       CGRAPH-FIRST-CALLER-PROCEDURE.
           SET WS-CG-SEEN-OFF TO TRUE
           PERFORM VARYING WS-CG-EDGE-SCAN FROM 1 BY 1 UNTIL
               WS-CG-EDGE-SCAN >= WS-CG-EDGE-IDX
               IF WS-CG-EDGE-CALLEE (WS-CG-EDGE-SCAN) = WS-CG-FN-IDX
                   AND WS-CG-EDGE-CALLER (WS-CG-EDGE-SCAN) =
                   WS-CG-EDGE-CALLER (WS-CG-EDGE-IDX)
                   AND (WS-CG-EDGE-CALLER (WS-CG-EDGE-IDX) > 0
                   OR WS-CG-EDGE-FILE (WS-CG-EDGE-SCAN) =
                   WS-CG-EDGE-FILE (WS-CG-EDGE-IDX))
                   SET WS-CG-SEEN-ON TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY "lexer-proc.cpy".
