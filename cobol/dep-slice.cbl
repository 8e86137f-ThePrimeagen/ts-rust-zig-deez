      * DEP-SLICE-PROGRAM traces, per rule script, which input names
      * each of the script's results depends on -- through let
      * bindings, function parameters and function returns -- and
      * lists the inputs that influence no result at all and the
      * intermediate bindings whose value never reaches one. it reads
      * the stream TOKEN-STORE-PROGRAM already put on TOKNMSTR, so
      * nothing is re-lexed; the stored stream carries every import
      * member spliced in where its directive stood (each token still
      * stamped with the member it came from), so a binding or input
      * living in a shared member is traced like any other, and the
      * report names the member.
      *
      * a run's stream is cut into scripts at its EOF tokens; the
      * script's name is the source stamp on that EOF (members never
      * carry one of their own). the reading is done on tokens, not
      * a parse tree, and is deliberately conservative:
      *   - an identifier bound by no let and no parameter in any
      *     enclosing function, and not a builtin, is an INPUT (a
      *     deck field the case binds); param("NAME") is the input
      *     param(NAME);
      *   - a let depends on every name in its expression; a
      *     function's result on every name in its returns and its
      *     expression statements; a parameter on every name passed
      *     in that position at any call site (call sites are merged,
      *     so a function called twice carries both callers' inputs);
      *   - an if's condition is a dependency of the if's value and
      *     of every let and return inside its blocks;
      *   - the script's results are its top-level returns and its
      *     final top-level expression statement, whichever it has.
      *
      * the SLICERQ request dataset (optional) narrows the sweep:
      *   RUNDATE=yyyy-mm-dd   the stored runs of that date (default
      *                        today);
      *   JOBID=<job id>       that job's run only (default all);
      *   SCRIPT=<source>      that script only, up to 20 cards
      *                        (default every script in the runs).
      * output goes to SLICERPT.
      *
      * RETURN-CODE: 0 = every input and binding reaches a result;
      * 4 = findings (an input influencing nothing, a binding that
      * never reaches a result, or a script too large to slice
      * whole); 16 = TOKNMSTR could not be opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-SLICE-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-MASTER-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-KEY
               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-SLICE-MSTR-STATUS.
           SELECT SLICE-REQUEST-FILE ASSIGN TO "SLICERQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-RQST-STATUS.
           SELECT SLICE-REPORT-FILE ASSIGN TO "SLICERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".

       FD SLICE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SLICE-REQUEST-RECORD PIC X(80).

       FD SLICE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 SLICE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "parser-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-SLICE-MSTR-STATUS PIC XX VALUE "00".
       01 WS-SLICE-RQST-STATUS PIC XX VALUE "00".

       01 WS-SLICE-EOF-SWITCH PIC X VALUE "N".
           88 WS-SLICE-EOF-ON  VALUE "Y".
           88 WS-SLICE-EOF-OFF VALUE "N".

       01 WS-SLICE-READ-DONE-SWITCH PIC X VALUE "N".
           88 WS-SLICE-READ-DONE-ON  VALUE "Y".
           88 WS-SLICE-READ-DONE-OFF VALUE "N".

       01 WS-SLICE-TODAY.
           05 WS-SLICE-TODAY-YYYY PIC 9(4).
           05 WS-SLICE-TODAY-MM   PIC 99.
           05 WS-SLICE-TODAY-DD   PIC 99.
       01 WS-SLICE-TODAY-DASHED PIC X(10).

      * request cards.
       01 WS-SLICE-CARD-KEY   PIC X(12).
       01 WS-SLICE-CARD-VALUE PIC X(64).
       01 WS-SLICE-WANT-DATE  PIC X(10).
       01 WS-SLICE-WANT-JOB   PIC X(8) VALUE SPACES.
       01 WS-SLICE-WANT-MAX   PIC 99 VALUE 20.
       01 WS-SLICE-WANT-COUNT PIC 99 VALUE 0.
       01 WS-SLICE-WANT-TABLE.
           05 WS-SLICE-WANT-SCRIPT PIC X(20) OCCURS 20 TIMES.
       01 WS-SLICE-WANT-IDX   PIC 99.
       01 WS-SLICE-WANTED-SWITCH PIC X VALUE "N".
           88 WS-SLICE-WANTED-ON  VALUE "Y".
           88 WS-SLICE-WANTED-OFF VALUE "N".

      * the script being gathered off the sweep -- its run, its name
      * (from the EOF stamp), and the import members met in it.
       01 WS-SLICE-SEG-JOB    PIC X(8) VALUE SPACES.
       01 WS-SLICE-SEG-DATE   PIC X(10) VALUE SPACES.
       01 WS-SLICE-SEG-SCRIPT PIC X(20).
       01 WS-SLICE-SEG-READ   PIC 9(7) VALUE 0.
       01 WS-SLICE-OVER-SWITCH PIC X VALUE "N".
           88 WS-SLICE-OVER-ON  VALUE "Y".
           88 WS-SLICE-OVER-OFF VALUE "N".

       01 WS-SLICE-MEM-MAX   PIC 99 VALUE 20.
       01 WS-SLICE-MEM-COUNT PIC 99 VALUE 0.
       01 WS-SLICE-MEM-TABLE.
           05 WS-SLICE-MEM-NAME PIC X(20) OCCURS 20 TIMES.
       01 WS-SLICE-MEM-IDX   PIC 99.
       01 WS-SLICE-MEM-FOUND PIC 99.

      * the script's tokens. TOK-SCOPE is the function the token sits
      * in (0 = top level), filled by the binding pass.
       01 WS-SLICE-TOK-MAX   PIC 9(5) VALUE 5000.
       01 WS-SLICE-TOK-COUNT PIC 9(5) VALUE 0.
       01 WS-SLICE-TOK-TABLE.
           05 WS-SLICE-TOK-ENTRY OCCURS 5000 TIMES.
               10 WS-SLICE-TOK-TYPE   PIC 99.
               10 WS-SLICE-TOK-NAME   PIC X(40).
               10 WS-SLICE-TOK-LINE   PIC 9(5).
               10 WS-SLICE-TOK-SOURCE PIC X(20).
               10 WS-SLICE-TOK-SCOPE  PIC 9(3).
       01 WS-SLICE-TOK-IDX  PIC 9(5).
       01 WS-SLICE-PEEK-IDX PIC 9(5).

      * function literals, numbered in order of appearance. RESULT
      * is the node standing for the value the function returns --
      * the let it is bound to, or an anonymous node of its own.
       01 WS-SLICE-FN-MAX   PIC 9(3) VALUE 100.
       01 WS-SLICE-FN-COUNT PIC 9(3) VALUE 0.
       01 WS-SLICE-FN-TABLE.
           05 WS-SLICE-FN-ENTRY OCCURS 100 TIMES.
               10 WS-SLICE-FN-PARENT      PIC 9(3).
               10 WS-SLICE-FN-RESULT      PIC 9(3).
               10 WS-SLICE-FN-NAME        PIC X(40).
               10 WS-SLICE-FN-PARAM-COUNT PIC 99.
               10 WS-SLICE-FN-PARAM       PIC 9(3) OCCURS 10 TIMES.
       01 WS-SLICE-FN-IDX  PIC 9(3).
       01 WS-SLICE-FN-SEEN PIC 9(3).

      * the dependency graph. node kinds:
      *   L let binding       P function parameter
      *   F anonymous function result
      *   I input             C if condition
      *   R top-level return  E top-level expression statement
      * an edge FROM -> TO reads "TO depends on FROM".
       01 WS-SLICE-NODE-MAX   PIC 9(3) VALUE 500.
       01 WS-SLICE-NODE-COUNT PIC 9(3) VALUE 0.
       01 WS-SLICE-NODE-TABLE.
           05 WS-SLICE-NODE-ENTRY OCCURS 500 TIMES.
               10 WS-SLICE-NODE-NAME   PIC X(40).
               10 WS-SLICE-NODE-KIND   PIC X.
               10 WS-SLICE-NODE-SCOPE  PIC 9(3).
               10 WS-SLICE-NODE-FN     PIC 9(3).
               10 WS-SLICE-NODE-LINE   PIC 9(5).
               10 WS-SLICE-NODE-SOURCE PIC X(20).
               10 WS-SLICE-NODE-LIVE   PIC X.
               10 WS-SLICE-NODE-MARK   PIC X.
       01 WS-SLICE-NODE-IDX   PIC 9(3).
       01 WS-SLICE-FOUND-NODE PIC 9(3).

       01 WS-SLICE-EDGE-MAX   PIC 9(4) VALUE 3000.
       01 WS-SLICE-EDGE-COUNT PIC 9(4) VALUE 0.
       01 WS-SLICE-EDGE-TABLE.
           05 WS-SLICE-EDGE-ENTRY OCCURS 3000 TIMES.
               10 WS-SLICE-EDGE-FROM PIC 9(3).
               10 WS-SLICE-EDGE-TO   PIC 9(3).
       01 WS-SLICE-EDGE-IDX  PIC 9(4).
       01 WS-SLICE-ADD-FROM  PIC 9(3).
       01 WS-SLICE-ADD-TO    PIC 9(3).

      * node lookup/creation arguments.
       01 WS-SLICE-WORK-NAME  PIC X(40).
       01 WS-SLICE-WORK-KIND  PIC X.
       01 WS-SLICE-WORK-SCOPE PIC 9(3).
       01 WS-SLICE-WORK-LINE  PIC 9(5).

      * binding pass: which function owns each open brace.
       01 WS-SLICE-BR-MAX   PIC 9(3) VALUE 100.
       01 WS-SLICE-BR-TOP   PIC 9(3) VALUE 0.
       01 WS-SLICE-BR-TABLE.
           05 WS-SLICE-BR-OWNER PIC 9(3) OCCURS 100 TIMES.

      * edge pass: the frame stack. B is a block (a function body,
      * an if or else arm, or the script itself) with the node its
      * expression statements feed (VALUE) and the condition that
      * governs it (CTRL); S a statement feeding TARGET; A a call's
      * argument list (FN, ARG); C an if condition.
       01 WS-SLICE-FR-MAX   PIC 9(3) VALUE 100.
       01 WS-SLICE-FR-TOP   PIC 9(3) VALUE 0.
       01 WS-SLICE-FR-TABLE.
           05 WS-SLICE-FR-ENTRY OCCURS 100 TIMES.
               10 WS-SLICE-FR-KIND   PIC X.
               10 WS-SLICE-FR-DEPTH  PIC 9(3).
               10 WS-SLICE-FR-TARGET PIC 9(3).
               10 WS-SLICE-FR-VALUE  PIC 9(3).
               10 WS-SLICE-FR-CTRL   PIC 9(3).
               10 WS-SLICE-FR-SCOPE  PIC 9(3).
               10 WS-SLICE-FR-FN     PIC 9(3).
               10 WS-SLICE-FR-ARG    PIC 99.
               10 WS-SLICE-FR-FIRST  PIC 9(5).
       01 WS-SLICE-FR-IDX   PIC 9(3).

       01 WS-SLICE-DEPTH       PIC 9(3).
       01 WS-SLICE-SCOPE       PIC 9(3).
       01 WS-SLICE-TARGET      PIC 9(3).
       01 WS-SLICE-CUR-TYPE    PIC 99.
       01 WS-SLICE-PREV-TYPE   PIC 99.
       01 WS-SLICE-PENDING-FN  PIC 9(3).
       01 WS-SLICE-PARAM-FN    PIC 9(3).
       01 WS-SLICE-PARAM-DEPTH PIC 9(3).
       01 WS-SLICE-CALL-FN     PIC 9(3).
       01 WS-SLICE-PENDING-CTRL PIC 9(3).
       01 WS-SLICE-ELSE-CTRL   PIC 9(3).
       01 WS-SLICE-LAST-EXPR   PIC 9(3).
       01 WS-SLICE-SKIP        PIC 9.
       01 WS-SLICE-COND-SWITCH PIC X VALUE "N".
           88 WS-SLICE-COND-ON  VALUE "Y".
           88 WS-SLICE-COND-OFF VALUE "N".
       01 WS-SLICE-BLOCK-SWITCH PIC X VALUE "N".
           88 WS-SLICE-BLOCK-ON  VALUE "Y".
           88 WS-SLICE-BLOCK-OFF VALUE "N".
       01 WS-SLICE-STMT-SWITCH PIC X VALUE "N".
           88 WS-SLICE-STMT-START-ON  VALUE "Y".
           88 WS-SLICE-STMT-START-OFF VALUE "N".
       01 WS-SLICE-ENDS-SWITCH PIC X VALUE "N".
           88 WS-SLICE-ENDS-ON  VALUE "Y".
           88 WS-SLICE-ENDS-OFF VALUE "N".

      * closure walk.
       01 WS-SLICE-STACK-TOP PIC 9(3).
       01 WS-SLICE-STACK-TABLE.
           05 WS-SLICE-STACK-NODE PIC 9(3) OCCURS 500 TIMES.
       01 WS-SLICE-WALK-NODE PIC 9(3).
       01 WS-SLICE-SINK      PIC 9(3).
       01 WS-SLICE-SINK-INPUTS PIC 9(3).

      * report.
       01 WS-SLICE-LABEL     PIC X(100).
       01 WS-SLICE-LABEL-HOLD PIC X(100).
       01 WS-SLICE-LABEL-LINE PIC 9(5).
       01 WS-SLICE-COUNT-EDIT PIC Z(4)9.
       01 WS-SLICE-RESULT-COUNT PIC 9(3).
       01 WS-SLICE-INPUT-COUNT  PIC 9(3).
       01 WS-SLICE-IDLE-COUNT   PIC 9(3).
       01 WS-SLICE-DEAD-COUNT   PIC 9(3).
       01 WS-SLICE-SCRIPT-COUNT PIC 9(5) VALUE 0.
       01 WS-SLICE-FINDINGS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SLICE-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SLICE-TODAY-DASHED
           STRING WS-SLICE-TODAY-YYYY "-" WS-SLICE-TODAY-MM "-"
               WS-SLICE-TODAY-DD
               DELIMITED BY SIZE INTO WS-SLICE-TODAY-DASHED
           MOVE WS-SLICE-TODAY-DASHED TO WS-SLICE-WANT-DATE

           PERFORM SLICE-READ-REQUEST-PROCEDURE

           OPEN INPUT TOKEN-MASTER-FILE
           IF WS-SLICE-MSTR-STATUS NOT = "00"
               DISPLAY "DEP-SLICE-PROGRAM: TOKNMSTR OPEN FAILED, "
                   "STATUS=" WS-SLICE-MSTR-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SLICE-REPORT-FILE
           MOVE SPACES TO SLICE-REPORT-RECORD
           IF WS-SLICE-WANT-JOB NOT = SPACES
               STRING "DEPENDENCY SLICE REPORT " WS-SLICE-TODAY-DASHED
                   " RUN DATE " WS-SLICE-WANT-DATE
                   " JOB " WS-SLICE-WANT-JOB
                   DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           ELSE
               STRING "DEPENDENCY SLICE REPORT " WS-SLICE-TODAY-DASHED
                   " RUN DATE " WS-SLICE-WANT-DATE
                   DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           END-IF
           WRITE SLICE-REPORT-RECORD
           MOVE SPACES TO SLICE-REPORT-RECORD
           STRING "(FROM THE STORED TOKEN STREAMS -- IMPORT MEMBERS "
               "ARE TRACED WHERE THEY ARE SPLICED IN)"
               DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD

           PERFORM SLICE-SWEEP-PROCEDURE

           MOVE SPACES TO SLICE-REPORT-RECORD
           STRING "END OF REPORT -- " WS-SLICE-SCRIPT-COUNT
               " SCRIPT(S), " WS-SLICE-FINDINGS " FINDING(S)"
               DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD

           CLOSE SLICE-REPORT-FILE
           CLOSE TOKEN-MASTER-FILE

           DISPLAY "DEP-SLICE-PROGRAM: " WS-SLICE-SCRIPT-COUNT
               " SCRIPT(S) SLICED, " WS-SLICE-FINDINGS " FINDING(S)"
           IF WS-SLICE-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SLICE-READ-REQUEST-PROCEDURE.
           OPEN INPUT SLICE-REQUEST-FILE
           IF WS-SLICE-RQST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SLICE-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SLICE-EOF-ON
               READ SLICE-REQUEST-FILE
                   AT END
                       SET WS-SLICE-EOF-ON TO TRUE
                   NOT AT END
                       IF SLICE-REQUEST-RECORD (1:1) NOT = "*"
                           AND SLICE-REQUEST-RECORD NOT = SPACES
                           PERFORM SLICE-ONE-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SLICE-REQUEST-FILE.

       SLICE-ONE-CARD-PROCEDURE.
           MOVE SPACES TO WS-SLICE-CARD-KEY
           MOVE SPACES TO WS-SLICE-CARD-VALUE
           UNSTRING SLICE-REQUEST-RECORD DELIMITED BY "="
               INTO WS-SLICE-CARD-KEY WS-SLICE-CARD-VALUE

           EVALUATE WS-SLICE-CARD-KEY
               WHEN "RUNDATE"
                   MOVE WS-SLICE-CARD-VALUE (1:10) TO
                       WS-SLICE-WANT-DATE
               WHEN "JOBID"
                   MOVE WS-SLICE-CARD-VALUE (1:8) TO WS-SLICE-WANT-JOB
               WHEN "SCRIPT"
                   IF WS-SLICE-WANT-COUNT < WS-SLICE-WANT-MAX
                       ADD 1 TO WS-SLICE-WANT-COUNT
                       MOVE WS-SLICE-CARD-VALUE (1:20) TO
                           WS-SLICE-WANT-SCRIPT (WS-SLICE-WANT-COUNT)
                   ELSE
                       DISPLAY "DEP-SLICE-PROGRAM: MORE THAN "
                           WS-SLICE-WANT-MAX " SCRIPT CARDS -- "
                           WS-SLICE-CARD-VALUE (1:20) " IGNORED"
                   END-IF
               WHEN OTHER
                   DISPLAY "DEP-SLICE-PROGRAM: CARD '"
                       WS-SLICE-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * key order is job, date, sequence, so each run's stream comes
      * back whole and in order; a script closes at its EOF token,
      * and a run that ends without one closes at the change of run.
       SLICE-SWEEP-PROCEDURE.
           MOVE LOW-VALUES TO TOKEN-MASTER-KEY
           IF WS-SLICE-WANT-JOB NOT = SPACES
               MOVE WS-SLICE-WANT-JOB TO TOKEN-MASTER-JOB-ID
               MOVE WS-SLICE-WANT-DATE TO TOKEN-MASTER-RUN-DATE
           END-IF
           SET WS-SLICE-READ-DONE-OFF TO TRUE
           START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
               INVALID KEY
                   SET WS-SLICE-READ-DONE-ON TO TRUE
           END-START

           PERFORM SLICE-RESET-SCRIPT-PROCEDURE
           PERFORM UNTIL WS-SLICE-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-SLICE-READ-DONE-ON TO TRUE
               ELSE
                   PERFORM SLICE-ONE-RECORD-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-SLICE-SEG-READ > 0
               PERFORM SLICE-CLOSE-SCRIPT-PROCEDURE
           END-IF.

       SLICE-ONE-RECORD-PROCEDURE.
           IF WS-SLICE-WANT-JOB NOT = SPACES
               AND TOKEN-MASTER-JOB-ID > WS-SLICE-WANT-JOB
               SET WS-SLICE-READ-DONE-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TOKEN-MASTER-RUN-DATE NOT = WS-SLICE-WANT-DATE
               OR (WS-SLICE-WANT-JOB NOT = SPACES
               AND TOKEN-MASTER-JOB-ID NOT = WS-SLICE-WANT-JOB)
               EXIT PARAGRAPH
           END-IF

           IF WS-SLICE-SEG-READ > 0
               AND (TOKEN-MASTER-JOB-ID NOT = WS-SLICE-SEG-JOB
               OR TOKEN-MASTER-RUN-DATE NOT = WS-SLICE-SEG-DATE)
               PERFORM SLICE-CLOSE-SCRIPT-PROCEDURE
           END-IF

           MOVE TOKEN-MASTER-JOB-ID TO WS-SLICE-SEG-JOB
           MOVE TOKEN-MASTER-RUN-DATE TO WS-SLICE-SEG-DATE
           ADD 1 TO WS-SLICE-SEG-READ
           IF WS-SLICE-SEG-SCRIPT = SPACES
               MOVE TOKEN-MASTER-SOURCE TO WS-SLICE-SEG-SCRIPT
           END-IF

           IF WS-SLICE-TOK-COUNT < WS-SLICE-TOK-MAX
               ADD 1 TO WS-SLICE-TOK-COUNT
               MOVE TOKEN-MASTER-TYPE TO
                   WS-SLICE-TOK-TYPE (WS-SLICE-TOK-COUNT)
               MOVE WS-TOKEN-MASTER-LITERAL (1:40) TO
                   WS-SLICE-TOK-NAME (WS-SLICE-TOK-COUNT)
               MOVE TOKEN-MASTER-LINE TO
                   WS-SLICE-TOK-LINE (WS-SLICE-TOK-COUNT)
               MOVE TOKEN-MASTER-SOURCE TO
                   WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-COUNT)
               MOVE 0 TO WS-SLICE-TOK-SCOPE (WS-SLICE-TOK-COUNT)
           ELSE
               SET WS-SLICE-OVER-ON TO TRUE
           END-IF

           IF TOKEN-MASTER-TYPE = TOKEN-TYPE-EOF
               MOVE TOKEN-MASTER-SOURCE TO WS-SLICE-SEG-SCRIPT
               PERFORM SLICE-CLOSE-SCRIPT-PROCEDURE
           END-IF.

       SLICE-RESET-SCRIPT-PROCEDURE.
           MOVE SPACES TO WS-SLICE-SEG-SCRIPT
           MOVE 0 TO WS-SLICE-SEG-READ
           MOVE 0 TO WS-SLICE-TOK-COUNT
           MOVE 0 TO WS-SLICE-MEM-COUNT
           MOVE 0 TO WS-SLICE-FN-COUNT
           MOVE 0 TO WS-SLICE-NODE-COUNT
           MOVE 0 TO WS-SLICE-EDGE-COUNT
           SET WS-SLICE-OVER-OFF TO TRUE.

      * one script gathered: slice it if it was asked for, then start
      * gathering the next.
       SLICE-CLOSE-SCRIPT-PROCEDURE.
           SET WS-SLICE-WANTED-ON TO TRUE
           IF WS-SLICE-WANT-COUNT > 0
               SET WS-SLICE-WANTED-OFF TO TRUE
               PERFORM VARYING WS-SLICE-WANT-IDX FROM 1 BY 1 UNTIL
                   WS-SLICE-WANT-IDX > WS-SLICE-WANT-COUNT
                   IF WS-SLICE-WANT-SCRIPT (WS-SLICE-WANT-IDX) =
                       WS-SLICE-SEG-SCRIPT
                       SET WS-SLICE-WANTED-ON TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SLICE-WANTED-ON
               ADD 1 TO WS-SLICE-SCRIPT-COUNT
               PERFORM SLICE-BIND-PASS-PROCEDURE
               PERFORM SLICE-EDGE-PASS-PROCEDURE
               PERFORM SLICE-WRITE-SCRIPT-PROCEDURE
           END-IF

           PERFORM SLICE-RESET-SCRIPT-PROCEDURE.

      * binding pass: number the function literals, record each
      * one's parameters and enclosing function, create a node for
      * every let and parameter, and stamp every token with the
      * function it sits in. import members are noted on the way.
       SLICE-BIND-PASS-PROCEDURE.
           MOVE 0 TO WS-SLICE-BR-TOP
           MOVE 0 TO WS-SLICE-PENDING-FN
           MOVE 0 TO WS-SLICE-PARAM-FN
           MOVE 0 TO WS-SLICE-SCOPE

           PERFORM VARYING WS-SLICE-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-TOK-IDX > WS-SLICE-TOK-COUNT
               PERFORM SLICE-NOTE-MEMBER-PROCEDURE
               MOVE WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX) TO
                   WS-SLICE-CUR-TYPE
               MOVE WS-SLICE-SCOPE TO
                   WS-SLICE-TOK-SCOPE (WS-SLICE-TOK-IDX)

               EVALUATE TRUE
                   WHEN WS-SLICE-PARAM-FN > 0
                       PERFORM SLICE-BIND-PARAM-PROCEDURE
                   WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-FUNCTION
                       PERFORM SLICE-BIND-FUNCTION-PROCEDURE
                   WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-LET
                       AND WS-SLICE-TOK-IDX < WS-SLICE-TOK-COUNT
                       AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX + 1) =
                       TOKEN-TYPE-IDENT
                       MOVE WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX + 1)
                           TO WS-SLICE-WORK-NAME
                       MOVE "L" TO WS-SLICE-WORK-KIND
                       MOVE WS-SLICE-SCOPE TO WS-SLICE-WORK-SCOPE
                       MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
                           WS-SLICE-WORK-LINE
                       PERFORM SLICE-FIND-OR-ADD-NODE-PROCEDURE
                   WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-LSQUIRLY
                       IF WS-SLICE-BR-TOP < WS-SLICE-BR-MAX
                           ADD 1 TO WS-SLICE-BR-TOP
                           IF WS-SLICE-PENDING-FN > 0
                               MOVE WS-SLICE-PENDING-FN TO
                                   WS-SLICE-BR-OWNER (WS-SLICE-BR-TOP)
                               MOVE 0 TO WS-SLICE-PENDING-FN
                           ELSE
                               MOVE WS-SLICE-SCOPE TO
                                   WS-SLICE-BR-OWNER (WS-SLICE-BR-TOP)
                           END-IF
                           MOVE WS-SLICE-BR-OWNER (WS-SLICE-BR-TOP)
                               TO WS-SLICE-SCOPE
                       ELSE
                           SET WS-SLICE-OVER-ON TO TRUE
                       END-IF
                   WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-RSQUIRLY
                       IF WS-SLICE-BR-TOP > 0
                           SUBTRACT 1 FROM WS-SLICE-BR-TOP
                       END-IF
                       IF WS-SLICE-BR-TOP > 0
                           MOVE WS-SLICE-BR-OWNER (WS-SLICE-BR-TOP)
                               TO WS-SLICE-SCOPE
                       ELSE
                           MOVE 0 TO WS-SLICE-SCOPE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SLICE-NOTE-MEMBER-PROCEDURE.
           IF WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-IDX) =
               WS-SLICE-SEG-SCRIPT
               OR WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLICE-MEM-FOUND
           PERFORM VARYING WS-SLICE-MEM-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-MEM-IDX > WS-SLICE-MEM-COUNT
               IF WS-SLICE-MEM-NAME (WS-SLICE-MEM-IDX) =
                   WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-IDX)
                   MOVE WS-SLICE-MEM-IDX TO WS-SLICE-MEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SLICE-MEM-FOUND = 0
               AND WS-SLICE-MEM-COUNT < WS-SLICE-MEM-MAX
               ADD 1 TO WS-SLICE-MEM-COUNT
               MOVE WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-IDX) TO
                   WS-SLICE-MEM-NAME (WS-SLICE-MEM-COUNT)
           END-IF.

      * "fn" opens a new function: its result is the let it is bound
      * to ("let f = fn"), else an anonymous node; its parameter
      * list follows.
       SLICE-BIND-FUNCTION-PROCEDURE.
           IF WS-SLICE-FN-COUNT >= WS-SLICE-FN-MAX
               SET WS-SLICE-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLICE-FN-COUNT
           MOVE WS-SLICE-FN-COUNT TO WS-SLICE-FN-IDX
           MOVE WS-SLICE-SCOPE TO WS-SLICE-FN-PARENT (WS-SLICE-FN-IDX)
           MOVE 0 TO WS-SLICE-FN-PARAM-COUNT (WS-SLICE-FN-IDX)
           MOVE 0 TO WS-SLICE-FN-RESULT (WS-SLICE-FN-IDX)

           IF WS-SLICE-TOK-IDX > 3
               AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX - 1) =
               TOKEN-TYPE-ASSIGN
               AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX - 2) =
               TOKEN-TYPE-IDENT
               AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX - 3) =
               TOKEN-TYPE-LET
               MOVE WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX - 2) TO
                   WS-SLICE-WORK-NAME
               MOVE "L" TO WS-SLICE-WORK-KIND
           ELSE
               MOVE SPACES TO WS-SLICE-WORK-NAME
               STRING "fn@" WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX)
                   DELIMITED BY SIZE
                   INTO WS-SLICE-WORK-NAME
               MOVE "F" TO WS-SLICE-WORK-KIND
           END-IF
           MOVE WS-SLICE-SCOPE TO WS-SLICE-WORK-SCOPE
           MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
               WS-SLICE-WORK-LINE
           PERFORM SLICE-FIND-OR-ADD-NODE-PROCEDURE
           IF WS-SLICE-FOUND-NODE > 0
               MOVE WS-SLICE-FOUND-NODE TO
                   WS-SLICE-FN-RESULT (WS-SLICE-FN-IDX)
               MOVE WS-SLICE-FN-IDX TO
                   WS-SLICE-NODE-FN (WS-SLICE-FOUND-NODE)
           END-IF
           MOVE WS-SLICE-WORK-NAME TO WS-SLICE-FN-NAME (WS-SLICE-FN-IDX)

           MOVE WS-SLICE-FN-IDX TO WS-SLICE-PARAM-FN
           MOVE WS-SLICE-FN-IDX TO WS-SLICE-PENDING-FN.

      * inside "fn ( ... )": every identifier is a parameter of the
      * function, in order; the closing paren ends the list.
       SLICE-BIND-PARAM-PROCEDURE.
           EVALUATE WS-SLICE-CUR-TYPE
               WHEN TOKEN-TYPE-RPAREN
                   MOVE 0 TO WS-SLICE-PARAM-FN
               WHEN TOKEN-TYPE-IDENT
                   MOVE WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX) TO
                       WS-SLICE-WORK-NAME
                   MOVE "P" TO WS-SLICE-WORK-KIND
                   MOVE WS-SLICE-PARAM-FN TO WS-SLICE-WORK-SCOPE
                   MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
                       WS-SLICE-WORK-LINE
                   PERFORM SLICE-FIND-OR-ADD-NODE-PROCEDURE
                   IF WS-SLICE-FOUND-NODE > 0
                       AND WS-SLICE-FN-PARAM-COUNT (WS-SLICE-PARAM-FN)
                       < 10
                       ADD 1 TO
                           WS-SLICE-FN-PARAM-COUNT (WS-SLICE-PARAM-FN)
                       MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-FN-PARAM
                           (WS-SLICE-PARAM-FN,
                           WS-SLICE-FN-PARAM-COUNT (WS-SLICE-PARAM-FN))
                       MOVE WS-SLICE-PARAM-FN TO
                           WS-SLICE-NODE-FN (WS-SLICE-FOUND-NODE)
                   END-IF
           END-EVALUATE.

      * node WORK-NAME of WORK-KIND in WORK-SCOPE, created on first
      * sight; WS-SLICE-FOUND-NODE is 0 only when the table is full.
       SLICE-FIND-OR-ADD-NODE-PROCEDURE.
           MOVE 0 TO WS-SLICE-FOUND-NODE
           PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
               IF WS-SLICE-NODE-NAME (WS-SLICE-NODE-IDX) =
                   WS-SLICE-WORK-NAME
                   AND WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) =
                   WS-SLICE-WORK-KIND
                   AND WS-SLICE-NODE-SCOPE (WS-SLICE-NODE-IDX) =
                   WS-SLICE-WORK-SCOPE
                   MOVE WS-SLICE-NODE-IDX TO WS-SLICE-FOUND-NODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SLICE-FOUND-NODE = 0
               PERFORM SLICE-ADD-NODE-PROCEDURE
           END-IF.

       SLICE-ADD-NODE-PROCEDURE.
           MOVE 0 TO WS-SLICE-FOUND-NODE
           IF WS-SLICE-NODE-COUNT >= WS-SLICE-NODE-MAX
               SET WS-SLICE-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLICE-NODE-COUNT
           MOVE WS-SLICE-NODE-COUNT TO WS-SLICE-FOUND-NODE
           MOVE WS-SLICE-WORK-NAME TO
               WS-SLICE-NODE-NAME (WS-SLICE-FOUND-NODE)
           MOVE WS-SLICE-WORK-KIND TO
               WS-SLICE-NODE-KIND (WS-SLICE-FOUND-NODE)
           MOVE WS-SLICE-WORK-SCOPE TO
               WS-SLICE-NODE-SCOPE (WS-SLICE-FOUND-NODE)
           MOVE 0 TO WS-SLICE-NODE-FN (WS-SLICE-FOUND-NODE)
           MOVE WS-SLICE-WORK-LINE TO
               WS-SLICE-NODE-LINE (WS-SLICE-FOUND-NODE)
           IF WS-SLICE-TOK-IDX >= 1
               AND WS-SLICE-TOK-IDX <= WS-SLICE-TOK-COUNT
               MOVE WS-SLICE-TOK-SOURCE (WS-SLICE-TOK-IDX) TO
                   WS-SLICE-NODE-SOURCE (WS-SLICE-FOUND-NODE)
           ELSE
               MOVE WS-SLICE-SEG-SCRIPT TO
                   WS-SLICE-NODE-SOURCE (WS-SLICE-FOUND-NODE)
           END-IF
           MOVE "N" TO WS-SLICE-NODE-LIVE (WS-SLICE-FOUND-NODE)
           MOVE "N" TO WS-SLICE-NODE-MARK (WS-SLICE-FOUND-NODE).

      * edge pass: walk the tokens again with a frame stack standing
      * in for the parse -- statements, blocks, call argument lists
      * and if conditions -- and add an edge from every name read to
      * whatever the enclosing frame feeds. WS-SLICE-DEPTH counts
      * every open bracket of any kind; the script itself is the
      * outermost block.
       SLICE-EDGE-PASS-PROCEDURE.
           MOVE 1 TO WS-SLICE-DEPTH
           MOVE 0 TO WS-SLICE-FN-SEEN
           MOVE 0 TO WS-SLICE-PENDING-FN
           MOVE 0 TO WS-SLICE-PARAM-FN
           MOVE 0 TO WS-SLICE-PARAM-DEPTH
           MOVE 0 TO WS-SLICE-CALL-FN
           MOVE 0 TO WS-SLICE-PENDING-CTRL
           MOVE 0 TO WS-SLICE-ELSE-CTRL
           MOVE 0 TO WS-SLICE-LAST-EXPR
           MOVE 0 TO WS-SLICE-SKIP
           MOVE 0 TO WS-SLICE-PREV-TYPE
           SET WS-SLICE-COND-OFF TO TRUE
           SET WS-SLICE-BLOCK-OFF TO TRUE

           MOVE 1 TO WS-SLICE-FR-TOP
           MOVE "B" TO WS-SLICE-FR-KIND (1)
           MOVE 0 TO WS-SLICE-FR-DEPTH (1)
           MOVE 0 TO WS-SLICE-FR-TARGET (1)
           MOVE 0 TO WS-SLICE-FR-VALUE (1)
           MOVE 0 TO WS-SLICE-FR-CTRL (1)
           MOVE 0 TO WS-SLICE-FR-SCOPE (1)
           SET WS-SLICE-STMT-START-ON TO TRUE

           PERFORM VARYING WS-SLICE-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-TOK-IDX > WS-SLICE-TOK-COUNT
               MOVE WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX) TO
                   WS-SLICE-CUR-TYPE
               MOVE WS-SLICE-TOK-SCOPE (WS-SLICE-TOK-IDX) TO
                   WS-SLICE-SCOPE
               IF WS-SLICE-CUR-TYPE = TOKEN-TYPE-EOF
                   EXIT PERFORM
               END-IF
               IF WS-SLICE-SKIP > 0
                   SUBTRACT 1 FROM WS-SLICE-SKIP
               ELSE
                   PERFORM SLICE-STATEMENT-END-PROCEDURE
                   IF WS-SLICE-STMT-START-ON
                       AND WS-SLICE-CUR-TYPE NOT = TOKEN-TYPE-RSQUIRLY
                       AND WS-SLICE-CUR-TYPE NOT =
                       TOKEN-TYPE-SEMICOLON
                       PERFORM SLICE-STATEMENT-START-PROCEDURE
                   END-IF
                   IF WS-SLICE-SKIP = 0
                       PERFORM SLICE-ONE-TOKEN-PROCEDURE
                   END-IF
               END-IF
               MOVE WS-SLICE-CUR-TYPE TO WS-SLICE-PREV-TYPE
           END-PERFORM.

      * a statement runs to its semicolon, to the brace closing its
      * block, or -- semicolons being optional -- to a line break
      * where the statement could have ended and the next line
      * begins a new one (a let, a return, or an operand).
       SLICE-STATEMENT-END-PROCEDURE.
           IF WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) NOT = "S"
               OR WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP) NOT =
               WS-SLICE-DEPTH
               OR WS-SLICE-FR-FIRST (WS-SLICE-FR-TOP) =
               WS-SLICE-TOK-IDX
               EXIT PARAGRAPH
           END-IF

           SET WS-SLICE-ENDS-OFF TO TRUE
           EVALUATE TRUE
               WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-SEMICOLON
               WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-LET
               WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-RETURN
                   SET WS-SLICE-ENDS-ON TO TRUE
               WHEN WS-SLICE-TOK-IDX > 1
                   AND WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) >
                   WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX - 1)
                   AND (WS-SLICE-PREV-TYPE = TOKEN-TYPE-IDENT
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-INT
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-DECIMAL
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-STRING
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-TRUE
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-FALSE
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-RPAREN
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-RBRACKET
                   OR WS-SLICE-PREV-TYPE = TOKEN-TYPE-RSQUIRLY)
                   AND (WS-SLICE-CUR-TYPE = TOKEN-TYPE-IDENT
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-INT
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-DECIMAL
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-STRING
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-TRUE
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-FALSE
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-IF
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-FUNCTION
                   OR WS-SLICE-CUR-TYPE = TOKEN-TYPE-BANG)
                   SET WS-SLICE-ENDS-ON TO TRUE
           END-EVALUATE

           IF WS-SLICE-ENDS-ON
               SUBTRACT 1 FROM WS-SLICE-FR-TOP
               SET WS-SLICE-STMT-START-ON TO TRUE
           END-IF.

      * a new statement: a let feeds its own node, a return feeds
      * the function's result (at top level, a result of its own),
      * anything else feeds the enclosing block's value -- at top
      * level, a result of its own that counts only if it is the
      * script's last statement. every condition governing the
      * enclosing blocks of the same function feeds it too.
       SLICE-STATEMENT-START-PROCEDURE.
           SET WS-SLICE-STMT-START-OFF TO TRUE
           MOVE 0 TO WS-SLICE-TARGET
           MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
               WS-SLICE-WORK-LINE

           EVALUATE TRUE
               WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-LET
                   MOVE 2 TO WS-SLICE-SKIP
                   IF WS-SLICE-TOK-IDX < WS-SLICE-TOK-COUNT
                       MOVE WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX + 1)
                           TO WS-SLICE-WORK-NAME
                       MOVE "L" TO WS-SLICE-WORK-KIND
                       MOVE WS-SLICE-SCOPE TO WS-SLICE-WORK-SCOPE
                       PERFORM SLICE-FIND-OR-ADD-NODE-PROCEDURE
                       MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-TARGET
                   END-IF
                   IF WS-SLICE-FR-TOP = 1
                       MOVE 0 TO WS-SLICE-LAST-EXPR
                   END-IF
               WHEN WS-SLICE-CUR-TYPE = TOKEN-TYPE-RETURN
                   IF WS-SLICE-SCOPE > 0
                       MOVE WS-SLICE-FN-RESULT (WS-SLICE-SCOPE) TO
                           WS-SLICE-TARGET
                   ELSE
                       MOVE "RETURN" TO WS-SLICE-WORK-NAME
                       MOVE "R" TO WS-SLICE-WORK-KIND
                       MOVE 0 TO WS-SLICE-WORK-SCOPE
                       PERFORM SLICE-ADD-NODE-PROCEDURE
                       MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-TARGET
                   END-IF
                   IF WS-SLICE-FR-TOP = 1
                       MOVE 0 TO WS-SLICE-LAST-EXPR
                   END-IF
               WHEN WS-SLICE-FR-TOP = 1
                   MOVE "EXPRESSION" TO WS-SLICE-WORK-NAME
                   MOVE "E" TO WS-SLICE-WORK-KIND
                   MOVE 0 TO WS-SLICE-WORK-SCOPE
                   PERFORM SLICE-ADD-NODE-PROCEDURE
                   MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-TARGET
                   MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-LAST-EXPR
               WHEN OTHER
                   MOVE WS-SLICE-FR-VALUE (WS-SLICE-FR-TOP) TO
                       WS-SLICE-TARGET
           END-EVALUATE

           IF WS-SLICE-FR-TOP >= WS-SLICE-FR-MAX
               SET WS-SLICE-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLICE-FR-TOP
           MOVE "S" TO WS-SLICE-FR-KIND (WS-SLICE-FR-TOP)
           MOVE WS-SLICE-DEPTH TO WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP)
           MOVE WS-SLICE-TARGET TO WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP)
           MOVE WS-SLICE-TOK-IDX TO WS-SLICE-FR-FIRST (WS-SLICE-FR-TOP)

           IF WS-SLICE-TARGET > 0
               PERFORM VARYING WS-SLICE-FR-IDX FROM 1 BY 1 UNTIL
                   WS-SLICE-FR-IDX >= WS-SLICE-FR-TOP
                   IF WS-SLICE-FR-KIND (WS-SLICE-FR-IDX) = "B"
                       AND WS-SLICE-FR-CTRL (WS-SLICE-FR-IDX) > 0
                       AND WS-SLICE-FR-SCOPE (WS-SLICE-FR-IDX) =
                       WS-SLICE-SCOPE
                       MOVE WS-SLICE-FR-CTRL (WS-SLICE-FR-IDX) TO
                           WS-SLICE-ADD-FROM
                       MOVE WS-SLICE-TARGET TO WS-SLICE-ADD-TO
                       PERFORM SLICE-ADD-EDGE-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.

       SLICE-ONE-TOKEN-PROCEDURE.
           MOVE WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP) TO
               WS-SLICE-TARGET

           EVALUATE WS-SLICE-CUR-TYPE
               WHEN TOKEN-TYPE-IDENT
                   IF WS-SLICE-PARAM-FN = 0
                       PERFORM SLICE-READ-NAME-PROCEDURE
                   END-IF
               WHEN TOKEN-TYPE-FUNCTION
                   ADD 1 TO WS-SLICE-FN-SEEN
                   IF WS-SLICE-FN-SEEN <= WS-SLICE-FN-COUNT
                       MOVE WS-SLICE-FN-SEEN TO WS-SLICE-PENDING-FN
                       MOVE WS-SLICE-FN-SEEN TO WS-SLICE-PARAM-FN
                       MOVE WS-SLICE-DEPTH TO WS-SLICE-PARAM-DEPTH
                       MOVE WS-SLICE-FN-RESULT (WS-SLICE-FN-SEEN) TO
                           WS-SLICE-ADD-FROM
                       MOVE WS-SLICE-TARGET TO WS-SLICE-ADD-TO
                       PERFORM SLICE-ADD-EDGE-PROCEDURE
                   END-IF
               WHEN TOKEN-TYPE-IF
                   SET WS-SLICE-COND-ON TO TRUE
               WHEN TOKEN-TYPE-ELSE
                   SET WS-SLICE-BLOCK-ON TO TRUE
                   MOVE WS-SLICE-ELSE-CTRL TO WS-SLICE-PENDING-CTRL
               WHEN TOKEN-TYPE-LPAREN
                   PERFORM SLICE-OPEN-PAREN-PROCEDURE
               WHEN TOKEN-TYPE-COMMA
                   IF WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) = "A"
                       AND WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP) + 1 =
                       WS-SLICE-DEPTH
                       ADD 1 TO WS-SLICE-FR-ARG (WS-SLICE-FR-TOP)
                       PERFORM SLICE-ARG-TARGET-PROCEDURE
                   END-IF
               WHEN TOKEN-TYPE-RPAREN
                   PERFORM SLICE-CLOSE-PAREN-PROCEDURE
               WHEN TOKEN-TYPE-LSQUIRLY
                   PERFORM SLICE-OPEN-BRACE-PROCEDURE
               WHEN TOKEN-TYPE-RSQUIRLY
                   PERFORM SLICE-CLOSE-BRACE-PROCEDURE
               WHEN TOKEN-TYPE-LBRACKET
                   ADD 1 TO WS-SLICE-DEPTH
               WHEN TOKEN-TYPE-RBRACKET
                   PERFORM SLICE-CLOSE-ANY-PROCEDURE
           END-EVALUATE.

      * a name read: a builtin contributes nothing of its own (but
      * param("NAME") is an input); a name bound by a let or a
      * parameter in this function or an enclosing one feeds the
      * target; anything else is an input. a bound function called
      * here feeds the target through its result, and its argument
      * list is traced into its parameters.
       SLICE-READ-NAME-PROCEDURE.
           MOVE 0 TO WS-SLICE-CALL-FN
           PERFORM VARYING WS-PARSER-BUILTIN-IDX FROM 1 BY 1 UNTIL
               WS-PARSER-BUILTIN-IDX > WS-PARSER-BUILTIN-COUNT
               IF WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX) =
                   WS-PARSER-BUILTIN-NAME (WS-PARSER-BUILTIN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARSER-BUILTIN-IDX <= WS-PARSER-BUILTIN-COUNT
               IF WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX) = "param"
                   AND WS-SLICE-TOK-IDX + 2 <= WS-SLICE-TOK-COUNT
                   AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX + 1) =
                   TOKEN-TYPE-LPAREN
                   AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX + 2) =
                   TOKEN-TYPE-STRING
                   MOVE SPACES TO WS-SLICE-WORK-NAME
                   STRING "param(" DELIMITED BY SIZE
                       WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX + 2)
                       DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO WS-SLICE-WORK-NAME
                   PERFORM SLICE-INPUT-NODE-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLICE-TOK-NAME (WS-SLICE-TOK-IDX) TO
               WS-SLICE-WORK-NAME
           PERFORM SLICE-RESOLVE-NAME-PROCEDURE
           IF WS-SLICE-FOUND-NODE = 0
               PERFORM SLICE-INPUT-NODE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-ADD-FROM
           MOVE WS-SLICE-TARGET TO WS-SLICE-ADD-TO
           PERFORM SLICE-ADD-EDGE-PROCEDURE

           IF WS-SLICE-NODE-KIND (WS-SLICE-FOUND-NODE) = "L"
               AND WS-SLICE-NODE-FN (WS-SLICE-FOUND-NODE) > 0
               AND WS-SLICE-TOK-IDX < WS-SLICE-TOK-COUNT
               AND WS-SLICE-TOK-TYPE (WS-SLICE-TOK-IDX + 1) =
               TOKEN-TYPE-LPAREN
               MOVE WS-SLICE-NODE-FN (WS-SLICE-FOUND-NODE) TO
                   WS-SLICE-CALL-FN
           END-IF.

      * WORK-NAME looked up as a let or parameter, innermost
      * function first, out to the top level.
       SLICE-RESOLVE-NAME-PROCEDURE.
           MOVE WS-SLICE-SCOPE TO WS-SLICE-WORK-SCOPE
           MOVE 0 TO WS-SLICE-FOUND-NODE
           PERFORM UNTIL WS-SLICE-FOUND-NODE > 0
               PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
                   WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
                   IF WS-SLICE-NODE-NAME (WS-SLICE-NODE-IDX) =
                       WS-SLICE-WORK-NAME
                       AND WS-SLICE-NODE-SCOPE (WS-SLICE-NODE-IDX) =
                       WS-SLICE-WORK-SCOPE
                       AND (WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) =
                       "L" OR WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX)
                       = "P")
                       MOVE WS-SLICE-NODE-IDX TO WS-SLICE-FOUND-NODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SLICE-FOUND-NODE = 0
                   IF WS-SLICE-WORK-SCOPE = 0
                       EXIT PERFORM
                   END-IF
                   MOVE WS-SLICE-FN-PARENT (WS-SLICE-WORK-SCOPE) TO
                       WS-SLICE-WORK-SCOPE
               END-IF
           END-PERFORM.

       SLICE-INPUT-NODE-PROCEDURE.
           MOVE "I" TO WS-SLICE-WORK-KIND
           MOVE 0 TO WS-SLICE-WORK-SCOPE
           MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
               WS-SLICE-WORK-LINE
           PERFORM SLICE-FIND-OR-ADD-NODE-PROCEDURE
           MOVE WS-SLICE-FOUND-NODE TO WS-SLICE-ADD-FROM
           MOVE WS-SLICE-TARGET TO WS-SLICE-ADD-TO
           PERFORM SLICE-ADD-EDGE-PROCEDURE.

      * "(" opens an if condition, a bound function's argument list,
      * a function's parameter list, or plain grouping.
       SLICE-OPEN-PAREN-PROCEDURE.
           IF WS-SLICE-FR-TOP >= WS-SLICE-FR-MAX
               SET WS-SLICE-OVER-ON TO TRUE
               MOVE 0 TO WS-SLICE-CALL-FN
               SET WS-SLICE-COND-OFF TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-SLICE-COND-ON
                   SET WS-SLICE-COND-OFF TO TRUE
                   MOVE "CONDITION" TO WS-SLICE-WORK-NAME
                   MOVE "C" TO WS-SLICE-WORK-KIND
                   MOVE WS-SLICE-SCOPE TO WS-SLICE-WORK-SCOPE
                   MOVE WS-SLICE-TOK-LINE (WS-SLICE-TOK-IDX) TO
                       WS-SLICE-WORK-LINE
                   PERFORM SLICE-ADD-NODE-PROCEDURE
                   ADD 1 TO WS-SLICE-FR-TOP
                   MOVE "C" TO WS-SLICE-FR-KIND (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-DEPTH TO
                       WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-FOUND-NODE TO
                       WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP)
               WHEN WS-SLICE-CALL-FN > 0
                   ADD 1 TO WS-SLICE-FR-TOP
                   MOVE "A" TO WS-SLICE-FR-KIND (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-DEPTH TO
                       WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-CALL-FN TO
                       WS-SLICE-FR-FN (WS-SLICE-FR-TOP)
                   MOVE 1 TO WS-SLICE-FR-ARG (WS-SLICE-FR-TOP)
                   PERFORM SLICE-ARG-TARGET-PROCEDURE
           END-EVALUATE
           MOVE 0 TO WS-SLICE-CALL-FN
           ADD 1 TO WS-SLICE-DEPTH.

      * the parameter the current argument position binds; past the
      * function's last parameter the argument goes nowhere.
       SLICE-ARG-TARGET-PROCEDURE.
           MOVE WS-SLICE-FR-FN (WS-SLICE-FR-TOP) TO WS-SLICE-FN-IDX
           IF WS-SLICE-FR-ARG (WS-SLICE-FR-TOP) <=
               WS-SLICE-FN-PARAM-COUNT (WS-SLICE-FN-IDX)
               MOVE WS-SLICE-FN-PARAM (WS-SLICE-FN-IDX,
                   WS-SLICE-FR-ARG (WS-SLICE-FR-TOP)) TO
                   WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP)
           ELSE
               MOVE 0 TO WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP)
           END-IF.

      * ")" closes whatever "(" opened; a closed if condition feeds
      * the if's own value and governs the block that follows.
       SLICE-CLOSE-PAREN-PROCEDURE.
           PERFORM SLICE-CLOSE-ANY-PROCEDURE
           IF WS-SLICE-PARAM-FN > 0
               AND WS-SLICE-DEPTH = WS-SLICE-PARAM-DEPTH
               MOVE 0 TO WS-SLICE-PARAM-FN
           END-IF
           IF (WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) = "A"
               OR WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) = "C")
               AND WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP) =
               WS-SLICE-DEPTH
               IF WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) = "C"
                   MOVE WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP) TO
                       WS-SLICE-PENDING-CTRL
                   SET WS-SLICE-BLOCK-ON TO TRUE
                   SUBTRACT 1 FROM WS-SLICE-FR-TOP
                   MOVE WS-SLICE-PENDING-CTRL TO WS-SLICE-ADD-FROM
                   MOVE WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP) TO
                       WS-SLICE-ADD-TO
                   PERFORM SLICE-ADD-EDGE-PROCEDURE
               ELSE
                   SUBTRACT 1 FROM WS-SLICE-FR-TOP
               END-IF
           END-IF.

      * "{" opens a function body (feeding the function's result),
      * an if or else arm (feeding the if's own target, governed by
      * its condition), or a hash literal (no frame of its own).
       SLICE-OPEN-BRACE-PROCEDURE.
           IF (WS-SLICE-PENDING-FN > 0 OR WS-SLICE-BLOCK-ON)
               AND WS-SLICE-FR-TOP < WS-SLICE-FR-MAX
               ADD 1 TO WS-SLICE-FR-TOP
               MOVE "B" TO WS-SLICE-FR-KIND (WS-SLICE-FR-TOP)
               MOVE WS-SLICE-DEPTH TO
                   WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP)
               IF WS-SLICE-PENDING-FN > 0
                   MOVE WS-SLICE-FN-RESULT (WS-SLICE-PENDING-FN) TO
                       WS-SLICE-FR-VALUE (WS-SLICE-FR-TOP)
                   MOVE 0 TO WS-SLICE-FR-CTRL (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-PENDING-FN TO
                       WS-SLICE-FR-SCOPE (WS-SLICE-FR-TOP)
               ELSE
                   MOVE WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP - 1) TO
                       WS-SLICE-FR-VALUE (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-PENDING-CTRL TO
                       WS-SLICE-FR-CTRL (WS-SLICE-FR-TOP)
                   MOVE WS-SLICE-SCOPE TO
                       WS-SLICE-FR-SCOPE (WS-SLICE-FR-TOP)
               END-IF
               MOVE 0 TO WS-SLICE-FR-TARGET (WS-SLICE-FR-TOP)
               SET WS-SLICE-STMT-START-ON TO TRUE
           END-IF
           MOVE 0 TO WS-SLICE-PENDING-FN
           SET WS-SLICE-BLOCK-OFF TO TRUE
           MOVE 0 TO WS-SLICE-PENDING-CTRL
           ADD 1 TO WS-SLICE-DEPTH.

       SLICE-CLOSE-BRACE-PROCEDURE.
           PERFORM SLICE-CLOSE-ANY-PROCEDURE
           MOVE 0 TO WS-SLICE-ELSE-CTRL
           IF WS-SLICE-FR-KIND (WS-SLICE-FR-TOP) = "B"
               AND WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP) =
               WS-SLICE-DEPTH
               AND WS-SLICE-FR-TOP > 1
               MOVE WS-SLICE-FR-CTRL (WS-SLICE-FR-TOP) TO
                   WS-SLICE-ELSE-CTRL
               SUBTRACT 1 FROM WS-SLICE-FR-TOP
               SET WS-SLICE-STMT-START-OFF TO TRUE
           END-IF.

      * any closing bracket: one level shallower, and every frame
      * opened inside it is done.
       SLICE-CLOSE-ANY-PROCEDURE.
           IF WS-SLICE-DEPTH > 1
               SUBTRACT 1 FROM WS-SLICE-DEPTH
           END-IF
           PERFORM UNTIL WS-SLICE-FR-TOP <= 1
               OR WS-SLICE-FR-DEPTH (WS-SLICE-FR-TOP) <=
               WS-SLICE-DEPTH
               SUBTRACT 1 FROM WS-SLICE-FR-TOP
           END-PERFORM.

       SLICE-ADD-EDGE-PROCEDURE.
           IF WS-SLICE-ADD-FROM = 0 OR WS-SLICE-ADD-TO = 0
               OR WS-SLICE-ADD-FROM = WS-SLICE-ADD-TO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SLICE-EDGE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-EDGE-IDX > WS-SLICE-EDGE-COUNT
               IF WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-IDX) =
                   WS-SLICE-ADD-FROM
                   AND WS-SLICE-EDGE-TO (WS-SLICE-EDGE-IDX) =
                   WS-SLICE-ADD-TO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SLICE-EDGE-COUNT >= WS-SLICE-EDGE-MAX
               SET WS-SLICE-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLICE-EDGE-COUNT
           MOVE WS-SLICE-ADD-FROM TO
               WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-COUNT)
           MOVE WS-SLICE-ADD-TO TO
               WS-SLICE-EDGE-TO (WS-SLICE-EDGE-COUNT).

      * one report section per script: each result with the inputs
      * and the bindings it depends on, then the inputs that reach
      * no result and the bindings that never do.
       SLICE-WRITE-SCRIPT-PROCEDURE.
           MOVE 0 TO WS-SLICE-RESULT-COUNT
           MOVE 0 TO WS-SLICE-INPUT-COUNT
           MOVE 0 TO WS-SLICE-IDLE-COUNT
           MOVE 0 TO WS-SLICE-DEAD-COUNT

           MOVE SPACES TO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD
           MOVE WS-SLICE-SEG-READ TO WS-SLICE-COUNT-EDIT
           MOVE SPACES TO SLICE-REPORT-RECORD
           STRING "SCRIPT " WS-SLICE-SEG-SCRIPT
               " JOB " WS-SLICE-SEG-JOB
               " RUN " WS-SLICE-SEG-DATE
               " TOKENS " WS-SLICE-COUNT-EDIT
               DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD
           PERFORM VARYING WS-SLICE-MEM-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-MEM-IDX > WS-SLICE-MEM-COUNT
               MOVE SPACES TO SLICE-REPORT-RECORD
               STRING "  IMPORTS MEMBER " DELIMITED BY SIZE
                   WS-SLICE-MEM-NAME (WS-SLICE-MEM-IDX)
                   DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
               WRITE SLICE-REPORT-RECORD
           END-PERFORM
           IF WS-SLICE-OVER-ON
               ADD 1 TO WS-SLICE-FINDINGS
               MOVE SPACES TO SLICE-REPORT-RECORD
               STRING "  ** SCRIPT EXCEEDS THE SLICING TABLES -- "
                   "SLICE IS INCOMPLETE **"
                   DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
               WRITE SLICE-REPORT-RECORD
           END-IF

           IF WS-SLICE-LAST-EXPR > 0
               MOVE "R" TO WS-SLICE-NODE-KIND (WS-SLICE-LAST-EXPR)
               MOVE "FINAL EXPRESSION" TO
                   WS-SLICE-NODE-NAME (WS-SLICE-LAST-EXPR)
           END-IF

           PERFORM VARYING WS-SLICE-SINK FROM 1 BY 1 UNTIL
               WS-SLICE-SINK > WS-SLICE-NODE-COUNT
               IF WS-SLICE-NODE-KIND (WS-SLICE-SINK) = "R"
                   PERFORM SLICE-WRITE-RESULT-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-SLICE-RESULT-COUNT = 0
               MOVE SPACES TO SLICE-REPORT-RECORD
               STRING "  NO RESULT -- THE SCRIPT ENDS IN A LET AND "
                   "HAS NO TOP-LEVEL RETURN"
                   DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
               WRITE SLICE-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
               EVALUATE TRUE
                   WHEN WS-SLICE-NODE-LIVE (WS-SLICE-NODE-IDX) = "Y"
                       CONTINUE
                   WHEN WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "I"
                       ADD 1 TO WS-SLICE-IDLE-COUNT
                       MOVE WS-SLICE-NODE-IDX TO WS-SLICE-WALK-NODE
                       PERFORM SLICE-NODE-LABEL-PROCEDURE
                       MOVE SPACES TO SLICE-REPORT-RECORD
                       STRING "  UNUSED     " DELIMITED BY SIZE
                           WS-SLICE-LABEL DELIMITED BY "   "
                           " INFLUENCES NO RESULT" DELIMITED BY SIZE
                           INTO SLICE-REPORT-RECORD
                       WRITE SLICE-REPORT-RECORD
                   WHEN WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "L"
                   WHEN WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "P"
                       AND WS-SLICE-NODE-LIVE (WS-SLICE-FN-RESULT
                       (WS-SLICE-NODE-FN (WS-SLICE-NODE-IDX))) = "Y"
                       ADD 1 TO WS-SLICE-DEAD-COUNT
                       MOVE WS-SLICE-NODE-IDX TO WS-SLICE-WALK-NODE
                       PERFORM SLICE-NODE-LABEL-PROCEDURE
                       MOVE SPACES TO SLICE-REPORT-RECORD
                       STRING "  DEAD       " DELIMITED BY SIZE
                           WS-SLICE-LABEL DELIMITED BY "   "
                           " NEVER REACHES A RESULT" DELIMITED BY SIZE
                           INTO SLICE-REPORT-RECORD
                       WRITE SLICE-REPORT-RECORD
               END-EVALUATE
               IF WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "I"
                   ADD 1 TO WS-SLICE-INPUT-COUNT
               END-IF
           END-PERFORM

           ADD WS-SLICE-IDLE-COUNT TO WS-SLICE-FINDINGS
           ADD WS-SLICE-DEAD-COUNT TO WS-SLICE-FINDINGS
           MOVE SPACES TO SLICE-REPORT-RECORD
           STRING "  TOTALS RESULTS=" WS-SLICE-RESULT-COUNT
               " INPUTS=" WS-SLICE-INPUT-COUNT
               " UNUSED=" WS-SLICE-IDLE-COUNT
               " DEAD=" WS-SLICE-DEAD-COUNT
               DELIMITED BY SIZE INTO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD.

      * everything the result at WS-SLICE-SINK depends on, by a walk
      * back along the edges; each node reached is marked live for
      * the unused/dead listing after.
       SLICE-WRITE-RESULT-PROCEDURE.
           ADD 1 TO WS-SLICE-RESULT-COUNT
           MOVE WS-SLICE-SINK TO WS-SLICE-WALK-NODE
           PERFORM SLICE-NODE-LABEL-PROCEDURE
           MOVE SPACES TO SLICE-REPORT-RECORD
           STRING "  RESULT     " DELIMITED BY SIZE
               WS-SLICE-LABEL DELIMITED BY "   "
               INTO SLICE-REPORT-RECORD
           WRITE SLICE-REPORT-RECORD

           PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
               MOVE "N" TO WS-SLICE-NODE-MARK (WS-SLICE-NODE-IDX)
           END-PERFORM
           MOVE "Y" TO WS-SLICE-NODE-MARK (WS-SLICE-SINK)
           MOVE "Y" TO WS-SLICE-NODE-LIVE (WS-SLICE-SINK)
           MOVE 1 TO WS-SLICE-STACK-TOP
           MOVE WS-SLICE-SINK TO WS-SLICE-STACK-NODE (1)

           PERFORM UNTIL WS-SLICE-STACK-TOP = 0
               MOVE WS-SLICE-STACK-NODE (WS-SLICE-STACK-TOP) TO
                   WS-SLICE-WALK-NODE
               SUBTRACT 1 FROM WS-SLICE-STACK-TOP
               PERFORM VARYING WS-SLICE-EDGE-IDX FROM 1 BY 1 UNTIL
                   WS-SLICE-EDGE-IDX > WS-SLICE-EDGE-COUNT
                   IF WS-SLICE-EDGE-TO (WS-SLICE-EDGE-IDX) =
                       WS-SLICE-WALK-NODE
                       AND WS-SLICE-NODE-MARK
                       (WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-IDX)) = "N"
                       MOVE "Y" TO WS-SLICE-NODE-MARK
                           (WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-IDX))
                       MOVE "Y" TO WS-SLICE-NODE-LIVE
                           (WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-IDX))
                       ADD 1 TO WS-SLICE-STACK-TOP
                       MOVE WS-SLICE-EDGE-FROM (WS-SLICE-EDGE-IDX) TO
                           WS-SLICE-STACK-NODE (WS-SLICE-STACK-TOP)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-SLICE-SINK-INPUTS
           PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
               IF WS-SLICE-NODE-MARK (WS-SLICE-NODE-IDX) = "Y"
                   AND WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "I"
                   ADD 1 TO WS-SLICE-SINK-INPUTS
                   MOVE WS-SLICE-NODE-IDX TO WS-SLICE-WALK-NODE
                   PERFORM SLICE-NODE-LABEL-PROCEDURE
                   MOVE SPACES TO SLICE-REPORT-RECORD
                   STRING "    DEPENDS ON " DELIMITED BY SIZE
                       WS-SLICE-LABEL DELIMITED BY "   "
                       INTO SLICE-REPORT-RECORD
                   WRITE SLICE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-SLICE-SINK-INPUTS = 0
               MOVE SPACES TO SLICE-REPORT-RECORD
               MOVE "    DEPENDS ON NO INPUT -- CONSTANT RESULT" TO
                   SLICE-REPORT-RECORD
               WRITE SLICE-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-SLICE-NODE-IDX FROM 1 BY 1 UNTIL
               WS-SLICE-NODE-IDX > WS-SLICE-NODE-COUNT
               IF WS-SLICE-NODE-MARK (WS-SLICE-NODE-IDX) = "Y"
                   AND (WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "L"
                   OR WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "P"
                   OR WS-SLICE-NODE-KIND (WS-SLICE-NODE-IDX) = "F")
                   MOVE WS-SLICE-NODE-IDX TO WS-SLICE-WALK-NODE
                   PERFORM SLICE-NODE-LABEL-PROCEDURE
                   MOVE SPACES TO SLICE-REPORT-RECORD
                   STRING "      THROUGH " DELIMITED BY SIZE
                       WS-SLICE-LABEL DELIMITED BY "   "
                       INTO SLICE-REPORT-RECORD
                   WRITE SLICE-REPORT-RECORD
               END-IF
           END-PERFORM.

      * the printable name of node WS-SLICE-WALK-NODE, with its line
      * and, when it lives in an import member, the member.
       SLICE-NODE-LABEL-PROCEDURE.
           MOVE SPACES TO WS-SLICE-LABEL
           MOVE WS-SLICE-NODE-LINE (WS-SLICE-WALK-NODE) TO
               WS-SLICE-LABEL-LINE
           EVALUATE WS-SLICE-NODE-KIND (WS-SLICE-WALK-NODE)
               WHEN "I"
                   STRING "INPUT " DELIMITED BY SIZE
                       WS-SLICE-NODE-NAME (WS-SLICE-WALK-NODE)
                       DELIMITED BY "  "
                       "   " DELIMITED BY SIZE
                       INTO WS-SLICE-LABEL
                   EXIT PARAGRAPH
               WHEN "L"
                   IF WS-SLICE-NODE-FN (WS-SLICE-WALK-NODE) > 0
                       STRING "FUNCTION " DELIMITED BY SIZE
                           WS-SLICE-NODE-NAME (WS-SLICE-WALK-NODE)
                           DELIMITED BY "  "
                           " LINE " WS-SLICE-LABEL-LINE
                           DELIMITED BY SIZE
                           INTO WS-SLICE-LABEL
                   ELSE
                       STRING "LET " DELIMITED BY SIZE
                           WS-SLICE-NODE-NAME (WS-SLICE-WALK-NODE)
                           DELIMITED BY "  "
                           " LINE " WS-SLICE-LABEL-LINE
                           DELIMITED BY SIZE
                           INTO WS-SLICE-LABEL
                   END-IF
               WHEN "P"
                   STRING "PARAM " DELIMITED BY SIZE
                       WS-SLICE-NODE-NAME (WS-SLICE-WALK-NODE)
                       DELIMITED BY "  "
                       " OF " DELIMITED BY SIZE
                       WS-SLICE-FN-NAME
                       (WS-SLICE-NODE-FN (WS-SLICE-WALK-NODE))
                       DELIMITED BY "  "
                       " LINE " WS-SLICE-LABEL-LINE
                       DELIMITED BY SIZE
                       INTO WS-SLICE-LABEL
               WHEN "F"
                   STRING "ANONYMOUS FUNCTION LINE " WS-SLICE-LABEL-LINE
                       DELIMITED BY SIZE INTO WS-SLICE-LABEL
               WHEN OTHER
                   STRING WS-SLICE-NODE-NAME (WS-SLICE-WALK-NODE)
                       DELIMITED BY "  "
                       " LINE " WS-SLICE-LABEL-LINE
                       DELIMITED BY SIZE
                       INTO WS-SLICE-LABEL
           END-EVALUATE
           IF WS-SLICE-NODE-SOURCE (WS-SLICE-WALK-NODE) NOT =
               WS-SLICE-SEG-SCRIPT
               MOVE WS-SLICE-LABEL TO WS-SLICE-LABEL-HOLD
               MOVE SPACES TO WS-SLICE-LABEL
               STRING WS-SLICE-LABEL-HOLD DELIMITED BY "   "
                   " IN MEMBER " DELIMITED BY SIZE
                   WS-SLICE-NODE-SOURCE (WS-SLICE-WALK-NODE)
                   DELIMITED BY SPACE
                   "   " DELIMITED BY SIZE
                   INTO WS-SLICE-LABEL
           END-IF.

       COPY "token-master-proc.cpy".
