      * SEMANTIC-CHECK-PROGRAM is the step after the grammar gate.
      * PARSER-PROGRAM proves LEXERSRC is well-formed and XREF-
      * PROGRAM's "referenced but never defined" view is flat across
      * the whole file; neither knows which names a statement can
      * actually see when it runs. this program lexes the same source
      * (imports spliced, each spliced token stamped with its member)
      * and walks it scope by scope -- the top level, then one scope
      * per fn literal, nested the way the braces nest them (if/else
      * blocks run in the scope around them and open no scope of
      * their own) -- and writes a positioned finding to SEMERRS for:
      *   - a name used before its let: referenced in the same scope
      *     as a let of that name, ahead of the end of that let's
      *     statement, with nothing of that name visible further out.
      *     a function body may name a let of an enclosing scope that
      *     is written later (a recursive helper, a mutual pair) --
      *     the body does not run until it is called;
      *   - a parameter used outside its function: the name resolves
      *     to nothing in the scopes around the reference, and the
      *     only binding of it is a parameter of some other fn. a let
      *     that is local to some other fn is reported the same way;
      *   - a let or parameter in the script itself that shadows a
      *     top-level let of an imported member, so the script
      *     silently stops using the library's helper.
      * a name bound nowhere at all is a deck input, not a finding;
      * builtins are never findings.
      *
      * RETURN-CODE follows PARSER-PROGRAM: 0 = no findings, 4 = at
      * least one finding (the script parses but cannot be trusted
      * to run), 16 = the check could not be made -- a spilled token
      * table or a script with more functions or bindings than the
      * scope tables hold.
      *
      * SEMERRS and this step's LEXEXCPT (cataloged as LEXEXCPT4,
      * the name the nightly job has always kept it under) are
      * cataloged outputs: each run writes the next generation of
      * each (<name>.Gnnnn) and registers it on OUTCAT with its
      * record count and fingerprint once the step is done (see
      * outcat-file.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMANTIC-CHECK-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEXER-SOURCE-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXERSRC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-EXCEPTIONS-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXEXCPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-LEXER-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-CHECKPOINT-FILE-STATUS.
           SELECT LEXER-SPILL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-TOKNSPIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-IMPORT-FILE ASSIGN TO DYNAMIC
               WS-LEXER-IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-IMPORT-FILE-STATUS.
           SELECT SEMANTIC-ERRORS-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-SEMERRS
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
       COPY "lexer-file.cpy".
       COPY "lexer-exceptions-file.cpy".
       COPY "lexer-checkpoint-file.cpy".
       COPY "lexer-spill-file.cpy".
       COPY "lexer-import-file.cpy".
       COPY "semantic-errors-file.cpy".
       COPY "owner-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "parser-data.cpy".
       COPY "owner-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-SEM-TOK-IDX     PIC 9(5).
       01 WS-SEM-TOK-COUNT   PIC 9(5).
       01 WS-SEM-CUR-TYPE    PIC 99.
       01 WS-SEM-MAIN-SOURCE PIC X(20).

      * per token: the scope it sits in (0 = top level, else the fn
      * table entry) and, for the name token of a let or a
      * parameter, the binding it creates.
       01 WS-SEM-TOKEN-TABLE.
           05 WS-SEM-TOK-SCOPE PIC 9(3) OCCURS 65536 TIMES.
           05 WS-SEM-TOK-BIND  PIC 9(4) OCCURS 65536 TIMES.

      * the brace-owner stack: each open brace remembers the scope
      * it belongs to, the fn's own scope for a function body and
      * the surrounding scope for anything else.
       01 WS-SEM-SCOPE       PIC 9(3).
       01 WS-SEM-PENDING-FN  PIC 9(3).
       01 WS-SEM-PARAM-FN    PIC 9(3).
       01 WS-SEM-BR-MAX      PIC 9(3) VALUE 500.
       01 WS-SEM-BR-TOP      PIC 9(3).
       01 WS-SEM-BR-TABLE.
           05 WS-SEM-BR-OWNER PIC 9(3) OCCURS 500 TIMES.

       01 WS-SEM-FN-MAX      PIC 9(3) VALUE 300.
       01 WS-SEM-FN-COUNT    PIC 9(3).
       01 WS-SEM-FN-TABLE.
           05 WS-SEM-FN-ENTRY OCCURS 300 TIMES.
               10 WS-SEM-FN-PARENT PIC 9(3).
               10 WS-SEM-FN-LINE   PIC 9(5).

      * one entry per let or parameter. LIVE-FROM is the first
      * token at which a let is in effect in its own scope -- the
      * token after its statement ends; parameters are in effect
      * throughout their function.
       01 WS-SEM-BIND-MAX    PIC 9(4) VALUE 2000.
       01 WS-SEM-BIND-COUNT  PIC 9(4).
       01 WS-SEM-BIND-IDX    PIC 9(4).
       01 WS-SEM-BIND-TABLE.
           05 WS-SEM-BIND-ENTRY OCCURS 2000 TIMES.
               10 WS-SEM-BIND-NAME      PIC X(32).
               10 WS-SEM-BIND-KIND      PIC X.
               10 WS-SEM-BIND-SCOPE     PIC 9(3).
               10 WS-SEM-BIND-LIVE-FROM PIC 9(5).
               10 WS-SEM-BIND-LINE      PIC 9(5).
               10 WS-SEM-BIND-COL       PIC 9(5).
               10 WS-SEM-BIND-SOURCE    PIC X(20).

       01 WS-SEM-OVER-SWITCH PIC X VALUE "N".
           88 WS-SEM-OVER-ON  VALUE "Y".
           88 WS-SEM-OVER-OFF VALUE "N".

      * name-resolution scratch.
       01 WS-SEM-WORK-NAME   PIC X(32).
       01 WS-SEM-WORK-KIND   PIC X.
       01 WS-SEM-WORK-SCOPE  PIC 9(3).
       01 WS-SEM-HOME-SCOPE  PIC 9(3).
       01 WS-SEM-LIVE-FROM   PIC 9(5).
       01 WS-SEM-PENDING-BIND PIC 9(4).
       01 WS-SEM-FOUND-BIND  PIC 9(4).
       01 WS-SEM-OWN-BIND    PIC 9(4).
       01 WS-SEM-RESOLVED-SWITCH PIC X.
           88 WS-SEM-RESOLVED     VALUE "Y".
           88 WS-SEM-NOT-RESOLVED VALUE "N".

      * let-statement end scan.
       01 WS-SEM-SCAN-IDX    PIC 9(5).
       01 WS-SEM-NEXT-IDX    PIC 9(5).
       01 WS-SEM-SCAN-DEPTH  PIC S9(5).
       01 WS-SEM-PREV-TYPE   PIC 99.
       01 WS-SEM-NEXT-TYPE   PIC 99.

      * findings, in token order, with the detail text already
      * built; the count carries on past the stored cap.
       01 WS-SEM-FINDING-MAX   PIC 9(3) VALUE 100.
       01 WS-SEM-FINDING-COUNT PIC 9(5) VALUE 0.
       01 WS-SEM-FINDING-TABLE.
           05 WS-SEM-FINDING-ENTRY OCCURS 100 TIMES.
               10 WS-SEM-FINDING-LINE-LIST PIC 9(5).
               10 WS-SEM-FINDING-COL-LIST  PIC 9(5).
               10 WS-SEM-FINDING-TEXT-LIST PIC X(58).
       01 WS-SEM-FINDING-TEXT  PIC X(58).
       01 WS-SEM-BEFORE-COUNT  PIC 9(5) VALUE 0.
       01 WS-SEM-STRAY-COUNT   PIC 9(5) VALUE 0.
       01 WS-SEM-SHADOW-COUNT  PIC 9(5) VALUE 0.

      * a line number for the middle of a sentence, leading blanks
      * dropped.
       01 WS-SEM-EDIT-LINE   PIC Z(4)9.
       01 WS-SEM-EDIT-LEAD   PIC 9.

       01 WS-SEM-REPORT-IDX PIC 9(3).
       01 WS-SEM-REPORT-LINE.
           05 FILLER                   PIC X(5) VALUE "LINE ".
           05 WS-SEM-REPORT-LINE-NO    PIC Z(4)9.
           05 FILLER                   PIC X(5) VALUE " COL ".
           05 WS-SEM-REPORT-COL-NO     PIC Z(4)9.
           05 FILLER                   PIC X(2) VALUE ": ".
           05 WS-SEM-REPORT-TEXT       PIC X(58).

      * the datasets this program touches, resolved through the
      * active environment profile at start-up.
       01 WS-PROF-DSN-LEXERSRC PIC X(40) VALUE "LEXERSRC".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-SEMERRS  PIC X(40) VALUE "SEMERRS".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "LEXERSRC" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXERSRC
           MOVE "LEXEXCPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXEXCPT
           MOVE "TOKNSPIL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-TOKNSPIL
           MOVE "SEMERRS" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-SEMERRS
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT

      * tonight's generations of the two outputs, in place of the
      * resolved names -- before the lexer opens LEXEXCPT.
           MOVE "SEMANTIC-CHECK-PROGRAM" TO WS-OUTCAT-PROGRAM
           MOVE "SEMERRS" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-SEMERRS TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-SEMERRS
           MOVE "LEXEXCPT4" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE "LEXEXCPT4" TO WS-OUTCAT-NAME
           MOVE WS-PROF-RESOLVED-NAME TO WS-OUTCAT-BASE
           PERFORM OUTCAT-ASSIGN-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
           MOVE "SEMCHECK" TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
           PERFORM LEXER-PARSE-PROCEDURE.

      * same stance as the grammar gate -- a walk over the tail of
      * a spilled run would see references without their lets.
           IF WS-LEXER-SPILLED-TOKEN-COUNT > 0
               DISPLAY "SEMANTIC-CHECK-PROGRAM: RUN SPILLED "
                   WS-LEXER-SPILLED-TOKEN-COUNT
                   " TOKENS PAST THE IN-MEMORY TABLE -- SCOPES "
                   "CANNOT BE CHECKED. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT TO WS-SEM-TOK-COUNT
           MOVE LEXER-INPUT-HEADER-SOURCE-FILE TO WS-SEM-MAIN-SOURCE

           PERFORM SEM-BIND-PASS-PROCEDURE

           IF WS-SEM-OVER-ON
               DISPLAY "SEMANTIC-CHECK-PROGRAM: MORE THAN "
                   WS-SEM-FN-MAX " FUNCTIONS, " WS-SEM-BIND-MAX
                   " BINDINGS OR " WS-SEM-BR-MAX " OPEN BRACES -- "
                   "SCOPES CANNOT BE CHECKED. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SEM-REFERENCE-PASS-PROCEDURE
           PERFORM SEM-WRITE-ERRORS-PROCEDURE

           IF WS-SEM-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-LEXER-JOB-ID TO WS-OUTCAT-JOB
           PERFORM OUTCAT-REGISTER-PROCEDURE

           STOP RUN.

      * first pass: every fn, every parameter, every let, and the
      * scope of every token.
       SEM-BIND-PASS-PROCEDURE.
           MOVE 0 TO WS-SEM-BR-TOP
           MOVE 0 TO WS-SEM-PENDING-FN
           MOVE 0 TO WS-SEM-PARAM-FN
           MOVE 0 TO WS-SEM-SCOPE
           MOVE 0 TO WS-SEM-FN-COUNT
           MOVE 0 TO WS-SEM-BIND-COUNT

           PERFORM VARYING WS-SEM-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SEM-TOK-IDX > WS-SEM-TOK-COUNT
               MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SEM-TOK-IDX) TO
                   WS-SEM-CUR-TYPE
               MOVE WS-SEM-SCOPE TO WS-SEM-TOK-SCOPE (WS-SEM-TOK-IDX)
               MOVE 0 TO WS-SEM-TOK-BIND (WS-SEM-TOK-IDX)

               EVALUATE TRUE
                   WHEN WS-SEM-PARAM-FN > 0
                       PERFORM SEM-BIND-PARAM-PROCEDURE
                   WHEN WS-SEM-CUR-TYPE = TOKEN-TYPE-FUNCTION
                       PERFORM SEM-BIND-FUNCTION-PROCEDURE
                   WHEN WS-SEM-CUR-TYPE = TOKEN-TYPE-IDENT
                       AND WS-SEM-TOK-IDX > 1
                       AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                       (WS-SEM-TOK-IDX - 1) = TOKEN-TYPE-LET
                       PERFORM SEM-BIND-LET-PROCEDURE
                   WHEN WS-SEM-CUR-TYPE = TOKEN-TYPE-LSQUIRLY
                       IF WS-SEM-BR-TOP < WS-SEM-BR-MAX
                           ADD 1 TO WS-SEM-BR-TOP
                           IF WS-SEM-PENDING-FN > 0
                               MOVE WS-SEM-PENDING-FN TO
                                   WS-SEM-BR-OWNER (WS-SEM-BR-TOP)
                               MOVE 0 TO WS-SEM-PENDING-FN
                           ELSE
                               MOVE WS-SEM-SCOPE TO
                                   WS-SEM-BR-OWNER (WS-SEM-BR-TOP)
                           END-IF
                           MOVE WS-SEM-BR-OWNER (WS-SEM-BR-TOP) TO
                               WS-SEM-SCOPE
                       ELSE
                           SET WS-SEM-OVER-ON TO TRUE
                       END-IF
                   WHEN WS-SEM-CUR-TYPE = TOKEN-TYPE-RSQUIRLY
                       IF WS-SEM-BR-TOP > 0
                           SUBTRACT 1 FROM WS-SEM-BR-TOP
                       END-IF
                       IF WS-SEM-BR-TOP > 0
                           MOVE WS-SEM-BR-OWNER (WS-SEM-BR-TOP) TO
                               WS-SEM-SCOPE
                       ELSE
                           MOVE 0 TO WS-SEM-SCOPE
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * "fn" opens a new scope inside the current one; its parameter
      * list follows and its body is the next open brace.
       SEM-BIND-FUNCTION-PROCEDURE.
           IF WS-SEM-FN-COUNT >= WS-SEM-FN-MAX
               SET WS-SEM-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEM-FN-COUNT
           MOVE WS-SEM-SCOPE TO WS-SEM-FN-PARENT (WS-SEM-FN-COUNT)
           MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-FN-LINE (WS-SEM-FN-COUNT)
           MOVE WS-SEM-FN-COUNT TO WS-SEM-PARAM-FN
           MOVE WS-SEM-FN-COUNT TO WS-SEM-PENDING-FN.

      * inside "fn ( ... )": every identifier is a parameter, in
      * effect throughout the function; the closing paren ends the
      * list.
       SEM-BIND-PARAM-PROCEDURE.
           EVALUATE WS-SEM-CUR-TYPE
               WHEN TOKEN-TYPE-RPAREN
                   MOVE 0 TO WS-SEM-PARAM-FN
               WHEN TOKEN-TYPE-IDENT
                   MOVE "P" TO WS-SEM-WORK-KIND
                   MOVE WS-SEM-PARAM-FN TO WS-SEM-WORK-SCOPE
                   MOVE 0 TO WS-SEM-LIVE-FROM
                   PERFORM SEM-ADD-BINDING-PROCEDURE
           END-EVALUATE.

      * the name token of "let <name> = ..." -- bound in the current
      * scope from the end of its statement on.
       SEM-BIND-LET-PROCEDURE.
           MOVE "L" TO WS-SEM-WORK-KIND
           MOVE WS-SEM-SCOPE TO WS-SEM-WORK-SCOPE
           PERFORM SEM-LET-END-PROCEDURE
           PERFORM SEM-ADD-BINDING-PROCEDURE.

      * where the let whose name is at WS-SEM-TOK-IDX stops: a
      * semicolon at its own nesting level, the brace that closes
      * the block around it, the next let or return, or -- for a
      * script that leaves semicolons off -- a new line that starts
      * a new operand right after a finished one. the first token
      * past that point is the let's LIVE-FROM.
       SEM-LET-END-PROCEDURE.
           MOVE WS-SEM-TOK-COUNT TO WS-SEM-LIVE-FROM
           MOVE 0 TO WS-SEM-SCAN-DEPTH
           PERFORM VARYING WS-SEM-SCAN-IDX FROM WS-SEM-TOK-IDX BY 1
               UNTIL WS-SEM-SCAN-IDX >= WS-SEM-TOK-COUNT
               MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SEM-SCAN-IDX) TO
                   WS-SEM-PREV-TYPE
               COMPUTE WS-SEM-NEXT-IDX = WS-SEM-SCAN-IDX + 1
               MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SEM-NEXT-IDX) TO
                   WS-SEM-NEXT-TYPE

               IF WS-SEM-SCAN-DEPTH = 0
                   AND LEXER-OUTPUT-TOKEN-LINE-LIST
                   (WS-SEM-NEXT-IDX) >
                   LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SEM-SCAN-IDX)
                   AND (WS-SEM-PREV-TYPE = TOKEN-TYPE-IDENT
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-INT
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-DECIMAL
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-STRING
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-TRUE
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-FALSE
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-RPAREN
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-RBRACKET
                   OR WS-SEM-PREV-TYPE = TOKEN-TYPE-RSQUIRLY)
                   AND (WS-SEM-NEXT-TYPE = TOKEN-TYPE-IDENT
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-INT
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-DECIMAL
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-STRING
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-TRUE
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-FALSE
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-BANG
                   OR WS-SEM-NEXT-TYPE = TOKEN-TYPE-IF)
                   COMPUTE WS-SEM-LIVE-FROM = WS-SEM-NEXT-IDX
                   EXIT PERFORM
               END-IF

               EVALUATE WS-SEM-NEXT-TYPE
                   WHEN TOKEN-TYPE-LPAREN
                   WHEN TOKEN-TYPE-LBRACKET
                   WHEN TOKEN-TYPE-LSQUIRLY
                       ADD 1 TO WS-SEM-SCAN-DEPTH
                   WHEN TOKEN-TYPE-RPAREN
                   WHEN TOKEN-TYPE-RBRACKET
                   WHEN TOKEN-TYPE-RSQUIRLY
                       SUBTRACT 1 FROM WS-SEM-SCAN-DEPTH
                       IF WS-SEM-SCAN-DEPTH < 0
                           COMPUTE WS-SEM-LIVE-FROM =
                               WS-SEM-NEXT-IDX
                           EXIT PERFORM
                       END-IF
                   WHEN TOKEN-TYPE-SEMICOLON
                       IF WS-SEM-SCAN-DEPTH = 0
                           COMPUTE WS-SEM-LIVE-FROM =
                               WS-SEM-SCAN-IDX + 2
                           EXIT PERFORM
                       END-IF
                   WHEN TOKEN-TYPE-LET
                   WHEN TOKEN-TYPE-RETURN
                       IF WS-SEM-SCAN-DEPTH = 0
                           COMPUTE WS-SEM-LIVE-FROM =
                               WS-SEM-NEXT-IDX
                           EXIT PERFORM
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * binding WORK-KIND in WORK-SCOPE for the name token at
      * WS-SEM-TOK-IDX, live from WS-SEM-LIVE-FROM.
       SEM-ADD-BINDING-PROCEDURE.
           IF WS-SEM-BIND-COUNT >= WS-SEM-BIND-MAX
               SET WS-SEM-OVER-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEM-BIND-COUNT
           MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SEM-TOK-IDX)
               (1:32) TO WS-SEM-BIND-NAME (WS-SEM-BIND-COUNT)
           MOVE WS-SEM-WORK-KIND TO WS-SEM-BIND-KIND (WS-SEM-BIND-COUNT)
           MOVE WS-SEM-WORK-SCOPE TO
               WS-SEM-BIND-SCOPE (WS-SEM-BIND-COUNT)
           MOVE WS-SEM-LIVE-FROM TO
               WS-SEM-BIND-LIVE-FROM (WS-SEM-BIND-COUNT)
           MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-BIND-LINE (WS-SEM-BIND-COUNT)
           MOVE LEXER-OUTPUT-TOKEN-COL-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-BIND-COL (WS-SEM-BIND-COUNT)
           MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-BIND-SOURCE (WS-SEM-BIND-COUNT)
           MOVE WS-SEM-BIND-COUNT TO WS-SEM-TOK-BIND (WS-SEM-TOK-IDX).

      * second pass, in token order so SEMERRS reads top to bottom:
      * a binding's own name token is checked for shadowing, every
      * other identifier is resolved.
       SEM-REFERENCE-PASS-PROCEDURE.
           PERFORM VARYING WS-SEM-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SEM-TOK-IDX > WS-SEM-TOK-COUNT
               IF WS-SEM-TOK-BIND (WS-SEM-TOK-IDX) > 0
                   PERFORM SEM-CHECK-SHADOW-PROCEDURE
               ELSE
                   IF LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SEM-TOK-IDX) =
                       TOKEN-TYPE-IDENT
                       PERFORM SEM-CHECK-REFERENCE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

      * a binding written in the script itself, against the
      * top-level lets of the members it imports.
       SEM-CHECK-SHADOW-PROCEDURE.
           MOVE WS-SEM-TOK-BIND (WS-SEM-TOK-IDX) TO WS-SEM-OWN-BIND
           IF WS-SEM-BIND-SOURCE (WS-SEM-OWN-BIND) NOT = SPACES
               AND WS-SEM-BIND-SOURCE (WS-SEM-OWN-BIND) NOT =
               WS-SEM-MAIN-SOURCE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEM-FOUND-BIND
           PERFORM VARYING WS-SEM-BIND-IDX FROM 1 BY 1 UNTIL
               WS-SEM-BIND-IDX > WS-SEM-BIND-COUNT
               IF WS-SEM-BIND-NAME (WS-SEM-BIND-IDX) =
                   WS-SEM-BIND-NAME (WS-SEM-OWN-BIND)
                   AND WS-SEM-BIND-KIND (WS-SEM-BIND-IDX) = "L"
                   AND WS-SEM-BIND-SCOPE (WS-SEM-BIND-IDX) = 0
                   AND WS-SEM-BIND-SOURCE (WS-SEM-BIND-IDX) NOT =
                   SPACES
                   AND WS-SEM-BIND-SOURCE (WS-SEM-BIND-IDX) NOT =
                   WS-SEM-MAIN-SOURCE
                   MOVE WS-SEM-BIND-IDX TO WS-SEM-FOUND-BIND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEM-FOUND-BIND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SEM-FINDING-TEXT
           IF WS-SEM-BIND-KIND (WS-SEM-OWN-BIND) = "P"
               STRING "PARAMETER " DELIMITED BY SIZE
                   WS-SEM-BIND-NAME (WS-SEM-OWN-BIND)
                   DELIMITED BY SPACE
                   " SHADOWS IMPORTED HELPER FROM " DELIMITED BY SIZE
                   WS-SEM-BIND-SOURCE (WS-SEM-FOUND-BIND)
                   DELIMITED BY SPACE
                   INTO WS-SEM-FINDING-TEXT
           ELSE
               STRING "LET " DELIMITED BY SIZE
                   WS-SEM-BIND-NAME (WS-SEM-OWN-BIND)
                   DELIMITED BY SPACE
                   " SHADOWS IMPORTED HELPER FROM " DELIMITED BY SIZE
                   WS-SEM-BIND-SOURCE (WS-SEM-FOUND-BIND)
                   DELIMITED BY SPACE
                   INTO WS-SEM-FINDING-TEXT
           END-IF
           ADD 1 TO WS-SEM-SHADOW-COUNT
           PERFORM SEM-ADD-FINDING-PROCEDURE.

      * the identifier at WS-SEM-TOK-IDX looked up innermost scope
      * first, out to the top level. in its own scope a let counts
      * only once its statement has ended; further out any binding
      * of the name counts, since a function body runs when it is
      * called, not where it is written.
       SEM-CHECK-REFERENCE-PROCEDURE.
           PERFORM VARYING WS-PARSER-BUILTIN-IDX FROM 1 BY 1 UNTIL
               WS-PARSER-BUILTIN-IDX > WS-PARSER-BUILTIN-COUNT
               IF LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SEM-TOK-IDX) =
                   WS-PARSER-BUILTIN-NAME (WS-PARSER-BUILTIN-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SEM-TOK-IDX)
               (1:32) TO WS-SEM-WORK-NAME
           MOVE WS-SEM-TOK-SCOPE (WS-SEM-TOK-IDX) TO WS-SEM-HOME-SCOPE
           MOVE WS-SEM-HOME-SCOPE TO WS-SEM-WORK-SCOPE
           MOVE 0 TO WS-SEM-PENDING-BIND
           SET WS-SEM-NOT-RESOLVED TO TRUE

           PERFORM UNTIL WS-SEM-RESOLVED
               PERFORM VARYING WS-SEM-BIND-IDX FROM 1 BY 1 UNTIL
                   WS-SEM-BIND-IDX > WS-SEM-BIND-COUNT
                   IF WS-SEM-BIND-NAME (WS-SEM-BIND-IDX) =
                       WS-SEM-WORK-NAME
                       AND WS-SEM-BIND-SCOPE (WS-SEM-BIND-IDX) =
                       WS-SEM-WORK-SCOPE
                       IF WS-SEM-WORK-SCOPE NOT = WS-SEM-HOME-SCOPE
                           OR WS-SEM-BIND-KIND (WS-SEM-BIND-IDX) = "P"
                           OR WS-SEM-BIND-LIVE-FROM (WS-SEM-BIND-IDX)
                           <= WS-SEM-TOK-IDX
                           SET WS-SEM-RESOLVED TO TRUE
                           EXIT PERFORM
                       END-IF
                       IF WS-SEM-PENDING-BIND = 0
                           MOVE WS-SEM-BIND-IDX TO WS-SEM-PENDING-BIND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SEM-NOT-RESOLVED
                   IF WS-SEM-WORK-SCOPE = 0
                       EXIT PERFORM
                   END-IF
                   MOVE WS-SEM-FN-PARENT (WS-SEM-WORK-SCOPE) TO
                       WS-SEM-WORK-SCOPE
               END-IF
           END-PERFORM

           IF WS-SEM-RESOLVED
               EXIT PARAGRAPH
           END-IF

           IF WS-SEM-PENDING-BIND > 0
               MOVE WS-SEM-BIND-LINE (WS-SEM-PENDING-BIND) TO
                   WS-SEM-EDIT-LINE
               PERFORM SEM-EDIT-LINE-PROCEDURE
               MOVE SPACES TO WS-SEM-FINDING-TEXT
               STRING WS-SEM-WORK-NAME DELIMITED BY SPACE
                   " USED BEFORE ITS LET AT LINE " DELIMITED BY SIZE
                   WS-SEM-EDIT-LINE (WS-SEM-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO WS-SEM-FINDING-TEXT
               ADD 1 TO WS-SEM-BEFORE-COUNT
               PERFORM SEM-ADD-FINDING-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      * nothing in sight: a name bound only inside some other
      * function is out of scope here; a name bound nowhere is an
      * input the case deck supplies.
           MOVE 0 TO WS-SEM-FOUND-BIND
           PERFORM VARYING WS-SEM-BIND-IDX FROM 1 BY 1 UNTIL
               WS-SEM-BIND-IDX > WS-SEM-BIND-COUNT
               IF WS-SEM-BIND-NAME (WS-SEM-BIND-IDX) =
                   WS-SEM-WORK-NAME
                   MOVE WS-SEM-BIND-IDX TO WS-SEM-FOUND-BIND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEM-FOUND-BIND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEM-FN-LINE (WS-SEM-BIND-SCOPE (WS-SEM-FOUND-BIND))
               TO WS-SEM-EDIT-LINE
           PERFORM SEM-EDIT-LINE-PROCEDURE
           MOVE SPACES TO WS-SEM-FINDING-TEXT
           IF WS-SEM-BIND-KIND (WS-SEM-FOUND-BIND) = "P"
               STRING WS-SEM-WORK-NAME DELIMITED BY SPACE
                   " IS A PARAMETER OF THE FN AT LINE "
                   DELIMITED BY SIZE
                   WS-SEM-EDIT-LINE (WS-SEM-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO WS-SEM-FINDING-TEXT
           ELSE
               STRING WS-SEM-WORK-NAME DELIMITED BY SPACE
                   " IS LOCAL TO THE FN AT LINE " DELIMITED BY SIZE
                   WS-SEM-EDIT-LINE (WS-SEM-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO WS-SEM-FINDING-TEXT
           END-IF
           ADD 1 TO WS-SEM-STRAY-COUNT
           PERFORM SEM-ADD-FINDING-PROCEDURE.

       SEM-EDIT-LINE-PROCEDURE.
           MOVE 0 TO WS-SEM-EDIT-LEAD
           INSPECT WS-SEM-EDIT-LINE TALLYING WS-SEM-EDIT-LEAD
               FOR LEADING SPACES.

      * a finding at the current token, WS-SEM-FINDING-TEXT already
      * built.
       SEM-ADD-FINDING-PROCEDURE.
           ADD 1 TO WS-SEM-FINDING-COUNT
           IF WS-SEM-FINDING-COUNT > WS-SEM-FINDING-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-FINDING-LINE-LIST (WS-SEM-FINDING-COUNT)
           MOVE LEXER-OUTPUT-TOKEN-COL-LIST (WS-SEM-TOK-IDX) TO
               WS-SEM-FINDING-COL-LIST (WS-SEM-FINDING-COUNT)
           MOVE WS-SEM-FINDING-TEXT TO
               WS-SEM-FINDING-TEXT-LIST (WS-SEM-FINDING-COUNT).

      * one SEMERRS record per finding, headed by the run identity
      * and the owner, the same layout PARSERRS uses; the summary
      * goes to SYSOUT for the operator log.
       SEM-WRITE-ERRORS-PROCEDURE.
           DISPLAY "SEMANTIC-CHECK-PROGRAM: " WS-SEM-BIND-COUNT
               " BINDINGS IN " WS-SEM-FN-COUNT " FUNCTIONS, "
               WS-SEM-BEFORE-COUNT " USED BEFORE LET, "
               WS-SEM-STRAY-COUNT " OUT OF SCOPE, "
               WS-SEM-SHADOW-COUNT " SHADOWED IMPORTS"

           OPEN OUTPUT SEMANTIC-ERRORS-FILE

           MOVE SPACES TO SEMANTIC-ERRORS-RECORD
           STRING "SEMANTIC ERRORS - JOB " LEXER-INPUT-HEADER-JOB-ID
               " SOURCE " LEXER-INPUT-HEADER-SOURCE-FILE
               " RUN " LEXER-INPUT-HEADER-RUN-DATE
               DELIMITED BY SIZE INTO SEMANTIC-ERRORS-RECORD
           WRITE SEMANTIC-ERRORS-RECORD

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           MOVE LEXER-INPUT-HEADER-SOURCE-FILE TO
               WS-OWNER-QUERY (1:20)
           MOVE SPACES TO WS-OWNER-QUERY (21:20)
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE SPACES TO SEMANTIC-ERRORS-RECORD
           STRING "OWNER: DESK " WS-OWNER-HIT-DESK
               " ANALYST " WS-OWNER-HIT-ANALYST
               " TIER " WS-OWNER-HIT-TIER
               DELIMITED BY SIZE INTO SEMANTIC-ERRORS-RECORD
           WRITE SEMANTIC-ERRORS-RECORD

           PERFORM VARYING WS-SEM-REPORT-IDX FROM 1 BY 1 UNTIL
               WS-SEM-REPORT-IDX > WS-SEM-FINDING-COUNT
               OR WS-SEM-REPORT-IDX > WS-SEM-FINDING-MAX

               MOVE WS-SEM-FINDING-LINE-LIST (WS-SEM-REPORT-IDX)
                   TO WS-SEM-REPORT-LINE-NO
               MOVE WS-SEM-FINDING-COL-LIST (WS-SEM-REPORT-IDX)
                   TO WS-SEM-REPORT-COL-NO
               MOVE WS-SEM-FINDING-TEXT-LIST (WS-SEM-REPORT-IDX)
                   TO WS-SEM-REPORT-TEXT

               MOVE WS-SEM-REPORT-LINE TO SEMANTIC-ERRORS-RECORD
               WRITE SEMANTIC-ERRORS-RECORD
           END-PERFORM

           IF WS-SEM-FINDING-COUNT > WS-SEM-FINDING-MAX
               MOVE SPACES TO SEMANTIC-ERRORS-RECORD
               STRING "FURTHER FINDINGS NOT LISTED -- TOTAL="
                   WS-SEM-FINDING-COUNT
                   DELIMITED BY SIZE INTO SEMANTIC-ERRORS-RECORD
               WRITE SEMANTIC-ERRORS-RECORD
           END-IF

           CLOSE SEMANTIC-ERRORS-FILE.

       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
