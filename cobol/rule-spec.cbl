      * RULE-SPEC-PROGRAM writes the plain-language specification of
      * a rule script to SPECDOC -- what the rates desk signs off
      * instead of reading raw script or an analyst's hand-written
      * summary that drifts from the truth. it runs in PROMOTE.jcl
      * right after the promotion, over the script just installed,
      * so the signed-off text is always the text of what went live;
      * the document carries the content fingerprint to prove it.
      *
      * the statements are the ones PARSER-PROGRAM stored on
      * PARSESTM when its header fingerprints to the content lexed
      * here; otherwise the same grammar walk is run in memory, so
      * the document and the gate never disagree about where a
      * statement starts. the tokens are the lexer's own (imports
      * spliced, each spliced token stamped with its member). the
      * document, top to bottom:
      *   - the script header directive (title, version, author),
      *     the effective date, owner and tier from OWNERMST, and
      *     the library members the script imports;
      *   - INPUTS: every name the script reads that nothing in it
      *     binds (supplied by the case deck), and every entry it
      *     takes from the parameter table through param("...");
      *   - NAMED CONSTANTS: each top-level let bound to a single
      *     literal, with its value;
      *   - FUNCTIONS: each fn with its parameters and what it gives;
      *   - CALCULATIONS: every other top-level let;
      *   - DECISIONS: every if, written "IF condition THEN outcome
      *     ELSE outcome", with the function or calculation it sits
      *     in;
      *   - RESULT: the top-level statements that give the answer.
      * expressions are written the way the script reads them, with
      * == as IS, != as IS NOT and ! as NOT.
      *
      * RETURN-CODE: 0 = SPECDOC written; 16 = no specification can
      * be written -- a spilled token table, or a script that does
      * not pass the grammar walk.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-SPEC-PROGRAM.

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
           SELECT PARSER-STMT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-PARSESTM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEC-STMT-STATUS.
           SELECT RULE-SPEC-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-SPECDOC
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
       COPY "parser-stmt-file.cpy".
       COPY "owner-file.cpy".

       FD RULE-SPEC-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RULE-SPEC-RECORD PIC X(132).
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "parser-data.cpy".
       COPY "owner-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-SPEC-STMT-STATUS PIC XX VALUE "00".
       01 WS-SPEC-STMT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SPEC-STMT-EOF-ON  VALUE "Y".
           88 WS-SPEC-STMT-EOF-OFF VALUE "N".
       01 WS-SPEC-STRUCT-SWITCH PIC X VALUE "N".
           88 WS-SPEC-STRUCT-STORED VALUE "Y".
           88 WS-SPEC-STRUCT-WALKED VALUE "N".

       01 WS-SPEC-TOK-IDX     PIC 9(5).
       01 WS-SPEC-TOK-COUNT   PIC 9(5).
       01 WS-SPEC-CUR-TYPE    PIC 99.
       01 WS-SPEC-MAIN-SOURCE PIC X(20).
       01 WS-SPEC-STMT-IDX    PIC 9(3).

      * per token: the fn scope it sits in, and how it reads in the
      * document -- a word in place of its own text (IF, THEN,
      * ELSE), or left out altogether (the parens around an if's
      * condition, the braces around its outcomes).
       01 WS-SPEC-TOKEN-TABLE.
           05 WS-SPEC-TOK-ENTRY OCCURS 65536 TIMES.
               10 WS-SPEC-TOK-SCOPE PIC 9(3).
               10 WS-SPEC-TOK-WORD  PIC X(4).
               10 WS-SPEC-TOK-OMIT  PIC X.

      * brace-owner stack, as in the scope check: each open brace
      * remembers its scope and whether it is a function body.
       01 WS-SPEC-SCOPE       PIC 9(3).
       01 WS-SPEC-PENDING-FN  PIC 9(3).
       01 WS-SPEC-PARAM-FN    PIC 9(3).
       01 WS-SPEC-BR-MAX      PIC 9(3) VALUE 500.
       01 WS-SPEC-BR-TOP      PIC 9(3).
       01 WS-SPEC-BR-TABLE.
           05 WS-SPEC-BR-ENTRY OCCURS 500 TIMES.
               10 WS-SPEC-BR-OWNER PIC 9(3).
               10 WS-SPEC-BR-BODY  PIC X.

       01 WS-SPEC-FN-MAX      PIC 9(3) VALUE 300.
       01 WS-SPEC-FN-COUNT    PIC 9(3) VALUE 0.
       01 WS-SPEC-FN-IDX      PIC 9(3).
       01 WS-SPEC-FN-TABLE.
           05 WS-SPEC-FN-ENTRY OCCURS 300 TIMES.
               10 WS-SPEC-FN-NAME       PIC X(32).
               10 WS-SPEC-FN-LINE       PIC 9(5).
               10 WS-SPEC-FN-SOURCE     PIC X(20).
               10 WS-SPEC-FN-PARAMS     PIC X(100).
               10 WS-SPEC-FN-PARAM-PTR  PIC 9(3).
               10 WS-SPEC-FN-BODY-OPEN  PIC 9(5).
               10 WS-SPEC-FN-BODY-CLOSE PIC 9(5).

      * every name a let or a parameter binds, anywhere -- what is
      * left over is an input.
       01 WS-SPEC-BOUND-MAX   PIC 9(4) VALUE 2000.
       01 WS-SPEC-BOUND-COUNT PIC 9(4) VALUE 0.
       01 WS-SPEC-BOUND-IDX   PIC 9(4).
       01 WS-SPEC-BOUND-TABLE.
           05 WS-SPEC-BOUND-NAME PIC X(32) OCCURS 2000 TIMES.

       01 WS-SPEC-INPUT-MAX   PIC 9(3) VALUE 300.
       01 WS-SPEC-INPUT-COUNT PIC 9(3) VALUE 0.
       01 WS-SPEC-INPUT-IDX   PIC 9(3).
       01 WS-SPEC-INPUT-NEW-KIND PIC X.
       01 WS-SPEC-INPUT-TABLE.
           05 WS-SPEC-INPUT-ENTRY OCCURS 300 TIMES.
               10 WS-SPEC-INPUT-NAME PIC X(40).
               10 WS-SPEC-INPUT-KIND PIC X.
               10 WS-SPEC-INPUT-LINE PIC 9(5).

       01 WS-SPEC-MEMBER-COUNT PIC 9(3) VALUE 0.
       01 WS-SPEC-MEMBER-IDX   PIC 9(3).
       01 WS-SPEC-MEMBER-TABLE.
           05 WS-SPEC-MEMBER-NAME PIC X(20) OCCURS 50 TIMES.

       01 WS-SPEC-DEC-MAX     PIC 9(3) VALUE 500.
       01 WS-SPEC-DEC-COUNT   PIC 9(3) VALUE 0.
       01 WS-SPEC-DEC-IDX     PIC 9(3).
       01 WS-SPEC-DEC-TABLE.
           05 WS-SPEC-DEC-ENTRY OCCURS 500 TIMES.
               10 WS-SPEC-DEC-FIRST PIC 9(5).
               10 WS-SPEC-DEC-LAST  PIC 9(5).
               10 WS-SPEC-DEC-ELSE  PIC X.

      * bracket matching -- the open/close totals are already proven
      * by the lexer, so one depth over all three kinds finds the
      * partner.
       01 WS-SPEC-MATCH-FROM  PIC 9(5).
       01 WS-SPEC-MATCH-TO    PIC 9(5).
       01 WS-SPEC-MATCH-DEPTH PIC S9(5).
       01 WS-SPEC-MATCH-IDX   PIC 9(5).
       01 WS-SPEC-COND-CLOSE  PIC 9(5).
       01 WS-SPEC-THEN-OPEN   PIC 9(5).
       01 WS-SPEC-THEN-CLOSE  PIC 9(5).

      * the text being composed for one document entry, and the
      * renderer that appends a token span to it.
       01 WS-SPEC-TEXT        PIC X(2000).
       01 WS-SPEC-PTR         PIC 9(4).
       01 WS-SPEC-TEXT-LEN    PIC 9(4).
       01 WS-SPEC-INDENT      PIC 9(2).
       01 WS-SPEC-RENDER-FROM PIC 9(5).
       01 WS-SPEC-RENDER-TO   PIC 9(5).
       01 WS-SPEC-RENDER-IDX  PIC 9(5).
       01 WS-SPEC-PREV-EMIT   PIC 99.
       01 WS-SPEC-PIECE       PIC X(260).
       01 WS-SPEC-PIECE-LEN   PIC 9(3).
       01 WS-SPEC-LIT-LEN     PIC 9(3).
       01 WS-SPEC-SPACE-SWITCH PIC X.
           88 WS-SPEC-SPACE-BEFORE VALUE "Y".
           88 WS-SPEC-NO-SPACE     VALUE "N".
       01 WS-SPEC-MINUS-SWITCH PIC X VALUE "N".
           88 WS-SPEC-UNARY-MINUS  VALUE "Y".
           88 WS-SPEC-BINARY-MINUS VALUE "N".
       01 WS-SPEC-FULL-SWITCH PIC X VALUE "N".
           88 WS-SPEC-TEXT-FULL     VALUE "Y".
           88 WS-SPEC-TEXT-NOT-FULL VALUE "N".

      * the wrapper that writes a composed entry over as many
      * SPECDOC lines as it needs, breaking at a blank.
       01 WS-SPEC-WRAP-POS    PIC 9(4).
       01 WS-SPEC-WRAP-END    PIC 9(4).
       01 WS-SPEC-WRAP-BRK    PIC 9(4).
       01 WS-SPEC-WRAP-WIDTH  PIC 9(3).
       01 WS-SPEC-WRAP-LEN    PIC 9(4).
       01 WS-SPEC-WRAP-FIRST  PIC 9(2).

       01 WS-SPEC-WORK-NAME   PIC X(32).
       01 WS-SPEC-RHS-FROM    PIC 9(5).
       01 WS-SPEC-RHS-TO      PIC 9(5).
       01 WS-SPEC-FOUND       PIC 9(4).
       01 WS-SPEC-CONST-COUNT PIC 9(3) VALUE 0.
       01 WS-SPEC-CALC-COUNT  PIC 9(3) VALUE 0.
       01 WS-SPEC-RESULT-COUNT PIC 9(3) VALUE 0.
       01 WS-SPEC-DEC-NO      PIC 9(3).

      * a number for the middle of a sentence, leading blanks
      * dropped.
       01 WS-SPEC-EDIT-NUM    PIC Z(4)9.
       01 WS-SPEC-EDIT-LEAD   PIC 9.

      * the datasets this program touches, resolved through the
      * active environment profile at start-up.
       01 WS-PROF-DSN-LEXERSRC PIC X(40) VALUE "LEXERSRC".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-PARSESTM PIC X(40) VALUE "PARSESTM".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-SPECDOC  PIC X(40) VALUE "SPECDOC".

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
           MOVE "SPECDOC" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-SPECDOC
           MOVE "RULESPEC" TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
           PERFORM LEXER-PARSE-PROCEDURE.

           IF WS-LEXER-SPILLED-TOKEN-COUNT > 0
               DISPLAY "RULE-SPEC-PROGRAM: RUN SPILLED "
                   WS-LEXER-SPILLED-TOKEN-COUNT
                   " TOKENS PAST THE IN-MEMORY TABLE -- NO "
                   "SPECIFICATION WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT TO
               WS-SPEC-TOK-COUNT
           MOVE LEXER-INPUT-HEADER-SOURCE-FILE TO WS-SPEC-MAIN-SOURCE

           PERFORM SPEC-LOAD-STRUCTURE-PROCEDURE
           IF WS-SPEC-STRUCT-WALKED
               PERFORM PARSER-VALIDATE-PROCEDURE
               IF WS-PARSER-ERROR-COUNT > 0
                   DISPLAY "RULE-SPEC-PROGRAM: " WS-PARSER-ERROR-COUNT
                       " GRAMMAR ERRORS -- NO SPECIFICATION WRITTEN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "RULE-SPEC-PROGRAM: NO MATCHING PARSESTM -- "
                   "STATEMENTS TAKEN FROM THIS RUN'S GRAMMAR WALK"
           ELSE
               DISPLAY "RULE-SPEC-PROGRAM: STATEMENTS TAKEN FROM "
                   "PARSESTM (FINGERPRINT MATCHED)"
           END-IF

           PERFORM SPEC-BIND-PASS-PROCEDURE
           PERFORM SPEC-INPUT-PASS-PROCEDURE
           PERFORM SPEC-DECISION-PASS-PROCEDURE

           OPEN OUTPUT RULE-SPEC-FILE
           PERFORM SPEC-WRITE-HEADER-PROCEDURE
           PERFORM SPEC-WRITE-INPUTS-PROCEDURE
           PERFORM SPEC-WRITE-CONSTANTS-PROCEDURE
           PERFORM SPEC-WRITE-FUNCTIONS-PROCEDURE
           PERFORM SPEC-WRITE-CALCULATIONS-PROCEDURE
           PERFORM SPEC-WRITE-DECISIONS-PROCEDURE
           PERFORM SPEC-WRITE-RESULT-PROCEDURE
           PERFORM SPEC-WRITE-TRAILER-PROCEDURE
           CLOSE RULE-SPEC-FILE

           DISPLAY "RULE-SPEC-PROGRAM: SPECDOC WRITTEN -- "
               WS-SPEC-INPUT-COUNT " INPUTS, "
               WS-SPEC-CONST-COUNT " CONSTANTS, "
               WS-SPEC-FN-COUNT " FUNCTIONS, "
               WS-SPEC-DEC-COUNT " DECISIONS"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * the statement spans PARSER-PROGRAM stored, loaded into the
      * parser's own statement table when -- and only when -- the
      * PARSESTM header names this source and fingerprints to the
      * content just lexed.
       SPEC-LOAD-STRUCTURE-PROCEDURE.
           SET WS-SPEC-STRUCT-WALKED TO TRUE
           OPEN INPUT PARSER-STMT-FILE
           IF WS-SPEC-STMT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ PARSER-STMT-FILE
               AT END
                   CLOSE PARSER-STMT-FILE
                   EXIT PARAGRAPH
           END-READ

           IF NOT PARSER-STMT-REC-IS-HEADER
               OR PARSER-STMT-SOURCE NOT =
               LEXER-INPUT-HEADER-SOURCE-FILE
               OR PARSER-STMT-FINGERPRINT NOT =
               LEXER-INPUT-HEADER-FINGERPRINT
               CLOSE PARSER-STMT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PARSER-STMT-STORED
           SET WS-SPEC-STMT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SPEC-STMT-EOF-ON
               READ PARSER-STMT-FILE
                   AT END
                       SET WS-SPEC-STMT-EOF-ON TO TRUE
                   NOT AT END
                       IF PARSER-STMT-REC-IS-DETAIL
                           AND WS-PARSER-STMT-STORED <
                           WS-PARSER-STMT-MAX
                           ADD 1 TO WS-PARSER-STMT-STORED
                           MOVE PARSER-STMT-TYPE TO WS-PARSER-STMT-KIND
                               (WS-PARSER-STMT-STORED)
                           MOVE PARSER-STMT-TOK-FIRST TO
                               WS-PARSER-STMT-TOK-FIRST
                               (WS-PARSER-STMT-STORED)
                           MOVE PARSER-STMT-TOK-LAST TO
                               WS-PARSER-STMT-TOK-LAST
                               (WS-PARSER-STMT-STORED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARSER-STMT-FILE
           SET WS-SPEC-STRUCT-STORED TO TRUE.

      * functions, their parameters and bodies, every bound name,
      * the scope of every token, and the members spliced in.
       SPEC-BIND-PASS-PROCEDURE.
           MOVE 0 TO WS-SPEC-BR-TOP
           MOVE 0 TO WS-SPEC-PENDING-FN
           MOVE 0 TO WS-SPEC-PARAM-FN
           MOVE 0 TO WS-SPEC-SCOPE

           PERFORM VARYING WS-SPEC-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-TOK-IDX > WS-SPEC-TOK-COUNT
               MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX) TO
                   WS-SPEC-CUR-TYPE
               MOVE WS-SPEC-SCOPE TO WS-SPEC-TOK-SCOPE (WS-SPEC-TOK-IDX)
               MOVE SPACES TO WS-SPEC-TOK-WORD (WS-SPEC-TOK-IDX)
               MOVE "N" TO WS-SPEC-TOK-OMIT (WS-SPEC-TOK-IDX)
               PERFORM SPEC-NOTE-MEMBER-PROCEDURE

               EVALUATE TRUE
                   WHEN WS-SPEC-PARAM-FN > 0
                       PERFORM SPEC-BIND-PARAM-PROCEDURE
                   WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-FUNCTION
                       PERFORM SPEC-BIND-FUNCTION-PROCEDURE
                   WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-IDENT
                       AND WS-SPEC-TOK-IDX > 1
                       AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                       (WS-SPEC-TOK-IDX - 1) = TOKEN-TYPE-LET
                       PERFORM SPEC-ADD-BOUND-PROCEDURE
                   WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-LSQUIRLY
                       IF WS-SPEC-BR-TOP < WS-SPEC-BR-MAX
                           ADD 1 TO WS-SPEC-BR-TOP
                           IF WS-SPEC-PENDING-FN > 0
                               MOVE WS-SPEC-PENDING-FN TO
                                   WS-SPEC-BR-OWNER (WS-SPEC-BR-TOP)
                               MOVE "Y" TO
                                   WS-SPEC-BR-BODY (WS-SPEC-BR-TOP)
                               MOVE WS-SPEC-TOK-IDX TO
                                   WS-SPEC-FN-BODY-OPEN
                                   (WS-SPEC-PENDING-FN)
                               MOVE 0 TO WS-SPEC-PENDING-FN
                           ELSE
                               MOVE WS-SPEC-SCOPE TO
                                   WS-SPEC-BR-OWNER (WS-SPEC-BR-TOP)
                               MOVE "N" TO
                                   WS-SPEC-BR-BODY (WS-SPEC-BR-TOP)
                           END-IF
                           MOVE WS-SPEC-BR-OWNER (WS-SPEC-BR-TOP) TO
                               WS-SPEC-SCOPE
                       END-IF
                   WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-RSQUIRLY
                       IF WS-SPEC-BR-TOP > 0
                           IF WS-SPEC-BR-BODY (WS-SPEC-BR-TOP) = "Y"
                               MOVE WS-SPEC-TOK-IDX TO
                                   WS-SPEC-FN-BODY-CLOSE
                                   (WS-SPEC-BR-OWNER (WS-SPEC-BR-TOP))
                           END-IF
                           SUBTRACT 1 FROM WS-SPEC-BR-TOP
                       END-IF
                       IF WS-SPEC-BR-TOP > 0
                           MOVE WS-SPEC-BR-OWNER (WS-SPEC-BR-TOP) TO
                               WS-SPEC-SCOPE
                       ELSE
                           MOVE 0 TO WS-SPEC-SCOPE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SPEC-NOTE-MEMBER-PROCEDURE.
           IF LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX) = SPACES
               OR LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX) =
               WS-SPEC-MAIN-SOURCE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPEC-MEMBER-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-MEMBER-IDX > WS-SPEC-MEMBER-COUNT
               IF WS-SPEC-MEMBER-NAME (WS-SPEC-MEMBER-IDX) =
                   LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SPEC-MEMBER-COUNT < 50
               ADD 1 TO WS-SPEC-MEMBER-COUNT
               MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX) TO
                   WS-SPEC-MEMBER-NAME (WS-SPEC-MEMBER-COUNT)
           END-IF.

      * "fn" opens a function: named by the let it is bound to
      * ("let f = fn"), unnamed otherwise; its parameter list
      * follows and its body is the next open brace.
       SPEC-BIND-FUNCTION-PROCEDURE.
           IF WS-SPEC-FN-COUNT >= WS-SPEC-FN-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPEC-FN-COUNT
           MOVE WS-SPEC-FN-COUNT TO WS-SPEC-FN-IDX
           MOVE SPACES TO WS-SPEC-FN-NAME (WS-SPEC-FN-IDX)
           IF WS-SPEC-TOK-IDX > 3
               AND LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX - 1) =
               TOKEN-TYPE-ASSIGN
               AND LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX - 2) =
               TOKEN-TYPE-IDENT
               AND LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX - 3) =
               TOKEN-TYPE-LET
               MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST
                   (WS-SPEC-TOK-IDX - 2) (1:32) TO
                   WS-SPEC-FN-NAME (WS-SPEC-FN-IDX)
           END-IF
           MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SPEC-TOK-IDX) TO
               WS-SPEC-FN-LINE (WS-SPEC-FN-IDX)
           MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX) TO
               WS-SPEC-FN-SOURCE (WS-SPEC-FN-IDX)
           MOVE SPACES TO WS-SPEC-FN-PARAMS (WS-SPEC-FN-IDX)
           MOVE 1 TO WS-SPEC-FN-PARAM-PTR (WS-SPEC-FN-IDX)
           MOVE 0 TO WS-SPEC-FN-BODY-OPEN (WS-SPEC-FN-IDX)
           MOVE 0 TO WS-SPEC-FN-BODY-CLOSE (WS-SPEC-FN-IDX)
           MOVE WS-SPEC-FN-IDX TO WS-SPEC-PARAM-FN
           MOVE WS-SPEC-FN-IDX TO WS-SPEC-PENDING-FN.

       SPEC-BIND-PARAM-PROCEDURE.
           EVALUATE WS-SPEC-CUR-TYPE
               WHEN TOKEN-TYPE-RPAREN
                   MOVE 0 TO WS-SPEC-PARAM-FN
               WHEN TOKEN-TYPE-IDENT
                   PERFORM SPEC-ADD-BOUND-PROCEDURE
                   IF WS-SPEC-FN-PARAM-PTR (WS-SPEC-PARAM-FN) > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-SPEC-FN-PARAMS (WS-SPEC-PARAM-FN)
                           WITH POINTER
                           WS-SPEC-FN-PARAM-PTR (WS-SPEC-PARAM-FN)
                       END-STRING
                   END-IF
                   STRING LEXER-OUTPUT-TOKEN-LITERAL-LIST
                       (WS-SPEC-TOK-IDX) DELIMITED BY SPACE
                       INTO WS-SPEC-FN-PARAMS (WS-SPEC-PARAM-FN)
                       WITH POINTER
                       WS-SPEC-FN-PARAM-PTR (WS-SPEC-PARAM-FN)
                   END-STRING
           END-EVALUATE.

       SPEC-ADD-BOUND-PROCEDURE.
           MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-TOK-IDX)
               (1:32) TO WS-SPEC-WORK-NAME
           PERFORM VARYING WS-SPEC-BOUND-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-BOUND-IDX > WS-SPEC-BOUND-COUNT
               IF WS-SPEC-BOUND-NAME (WS-SPEC-BOUND-IDX) =
                   WS-SPEC-WORK-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SPEC-BOUND-COUNT < WS-SPEC-BOUND-MAX
               ADD 1 TO WS-SPEC-BOUND-COUNT
               MOVE WS-SPEC-WORK-NAME TO
                   WS-SPEC-BOUND-NAME (WS-SPEC-BOUND-COUNT)
           END-IF.

      * every identifier nothing binds is an input from the case
      * deck; param("NAME") is an entry from the parameter table.
      * each listed once, at its first use.
       SPEC-INPUT-PASS-PROCEDURE.
           PERFORM VARYING WS-SPEC-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-TOK-IDX > WS-SPEC-TOK-COUNT
               IF LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX) =
                   TOKEN-TYPE-IDENT
                   PERFORM SPEC-CHECK-INPUT-PROCEDURE
               END-IF
           END-PERFORM.

       SPEC-CHECK-INPUT-PROCEDURE.
           PERFORM VARYING WS-PARSER-BUILTIN-IDX FROM 1 BY 1 UNTIL
               WS-PARSER-BUILTIN-IDX > WS-PARSER-BUILTIN-COUNT
               IF LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-TOK-IDX) =
                   WS-PARSER-BUILTIN-NAME (WS-PARSER-BUILTIN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARSER-BUILTIN-IDX <= WS-PARSER-BUILTIN-COUNT
               IF LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-TOK-IDX) =
                   "param"
                   AND WS-SPEC-TOK-IDX + 2 <= WS-SPEC-TOK-COUNT
                   AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                   (WS-SPEC-TOK-IDX + 1) = TOKEN-TYPE-LPAREN
                   AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                   (WS-SPEC-TOK-IDX + 2) = TOKEN-TYPE-STRING
                   MOVE "P" TO WS-SPEC-INPUT-NEW-KIND
                   MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST
                       (WS-SPEC-TOK-IDX + 2) (1:32) TO
                       WS-SPEC-WORK-NAME
                   PERFORM SPEC-ADD-INPUT-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-TOK-IDX)
               (1:32) TO WS-SPEC-WORK-NAME
           PERFORM VARYING WS-SPEC-BOUND-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-BOUND-IDX > WS-SPEC-BOUND-COUNT
               IF WS-SPEC-BOUND-NAME (WS-SPEC-BOUND-IDX) =
                   WS-SPEC-WORK-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "I" TO WS-SPEC-INPUT-NEW-KIND
           PERFORM SPEC-ADD-INPUT-PROCEDURE.

      * WORK-NAME of kind INPUT-NEW-KIND, added once.
       SPEC-ADD-INPUT-PROCEDURE.
           PERFORM VARYING WS-SPEC-INPUT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-INPUT-IDX > WS-SPEC-INPUT-COUNT
               IF WS-SPEC-INPUT-NAME (WS-SPEC-INPUT-IDX) =
                   WS-SPEC-WORK-NAME
                   AND WS-SPEC-INPUT-KIND (WS-SPEC-INPUT-IDX) =
                   WS-SPEC-INPUT-NEW-KIND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SPEC-INPUT-COUNT < WS-SPEC-INPUT-MAX
               ADD 1 TO WS-SPEC-INPUT-COUNT
               MOVE WS-SPEC-WORK-NAME TO
                   WS-SPEC-INPUT-NAME (WS-SPEC-INPUT-COUNT)
               MOVE WS-SPEC-INPUT-NEW-KIND TO
                   WS-SPEC-INPUT-KIND (WS-SPEC-INPUT-COUNT)
               MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SPEC-TOK-IDX) TO
                   WS-SPEC-INPUT-LINE (WS-SPEC-INPUT-COUNT)
           END-IF.

      * every "if ( c ) { a } else { b }": the if reads IF, the
      * brace opening its first outcome reads THEN, else reads
      * ELSE, and the parens and braces around them are left out --
      * so any span holding the if, a decision's own or an
      * enclosing calculation's, reads "IF c THEN a ELSE b".
       SPEC-DECISION-PASS-PROCEDURE.
           PERFORM VARYING WS-SPEC-TOK-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-TOK-IDX >= WS-SPEC-TOK-COUNT
               IF LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-TOK-IDX) =
                   TOKEN-TYPE-IF
                   AND LEXER-OUTPUT-TOKEN-TYPE-LIST
                   (WS-SPEC-TOK-IDX + 1) = TOKEN-TYPE-LPAREN
                   PERFORM SPEC-MARK-DECISION-PROCEDURE
               END-IF
           END-PERFORM.

       SPEC-MARK-DECISION-PROCEDURE.
           COMPUTE WS-SPEC-MATCH-FROM = WS-SPEC-TOK-IDX + 1
           PERFORM SPEC-MATCH-PROCEDURE
           MOVE WS-SPEC-MATCH-TO TO WS-SPEC-COND-CLOSE
           IF WS-SPEC-COND-CLOSE >= WS-SPEC-TOK-COUNT
               OR LEXER-OUTPUT-TOKEN-TYPE-LIST
               (WS-SPEC-COND-CLOSE + 1) NOT = TOKEN-TYPE-LSQUIRLY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPEC-THEN-OPEN = WS-SPEC-COND-CLOSE + 1
           MOVE WS-SPEC-THEN-OPEN TO WS-SPEC-MATCH-FROM
           PERFORM SPEC-MATCH-PROCEDURE
           MOVE WS-SPEC-MATCH-TO TO WS-SPEC-THEN-CLOSE

           MOVE "IF" TO WS-SPEC-TOK-WORD (WS-SPEC-TOK-IDX)
           MOVE "Y" TO WS-SPEC-TOK-OMIT (WS-SPEC-TOK-IDX + 1)
           MOVE "Y" TO WS-SPEC-TOK-OMIT (WS-SPEC-COND-CLOSE)
           MOVE "THEN" TO WS-SPEC-TOK-WORD (WS-SPEC-THEN-OPEN)
           MOVE "Y" TO WS-SPEC-TOK-OMIT (WS-SPEC-THEN-CLOSE)

           IF WS-SPEC-DEC-COUNT >= WS-SPEC-DEC-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPEC-DEC-COUNT
           MOVE WS-SPEC-TOK-IDX TO WS-SPEC-DEC-FIRST (WS-SPEC-DEC-COUNT)
           MOVE WS-SPEC-THEN-CLOSE TO
               WS-SPEC-DEC-LAST (WS-SPEC-DEC-COUNT)
           MOVE "N" TO WS-SPEC-DEC-ELSE (WS-SPEC-DEC-COUNT)

           IF WS-SPEC-THEN-CLOSE + 2 <= WS-SPEC-TOK-COUNT
               AND LEXER-OUTPUT-TOKEN-TYPE-LIST
               (WS-SPEC-THEN-CLOSE + 1) = TOKEN-TYPE-ELSE
               AND LEXER-OUTPUT-TOKEN-TYPE-LIST
               (WS-SPEC-THEN-CLOSE + 2) = TOKEN-TYPE-LSQUIRLY
               MOVE "ELSE" TO WS-SPEC-TOK-WORD (WS-SPEC-THEN-CLOSE + 1)
               COMPUTE WS-SPEC-MATCH-FROM = WS-SPEC-THEN-CLOSE + 2
               MOVE "Y" TO WS-SPEC-TOK-OMIT (WS-SPEC-MATCH-FROM)
               PERFORM SPEC-MATCH-PROCEDURE
               MOVE "Y" TO WS-SPEC-TOK-OMIT (WS-SPEC-MATCH-TO)
               MOVE WS-SPEC-MATCH-TO TO
                   WS-SPEC-DEC-LAST (WS-SPEC-DEC-COUNT)
               MOVE "Y" TO WS-SPEC-DEC-ELSE (WS-SPEC-DEC-COUNT)
           END-IF.

      * the partner of the opener at MATCH-FROM, or the last token.
       SPEC-MATCH-PROCEDURE.
           MOVE WS-SPEC-TOK-COUNT TO WS-SPEC-MATCH-TO
           MOVE 0 TO WS-SPEC-MATCH-DEPTH
           PERFORM VARYING WS-SPEC-MATCH-IDX FROM WS-SPEC-MATCH-FROM
               BY 1 UNTIL WS-SPEC-MATCH-IDX > WS-SPEC-TOK-COUNT
               EVALUATE LEXER-OUTPUT-TOKEN-TYPE-LIST
                   (WS-SPEC-MATCH-IDX)
                   WHEN TOKEN-TYPE-LPAREN
                   WHEN TOKEN-TYPE-LBRACKET
                   WHEN TOKEN-TYPE-LSQUIRLY
                       ADD 1 TO WS-SPEC-MATCH-DEPTH
                   WHEN TOKEN-TYPE-RPAREN
                   WHEN TOKEN-TYPE-RBRACKET
                   WHEN TOKEN-TYPE-RSQUIRLY
                       SUBTRACT 1 FROM WS-SPEC-MATCH-DEPTH
                       IF WS-SPEC-MATCH-DEPTH = 0
                           MOVE WS-SPEC-MATCH-IDX TO WS-SPEC-MATCH-TO
                           EXIT PERFORM
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * who and what the document is about.
       SPEC-WRITE-HEADER-PROCEDURE.
           MOVE SPACES TO RULE-SPEC-RECORD
           STRING "RULE SPECIFICATION - SOURCE "
               LEXER-INPUT-HEADER-SOURCE-FILE
               " RUN " LEXER-INPUT-HEADER-RUN-DATE
               " FINGERPRINT " LEXER-INPUT-HEADER-FINGERPRINT
               DELIMITED BY SIZE INTO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD

           MOVE SPACES TO RULE-SPEC-RECORD
           IF LEXER-INPUT-HEADER-TITLE = SPACES
               MOVE "SCRIPT:    NO SCRIPT HEADER DIRECTIVE" TO
                   RULE-SPEC-RECORD
           ELSE
               STRING "SCRIPT:    " LEXER-INPUT-HEADER-TITLE
                   " VERSION " LEXER-INPUT-HEADER-VERSION
                   " AUTHOR " LEXER-INPUT-HEADER-AUTHOR
                   DELIMITED BY SIZE INTO RULE-SPEC-RECORD
           END-IF
           WRITE RULE-SPEC-RECORD

           MOVE SPACES TO RULE-SPEC-RECORD
           IF LEXER-INPUT-HEADER-EFF-DATE = SPACES
               MOVE "EFFECTIVE: ON PROMOTION (NO EFFECTIVE DATE)" TO
                   RULE-SPEC-RECORD
           ELSE
               STRING "EFFECTIVE: " LEXER-INPUT-HEADER-EFF-DATE
                   DELIMITED BY SIZE INTO RULE-SPEC-RECORD
           END-IF
           WRITE RULE-SPEC-RECORD

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           MOVE LEXER-INPUT-HEADER-SOURCE-FILE TO
               WS-OWNER-QUERY (1:20)
           MOVE SPACES TO WS-OWNER-QUERY (21:20)
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE SPACES TO RULE-SPEC-RECORD
           STRING "OWNER:     DESK " WS-OWNER-HIT-DESK
               " ANALYST " WS-OWNER-HIT-ANALYST
               " TIER " WS-OWNER-HIT-TIER
               DELIMITED BY SIZE INTO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD

           PERFORM VARYING WS-SPEC-MEMBER-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-MEMBER-IDX > WS-SPEC-MEMBER-COUNT
               MOVE SPACES TO RULE-SPEC-RECORD
               STRING "IMPORTS:   LIBRARY MEMBER "
                   WS-SPEC-MEMBER-NAME (WS-SPEC-MEMBER-IDX)
                   DELIMITED BY SIZE INTO RULE-SPEC-RECORD
               WRITE RULE-SPEC-RECORD
           END-PERFORM

           MOVE SPACES TO RULE-SPEC-RECORD
           IF WS-SPEC-STRUCT-STORED
               STRING "STATEMENTS AS STORED ON PARSESTM BY THE "
                   "GRAMMAR GATE" DELIMITED BY SIZE
                   INTO RULE-SPEC-RECORD
           ELSE
               MOVE "STATEMENTS FROM THE GRAMMAR WALK OF THIS RUN" TO
                   RULE-SPEC-RECORD
           END-IF
           WRITE RULE-SPEC-RECORD.

       SPEC-WRITE-INPUTS-PROCEDURE.
           MOVE "1. INPUTS" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-INPUT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-INPUT-IDX > WS-SPEC-INPUT-COUNT
               MOVE WS-SPEC-INPUT-LINE (WS-SPEC-INPUT-IDX) TO
                   WS-SPEC-EDIT-NUM
               PERFORM SPEC-EDIT-NUM-PROCEDURE
               MOVE SPACES TO WS-SPEC-TEXT
               MOVE 1 TO WS-SPEC-PTR
               IF WS-SPEC-INPUT-KIND (WS-SPEC-INPUT-IDX) = "P"
                   STRING WS-SPEC-INPUT-NAME (WS-SPEC-INPUT-IDX)
                       DELIMITED BY "  "
                       " -- FROM THE PARAMETER TABLE, FIRST READ AT "
                       "LINE " WS-SPEC-EDIT-NUM (WS-SPEC-EDIT-LEAD + 1:)
                       DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               ELSE
                   STRING WS-SPEC-INPUT-NAME (WS-SPEC-INPUT-IDX)
                       DELIMITED BY SPACE
                       " -- FROM THE CASE, FIRST READ AT LINE "
                       WS-SPEC-EDIT-NUM (WS-SPEC-EDIT-LEAD + 1:)
                       DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               END-IF
               COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
               MOVE 3 TO WS-SPEC-INDENT
               PERFORM SPEC-WRITE-TEXT-PROCEDURE
           END-PERFORM
           IF WS-SPEC-INPUT-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

      * a top-level let bound to one literal (a negative number
      * counts) is a named constant.
       SPEC-WRITE-CONSTANTS-PROCEDURE.
           MOVE "2. NAMED CONSTANTS" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-STMT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-STMT-IDX > WS-PARSER-STMT-STORED
               PERFORM SPEC-LET-SPAN-PROCEDURE
               IF WS-SPEC-CUR-TYPE = 1
                   ADD 1 TO WS-SPEC-CONST-COUNT
                   PERFORM SPEC-WRITE-LET-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-SPEC-CONST-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

       SPEC-WRITE-FUNCTIONS-PROCEDURE.
           MOVE "3. FUNCTIONS" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-FN-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-FN-IDX > WS-SPEC-FN-COUNT
               MOVE WS-SPEC-FN-LINE (WS-SPEC-FN-IDX) TO
                   WS-SPEC-EDIT-NUM
               PERFORM SPEC-EDIT-NUM-PROCEDURE
               MOVE SPACES TO WS-SPEC-TEXT
               MOVE 1 TO WS-SPEC-PTR
               IF WS-SPEC-FN-NAME (WS-SPEC-FN-IDX) = SPACES
                   STRING "(UNNAMED)" DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               ELSE
                   STRING WS-SPEC-FN-NAME (WS-SPEC-FN-IDX)
                       DELIMITED BY SPACE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               END-IF
               IF WS-SPEC-FN-PARAM-PTR (WS-SPEC-FN-IDX) > 1
                   STRING " OF " WS-SPEC-FN-PARAMS (WS-SPEC-FN-IDX)
                       (1:WS-SPEC-FN-PARAM-PTR (WS-SPEC-FN-IDX) - 1)
                       DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               ELSE
                   STRING " OF NO PARAMETERS" DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               END-IF
               STRING " -- LINE " WS-SPEC-EDIT-NUM
                   (WS-SPEC-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               MOVE WS-SPEC-FN-SOURCE (WS-SPEC-FN-IDX) TO
                   WS-SPEC-WORK-NAME
               PERFORM SPEC-APPEND-MEMBER-PROCEDURE
               COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
               MOVE 3 TO WS-SPEC-INDENT
               PERFORM SPEC-WRITE-TEXT-PROCEDURE

               IF WS-SPEC-FN-BODY-CLOSE (WS-SPEC-FN-IDX) >
                   WS-SPEC-FN-BODY-OPEN (WS-SPEC-FN-IDX) + 1
                   MOVE SPACES TO WS-SPEC-TEXT
                   MOVE 1 TO WS-SPEC-PTR
                   STRING "GIVES " DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
                   COMPUTE WS-SPEC-RENDER-FROM =
                       WS-SPEC-FN-BODY-OPEN (WS-SPEC-FN-IDX) + 1
                   COMPUTE WS-SPEC-RENDER-TO =
                       WS-SPEC-FN-BODY-CLOSE (WS-SPEC-FN-IDX) - 1
                   PERFORM SPEC-RENDER-SPAN-PROCEDURE
                   COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
                   MOVE 6 TO WS-SPEC-INDENT
                   PERFORM SPEC-WRITE-TEXT-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-SPEC-FN-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

      * every top-level let that is neither a constant nor a
      * function.
       SPEC-WRITE-CALCULATIONS-PROCEDURE.
           MOVE "4. CALCULATIONS" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-STMT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-STMT-IDX > WS-PARSER-STMT-STORED
               PERFORM SPEC-LET-SPAN-PROCEDURE
               IF WS-SPEC-CUR-TYPE = 3
                   ADD 1 TO WS-SPEC-CALC-COUNT
                   PERFORM SPEC-WRITE-LET-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-SPEC-CALC-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

       SPEC-WRITE-DECISIONS-PROCEDURE.
           MOVE "5. DECISIONS" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-DEC-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-DEC-IDX > WS-SPEC-DEC-COUNT
               MOVE WS-SPEC-DEC-FIRST (WS-SPEC-DEC-IDX) TO
                   WS-SPEC-TOK-IDX
               MOVE WS-SPEC-DEC-IDX TO WS-SPEC-DEC-NO
               MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SPEC-TOK-IDX) TO
                   WS-SPEC-EDIT-NUM
               PERFORM SPEC-EDIT-NUM-PROCEDURE
               MOVE SPACES TO WS-SPEC-TEXT
               MOVE 1 TO WS-SPEC-PTR
               STRING "D" WS-SPEC-DEC-NO " -- LINE "
                   WS-SPEC-EDIT-NUM (WS-SPEC-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               PERFORM SPEC-APPEND-CONTEXT-PROCEDURE
               MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX)
                   TO WS-SPEC-WORK-NAME
               PERFORM SPEC-APPEND-MEMBER-PROCEDURE
               COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
               MOVE 3 TO WS-SPEC-INDENT
               PERFORM SPEC-WRITE-TEXT-PROCEDURE

               MOVE SPACES TO WS-SPEC-TEXT
               MOVE 1 TO WS-SPEC-PTR
               MOVE WS-SPEC-DEC-FIRST (WS-SPEC-DEC-IDX) TO
                   WS-SPEC-RENDER-FROM
               MOVE WS-SPEC-DEC-LAST (WS-SPEC-DEC-IDX) TO
                   WS-SPEC-RENDER-TO
               PERFORM SPEC-RENDER-SPAN-PROCEDURE
               IF WS-SPEC-DEC-ELSE (WS-SPEC-DEC-IDX) = "N"
                   STRING " ELSE NO RESULT" DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               END-IF
               COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
               MOVE 6 TO WS-SPEC-INDENT
               PERFORM SPEC-WRITE-TEXT-PROCEDURE
           END-PERFORM
           IF WS-SPEC-DEC-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

      * the top-level statements that are not lets -- what the
      * script gives back.
       SPEC-WRITE-RESULT-PROCEDURE.
           MOVE "6. RESULT" TO WS-SPEC-TEXT
           PERFORM SPEC-WRITE-HEADING-PROCEDURE

           PERFORM VARYING WS-SPEC-STMT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-STMT-IDX > WS-PARSER-STMT-STORED
               IF WS-PARSER-STMT-KIND (WS-SPEC-STMT-IDX) NOT = "LET"
                   ADD 1 TO WS-SPEC-RESULT-COUNT
                   MOVE SPACES TO WS-SPEC-TEXT
                   MOVE 1 TO WS-SPEC-PTR
                   MOVE WS-PARSER-STMT-TOK-FIRST (WS-SPEC-STMT-IDX) TO
                       WS-SPEC-RENDER-FROM
                   MOVE WS-PARSER-STMT-TOK-LAST (WS-SPEC-STMT-IDX) TO
                       WS-SPEC-RENDER-TO
                   PERFORM SPEC-RENDER-SPAN-PROCEDURE
                   COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
                   MOVE 3 TO WS-SPEC-INDENT
                   PERFORM SPEC-WRITE-TEXT-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-SPEC-RESULT-COUNT = 0
               PERFORM SPEC-WRITE-NONE-PROCEDURE
           END-IF.

       SPEC-WRITE-TRAILER-PROCEDURE.
           MOVE SPACES TO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD
           MOVE SPACES TO RULE-SPEC-RECORD
           STRING "END OF SPECIFICATION -- " WS-SPEC-INPUT-COUNT
               " INPUTS, " WS-SPEC-CONST-COUNT " CONSTANTS, "
               WS-SPEC-FN-COUNT " FUNCTIONS, " WS-SPEC-CALC-COUNT
               " CALCULATIONS, " WS-SPEC-DEC-COUNT " DECISIONS"
               DELIMITED BY SIZE INTO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD.

      * classifies statement WS-SPEC-STMT-IDX into WS-SPEC-CUR-TYPE
      * -- 0 not a let, 1 a constant, 2 a function, 3 a calculation
      * -- and leaves the value's token span in RHS-FROM/RHS-TO.
       SPEC-LET-SPAN-PROCEDURE.
           MOVE 0 TO WS-SPEC-CUR-TYPE
           IF WS-PARSER-STMT-KIND (WS-SPEC-STMT-IDX) NOT = "LET"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPEC-RHS-FROM =
               WS-PARSER-STMT-TOK-FIRST (WS-SPEC-STMT-IDX) + 3
           MOVE WS-PARSER-STMT-TOK-LAST (WS-SPEC-STMT-IDX) TO
               WS-SPEC-RHS-TO
           IF LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO) =
               TOKEN-TYPE-SEMICOLON
               SUBTRACT 1 FROM WS-SPEC-RHS-TO
           END-IF
           IF WS-SPEC-RHS-FROM > WS-SPEC-RHS-TO
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-SPEC-CUR-TYPE
           EVALUATE TRUE
               WHEN LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-FROM) =
                   TOKEN-TYPE-FUNCTION
                   MOVE 2 TO WS-SPEC-CUR-TYPE
               WHEN WS-SPEC-RHS-FROM = WS-SPEC-RHS-TO
                   AND (LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-INT
                   OR LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-DECIMAL
                   OR LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-STRING
                   OR LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-TRUE
                   OR LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-FALSE)
                   MOVE 1 TO WS-SPEC-CUR-TYPE
               WHEN WS-SPEC-RHS-FROM + 1 = WS-SPEC-RHS-TO
                   AND LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-FROM)
                   = TOKEN-TYPE-MINUS
                   AND (LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-INT
                   OR LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RHS-TO)
                   = TOKEN-TYPE-DECIMAL)
                   MOVE 1 TO WS-SPEC-CUR-TYPE
           END-EVALUATE.

      * "name = value -- LINE n", for a constant or a calculation.
       SPEC-WRITE-LET-PROCEDURE.
           MOVE WS-PARSER-STMT-TOK-FIRST (WS-SPEC-STMT-IDX) TO
               WS-SPEC-TOK-IDX
           MOVE SPACES TO WS-SPEC-TEXT
           MOVE 1 TO WS-SPEC-PTR
           STRING LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-TOK-IDX + 1)
               DELIMITED BY SPACE
               " = " DELIMITED BY SIZE
               INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
           MOVE WS-SPEC-RHS-FROM TO WS-SPEC-RENDER-FROM
           MOVE WS-SPEC-RHS-TO TO WS-SPEC-RENDER-TO
           PERFORM SPEC-RENDER-SPAN-PROCEDURE
           MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SPEC-TOK-IDX) TO
               WS-SPEC-EDIT-NUM
           PERFORM SPEC-EDIT-NUM-PROCEDURE
           STRING " -- LINE " WS-SPEC-EDIT-NUM (WS-SPEC-EDIT-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
           MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST (WS-SPEC-TOK-IDX) TO
               WS-SPEC-WORK-NAME
           PERFORM SPEC-APPEND-MEMBER-PROCEDURE
           COMPUTE WS-SPEC-TEXT-LEN = WS-SPEC-PTR - 1
           MOVE 3 TO WS-SPEC-INDENT
           PERFORM SPEC-WRITE-TEXT-PROCEDURE.

      * where decision WS-SPEC-TOK-IDX sits: the innermost function
      * around it, else the top-level statement holding it.
       SPEC-APPEND-CONTEXT-PROCEDURE.
           MOVE WS-SPEC-TOK-SCOPE (WS-SPEC-TOK-IDX) TO WS-SPEC-FN-IDX
           IF WS-SPEC-FN-IDX > 0
               IF WS-SPEC-FN-NAME (WS-SPEC-FN-IDX) = SPACES
                   MOVE WS-SPEC-FN-LINE (WS-SPEC-FN-IDX) TO
                       WS-SPEC-EDIT-NUM
                   PERFORM SPEC-EDIT-NUM-PROCEDURE
                   STRING " IN THE UNNAMED FUNCTION AT LINE "
                       WS-SPEC-EDIT-NUM (WS-SPEC-EDIT-LEAD + 1:)
                       DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               ELSE
                   STRING " IN FUNCTION " DELIMITED BY SIZE
                       WS-SPEC-FN-NAME (WS-SPEC-FN-IDX)
                       DELIMITED BY SPACE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPEC-FOUND
           PERFORM VARYING WS-SPEC-STMT-IDX FROM 1 BY 1 UNTIL
               WS-SPEC-STMT-IDX > WS-PARSER-STMT-STORED
               IF WS-PARSER-STMT-TOK-FIRST (WS-SPEC-STMT-IDX) <=
                   WS-SPEC-TOK-IDX
                   AND WS-PARSER-STMT-TOK-LAST (WS-SPEC-STMT-IDX) >=
                   WS-SPEC-TOK-IDX
                   MOVE WS-SPEC-STMT-IDX TO WS-SPEC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SPEC-FOUND = 0
                   CONTINUE
               WHEN WS-PARSER-STMT-KIND (WS-SPEC-FOUND) = "LET"
                   STRING " IN THE CALCULATION OF " DELIMITED BY SIZE
                       LEXER-OUTPUT-TOKEN-LITERAL-LIST
                       (WS-PARSER-STMT-TOK-FIRST (WS-SPEC-FOUND) + 1)
                       DELIMITED BY SPACE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               WHEN OTHER
                   STRING " IN THE RESULT" DELIMITED BY SIZE
                       INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
           END-EVALUATE.

      * " (MEMBER x)" when WORK-NAME names an imported member.
       SPEC-APPEND-MEMBER-PROCEDURE.
           IF WS-SPEC-WORK-NAME NOT = SPACES
               AND WS-SPEC-WORK-NAME NOT = WS-SPEC-MAIN-SOURCE
               STRING " (MEMBER " DELIMITED BY SIZE
                   WS-SPEC-WORK-NAME DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
           END-IF.

      * appends tokens RENDER-FROM thru RENDER-TO to WS-SPEC-TEXT at
      * WS-SPEC-PTR, the way the script reads: a blank between
      * tokens except inside brackets, before a comma, and between
      * a name and its call or index.
       SPEC-RENDER-SPAN-PROCEDURE.
           MOVE 0 TO WS-SPEC-PREV-EMIT
           SET WS-SPEC-BINARY-MINUS TO TRUE
           SET WS-SPEC-TEXT-NOT-FULL TO TRUE
           PERFORM VARYING WS-SPEC-RENDER-IDX FROM WS-SPEC-RENDER-FROM
               BY 1 UNTIL WS-SPEC-RENDER-IDX > WS-SPEC-RENDER-TO
               OR WS-SPEC-TEXT-FULL
               IF WS-SPEC-TOK-OMIT (WS-SPEC-RENDER-IDX) NOT = "Y"
                   PERFORM SPEC-RENDER-TOKEN-PROCEDURE
               END-IF
           END-PERFORM.

       SPEC-RENDER-TOKEN-PROCEDURE.
           MOVE LEXER-OUTPUT-TOKEN-TYPE-LIST (WS-SPEC-RENDER-IDX) TO
               WS-SPEC-CUR-TYPE
           MOVE SPACES TO WS-SPEC-PIECE
           EVALUATE TRUE
               WHEN WS-SPEC-TOK-WORD (WS-SPEC-RENDER-IDX) NOT = SPACES
                   MOVE WS-SPEC-TOK-WORD (WS-SPEC-RENDER-IDX) TO
                       WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-STRING
                   PERFORM SPEC-LITERAL-LENGTH-PROCEDURE
                   IF WS-SPEC-LIT-LEN = 0
                       STRING QUOTE QUOTE DELIMITED BY SIZE
                           INTO WS-SPEC-PIECE
                   ELSE
                       STRING QUOTE LEXER-OUTPUT-TOKEN-LITERAL-LIST
                           (WS-SPEC-RENDER-IDX) (1:WS-SPEC-LIT-LEN)
                           QUOTE DELIMITED BY SIZE INTO WS-SPEC-PIECE
                   END-IF
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-EQ
                   MOVE "IS" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-NOT-EQ
                   MOVE "IS NOT" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-BANG
                   MOVE "NOT" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-TRUE
                   MOVE "TRUE" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-FALSE
                   MOVE "FALSE" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-LET
                   MOVE "LET" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-RETURN
                   MOVE "RETURN" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-FUNCTION
                   MOVE "FUNCTION" TO WS-SPEC-PIECE
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-SEMICOLON
      * a statement's closing semicolon says nothing on paper.
                   IF WS-SPEC-RENDER-IDX >= WS-SPEC-RENDER-TO
                       EXIT PARAGRAPH
                   END-IF
                   IF LEXER-OUTPUT-TOKEN-TYPE-LIST
                       (WS-SPEC-RENDER-IDX + 1) = TOKEN-TYPE-RSQUIRLY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ";" TO WS-SPEC-PIECE
               WHEN OTHER
                   PERFORM SPEC-LITERAL-LENGTH-PROCEDURE
                   IF WS-SPEC-LIT-LEN > 0
                       MOVE LEXER-OUTPUT-TOKEN-LITERAL-LIST
                           (WS-SPEC-RENDER-IDX) (1:WS-SPEC-LIT-LEN)
                           TO WS-SPEC-PIECE
                   END-IF
           END-EVALUATE

           MOVE 0 TO WS-SPEC-PIECE-LEN
           INSPECT WS-SPEC-PIECE TALLYING WS-SPEC-PIECE-LEN
               FOR CHARACTERS BEFORE INITIAL "  "
           IF WS-SPEC-PIECE-LEN = 0
               EXIT PARAGRAPH
           END-IF

           SET WS-SPEC-SPACE-BEFORE TO TRUE
           EVALUATE TRUE
               WHEN WS-SPEC-UNARY-MINUS
               WHEN WS-SPEC-PREV-EMIT = 0
               WHEN WS-SPEC-PREV-EMIT = TOKEN-TYPE-LPAREN
               WHEN WS-SPEC-PREV-EMIT = TOKEN-TYPE-LBRACKET
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-RPAREN
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-RBRACKET
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-COMMA
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-SEMICOLON
               WHEN WS-SPEC-CUR-TYPE = TOKEN-TYPE-COLON
                   SET WS-SPEC-NO-SPACE TO TRUE
               WHEN (WS-SPEC-CUR-TYPE = TOKEN-TYPE-LPAREN
                   OR WS-SPEC-CUR-TYPE = TOKEN-TYPE-LBRACKET)
                   AND (WS-SPEC-PREV-EMIT = TOKEN-TYPE-IDENT
                   OR WS-SPEC-PREV-EMIT = TOKEN-TYPE-RPAREN
                   OR WS-SPEC-PREV-EMIT = TOKEN-TYPE-RBRACKET
                   OR WS-SPEC-PREV-EMIT = TOKEN-TYPE-FUNCTION)
                   AND WS-SPEC-TOK-WORD (WS-SPEC-RENDER-IDX) = SPACES
                   SET WS-SPEC-NO-SPACE TO TRUE
           END-EVALUATE

           IF WS-SPEC-PTR + WS-SPEC-PIECE-LEN + 5 >
               LENGTH OF WS-SPEC-TEXT
               STRING " ..." DELIMITED BY SIZE
                   INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
               SET WS-SPEC-TEXT-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-SPEC-SPACE-BEFORE
               STRING " " DELIMITED BY SIZE
                   INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
           END-IF
           STRING WS-SPEC-PIECE (1:WS-SPEC-PIECE-LEN)
               DELIMITED BY SIZE
               INTO WS-SPEC-TEXT WITH POINTER WS-SPEC-PTR
      * a minus with no operand before it is a sign and sits
      * against its number.
           SET WS-SPEC-BINARY-MINUS TO TRUE
           IF WS-SPEC-CUR-TYPE = TOKEN-TYPE-MINUS
               AND (WS-SPEC-PREV-EMIT = 0
               OR WS-SPEC-PREV-EMIT = TOKEN-TYPE-IF
               OR (WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-IDENT
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-INT
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-DECIMAL
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-STRING
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-TRUE
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-FALSE
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-RPAREN
               AND WS-SPEC-PREV-EMIT NOT = TOKEN-TYPE-RBRACKET))
               SET WS-SPEC-UNARY-MINUS TO TRUE
           END-IF
           MOVE WS-SPEC-CUR-TYPE TO WS-SPEC-PREV-EMIT
           IF WS-SPEC-TOK-WORD (WS-SPEC-RENDER-IDX) NOT = SPACES
               MOVE TOKEN-TYPE-IF TO WS-SPEC-PREV-EMIT
           END-IF.

      * trailing blanks off the literal of token RENDER-IDX.
       SPEC-LITERAL-LENGTH-PROCEDURE.
           MOVE 0 TO WS-SPEC-LIT-LEN
           PERFORM VARYING WS-SPEC-LIT-LEN FROM 256 BY -1 UNTIL
               WS-SPEC-LIT-LEN = 0
               IF LEXER-OUTPUT-TOKEN-LITERAL-LIST (WS-SPEC-RENDER-IDX)
                   (WS-SPEC-LIT-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SPEC-WRITE-HEADING-PROCEDURE.
           MOVE SPACES TO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD
           MOVE WS-SPEC-TEXT (1:132) TO RULE-SPEC-RECORD
           WRITE RULE-SPEC-RECORD.

       SPEC-WRITE-NONE-PROCEDURE.
           MOVE SPACES TO RULE-SPEC-RECORD
           MOVE "(NONE)" TO RULE-SPEC-RECORD (4:6)
           WRITE RULE-SPEC-RECORD.

      * WS-SPEC-TEXT (1:TEXT-LEN) over as many lines as it takes at
      * WS-SPEC-INDENT, each break at the last blank that fits;
      * lines after the first are indented three more.
       SPEC-WRITE-TEXT-PROCEDURE.
           MOVE WS-SPEC-INDENT TO WS-SPEC-WRAP-FIRST
           MOVE 1 TO WS-SPEC-WRAP-POS
           PERFORM UNTIL WS-SPEC-WRAP-POS > WS-SPEC-TEXT-LEN
               COMPUTE WS-SPEC-WRAP-WIDTH = 128 - WS-SPEC-INDENT
               COMPUTE WS-SPEC-WRAP-END =
                   WS-SPEC-WRAP-POS + WS-SPEC-WRAP-WIDTH - 1
               IF WS-SPEC-WRAP-END >= WS-SPEC-TEXT-LEN
                   COMPUTE WS-SPEC-WRAP-LEN =
                       WS-SPEC-TEXT-LEN - WS-SPEC-WRAP-POS + 1
                   COMPUTE WS-SPEC-WRAP-BRK = WS-SPEC-TEXT-LEN + 1
               ELSE
                   PERFORM VARYING WS-SPEC-WRAP-BRK FROM
                       WS-SPEC-WRAP-END BY -1 UNTIL
                       WS-SPEC-WRAP-BRK <= WS-SPEC-WRAP-POS
                       IF WS-SPEC-TEXT (WS-SPEC-WRAP-BRK:1) = SPACE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SPEC-WRAP-BRK <= WS-SPEC-WRAP-POS
                       COMPUTE WS-SPEC-WRAP-BRK = WS-SPEC-WRAP-END + 1
                   END-IF
                   COMPUTE WS-SPEC-WRAP-LEN =
                       WS-SPEC-WRAP-BRK - WS-SPEC-WRAP-POS
               END-IF
               MOVE SPACES TO RULE-SPEC-RECORD
               MOVE WS-SPEC-TEXT (WS-SPEC-WRAP-POS:WS-SPEC-WRAP-LEN)
                   TO RULE-SPEC-RECORD (WS-SPEC-INDENT + 1:
                   WS-SPEC-WRAP-LEN)
               WRITE RULE-SPEC-RECORD
               COMPUTE WS-SPEC-WRAP-POS = WS-SPEC-WRAP-BRK + 1
               COMPUTE WS-SPEC-INDENT = WS-SPEC-WRAP-FIRST + 3
           END-PERFORM
           MOVE 0 TO WS-SPEC-TEXT-LEN.

       SPEC-EDIT-NUM-PROCEDURE.
           MOVE 0 TO WS-SPEC-EDIT-LEAD
           INSPECT WS-SPEC-EDIT-NUM TALLYING WS-SPEC-EDIT-LEAD
               FOR LEADING SPACES.

       COPY "parser-proc.cpy".
       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
