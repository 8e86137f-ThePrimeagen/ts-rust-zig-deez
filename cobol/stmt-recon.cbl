      * STMT-RECON-PROGRAM is the statement-level companion to
      * RECONCILE-PROGRAM. the token reconciliation proves the two
      * lexers agree; this proves the two parsers agree about what
      * the tokens mean -- where every top-level statement starts and
      * ends, what kind it is, and whether it is valid -- before the
      * batch execution leans on either one.
      *
      * the GnuCOBOL side is PARSER-PROGRAM's PARSESTM (header
      * fingerprint checked against the content lexed here, exactly
      * as COMPLEXITY-PROGRAM checks it) and the grammar-error table
      * of the same walk, run here in memory since PARSERRS carries
      * no fingerprint to prove which content it came from. the
      * Micro Focus side is MFSTMTS, written by StmtExport from the
      * MonkeyCompiler.lib.Parser run over the same LEXERSRC, also
      * fingerprinted. statements are paired on their first token:
      *   - a different kind or a different last token on a pair;
      *   - a statement only one parser opens;
      *   - a grammar error one parser reports at a line/col where
      *     the other reports none;
      * each goes to RECONSTM with its line, col and token position.
      *
      * RETURN-CODE: 0 = the parsers agree; 4 = differences on
      * RECONSTM; 16 = nothing reconciled -- a spilled token table,
      * or PARSESTM / MFSTMTS missing or not of this content.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT-RECON-PROGRAM.

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
               FILE STATUS IS WS-SRECON-STMT-STATUS.
           SELECT MF-STMTS-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-MFSTMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRECON-MF-STATUS.
           SELECT STMT-RECON-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECONSTM
               ORGANIZATION IS LINE SEQUENTIAL.

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

      * StmtExport's fixed-column records -- header, statement,
      * error.
       FD MF-STMTS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MF-STMTS-RECORD.
           05 MF-STMTS-REC-TYPE     PIC X.
               88 MF-STMTS-REC-IS-HEADER VALUE "H".
               88 MF-STMTS-REC-IS-STMT   VALUE "S".
               88 MF-STMTS-REC-IS-ERROR  VALUE "E".
           05 MF-STMTS-HDR-FINGERPRINT PIC 9(8).
           05 MF-STMTS-HDR-STMT-COUNT  PIC 9(5).
           05 MF-STMTS-HDR-ERR-COUNT   PIC 9(5).
           05 FILLER                   PIC X(61).
       01 MF-STMTS-STMT-RECORD.
           05 FILLER                PIC X.
           05 MF-STMTS-KIND         PIC X(6).
           05 MF-STMTS-TOK-FIRST    PIC 9(5).
           05 MF-STMTS-TOK-LAST     PIC 9(5).
           05 FILLER                PIC X(63).
       01 MF-STMTS-ERROR-RECORD.
           05 FILLER                PIC X.
           05 MF-STMTS-ERR-LINE     PIC 9(5).
           05 MF-STMTS-ERR-COL      PIC 9(5).
           05 MF-STMTS-ERR-TEXT     PIC X(69).

       FD STMT-RECON-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 STMT-RECON-RECORD PIC X(132).
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "parser-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-SRECON-STMT-STATUS PIC XX VALUE "00".
       01 WS-SRECON-MF-STATUS   PIC XX VALUE "00".
       01 WS-SRECON-EOF-SWITCH  PIC X VALUE "N".
           88 WS-SRECON-EOF-ON  VALUE "Y".
           88 WS-SRECON-EOF-OFF VALUE "N".
       01 WS-SRECON-REFUSAL     PIC X(60) VALUE SPACES.

      * the GnuCOBOL error count as the walk left it -- PARSESTM is
      * loaded over the walk's statement table afterwards.
       01 WS-SRECON-GNU-ERRORS  PIC 9(5) VALUE 0.

       01 WS-SRECON-MF-FINGERPRINT PIC 9(8) VALUE 0.
       01 WS-SRECON-MF-STMT-MAX  PIC 9(3) VALUE 500.
       01 WS-SRECON-MF-STMT-COUNT PIC 9(5) VALUE 0.
       01 WS-SRECON-MF-STMT-TABLE.
           05 WS-SRECON-MF-STMT-ENTRY OCCURS 500 TIMES.
               10 WS-SRECON-MF-KIND      PIC X(6).
               10 WS-SRECON-MF-TOK-FIRST PIC 9(5).
               10 WS-SRECON-MF-TOK-LAST  PIC 9(5).

       01 WS-SRECON-MF-ERR-MAX   PIC 9(3) VALUE 200.
       01 WS-SRECON-MF-ERR-COUNT PIC 9(5) VALUE 0.
       01 WS-SRECON-MF-ERR-TABLE.
           05 WS-SRECON-MF-ERR-ENTRY OCCURS 200 TIMES.
               10 WS-SRECON-MF-ERR-LINE    PIC 9(5).
               10 WS-SRECON-MF-ERR-COL     PIC 9(5).
               10 WS-SRECON-MF-ERR-TEXT    PIC X(69).
               10 WS-SRECON-MF-ERR-MATCHED PIC X.

       01 WS-SRECON-GNU-IDX     PIC 9(5).
       01 WS-SRECON-MF-IDX      PIC 9(5).
       01 WS-SRECON-ERR-IDX     PIC 9(5).
       01 WS-SRECON-GNU-STORED  PIC 9(5).
       01 WS-SRECON-MF-STORED   PIC 9(5).
       01 WS-SRECON-DIFF-COUNT  PIC 9(5) VALUE 0.
       01 WS-SRECON-FOUND-SWITCH PIC X.
           88 WS-SRECON-FOUND     VALUE "Y".
           88 WS-SRECON-NOT-FOUND VALUE "N".

      * one difference line -- position first, then what differs.
       01 WS-SRECON-POS-TOKEN   PIC 9(5).
       01 WS-SRECON-DIFF-TEXT   PIC X(100).
       01 WS-SRECON-DIFF-LINE.
           05 FILLER            PIC X(5) VALUE "LINE ".
           05 WS-SRECON-DIFF-LINE-NO PIC 9(5).
           05 FILLER            PIC X(5) VALUE " COL ".
           05 WS-SRECON-DIFF-COL-NO  PIC 9(5).
           05 WS-SRECON-DIFF-TOK-LABEL PIC X(7) VALUE " TOKEN ".
           05 WS-SRECON-DIFF-TOK-NO  PIC 9(5).
           05 FILLER            PIC X(2) VALUE ": ".
           05 WS-SRECON-DIFF-BODY    PIC X(98).

      * the datasets this program touches, resolved through the
      * active environment profile at start-up.
       01 WS-PROF-DSN-LEXERSRC PIC X(40) VALUE "LEXERSRC".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-TOKNSPIL PIC X(40) VALUE "TOKNSPIL".
       01 WS-PROF-DSN-PARSESTM PIC X(40) VALUE "PARSESTM".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-MFSTMTS  PIC X(40) VALUE "MFSTMTS".
       01 WS-PROF-DSN-RECONSTM PIC X(40) VALUE "RECONSTM".

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
           MOVE "MFSTMTS" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-MFSTMTS
           MOVE "RECONSTM" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECONSTM
           MOVE "STMTRECN" TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
           PERFORM LEXER-PARSE-PROCEDURE.

           IF WS-LEXER-SPILLED-TOKEN-COUNT > 0
               MOVE "TOKEN TABLE SPILLED -- STATEMENTS NOT COMPARABLE"
                   TO WS-SRECON-REFUSAL
           END-IF

           IF WS-SRECON-REFUSAL = SPACES
               PERFORM PARSER-VALIDATE-PROCEDURE
               MOVE WS-PARSER-ERROR-COUNT TO WS-SRECON-GNU-ERRORS
               PERFORM SRECON-LOAD-PARSESTM-PROCEDURE
           END-IF
           IF WS-SRECON-REFUSAL = SPACES
               PERFORM SRECON-LOAD-MFSTMTS-PROCEDURE
           END-IF

           OPEN OUTPUT STMT-RECON-FILE
           MOVE SPACES TO STMT-RECON-RECORD
           STRING "PARSER RECONCILIATION - SOURCE "
               LEXER-INPUT-HEADER-SOURCE-FILE
               " RUN " LEXER-INPUT-HEADER-RUN-DATE
               " FINGERPRINT " LEXER-INPUT-HEADER-FINGERPRINT
               DELIMITED BY SIZE INTO STMT-RECON-RECORD
           WRITE STMT-RECON-RECORD

           IF WS-SRECON-REFUSAL NOT = SPACES
               MOVE SPACES TO STMT-RECON-RECORD
               STRING "NOT RECONCILED -- " WS-SRECON-REFUSAL
                   DELIMITED BY SIZE INTO STMT-RECON-RECORD
               WRITE STMT-RECON-RECORD
               CLOSE STMT-RECON-FILE
               DISPLAY "STMT-RECON-PROGRAM: NOT RECONCILED -- "
                   WS-SRECON-REFUSAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO STMT-RECON-RECORD
           STRING "STATEMENTS: GNUCOBOL=" WS-PARSER-STMT-STORED
               " MF=" WS-SRECON-MF-STMT-COUNT
               "   GRAMMAR ERRORS: GNUCOBOL=" WS-SRECON-GNU-ERRORS
               " MF=" WS-SRECON-MF-ERR-COUNT
               DELIMITED BY SIZE INTO STMT-RECON-RECORD
           WRITE STMT-RECON-RECORD

           PERFORM SRECON-COMPARE-STMTS-PROCEDURE
           PERFORM SRECON-COMPARE-ERRORS-PROCEDURE

           MOVE SPACES TO STMT-RECON-RECORD
           IF WS-SRECON-DIFF-COUNT = 0
               MOVE "NO DIFFERENCES -- THE TWO PARSERS AGREE" TO
                   STMT-RECON-RECORD
           ELSE
               STRING "DIFFERENCES=" WS-SRECON-DIFF-COUNT
                   DELIMITED BY SIZE INTO STMT-RECON-RECORD
           END-IF
           WRITE STMT-RECON-RECORD
           CLOSE STMT-RECON-FILE

           DISPLAY "STMT-RECON-PROGRAM: " WS-SRECON-DIFF-COUNT
               " STATEMENT/ERROR DIFFERENCES WRITTEN TO RECONSTM"
           IF WS-SRECON-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * PARSESTM over the walk's own statement table -- only when
      * its header names this source and fingerprints to the
      * content lexed here.
       SRECON-LOAD-PARSESTM-PROCEDURE.
           OPEN INPUT PARSER-STMT-FILE
           IF WS-SRECON-STMT-STATUS NOT = "00"
               MOVE "PARSESTM NOT AVAILABLE" TO WS-SRECON-REFUSAL
               EXIT PARAGRAPH
           END-IF

           READ PARSER-STMT-FILE
               AT END
                   MOVE "PARSESTM IS EMPTY" TO WS-SRECON-REFUSAL
                   CLOSE PARSER-STMT-FILE
                   EXIT PARAGRAPH
           END-READ

           IF NOT PARSER-STMT-REC-IS-HEADER
               OR PARSER-STMT-SOURCE NOT =
               LEXER-INPUT-HEADER-SOURCE-FILE
               OR PARSER-STMT-FINGERPRINT NOT =
               LEXER-INPUT-HEADER-FINGERPRINT
               MOVE "PARSESTM IS NOT OF THIS SOURCE CONTENT" TO
                   WS-SRECON-REFUSAL
               CLOSE PARSER-STMT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PARSER-STMT-STORED
           SET WS-SRECON-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SRECON-EOF-ON
               READ PARSER-STMT-FILE
                   AT END
                       SET WS-SRECON-EOF-ON TO TRUE
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
           CLOSE PARSER-STMT-FILE.

       SRECON-LOAD-MFSTMTS-PROCEDURE.
           OPEN INPUT MF-STMTS-FILE
           IF WS-SRECON-MF-STATUS NOT = "00"
               MOVE "MFSTMTS NOT AVAILABLE" TO WS-SRECON-REFUSAL
               EXIT PARAGRAPH
           END-IF

           READ MF-STMTS-FILE
               AT END
                   MOVE "MFSTMTS IS EMPTY" TO WS-SRECON-REFUSAL
                   CLOSE MF-STMTS-FILE
                   EXIT PARAGRAPH
           END-READ

           IF NOT MF-STMTS-REC-IS-HEADER
               OR MF-STMTS-HDR-FINGERPRINT NOT =
               LEXER-INPUT-HEADER-FINGERPRINT
               MOVE "MFSTMTS IS NOT OF THIS SOURCE CONTENT" TO
                   WS-SRECON-REFUSAL
               CLOSE MF-STMTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF MF-STMTS-HDR-STMT-COUNT > WS-SRECON-MF-STMT-MAX
               MOVE "MFSTMTS HOLDS MORE STATEMENTS THAN PARSESTM CAN"
                   TO WS-SRECON-REFUSAL
               CLOSE MF-STMTS-FILE
               EXIT PARAGRAPH
           END-IF

           SET WS-SRECON-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SRECON-EOF-ON
               READ MF-STMTS-FILE
                   AT END
                       SET WS-SRECON-EOF-ON TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MF-STMTS-REC-IS-STMT
                               AND WS-SRECON-MF-STMT-COUNT <
                               WS-SRECON-MF-STMT-MAX
                               ADD 1 TO WS-SRECON-MF-STMT-COUNT
                               MOVE MF-STMTS-KIND TO WS-SRECON-MF-KIND
                                   (WS-SRECON-MF-STMT-COUNT)
                               MOVE MF-STMTS-TOK-FIRST TO
                                   WS-SRECON-MF-TOK-FIRST
                                   (WS-SRECON-MF-STMT-COUNT)
                               MOVE MF-STMTS-TOK-LAST TO
                                   WS-SRECON-MF-TOK-LAST
                                   (WS-SRECON-MF-STMT-COUNT)
                           WHEN MF-STMTS-REC-IS-ERROR
                               ADD 1 TO WS-SRECON-MF-ERR-COUNT
                               IF WS-SRECON-MF-ERR-COUNT <=
                                   WS-SRECON-MF-ERR-MAX
                                   MOVE MF-STMTS-ERR-LINE TO
                                       WS-SRECON-MF-ERR-LINE
                                       (WS-SRECON-MF-ERR-COUNT)
                                   MOVE MF-STMTS-ERR-COL TO
                                       WS-SRECON-MF-ERR-COL
                                       (WS-SRECON-MF-ERR-COUNT)
                                   MOVE MF-STMTS-ERR-TEXT TO
                                       WS-SRECON-MF-ERR-TEXT
                                       (WS-SRECON-MF-ERR-COUNT)
                                   MOVE "N" TO
                                       WS-SRECON-MF-ERR-MATCHED
                                       (WS-SRECON-MF-ERR-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MF-STMTS-FILE.

      * both statement lists are in token order; walk them together,
      * pairing statements that open on the same token.
       SRECON-COMPARE-STMTS-PROCEDURE.
           MOVE 1 TO WS-SRECON-GNU-IDX
           MOVE 1 TO WS-SRECON-MF-IDX
           PERFORM UNTIL WS-SRECON-GNU-IDX > WS-PARSER-STMT-STORED
               AND WS-SRECON-MF-IDX > WS-SRECON-MF-STMT-COUNT
               EVALUATE TRUE
                   WHEN WS-SRECON-MF-IDX > WS-SRECON-MF-STMT-COUNT
                       PERFORM SRECON-GNU-ONLY-PROCEDURE
                   WHEN WS-SRECON-GNU-IDX > WS-PARSER-STMT-STORED
                       PERFORM SRECON-MF-ONLY-PROCEDURE
                   WHEN WS-PARSER-STMT-TOK-FIRST (WS-SRECON-GNU-IDX) <
                       WS-SRECON-MF-TOK-FIRST (WS-SRECON-MF-IDX)
                       PERFORM SRECON-GNU-ONLY-PROCEDURE
                   WHEN WS-PARSER-STMT-TOK-FIRST (WS-SRECON-GNU-IDX) >
                       WS-SRECON-MF-TOK-FIRST (WS-SRECON-MF-IDX)
                       PERFORM SRECON-MF-ONLY-PROCEDURE
                   WHEN OTHER
                       PERFORM SRECON-PAIR-PROCEDURE
               END-EVALUATE
           END-PERFORM.

       SRECON-PAIR-PROCEDURE.
           MOVE WS-PARSER-STMT-TOK-FIRST (WS-SRECON-GNU-IDX) TO
               WS-SRECON-POS-TOKEN
           IF WS-PARSER-STMT-KIND (WS-SRECON-GNU-IDX) NOT =
               WS-SRECON-MF-KIND (WS-SRECON-MF-IDX)
               MOVE SPACES TO WS-SRECON-DIFF-TEXT
               STRING "STATEMENT KIND -- GNUCOBOL "
                   WS-PARSER-STMT-KIND (WS-SRECON-GNU-IDX)
                   " MF " WS-SRECON-MF-KIND (WS-SRECON-MF-IDX)
                   DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
               PERFORM SRECON-WRITE-STMT-DIFF-PROCEDURE
           END-IF
           IF WS-PARSER-STMT-TOK-LAST (WS-SRECON-GNU-IDX) NOT =
               WS-SRECON-MF-TOK-LAST (WS-SRECON-MF-IDX)
               MOVE SPACES TO WS-SRECON-DIFF-TEXT
               STRING "STATEMENT END -- GNUCOBOL ENDS AT TOKEN "
                   WS-PARSER-STMT-TOK-LAST (WS-SRECON-GNU-IDX)
                   " MF AT TOKEN "
                   WS-SRECON-MF-TOK-LAST (WS-SRECON-MF-IDX)
                   DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
               PERFORM SRECON-WRITE-STMT-DIFF-PROCEDURE
           END-IF
           ADD 1 TO WS-SRECON-GNU-IDX
           ADD 1 TO WS-SRECON-MF-IDX.

       SRECON-GNU-ONLY-PROCEDURE.
           MOVE WS-PARSER-STMT-TOK-FIRST (WS-SRECON-GNU-IDX) TO
               WS-SRECON-POS-TOKEN
           MOVE SPACES TO WS-SRECON-DIFF-TEXT
           STRING "STATEMENT ONLY GNUCOBOL OPENS HERE -- "
               WS-PARSER-STMT-KIND (WS-SRECON-GNU-IDX)
               " TOKENS " WS-PARSER-STMT-TOK-FIRST (WS-SRECON-GNU-IDX)
               "-" WS-PARSER-STMT-TOK-LAST (WS-SRECON-GNU-IDX)
               DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
           PERFORM SRECON-WRITE-STMT-DIFF-PROCEDURE
           ADD 1 TO WS-SRECON-GNU-IDX.

       SRECON-MF-ONLY-PROCEDURE.
           MOVE WS-SRECON-MF-TOK-FIRST (WS-SRECON-MF-IDX) TO
               WS-SRECON-POS-TOKEN
           MOVE SPACES TO WS-SRECON-DIFF-TEXT
           STRING "STATEMENT ONLY MF OPENS HERE -- "
               WS-SRECON-MF-KIND (WS-SRECON-MF-IDX)
               " TOKENS " WS-SRECON-MF-TOK-FIRST (WS-SRECON-MF-IDX)
               "-" WS-SRECON-MF-TOK-LAST (WS-SRECON-MF-IDX)
               DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
           PERFORM SRECON-WRITE-STMT-DIFF-PROCEDURE
           ADD 1 TO WS-SRECON-MF-IDX.

      * a statement difference, positioned at WS-SRECON-POS-TOKEN.
       SRECON-WRITE-STMT-DIFF-PROCEDURE.
           ADD 1 TO WS-SRECON-DIFF-COUNT
           IF WS-SRECON-POS-TOKEN >= 1
               AND WS-SRECON-POS-TOKEN <=
               LEXER-OUTPUT-TOKEN-TYPE-LIST-COUNT
               MOVE LEXER-OUTPUT-TOKEN-LINE-LIST (WS-SRECON-POS-TOKEN)
                   TO WS-SRECON-DIFF-LINE-NO
               MOVE LEXER-OUTPUT-TOKEN-COL-LIST (WS-SRECON-POS-TOKEN)
                   TO WS-SRECON-DIFF-COL-NO
           ELSE
               MOVE 0 TO WS-SRECON-DIFF-LINE-NO
               MOVE 0 TO WS-SRECON-DIFF-COL-NO
           END-IF
           MOVE " TOKEN " TO WS-SRECON-DIFF-TOK-LABEL
           MOVE WS-SRECON-POS-TOKEN TO WS-SRECON-DIFF-TOK-NO
           MOVE WS-SRECON-DIFF-TEXT TO WS-SRECON-DIFF-BODY
           MOVE WS-SRECON-DIFF-LINE TO STMT-RECON-RECORD
           WRITE STMT-RECON-RECORD.

      * the two error lists are paired on line and col -- the texts
      * are each implementation's own wording and never compared.
       SRECON-COMPARE-ERRORS-PROCEDURE.
           MOVE WS-SRECON-GNU-ERRORS TO WS-SRECON-GNU-STORED
           IF WS-SRECON-GNU-STORED > WS-PARSER-ERROR-MAX
               MOVE WS-PARSER-ERROR-MAX TO WS-SRECON-GNU-STORED
           END-IF
           MOVE WS-SRECON-MF-ERR-COUNT TO WS-SRECON-MF-STORED
           IF WS-SRECON-MF-STORED > WS-SRECON-MF-ERR-MAX
               MOVE WS-SRECON-MF-ERR-MAX TO WS-SRECON-MF-STORED
           END-IF

           PERFORM VARYING WS-SRECON-ERR-IDX FROM 1 BY 1 UNTIL
               WS-SRECON-ERR-IDX > WS-SRECON-GNU-STORED
               SET WS-SRECON-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SRECON-MF-IDX FROM 1 BY 1 UNTIL
                   WS-SRECON-MF-IDX > WS-SRECON-MF-STORED
                   IF WS-SRECON-MF-ERR-MATCHED (WS-SRECON-MF-IDX) = "N"
                       AND WS-SRECON-MF-ERR-LINE (WS-SRECON-MF-IDX) =
                       WS-PARSER-ERROR-LINE-LIST (WS-SRECON-ERR-IDX)
                       AND WS-SRECON-MF-ERR-COL (WS-SRECON-MF-IDX) =
                       WS-PARSER-ERROR-COL-LIST (WS-SRECON-ERR-IDX)
                       MOVE "Y" TO
                           WS-SRECON-MF-ERR-MATCHED (WS-SRECON-MF-IDX)
                       SET WS-SRECON-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SRECON-NOT-FOUND
                   MOVE WS-PARSER-ERROR-LINE-LIST (WS-SRECON-ERR-IDX)
                       TO WS-SRECON-DIFF-LINE-NO
                   MOVE WS-PARSER-ERROR-COL-LIST (WS-SRECON-ERR-IDX)
                       TO WS-SRECON-DIFF-COL-NO
                   MOVE SPACES TO WS-SRECON-DIFF-TEXT
                   STRING "ERROR ONLY GNUCOBOL REPORTS -- "
                       WS-PARSER-ERROR-TEXT-LIST (WS-SRECON-ERR-IDX)
                       DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
                   PERFORM SRECON-WRITE-ERR-DIFF-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SRECON-MF-IDX FROM 1 BY 1 UNTIL
               WS-SRECON-MF-IDX > WS-SRECON-MF-STORED
               IF WS-SRECON-MF-ERR-MATCHED (WS-SRECON-MF-IDX) = "N"
                   MOVE WS-SRECON-MF-ERR-LINE (WS-SRECON-MF-IDX) TO
                       WS-SRECON-DIFF-LINE-NO
                   MOVE WS-SRECON-MF-ERR-COL (WS-SRECON-MF-IDX) TO
                       WS-SRECON-DIFF-COL-NO
                   MOVE SPACES TO WS-SRECON-DIFF-TEXT
                   STRING "ERROR ONLY MF REPORTS -- "
                       WS-SRECON-MF-ERR-TEXT (WS-SRECON-MF-IDX)
                       DELIMITED BY SIZE INTO WS-SRECON-DIFF-TEXT
                   PERFORM SRECON-WRITE-ERR-DIFF-PROCEDURE
               END-IF
           END-PERFORM

      * errors past either side's stored cap were not paired -- say
      * so rather than imply the listed ones are the whole story.
           IF WS-SRECON-GNU-ERRORS > WS-SRECON-GNU-STORED
               OR WS-SRECON-MF-ERR-COUNT > WS-SRECON-MF-STORED
               ADD 1 TO WS-SRECON-DIFF-COUNT
               MOVE SPACES TO STMT-RECON-RECORD
               STRING "FURTHER ERRORS NOT PAIRED -- GNUCOBOL TOTAL="
                   WS-SRECON-GNU-ERRORS
                   " MF TOTAL=" WS-SRECON-MF-ERR-COUNT
                   DELIMITED BY SIZE INTO STMT-RECON-RECORD
               WRITE STMT-RECON-RECORD
           END-IF.

      * an error difference, positioned by line/col alone.
       SRECON-WRITE-ERR-DIFF-PROCEDURE.
           ADD 1 TO WS-SRECON-DIFF-COUNT
           MOVE SPACES TO WS-SRECON-DIFF-TOK-LABEL
           MOVE ZERO TO WS-SRECON-DIFF-TOK-NO
           MOVE WS-SRECON-DIFF-TEXT TO WS-SRECON-DIFF-BODY
           MOVE SPACES TO STMT-RECON-RECORD
           STRING WS-SRECON-DIFF-LINE (1:20) ": "
               WS-SRECON-DIFF-BODY
               DELIMITED BY SIZE INTO STMT-RECON-RECORD
           WRITE STMT-RECON-RECORD.

       COPY "parser-proc.cpy".
       COPY "lexer-proc.cpy".
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
