      * STRESS-GEN-PROGRAM builds synthetic rule scripts to an
      * operator-specified profile, so the token-spill, long-literal,
      * deep-nesting and import limits get pushed on purpose in a QA
      * rehearsal before quarter-end instead of by accident at 2am.
      * CAPACITY-FORECAST-PROGRAM says when a real file will reach a
      * ceiling; this is how we find out what happens when it does.
      * the profile comes from STRSCTL cards (KEY=value, * comments):
      *   FILES=nn      scripts to build (1-99, default 1)
      *   TOKENS=n      token volume per script, end-of-file token
      *                 and spliced members included (default 1000)
      *   LINELEN=n     logical line length to pack to (40-1000,
      *                 default 200); past 255 a line is carried
      *                 over continuation records the way
      *                 LEXER-APPEND-SOURCE-RECORD-PROCEDURE reads
      *   DEPTH=nn      if-block nesting depth around the body (0-99)
      *   LITLEN=n      string literal length (0 = none, up to 980;
      *                 over 256 the lexer truncates and the run
      *                 is expected to FAIL)
      *   LITEVERY=n    every nth body statement carries the literal
      *                 (default 10)
      *   IMPORTS=nn    import fan-out -- distinct members every
      *                 script imports (0-20)
      *   ILLRATE=n     illegal tokens per 1000 tokens (0-200)
      *   NAME=xxxxxx   dataset name stem (default STRS)
      *   UNIT=xxxx     business unit stamped on the BATCHLST entries
      *   DETAIL=N      header-only BATCHRPT sections (default full)
      * every generated script is valid source: a script header
      * directive, its import lines, the nested if blocks, and let
      * statements packed to the line length, with a bare @ ahead of
      * a statement wherever the illegal rate calls for one. the
      * import members are written too, and cataloged active in the
      * profile's IMPCAT with the lexer's own fingerprint (logged to
      * IMPCCHG like any catalog change), so the batch gate lets them
      * splice. then the profile's BATCHLST is rewritten to list the
      * scripts (lenient, forced, so every one lexes), and STRSEXP
      * gets the counts each script's run must produce -- the leg
      * TRIAL-BALANCE-PROGRAM balances the rehearsal against.
      * names resolve through the active environment profile, and a
      * production profile (or no prefix at all) is refused: this
      * program rewrites BATCHLST.
      *
      * RETURN-CODE: 0 = generated; 16 = refused, profile invalid,
      * or a profile that overflows the 1024-line ceiling.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRESS-GEN-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRESS-CONTROL-FILE ASSIGN TO "STRSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-CTL-STATUS.
           SELECT STRESS-SCRIPT-FILE ASSIGN TO DYNAMIC
               WS-STG-SCRIPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-SCR-STATUS.
           SELECT STRESS-MEMBER-FILE ASSIGN TO DYNAMIC
               WS-STG-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-MEM-STATUS.
           SELECT BATCH-FILE-LIST ASSIGN TO DYNAMIC
               WS-PROF-DSN-BATCHLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-LST-STATUS.
           SELECT IMPORT-CATALOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-IMPCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-CAT-STATUS.
           SELECT CATALOG-CHANGE-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-IMPCCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-CHG-STATUS.
           SELECT STRESS-EXPECT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-STRSEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-EXP-STATUS.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STRESS-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 STRESS-CONTROL-RECORD PIC X(80).

       FD STRESS-SCRIPT-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 STRESS-SCRIPT-RECORD PIC X(256).

       FD STRESS-MEMBER-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 STRESS-MEMBER-RECORD PIC X(256).

      * same record shape as batch-run-file.cpy's BATCH-FILE-LIST --
      * declared locally for the reason PREFLIGHT-PROGRAM gives.
       FD BATCH-FILE-LIST
           RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-FILE-LIST-RECORD.
           05 BATCH-FILE-LIST-NAME   PIC X(40).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-FREQ   PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-UNIT   PIC X(4).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-MODE   PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-DETAIL PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-STATUS PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-FORCE  PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-TRACE  PIC X(1).
           05 FILLER                 PIC X(23).

       COPY "import-catalog-file.cpy".

       FD CATALOG-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CATALOG-CHANGE-RECORD PIC X(80).

       COPY "stress-expect-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".

       01 WS-STG-CTL-STATUS PIC XX VALUE "00".
       01 WS-STG-SCR-STATUS PIC XX VALUE "00".
       01 WS-STG-MEM-STATUS PIC XX VALUE "00".
       01 WS-STG-LST-STATUS PIC XX VALUE "00".
       01 WS-STG-CAT-STATUS PIC XX VALUE "00".
       01 WS-STG-CHG-STATUS PIC XX VALUE "00".
       01 WS-STG-EXP-STATUS PIC XX VALUE "00".

       01 WS-STG-EOF-SWITCH PIC X VALUE "N".
           88 WS-STG-EOF-ON  VALUE "Y".
           88 WS-STG-EOF-OFF VALUE "N".

      * the stress profile, defaulted, then overridden by STRSCTL.
       01 WS-STG-FILES    PIC 99 VALUE 1.
       01 WS-STG-TOKENS   PIC 9(7) VALUE 1000.
       01 WS-STG-LINELEN  PIC 9(4) VALUE 200.
       01 WS-STG-DEPTH    PIC 99 VALUE 0.
       01 WS-STG-LITLEN   PIC 9(4) VALUE 0.
       01 WS-STG-LITEVERY PIC 9(3) VALUE 10.
       01 WS-STG-IMPORTS  PIC 99 VALUE 0.
       01 WS-STG-ILLRATE  PIC 9(4) VALUE 0.
       01 WS-STG-NAME     PIC X(6) VALUE "STRS".
       01 WS-STG-UNIT     PIC X(4) VALUE SPACES.
       01 WS-STG-DETAIL   PIC X(1) VALUE "Y".

       01 WS-STG-CARD-KEY   PIC X(12).
       01 WS-STG-CARD-VALUE PIC X(40).
       01 WS-STG-CARD-LEN   PIC 99.
       01 WS-STG-CARD-NUM   PIC X(7).
       01 WS-STG-CARD-NUM-9 REDEFINES WS-STG-CARD-NUM PIC 9(7).
       01 WS-STG-CARD-ERRORS PIC 9(3) VALUE 0.

      * the lexer's hard ceilings a profile is held to -- the same
      * constants LEXER-INPUT-LINES and the import splice enforce.
       01 WS-STG-LINE-CEILING   PIC 9(5) VALUE 1024.
       01 WS-STG-PHYS-MAX       PIC 9(3) VALUE 255.
       01 WS-STG-TABLE-CEILING  PIC 9(7) VALUE 65536.
       01 WS-STG-LIT-CEILING    PIC 9(3) VALUE 256.

      * the fixed pieces every script is built from, and what each
      * costs in tokens and lines once lexed.
       01 WS-STG-NEST-OPEN  PIC X(11) VALUE "if (true) {".
       01 WS-STG-NEST-TOKENS PIC 9 VALUE 6.
       01 WS-STG-PLAIN-STMT PIC X(13) VALUE "let qty = 42;".
       01 WS-STG-STMT-TOKENS PIC 9 VALUE 5.
       01 WS-STG-MEMBER-TOKENS PIC 99 VALUE 13.
       01 WS-STG-MEMBER-LINES  PIC 9 VALUE 3.
       01 WS-STG-LETTERS PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-STG-LIT-FILL PIC X(1000).

      * resolved names -- the active profile's prefix, the NAME
      * stem, then S nnn for a script or M nn for a member.
       01 WS-STG-SCRIPT-NAME PIC X(40) VALUE SPACES.
       01 WS-STG-MEMBER-NAME PIC X(40) VALUE SPACES.
       01 WS-STG-NAME-LEN    PIC 9.
       01 WS-STG-SEQ-3       PIC 999.
       01 WS-STG-SEQ-2       PIC 99.

       01 WS-PROF-DSN-BATCHLST PIC X(40) VALUE "BATCHLST".
       01 WS-PROF-DSN-IMPCAT   PIC X(40) VALUE "IMPCAT".
       01 WS-PROF-DSN-IMPCCHG  PIC X(40) VALUE "IMPCCHG".
       01 WS-PROF-DSN-STRSEXP  PIC X(40) VALUE "STRSEXP".

      * the generated scripts and the counts their runs must show.
       01 WS-STG-SCR-COUNT PIC 99 VALUE 0.
       01 WS-STG-SCR-TABLE.
           05 WS-STG-SCR-ENTRY OCCURS 99 TIMES.
               10 WS-STG-SCR-NAME    PIC X(40).
               10 WS-STG-SCR-TOKENS  PIC 9(7).
               10 WS-STG-SCR-ILLEGAL PIC 9(7).
               10 WS-STG-SCR-LINES   PIC 9(5).
               10 WS-STG-SCR-RECORDS PIC 9(5).
               10 WS-STG-SCR-RESULT  PIC X(4).
       01 WS-STG-SCR-IDX PIC 99.

       01 WS-STG-MEM-COUNT PIC 99 VALUE 0.
       01 WS-STG-MEM-TABLE.
           05 WS-STG-MEM-ENTRY OCCURS 20 TIMES.
               10 WS-STG-MEM-NAME PIC X(20).
               10 WS-STG-MEM-FP   PIC 9(8).
       01 WS-STG-MEM-IDX PIC 99.

      * the profile's import catalog, loaded, amended and written
      * back whole the way IMPORT-CATALOG-MAINT-PROGRAM saves it.
       01 WS-STG-CAT-MAX   PIC 9(3) VALUE 100.
       01 WS-STG-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-STG-CAT-TABLE.
           05 WS-STG-CAT-ENTRY OCCURS 100 TIMES.
               10 WS-STG-CAT-MEMBER  PIC X(20).
               10 WS-STG-CAT-DESK    PIC X(4).
               10 WS-STG-CAT-VERSION PIC X(4).
               10 WS-STG-CAT-FP      PIC 9(8).
               10 WS-STG-CAT-STATE   PIC X(1).
               10 WS-STG-CAT-LIFE    PIC X(1).
               10 WS-STG-CAT-SUNSET  PIC X(10).
       01 WS-STG-CAT-IDX   PIC 9(3).
       01 WS-STG-CAT-FOUND PIC 9(3).
       01 WS-STG-CHG-ACTION PIC X(12).

       01 WS-STG-NOW-DATE.
           05 WS-STG-NOW-YYYY PIC 9(4).
           05 WS-STG-NOW-MM   PIC 99.
           05 WS-STG-NOW-DD   PIC 99.
       01 WS-STG-NOW-TIME.
           05 WS-STG-NOW-HH  PIC 99.
           05 WS-STG-NOW-MIN PIC 99.
           05 WS-STG-NOW-SS  PIC 99.
           05 FILLER         PIC 99.

      * the lexer's rolling content checksum, reproduced over each
      * member record as it is written -- trailing blanks excluded,
      * same as IMPCAT-ROLL-RECORD-PROCEDURE.
       01 WS-STG-FP-WORK  PIC 9(10) VALUE 0.
       01 WS-STG-REC-LEN  PIC 9(3).
       01 WS-STG-SCAN-IDX PIC 9(3).

      * one script being built: the logical line being packed, the
      * statement about to go onto it, and the running counts.
       01 WS-STG-LINE      PIC X(1024).
       01 WS-STG-LINE-LEN  PIC 9(4) VALUE 0.
       01 WS-STG-STMT      PIC X(1024).
       01 WS-STG-STMT-LEN  PIC 9(4) VALUE 0.
       01 WS-STG-POS       PIC 9(4).
       01 WS-STG-CHUNK     PIC 9(4).
       01 WS-STG-REMAIN    PIC 9(4).
       01 WS-STG-IDX       PIC 9(3).

       01 WS-STG-BODY-TARGET PIC S9(7).
       01 WS-STG-BODY-TOKENS PIC 9(7).
       01 WS-STG-BODY-LINES  PIC 9(5).
       01 WS-STG-STMT-NO     PIC 9(7).
       01 WS-STG-STMT-QUOT   PIC 9(7).
       01 WS-STG-STMT-REM    PIC 9(3).
       01 WS-STG-ILL-ACC     PIC 9(7).
       01 WS-STG-CUR-TOKENS  PIC 9(7).
       01 WS-STG-CUR-ILLEGAL PIC 9(7).
       01 WS-STG-CUR-LITS    PIC 9(7).
       01 WS-STG-CUR-RECORDS PIC 9(5).
       01 WS-STG-FIXED-PRE   PIC 9(5).
       01 WS-STG-FIXED-POST  PIC 9(5).

       01 WS-STG-TOTAL-TOKENS PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE

           IF WS-PROF-NAME = "PROD" OR WS-PROF-PREFIX-LEN = 0
               DISPLAY "STRESS-GEN-PROGRAM: ACTIVE PROFILE IS "
                   WS-PROF-NAME " PREFIX=" WS-PROF-PREFIX
                   " -- STRESS SCRIPTS ARE BUILT FOR A PREFIXED "
                   "REHEARSAL PROFILE ONLY. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "BATCHLST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-BATCHLST
           MOVE "IMPCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-IMPCAT
           MOVE "IMPCCHG" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-IMPCCHG
           MOVE "STRSEXP" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-STRSEXP

           PERFORM STRESS-READ-CONTROL-PROCEDURE
           PERFORM STRESS-VALIDATE-PROCEDURE

           IF WS-STG-CARD-ERRORS > 0
               DISPLAY "STRESS-GEN-PROGRAM: " WS-STG-CARD-ERRORS
                   " PROFILE ERROR(S) -- NOTHING GENERATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "STRESS-GEN-PROGRAM: FILES=" WS-STG-FILES
               " TOKENS=" WS-STG-TOKENS " LINELEN=" WS-STG-LINELEN
               " DEPTH=" WS-STG-DEPTH " LITLEN=" WS-STG-LITLEN
               " IMPORTS=" WS-STG-IMPORTS
               " ILLRATE=" WS-STG-ILLRATE

           MOVE ALL "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO WS-STG-LIT-FILL
           ACCEPT WS-STG-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STG-NOW-TIME FROM TIME

           PERFORM VARYING WS-STG-MEM-IDX FROM 1 BY 1
               UNTIL WS-STG-MEM-IDX > WS-STG-IMPORTS
               PERFORM STRESS-WRITE-MEMBER-PROCEDURE
           END-PERFORM
           IF WS-STG-IMPORTS > 0
               PERFORM STRESS-CATALOG-PROCEDURE
           END-IF

           PERFORM VARYING WS-STG-SCR-IDX FROM 1 BY 1
               UNTIL WS-STG-SCR-IDX > WS-STG-FILES
               PERFORM STRESS-WRITE-SCRIPT-PROCEDURE
           END-PERFORM

           PERFORM STRESS-WRITE-LIST-PROCEDURE
           PERFORM STRESS-WRITE-EXPECT-PROCEDURE

           DISPLAY "STRESS-GEN-PROGRAM: " WS-STG-SCR-COUNT
               " SCRIPT(S), " WS-STG-TOTAL-TOKENS
               " TOKENS IN ALL, LISTED IN " WS-PROF-DSN-BATCHLST
           DISPLAY "STRESS-GEN-PROGRAM: EXPECTED COUNTS IN "
               WS-PROF-DSN-STRSEXP

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * STRSCTL cards over the defaults -- a missing STRSCTL builds
      * one default script.
       STRESS-READ-CONTROL-PROCEDURE.
           OPEN INPUT STRESS-CONTROL-FILE
           IF WS-STG-CTL-STATUS NOT = "00"
               DISPLAY "STRESS-GEN-PROGRAM: NO STRSCTL -- DEFAULT "
                   "PROFILE APPLIES"
               EXIT PARAGRAPH
           END-IF

           SET WS-STG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-STG-EOF-ON
               READ STRESS-CONTROL-FILE
                   AT END
                       SET WS-STG-EOF-ON TO TRUE
                   NOT AT END
                       IF STRESS-CONTROL-RECORD (1:1) NOT = "*"
                           AND STRESS-CONTROL-RECORD NOT = SPACES
                           PERFORM STRESS-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STRESS-CONTROL-FILE.

       STRESS-APPLY-CARD-PROCEDURE.
           MOVE SPACES TO WS-STG-CARD-KEY
           MOVE SPACES TO WS-STG-CARD-VALUE
           UNSTRING STRESS-CONTROL-RECORD DELIMITED BY "="
               INTO WS-STG-CARD-KEY WS-STG-CARD-VALUE

           EVALUATE WS-STG-CARD-KEY
               WHEN "NAME"
                   MOVE WS-STG-CARD-VALUE (1:6) TO WS-STG-NAME
                   EXIT PARAGRAPH
               WHEN "UNIT"
                   MOVE WS-STG-CARD-VALUE (1:4) TO WS-STG-UNIT
                   EXIT PARAGRAPH
               WHEN "DETAIL"
                   MOVE WS-STG-CARD-VALUE (1:1) TO WS-STG-DETAIL
                   EXIT PARAGRAPH
               WHEN "FILES"
               WHEN "TOKENS"
               WHEN "LINELEN"
               WHEN "DEPTH"
               WHEN "LITLEN"
               WHEN "LITEVERY"
               WHEN "IMPORTS"
               WHEN "ILLRATE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "STRESS-GEN-PROGRAM: CARD '"
                       WS-STG-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
                   EXIT PARAGRAPH
           END-EVALUATE

      * a numeric card: up to seven digits, right-aligned.
           MOVE 0 TO WS-STG-CARD-LEN
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
               UNTIL WS-STG-IDX > 8
               OR WS-STG-CARD-VALUE (WS-STG-IDX:1) = SPACE
               MOVE WS-STG-IDX TO WS-STG-CARD-LEN
           END-PERFORM

           MOVE ZEROS TO WS-STG-CARD-NUM
           IF WS-STG-CARD-LEN > 0 AND WS-STG-CARD-LEN <= 7
               MOVE WS-STG-CARD-VALUE (1:WS-STG-CARD-LEN) TO
                   WS-STG-CARD-NUM (8 - WS-STG-CARD-LEN:
                   WS-STG-CARD-LEN)
           END-IF
           IF WS-STG-CARD-LEN = 0 OR WS-STG-CARD-LEN > 7
               OR WS-STG-CARD-NUM IS NOT NUMERIC
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: CARD " WS-STG-CARD-KEY
                   " VALUE '" WS-STG-CARD-VALUE (1:10)
                   "' IS NOT A NUMBER"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-STG-CARD-KEY
               WHEN "FILES"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-FILES
               WHEN "TOKENS"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-TOKENS
               WHEN "LINELEN"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-LINELEN
               WHEN "DEPTH"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-DEPTH
               WHEN "LITLEN"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-LITLEN
               WHEN "LITEVERY"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-LITEVERY
               WHEN "IMPORTS"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-IMPORTS
               WHEN "ILLRATE"
                   MOVE WS-STG-CARD-NUM-9 TO WS-STG-ILLRATE
           END-EVALUATE.

      * the limits a profile must stay inside to build scripts the
      * lexer can read at all -- going past the token table, the
      * literal width or the import count is the point of the
      * exercise, going past what aborts the read is not.
       STRESS-VALIDATE-PROCEDURE.
           IF WS-STG-FILES < 1
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: FILES MUST BE 1-99"
           END-IF
           IF WS-STG-LINELEN < 40 OR WS-STG-LINELEN > 1000
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: LINELEN MUST BE 40-1000"
           END-IF
           IF WS-STG-LITLEN > 980
               OR (WS-STG-LITLEN > 0
               AND WS-STG-LITLEN + 16 > WS-STG-LINELEN)
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: LITLEN MUST FIT THE "
                   "LINE (LITLEN + 16 <= LINELEN, AT MOST 980)"
           END-IF
           IF WS-STG-LITEVERY < 1
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: LITEVERY MUST BE 1 OR "
                   "MORE"
           END-IF
           IF WS-STG-IMPORTS > 20
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: IMPORTS MUST BE 0-20 "
                   "(THE LEXER'S DISTINCT-IMPORT LIMIT)"
           END-IF
           IF WS-STG-ILLRATE > 200
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: ILLRATE MUST BE 0-200 "
                   "PER 1000 TOKENS"
           END-IF
           IF WS-STG-NAME = SPACES
               ADD 1 TO WS-STG-CARD-ERRORS
               DISPLAY "STRESS-GEN-PROGRAM: NAME MAY NOT BE BLANK"
           END-IF

           MOVE 0 TO WS-STG-NAME-LEN
           PERFORM VARYING WS-STG-IDX FROM 6 BY -1
               UNTIL WS-STG-IDX < 1
               IF WS-STG-NAME (WS-STG-IDX:1) NOT = SPACE
                   MOVE WS-STG-IDX TO WS-STG-NAME-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * one import member: a small helper function over three lines,
      * its identifier lettered by member number (identifiers are
      * letters and underscores only). fingerprinted as written.
       STRESS-WRITE-MEMBER-PROCEDURE.
           MOVE WS-STG-MEM-IDX TO WS-STG-SEQ-2
           MOVE SPACES TO WS-PROF-BASE-NAME
           STRING WS-STG-NAME (1:WS-STG-NAME-LEN) "M" WS-STG-SEQ-2
               DELIMITED BY SIZE INTO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-STG-MEMBER-NAME
           MOVE WS-PROF-RESOLVED-NAME (1:20) TO
               WS-STG-MEM-NAME (WS-STG-MEM-IDX)

           OPEN OUTPUT STRESS-MEMBER-FILE
           IF WS-STG-MEM-STATUS NOT = "00"
               DISPLAY "STRESS-GEN-PROGRAM: MEMBER "
                   WS-STG-MEMBER-NAME " OPEN FAILED, STATUS="
                   WS-STG-MEM-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-STG-FP-WORK

           MOVE SPACES TO STRESS-MEMBER-RECORD
           STRING "let helper_"
               WS-STG-LETTERS (WS-STG-MEM-IDX:1)
               " = fn(x) {"
               DELIMITED BY SIZE INTO STRESS-MEMBER-RECORD
           PERFORM STRESS-PUT-MEMBER-RECORD-PROCEDURE

           MOVE "  x * 2" TO STRESS-MEMBER-RECORD
           PERFORM STRESS-PUT-MEMBER-RECORD-PROCEDURE

           MOVE "};" TO STRESS-MEMBER-RECORD
           PERFORM STRESS-PUT-MEMBER-RECORD-PROCEDURE

           CLOSE STRESS-MEMBER-FILE

           MOVE WS-STG-FP-WORK TO WS-STG-MEM-FP (WS-STG-MEM-IDX)
           MOVE WS-STG-MEM-IDX TO WS-STG-MEM-COUNT.

       STRESS-PUT-MEMBER-RECORD-PROCEDURE.
           MOVE 0 TO WS-STG-REC-LEN
           PERFORM VARYING WS-STG-SCAN-IDX
               FROM LENGTH OF STRESS-MEMBER-RECORD BY -1
               UNTIL WS-STG-SCAN-IDX < 1
               IF STRESS-MEMBER-RECORD (WS-STG-SCAN-IDX:1)
                   NOT = SPACE
                   MOVE WS-STG-SCAN-IDX TO WS-STG-REC-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-STG-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-STG-SCAN-IDX > WS-STG-REC-LEN
               COMPUTE WS-STG-FP-WORK =
                   WS-STG-FP-WORK * 31 + FUNCTION ORD
                   (STRESS-MEMBER-RECORD (WS-STG-SCAN-IDX:1))
               IF WS-STG-FP-WORK > 99999999
                   COMPUTE WS-STG-FP-WORK =
                       WS-STG-FP-WORK - 99999999 *
                       (WS-STG-FP-WORK / 99999999)
               END-IF
           END-PERFORM

           WRITE STRESS-MEMBER-RECORD.

      * the generated members go into the profile's IMPCAT active,
      * under the STRS desk, each add or refresh logged to IMPCCHG
      * the way a maintenance-screen change is.
       STRESS-CATALOG-PROCEDURE.
           MOVE 0 TO WS-STG-CAT-COUNT
           OPEN INPUT IMPORT-CATALOG-FILE
           IF WS-STG-CAT-STATUS = "00"
               SET WS-STG-EOF-OFF TO TRUE
               PERFORM UNTIL WS-STG-EOF-ON
                   READ IMPORT-CATALOG-FILE
                       AT END
                           SET WS-STG-EOF-ON TO TRUE
                       NOT AT END
                           IF WS-STG-CAT-COUNT < WS-STG-CAT-MAX
                               ADD 1 TO WS-STG-CAT-COUNT
                               MOVE IMPORT-CATALOG-MEMBER TO
                                   WS-STG-CAT-MEMBER (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-DESK TO
                                   WS-STG-CAT-DESK (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-VERSION TO
                                   WS-STG-CAT-VERSION
                                   (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-FINGERPRINT TO
                                   WS-STG-CAT-FP (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-STATUS TO
                                   WS-STG-CAT-STATE (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-LIFECYCLE TO
                                   WS-STG-CAT-LIFE (WS-STG-CAT-COUNT)
                               MOVE IMPORT-CATALOG-SUNSET TO
                                   WS-STG-CAT-SUNSET
                                   (WS-STG-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-CATALOG-FILE
           END-IF

           OPEN EXTEND CATALOG-CHANGE-FILE
           IF WS-STG-CHG-STATUS = "35"
               OPEN OUTPUT CATALOG-CHANGE-FILE
           END-IF

           PERFORM VARYING WS-STG-MEM-IDX FROM 1 BY 1
               UNTIL WS-STG-MEM-IDX > WS-STG-MEM-COUNT
               PERFORM STRESS-CATALOG-ONE-PROCEDURE
           END-PERFORM

           CLOSE CATALOG-CHANGE-FILE

           OPEN OUTPUT IMPORT-CATALOG-FILE
           PERFORM VARYING WS-STG-CAT-IDX FROM 1 BY 1 UNTIL
               WS-STG-CAT-IDX > WS-STG-CAT-COUNT
               MOVE SPACES TO IMPORT-CATALOG-RECORD
               MOVE WS-STG-CAT-MEMBER (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-MEMBER
               MOVE WS-STG-CAT-DESK (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-DESK
               MOVE WS-STG-CAT-VERSION (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-VERSION
               MOVE WS-STG-CAT-FP (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-FINGERPRINT
               MOVE WS-STG-CAT-STATE (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-STATUS
               MOVE WS-STG-CAT-LIFE (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-LIFECYCLE
               MOVE WS-STG-CAT-SUNSET (WS-STG-CAT-IDX) TO
                   IMPORT-CATALOG-SUNSET
               WRITE IMPORT-CATALOG-RECORD
           END-PERFORM
           CLOSE IMPORT-CATALOG-FILE.

       STRESS-CATALOG-ONE-PROCEDURE.
           MOVE 0 TO WS-STG-CAT-FOUND
           PERFORM VARYING WS-STG-CAT-IDX FROM 1 BY 1 UNTIL
               WS-STG-CAT-IDX > WS-STG-CAT-COUNT
               IF WS-STG-CAT-MEMBER (WS-STG-CAT-IDX) =
                   WS-STG-MEM-NAME (WS-STG-MEM-IDX)
                   MOVE WS-STG-CAT-IDX TO WS-STG-CAT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-STG-CAT-FOUND = 0
               IF WS-STG-CAT-COUNT >= WS-STG-CAT-MAX
                   DISPLAY "STRESS-GEN-PROGRAM: IMPCAT FULL -- "
                       WS-STG-MEM-NAME (WS-STG-MEM-IDX)
                       " NOT CATALOGED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STG-CAT-COUNT
               MOVE WS-STG-CAT-COUNT TO WS-STG-CAT-FOUND
               MOVE WS-STG-MEM-NAME (WS-STG-MEM-IDX) TO
                   WS-STG-CAT-MEMBER (WS-STG-CAT-FOUND)
               MOVE SPACE TO WS-STG-CAT-LIFE (WS-STG-CAT-FOUND)
               MOVE SPACES TO WS-STG-CAT-SUNSET (WS-STG-CAT-FOUND)
               MOVE "ADD" TO WS-STG-CHG-ACTION
           ELSE
               MOVE "UPDATE" TO WS-STG-CHG-ACTION
           END-IF

           MOVE "STRS" TO WS-STG-CAT-DESK (WS-STG-CAT-FOUND)
           MOVE "1.0" TO WS-STG-CAT-VERSION (WS-STG-CAT-FOUND)
           MOVE WS-STG-MEM-FP (WS-STG-MEM-IDX) TO
               WS-STG-CAT-FP (WS-STG-CAT-FOUND)
           MOVE "A" TO WS-STG-CAT-STATE (WS-STG-CAT-FOUND)

           MOVE SPACES TO CATALOG-CHANGE-RECORD
           STRING WS-STG-NOW-YYYY "-" WS-STG-NOW-MM "-"
               WS-STG-NOW-DD " "
               WS-STG-NOW-HH ":" WS-STG-NOW-MIN ":"
               WS-STG-NOW-SS " "
               "STRSGEN " " "
               WS-STG-CHG-ACTION " "
               WS-STG-MEM-NAME (WS-STG-MEM-IDX)
               DELIMITED BY SIZE INTO CATALOG-CHANGE-RECORD
           WRITE CATALOG-CHANGE-RECORD.

      * one script: header directive, the import lines, the nest
      * openers, the body packed to the line length, the closers.
      * the counts are worked out as it is written -- tokens as the
      * lexer will count them (spliced members and the end-of-file
      * token included), logical lines as LN= will report them
      * (the header and import lines removed, member lines spliced
      * in their place).
       STRESS-WRITE-SCRIPT-PROCEDURE.
           MOVE WS-STG-SCR-IDX TO WS-STG-SEQ-3
           MOVE SPACES TO WS-PROF-BASE-NAME
           STRING WS-STG-NAME (1:WS-STG-NAME-LEN) "S" WS-STG-SEQ-3
               DELIMITED BY SIZE INTO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-STG-SCRIPT-NAME

           OPEN OUTPUT STRESS-SCRIPT-FILE
           IF WS-STG-SCR-STATUS NOT = "00"
               DISPLAY "STRESS-GEN-PROGRAM: SCRIPT "
                   WS-STG-SCRIPT-NAME " OPEN FAILED, STATUS="
                   WS-STG-SCR-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-STG-CUR-TOKENS
           MOVE 0 TO WS-STG-CUR-ILLEGAL
           MOVE 0 TO WS-STG-CUR-LITS
           MOVE 0 TO WS-STG-CUR-RECORDS
           MOVE 0 TO WS-STG-BODY-TOKENS
           MOVE 0 TO WS-STG-BODY-LINES
           MOVE 0 TO WS-STG-STMT-NO
           MOVE 0 TO WS-STG-ILL-ACC

      * the lines that are there whatever the body: the header and
      * import lines as read, the members as spliced, the nesting.
           COMPUTE WS-STG-FIXED-PRE =
               1 + WS-STG-IMPORTS + 2 * WS-STG-DEPTH
           COMPUTE WS-STG-FIXED-POST =
               WS-STG-MEMBER-LINES * WS-STG-IMPORTS
               + 2 * WS-STG-DEPTH

           MOVE SPACES TO STRESS-SCRIPT-RECORD
           STRING "script " QUOTE DELIMITED BY SIZE
               WS-STG-SCRIPT-NAME (1:20) DELIMITED BY SPACE
               QUOTE " " QUOTE "1.0" QUOTE " " QUOTE "STRESS-GEN"
               QUOTE DELIMITED BY SIZE
               INTO STRESS-SCRIPT-RECORD
           PERFORM STRESS-PUT-SCRIPT-RECORD-PROCEDURE

           PERFORM VARYING WS-STG-MEM-IDX FROM 1 BY 1
               UNTIL WS-STG-MEM-IDX > WS-STG-IMPORTS
               MOVE SPACES TO STRESS-SCRIPT-RECORD
               STRING "import " QUOTE DELIMITED BY SIZE
                   WS-STG-MEM-NAME (WS-STG-MEM-IDX)
                   DELIMITED BY SPACE
                   QUOTE DELIMITED BY SIZE
                   INTO STRESS-SCRIPT-RECORD
               PERFORM STRESS-PUT-SCRIPT-RECORD-PROCEDURE
               ADD WS-STG-MEMBER-TOKENS TO WS-STG-CUR-TOKENS
           END-PERFORM

           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
               UNTIL WS-STG-IDX > WS-STG-DEPTH
               MOVE WS-STG-NEST-OPEN TO STRESS-SCRIPT-RECORD
               PERFORM STRESS-PUT-SCRIPT-RECORD-PROCEDURE
               ADD WS-STG-NEST-TOKENS TO WS-STG-CUR-TOKENS
           END-PERFORM

      * whatever the fixed pieces and the end-of-file token leave of
      * the token volume is the body's to fill.
           COMPUTE WS-STG-BODY-TARGET =
               WS-STG-TOKENS - WS-STG-CUR-TOKENS - 1
           MOVE SPACES TO WS-STG-LINE
           MOVE 0 TO WS-STG-LINE-LEN
           PERFORM UNTIL WS-STG-BODY-TOKENS >= WS-STG-BODY-TARGET
               PERFORM STRESS-NEXT-STATEMENT-PROCEDURE
               IF WS-STG-LINE-LEN > 0
                   AND WS-STG-LINE-LEN + 1 + WS-STG-STMT-LEN >
                   WS-STG-LINELEN
                   PERFORM STRESS-FLUSH-LINE-PROCEDURE
               END-IF
               IF WS-STG-LINE-LEN > 0
                   ADD 1 TO WS-STG-LINE-LEN
               END-IF
               MOVE WS-STG-STMT (1:WS-STG-STMT-LEN) TO
                   WS-STG-LINE (WS-STG-LINE-LEN + 1:WS-STG-STMT-LEN)
               ADD WS-STG-STMT-LEN TO WS-STG-LINE-LEN
           END-PERFORM
           PERFORM STRESS-FLUSH-LINE-PROCEDURE

           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
               UNTIL WS-STG-IDX > WS-STG-DEPTH
               MOVE "}" TO STRESS-SCRIPT-RECORD
               PERFORM STRESS-PUT-SCRIPT-RECORD-PROCEDURE
           END-PERFORM

           CLOSE STRESS-SCRIPT-FILE

           COMPUTE WS-STG-CUR-TOKENS =
               WS-STG-CUR-TOKENS + WS-STG-BODY-TOKENS + 1

           ADD 1 TO WS-STG-SCR-COUNT
           MOVE WS-STG-SCRIPT-NAME TO WS-STG-SCR-NAME (WS-STG-SCR-IDX)
           MOVE WS-STG-CUR-TOKENS TO WS-STG-SCR-TOKENS (WS-STG-SCR-IDX)
           MOVE WS-STG-CUR-ILLEGAL TO
               WS-STG-SCR-ILLEGAL (WS-STG-SCR-IDX)
           COMPUTE WS-STG-SCR-LINES (WS-STG-SCR-IDX) =
               WS-STG-FIXED-POST + WS-STG-BODY-LINES
           MOVE WS-STG-CUR-RECORDS TO
               WS-STG-SCR-RECORDS (WS-STG-SCR-IDX)
           IF WS-STG-CUR-ILLEGAL > 0
               OR (WS-STG-CUR-LITS > 0
               AND WS-STG-LITLEN > WS-STG-LIT-CEILING)
               MOVE "FAIL" TO WS-STG-SCR-RESULT (WS-STG-SCR-IDX)
           ELSE
               MOVE "PASS" TO WS-STG-SCR-RESULT (WS-STG-SCR-IDX)
           END-IF
           ADD WS-STG-CUR-TOKENS TO WS-STG-TOTAL-TOKENS

           DISPLAY "STRESS-GEN-PROGRAM: " WS-STG-SCRIPT-NAME (1:20)
               " TOKENS=" WS-STG-CUR-TOKENS
               " ILLEGAL=" WS-STG-CUR-ILLEGAL
               " LINES=" WS-STG-SCR-LINES (WS-STG-SCR-IDX)
               " RECORDS=" WS-STG-CUR-RECORDS
               " EXPECT=" WS-STG-SCR-RESULT (WS-STG-SCR-IDX)
           IF WS-STG-CUR-TOKENS > WS-STG-TABLE-CEILING
               DISPLAY "STRESS-GEN-PROGRAM: " WS-STG-SCRIPT-NAME (1:20)
                   " RUNS PAST THE " WS-STG-TABLE-CEILING
                   "-SLOT TOKEN TABLE -- TOKNSPIL WILL ENGAGE"
           END-IF.

      * the next body statement: a plain let, or every LITEVERY-th
      * one the long-literal let, with a bare @ ahead of it whenever
      * the illegal rate has come due.
       STRESS-NEXT-STATEMENT-PROCEDURE.
           ADD 1 TO WS-STG-STMT-NO
           MOVE SPACES TO WS-STG-STMT
           MOVE 0 TO WS-STG-STMT-LEN

           COMPUTE WS-STG-ILL-ACC = WS-STG-ILL-ACC +
               WS-STG-ILLRATE * WS-STG-STMT-TOKENS
           IF WS-STG-ILL-ACC >= 1000
               SUBTRACT 1000 FROM WS-STG-ILL-ACC
               MOVE "@ " TO WS-STG-STMT (1:2)
               MOVE 2 TO WS-STG-STMT-LEN
               ADD 1 TO WS-STG-CUR-ILLEGAL
               ADD 1 TO WS-STG-BODY-TOKENS
           END-IF

           MOVE 1 TO WS-STG-STMT-REM
           IF WS-STG-LITLEN > 0
               DIVIDE WS-STG-STMT-NO BY WS-STG-LITEVERY
                   GIVING WS-STG-STMT-QUOT
                   REMAINDER WS-STG-STMT-REM
           END-IF

           IF WS-STG-STMT-REM = 0
               STRING "let note = " QUOTE
                   WS-STG-LIT-FILL (1:WS-STG-LITLEN) QUOTE ";"
                   DELIMITED BY SIZE
                   INTO WS-STG-STMT (WS-STG-STMT-LEN + 1:)
               COMPUTE WS-STG-STMT-LEN =
                   WS-STG-STMT-LEN + 14 + WS-STG-LITLEN
               ADD 1 TO WS-STG-CUR-LITS
           ELSE
               MOVE WS-STG-PLAIN-STMT TO
                   WS-STG-STMT (WS-STG-STMT-LEN + 1:13)
               ADD 13 TO WS-STG-STMT-LEN
           END-IF

           ADD WS-STG-STMT-TOKENS TO WS-STG-BODY-TOKENS.

      * the packed logical line out as physical records: up to 255
      * characters each, every record but the last ending in the
      * continuation marker. a record is never cut just after a
      * blank -- the lexer trims trailing blanks before it appends a
      * continued record, which would glue two tokens together.
       STRESS-FLUSH-LINE-PROCEDURE.
           IF WS-STG-LINE-LEN = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STG-BODY-LINES
           IF WS-STG-FIXED-PRE + WS-STG-BODY-LINES >
               WS-STG-LINE-CEILING
               OR WS-STG-FIXED-POST + WS-STG-BODY-LINES >
               WS-STG-LINE-CEILING
               DISPLAY "STRESS-GEN-PROGRAM: " WS-STG-SCRIPT-NAME (1:20)
                   " NEEDS MORE THAN " WS-STG-LINE-CEILING
                   " LINES AT LINELEN=" WS-STG-LINELEN
                   " -- RAISE LINELEN OR LOWER TOKENS. ABORTING RUN"
               CLOSE STRESS-SCRIPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-STG-POS
           PERFORM UNTIL WS-STG-POS > WS-STG-LINE-LEN
               COMPUTE WS-STG-REMAIN =
                   WS-STG-LINE-LEN - WS-STG-POS + 1
               MOVE SPACES TO STRESS-SCRIPT-RECORD
               IF WS-STG-REMAIN <= WS-STG-PHYS-MAX
                   MOVE WS-STG-LINE (WS-STG-POS:WS-STG-REMAIN) TO
                       STRESS-SCRIPT-RECORD
                   ADD WS-STG-REMAIN TO WS-STG-POS
               ELSE
                   MOVE WS-STG-PHYS-MAX TO WS-STG-CHUNK
                   PERFORM UNTIL WS-STG-LINE
                       (WS-STG-POS + WS-STG-CHUNK - 1:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-STG-CHUNK
                   END-PERFORM
                   MOVE WS-STG-LINE (WS-STG-POS:WS-STG-CHUNK) TO
                       STRESS-SCRIPT-RECORD
                   MOVE "\" TO
                       STRESS-SCRIPT-RECORD (WS-STG-CHUNK + 1:1)
                   ADD WS-STG-CHUNK TO WS-STG-POS
               END-IF
               PERFORM STRESS-PUT-SCRIPT-RECORD-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-STG-LINE
           MOVE 0 TO WS-STG-LINE-LEN.

       STRESS-PUT-SCRIPT-RECORD-PROCEDURE.
           WRITE STRESS-SCRIPT-RECORD
           ADD 1 TO WS-STG-CUR-RECORDS.

      * the profile's BATCHLST, rewritten to list exactly the
      * generated scripts -- lenient so the illegal tokens are
      * counted rather than abending the run, forced so an unchanged
      * rerun still lexes.
       STRESS-WRITE-LIST-PROCEDURE.
           OPEN OUTPUT BATCH-FILE-LIST
           IF WS-STG-LST-STATUS NOT = "00"
               DISPLAY "STRESS-GEN-PROGRAM: " WS-PROF-DSN-BATCHLST
                   " OPEN FAILED, STATUS=" WS-STG-LST-STATUS
                   " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-STG-SCR-IDX FROM 1 BY 1
               UNTIL WS-STG-SCR-IDX > WS-STG-SCR-COUNT
               MOVE SPACES TO BATCH-FILE-LIST-RECORD
               MOVE WS-STG-SCR-NAME (WS-STG-SCR-IDX) TO
                   BATCH-FILE-LIST-NAME
               MOVE "A" TO BATCH-FILE-LIST-FREQ
               MOVE WS-STG-UNIT TO BATCH-FILE-LIST-UNIT
               MOVE "L" TO BATCH-FILE-LIST-MODE
               MOVE WS-STG-DETAIL TO BATCH-FILE-LIST-DETAIL
               MOVE "F" TO BATCH-FILE-LIST-FORCE
               WRITE BATCH-FILE-LIST-RECORD
           END-PERFORM

           CLOSE BATCH-FILE-LIST.

      * one STRSEXP record per script under the BATCHnnn job id its
      * position in the list will give it.
       STRESS-WRITE-EXPECT-PROCEDURE.
           OPEN OUTPUT STRESS-EXPECT-FILE
           IF WS-STG-EXP-STATUS NOT = "00"
               DISPLAY "STRESS-GEN-PROGRAM: " WS-PROF-DSN-STRSEXP
                   " OPEN FAILED, STATUS=" WS-STG-EXP-STATUS
                   " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-STG-SCR-IDX FROM 1 BY 1
               UNTIL WS-STG-SCR-IDX > WS-STG-SCR-COUNT
               MOVE SPACES TO STRESS-EXPECT-RECORD
               MOVE WS-STG-SCR-IDX TO WS-STG-SEQ-3
               STRING "BATCH" WS-STG-SEQ-3
                   DELIMITED BY SIZE INTO STRESS-EXPECT-JOB-ID
               MOVE WS-STG-SCR-NAME (WS-STG-SCR-IDX) TO
                   STRESS-EXPECT-SOURCE
               MOVE WS-STG-SCR-TOKENS (WS-STG-SCR-IDX) TO
                   STRESS-EXPECT-TOKENS
               MOVE WS-STG-SCR-ILLEGAL (WS-STG-SCR-IDX) TO
                   STRESS-EXPECT-ILLEGAL
               MOVE WS-STG-SCR-LINES (WS-STG-SCR-IDX) TO
                   STRESS-EXPECT-LINES
               MOVE WS-STG-SCR-RESULT (WS-STG-SCR-IDX) TO
                   STRESS-EXPECT-RESULT
               WRITE STRESS-EXPECT-RECORD
           END-PERFORM

           CLOSE STRESS-EXPECT-FILE.

       COPY "profile-proc.cpy".
