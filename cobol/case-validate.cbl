      * CASE-VALIDATE-PROGRAM holds a rule-execution case deck to its
      * declared input schema before RuleExec evaluates anything
      * against it. RuleExec binds whatever the deck's columns hold:
      * a feed from upstream with a shifted column or a non-numeric
      * balance would give confident wrong answers, or an INPUT
      * error per case long after the damage is done. this step
      * reads the deck's schema from CASESCHM (layout in
      * case-schema-file.cpy -- each field's name, position,
      * length, type, allowed range and required flag) and:
      *   - checks the deck's HDR record against it: every HDR
      *     field must be a schema field at the schema's start and
      *     length, every schema field must be on the HDR, and the
      *     first (the case key) must be the same. a deck whose
      *     layout has moved is not validated at all;
      *   - checks every case record, field by field: a required
      *     field may not be blank, an N field must be a number
      *     RuleExec can bind (a whole number, or at most 12
      *     integer and 6 decimal places), and a value must sit
      *     inside the schema's lowest/highest;
      *   - copies each good record to CASEACPT, under an HDR built
      *     from the schema, for RuleExec to read as its CASEDECK;
      *     each bad one goes to CASEREJ (layout in
      *     case-reject-file.cpy), once per failing field, with the
      *     field and the reason.
      * CASEVRPT carries the schema, the rejects per field and the
      * control totals -- records read = accepted + rejected -- with
      * the reject rate against the limit.
      *
      * the limit lives on CASEVCTL: REJPCT=nnn, the percentage of
      * the deck's records that may be rejected before execution is
      * stopped (default 005). 000 stops it on any reject.
      *
      * RETURN-CODE: 0 every record accepted; 4 some rejected, the
      * rate within the limit -- execution runs on the rest; 8 the
      * reject rate passed the limit, execution must not run; 16 the
      * deck could not be validated (no schema, a bad schema record,
      * no deck, no HDR, or an HDR that does not match the schema).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-VALIDATE-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-SCHEMA-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASESCHM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVL-SCHM-STATUS.
           SELECT CASE-DECK-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASEDECK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVL-DECK-STATUS.
           SELECT CASE-ACCEPT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASEACPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-REJECT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASEREJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-VALID-REPORT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASEVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-VALID-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-CASEVCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVL-CTL-STATUS.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "case-schema-file.cpy".

       FD CASE-DECK-FILE
           RECORD CONTAINS 1000 CHARACTERS.
       01 CASE-DECK-RECORD PIC X(1000).

       FD CASE-ACCEPT-FILE
           RECORD CONTAINS 1000 CHARACTERS.
       01 CASE-ACCEPT-RECORD PIC X(1000).

       COPY "case-reject-file.cpy".

       FD CASE-VALID-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CASE-VALID-REPORT-RECORD PIC X(132).

       FD CASE-VALID-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CASE-VALID-CONTROL-RECORD PIC X(80).

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".

       01 WS-CVL-SCHM-STATUS PIC XX VALUE "00".
       01 WS-CVL-DECK-STATUS PIC XX VALUE "00".
       01 WS-CVL-CTL-STATUS  PIC XX VALUE "00".

       01 WS-CVL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CVL-EOF-ON  VALUE "Y".
           88 WS-CVL-EOF-OFF VALUE "N".

       01 WS-CVL-TODAY.
           05 WS-CVL-TODAY-YYYY PIC 9(4).
           05 WS-CVL-TODAY-MM   PIC 99.
           05 WS-CVL-TODAY-DD   PIC 99.
       01 WS-CVL-TODAY-DASHED PIC X(10).

      * CASEVCTL -- the reject-rate limit, in whole percent.
       01 WS-CVL-REJ-LIMIT PIC 9(3) VALUE 5.
       01 WS-CVL-CARD-KEY   PIC X(12).
       01 WS-CVL-CARD-VALUE PIC X(40).
       01 WS-CVL-CARD-NUM   PIC X(3).
       01 WS-CVL-CARD-NUM-9 REDEFINES WS-CVL-CARD-NUM PIC 9(3).

      * the schema as loaded, in declaration order -- field 1 is
      * the case key.
       01 WS-CVL-FLD-MAX   PIC 99 VALUE 50.
       01 WS-CVL-FLD-COUNT PIC 99 VALUE 0.
       01 WS-CVL-FLD-TABLE.
           05 WS-CVL-FLD-ENTRY OCCURS 50 TIMES.
               10 WS-CVL-FLD-NAME     PIC X(20).
               10 WS-CVL-FLD-START    PIC 9(4).
               10 WS-CVL-FLD-LEN      PIC 9(4).
               10 WS-CVL-FLD-TYPE     PIC X.
               10 WS-CVL-FLD-REQUIRED PIC X.
               10 WS-CVL-FLD-MIN-TEXT PIC X(18).
               10 WS-CVL-FLD-MAX-TEXT PIC X(18).
               10 WS-CVL-FLD-MIN-NUM  PIC S9(12)V9(6).
               10 WS-CVL-FLD-MAX-NUM  PIC S9(12)V9(6).
               10 WS-CVL-FLD-ON-HDR   PIC X.
               10 WS-CVL-FLD-REJECTS  PIC 9(7).
       01 WS-CVL-FLD-IDX   PIC 99.
       01 WS-CVL-SCHM-LINE PIC 9(5) VALUE 0.

      * why the deck cannot be validated -- one report line per
      * problem found, RC 16 at the end of the checks.
       01 WS-CVL-ABORT-SWITCH PIC X VALUE "N".
           88 WS-CVL-ABORTED     VALUE "Y".
           88 WS-CVL-NOT-ABORTED VALUE "N".
       01 WS-CVL-PROBLEM PIC X(120).

      * the incoming HDR, one name:start:length[:type] spec at a
      * time.
       01 WS-CVL-HDR-SEEN-SWITCH PIC X VALUE "N".
           88 WS-CVL-HDR-SEEN     VALUE "Y".
           88 WS-CVL-HDR-NOT-SEEN VALUE "N".
       01 WS-CVL-HDR-PTR   PIC 9(4).
       01 WS-CVL-HDR-SPEC  PIC X(80).
       01 WS-CVL-HDR-COUNT PIC 99 VALUE 0.
       01 WS-CVL-SPEC-NAME  PIC X(40).
       01 WS-CVL-SPEC-START PIC X(8).
       01 WS-CVL-SPEC-LEN   PIC X(8).
       01 WS-CVL-SPEC-TYPE  PIC X(8).
       01 WS-CVL-SPEC-DIGITS PIC 99.
       01 WS-CVL-SPEC-NUM-TEXT PIC X(4) JUSTIFIED RIGHT.
       01 WS-CVL-SPEC-NUM REDEFINES WS-CVL-SPEC-NUM-TEXT PIC 9(4).
       01 WS-CVL-SPEC-START-9 PIC 9(4).
       01 WS-CVL-SPEC-LEN-9   PIC 9(4).

      * the HDR written to CASEACPT, built from the schema.
       01 WS-CVL-OUT-HDR PIC X(1000).
       01 WS-CVL-OUT-PTR PIC 9(4).
       01 WS-CVL-EDIT-4  PIC Z(3)9.
       01 WS-CVL-EDIT-4-X REDEFINES WS-CVL-EDIT-4 PIC X(4).
       01 WS-CVL-EDIT-POS PIC 9.

      * one case record's field, and its verdict.
       01 WS-CVL-LINE-NO  PIC 9(7) VALUE 0.
       01 WS-CVL-VALUE    PIC X(1000).
       01 WS-CVL-ALIGNED  PIC X(1000).
       01 WS-CVL-LEAD     PIC 9(4).
       01 WS-CVL-CASE-KEY PIC X(20).
       01 WS-CVL-REASON   PIC X(50).
       01 WS-CVL-REC-SWITCH PIC X VALUE "N".
           88 WS-CVL-REC-BAD  VALUE "Y".
           88 WS-CVL-REC-GOOD VALUE "N".

      * a number as RuleExec would bind it -- an optional sign, up
      * to 12 digits, and an optional decimal point with up to 6
      * after it; a whole number must also fit the Evaluator's
      * INTEGER.
       01 WS-CVL-PARSE-TEXT   PIC X(40).
       01 WS-CVL-PARSE-POS    PIC 99.
       01 WS-CVL-PARSE-INT    PIC 99.
       01 WS-CVL-PARSE-FRAC   PIC 99.
       01 WS-CVL-PARSE-NUM    PIC S9(12)V9(6).
       01 WS-CVL-PARSE-REASON PIC X(50).
       01 WS-CVL-PARSE-CHAR   PIC X.
       01 WS-CVL-PARSE-DIGIT REDEFINES WS-CVL-PARSE-CHAR PIC 9.
       01 WS-CVL-PARSE-DOT-SWITCH PIC X.
           88 WS-CVL-PARSE-DOT-SEEN VALUE "Y".
           88 WS-CVL-PARSE-NO-DOT   VALUE "N".
       01 WS-CVL-PARSE-SIGN-SWITCH PIC X.
           88 WS-CVL-PARSE-NEGATIVE VALUE "Y".
           88 WS-CVL-PARSE-POSITIVE VALUE "N".
       01 WS-CVL-PARSE-OK-SWITCH PIC X.
           88 WS-CVL-PARSE-IS-NUMBER  VALUE "Y".
           88 WS-CVL-PARSE-NOT-NUMBER VALUE "N".

      * the control totals.
       01 WS-CVL-READ      PIC 9(7) VALUE 0.
       01 WS-CVL-ACCEPTED  PIC 9(7) VALUE 0.
       01 WS-CVL-REJECTED  PIC 9(7) VALUE 0.
       01 WS-CVL-REJ-LINES PIC 9(7) VALUE 0.
       01 WS-CVL-BALANCE   PIC 9(7) VALUE 0.
       01 WS-CVL-REJ-PCT   PIC 9(3)V9 VALUE 0.
       01 WS-CVL-PCT-EDIT  PIC ZZ9.9.
       01 WS-CVL-STOP-SWITCH PIC X VALUE "N".
           88 WS-CVL-STOPPED  VALUE "Y".
           88 WS-CVL-RELEASED VALUE "N".

      * the datasets this program touches, resolved through the
      * active environment profile at start-up.
       01 WS-PROF-DSN-CASESCHM PIC X(40) VALUE "CASESCHM".
       01 WS-PROF-DSN-CASEDECK PIC X(40) VALUE "CASEDECK".
       01 WS-PROF-DSN-CASEACPT PIC X(40) VALUE "CASEACPT".
       01 WS-PROF-DSN-CASEREJ  PIC X(40) VALUE "CASEREJ".
       01 WS-PROF-DSN-CASEVRPT PIC X(40) VALUE "CASEVRPT".
       01 WS-PROF-DSN-CASEVCTL PIC X(40) VALUE "CASEVCTL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "CASESCHM" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASESCHM
           MOVE "CASEDECK" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASEDECK
           MOVE "CASEACPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASEACPT
           MOVE "CASEREJ" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASEREJ
           MOVE "CASEVRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASEVRPT
           MOVE "CASEVCTL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CASEVCTL
           ACCEPT WS-CVL-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CVL-TODAY-DASHED
           STRING WS-CVL-TODAY-YYYY "-" WS-CVL-TODAY-MM "-"
               WS-CVL-TODAY-DD
               DELIMITED BY SIZE INTO WS-CVL-TODAY-DASHED

           INITIALIZE WS-CVL-FLD-TABLE

           OPEN OUTPUT CASE-VALID-REPORT-FILE
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "CASE DECK VALIDATION  RUN " WS-CVL-TODAY-DASHED
               "  DECK " DELIMITED BY SIZE
               WS-PROF-DSN-CASEDECK DELIMITED BY SPACE
               "  SCHEMA " DELIMITED BY SIZE
               WS-PROF-DSN-CASESCHM DELIMITED BY SPACE
               INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD

           PERFORM CVL-READ-CONTROL-PROCEDURE
           PERFORM CVL-LOAD-SCHEMA-PROCEDURE
           IF WS-CVL-ABORTED
               PERFORM CVL-ABORT-PROCEDURE
           END-IF
           PERFORM CVL-WRITE-SCHEMA-PROCEDURE

           PERFORM CVL-VALIDATE-DECK-PROCEDURE
           IF WS-CVL-ABORTED
               PERFORM CVL-ABORT-PROCEDURE
           END-IF

           PERFORM CVL-JUDGE-PROCEDURE
           PERFORM CVL-WRITE-TOTALS-PROCEDURE
           CLOSE CASE-VALID-REPORT-FILE

           MOVE WS-CVL-REJ-PCT TO WS-CVL-PCT-EDIT
           DISPLAY "CASE-VALIDATE-PROGRAM: READ " WS-CVL-READ
               " ACCEPTED " WS-CVL-ACCEPTED " REJECTED "
               WS-CVL-REJECTED " (" WS-CVL-PCT-EDIT "% AGAINST "
               WS-CVL-REJ-LIMIT "%)"

           EVALUATE TRUE
               WHEN WS-CVL-STOPPED
                   DISPLAY "CASE-VALIDATE-PROGRAM: REJECT RATE OVER "
                       "LIMIT -- EXECUTION STOPPED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CVL-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       CVL-READ-CONTROL-PROCEDURE.
           OPEN INPUT CASE-VALID-CONTROL-FILE
           IF WS-CVL-CTL-STATUS NOT = "00"
               DISPLAY "CASE-VALIDATE-PROGRAM: NO CASEVCTL -- DEFAULT "
                   "REJECT LIMIT APPLIES"
               EXIT PARAGRAPH
           END-IF

           SET WS-CVL-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CVL-EOF-ON
               READ CASE-VALID-CONTROL-FILE
                   AT END
                       SET WS-CVL-EOF-ON TO TRUE
                   NOT AT END
                       IF CASE-VALID-CONTROL-RECORD (1:1) NOT = "*"
                           AND CASE-VALID-CONTROL-RECORD NOT = SPACES
                           PERFORM CVL-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASE-VALID-CONTROL-FILE.

       CVL-APPLY-CARD-PROCEDURE.
           MOVE SPACES TO WS-CVL-CARD-KEY
           MOVE SPACES TO WS-CVL-CARD-VALUE
           UNSTRING CASE-VALID-CONTROL-RECORD DELIMITED BY "="
               INTO WS-CVL-CARD-KEY WS-CVL-CARD-VALUE
           MOVE WS-CVL-CARD-VALUE (1:3) TO WS-CVL-CARD-NUM

           EVALUATE WS-CVL-CARD-KEY
               WHEN "REJPCT"
                   IF WS-CVL-CARD-NUM IS NUMERIC
                       AND WS-CVL-CARD-NUM-9 <= 100
                       MOVE WS-CVL-CARD-NUM-9 TO WS-CVL-REJ-LIMIT
                   ELSE
                       DISPLAY "CASE-VALIDATE-PROGRAM: REJPCT="
                           WS-CVL-CARD-VALUE (1:10)
                           " NOT 000 THROUGH 100 -- DEFAULT APPLIES"
                   END-IF
               WHEN OTHER
                   DISPLAY "CASE-VALIDATE-PROGRAM: CARD '"
                       WS-CVL-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * CASESCHM into the field table. every bad record is reported,
      * not just the first, so one correction pass fixes them all.
       CVL-LOAD-SCHEMA-PROCEDURE.
           OPEN INPUT CASE-SCHEMA-FILE
           IF WS-CVL-SCHM-STATUS NOT = "00"
               MOVE "NO CASESCHM -- THE DECK HAS NO DECLARED SCHEMA"
                   TO WS-CVL-PROBLEM
               PERFORM CVL-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           SET WS-CVL-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CVL-EOF-ON
               READ CASE-SCHEMA-FILE
                   AT END
                       SET WS-CVL-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CVL-SCHM-LINE
                       IF CASE-SCHEMA-RECORD (1:1) NOT = "*"
                           AND CASE-SCHEMA-RECORD NOT = SPACES
                           PERFORM CVL-ONE-SCHEMA-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASE-SCHEMA-FILE

           IF WS-CVL-FLD-COUNT = 0 AND WS-CVL-NOT-ABORTED
               MOVE "CASESCHM DECLARES NO FIELDS" TO WS-CVL-PROBLEM
               PERFORM CVL-PROBLEM-PROCEDURE
           END-IF.

       CVL-ONE-SCHEMA-PROCEDURE.
           MOVE SPACES TO WS-CVL-PROBLEM
           EVALUATE TRUE
               WHEN CASE-SCHEMA-NAME = SPACES
                   MOVE "HAS NO FIELD NAME" TO WS-CVL-PROBLEM
               WHEN CASE-SCHEMA-START IS NOT NUMERIC
                   OR CASE-SCHEMA-LENGTH IS NOT NUMERIC
                   OR CASE-SCHEMA-START-9 = 0
                   OR CASE-SCHEMA-LENGTH-9 = 0
                   MOVE "HAS A BAD START OR LENGTH" TO WS-CVL-PROBLEM
               WHEN CASE-SCHEMA-START-9 + CASE-SCHEMA-LENGTH-9 > 1001
                   MOVE "RUNS PAST COLUMN 1000" TO WS-CVL-PROBLEM
               WHEN NOT CASE-SCHEMA-IS-TEXT
                   AND NOT CASE-SCHEMA-IS-NUMERIC
                   MOVE "HAS A TYPE OTHER THAN X OR N"
                       TO WS-CVL-PROBLEM
               WHEN CASE-SCHEMA-IS-NUMERIC
                   AND CASE-SCHEMA-LENGTH-9 > 40
                   MOVE "IS AN N FIELD LONGER THAN 40"
                       TO WS-CVL-PROBLEM
               WHEN NOT CASE-SCHEMA-IS-REQUIRED
                   AND NOT CASE-SCHEMA-IS-OPTIONAL
                   MOVE "HAS A REQUIRED FLAG OTHER THAN Y OR N"
                       TO WS-CVL-PROBLEM
               WHEN WS-CVL-FLD-COUNT >= WS-CVL-FLD-MAX
                   MOVE "IS PAST THE 50 FIELDS A SCHEMA MAY DECLARE"
                       TO WS-CVL-PROBLEM
           END-EVALUATE
           IF WS-CVL-PROBLEM = SPACES
               PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
                   WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
                   IF WS-CVL-FLD-NAME (WS-CVL-FLD-IDX) =
                       CASE-SCHEMA-NAME
                       MOVE "DECLARES A FIELD NAME TWICE"
                           TO WS-CVL-PROBLEM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CVL-PROBLEM NOT = SPACES
               PERFORM CVL-SCHEMA-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CVL-FLD-COUNT
           MOVE WS-CVL-FLD-COUNT TO WS-CVL-FLD-IDX
           MOVE CASE-SCHEMA-NAME TO WS-CVL-FLD-NAME (WS-CVL-FLD-IDX)
           MOVE CASE-SCHEMA-START-9 TO WS-CVL-FLD-START (WS-CVL-FLD-IDX)
           MOVE CASE-SCHEMA-LENGTH-9 TO WS-CVL-FLD-LEN (WS-CVL-FLD-IDX)
           MOVE CASE-SCHEMA-TYPE TO WS-CVL-FLD-TYPE (WS-CVL-FLD-IDX)
           IF CASE-SCHEMA-IS-REQUIRED
               MOVE "Y" TO WS-CVL-FLD-REQUIRED (WS-CVL-FLD-IDX)
           ELSE
               MOVE "N" TO WS-CVL-FLD-REQUIRED (WS-CVL-FLD-IDX)
           END-IF
           MOVE CASE-SCHEMA-MIN TO WS-CVL-FLD-MIN-TEXT (WS-CVL-FLD-IDX)
           MOVE CASE-SCHEMA-MAX TO WS-CVL-FLD-MAX-TEXT (WS-CVL-FLD-IDX)
           MOVE "N" TO WS-CVL-FLD-ON-HDR (WS-CVL-FLD-IDX)
           MOVE 0 TO WS-CVL-FLD-REJECTS (WS-CVL-FLD-IDX)

      * an N field's bounds are numbers too, held as such.
           IF NOT CASE-SCHEMA-IS-NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF CASE-SCHEMA-MIN NOT = SPACES
               MOVE CASE-SCHEMA-MIN TO WS-CVL-PARSE-TEXT
               PERFORM CVL-PARSE-NUMBER-PROCEDURE
               IF WS-CVL-PARSE-NOT-NUMBER
                   MOVE "HAS A LOWEST VALUE THAT IS NOT A NUMBER"
                       TO WS-CVL-PROBLEM
                   PERFORM CVL-SCHEMA-PROBLEM-PROCEDURE
               END-IF
               MOVE WS-CVL-PARSE-NUM TO
                   WS-CVL-FLD-MIN-NUM (WS-CVL-FLD-IDX)
           END-IF
           IF CASE-SCHEMA-MAX NOT = SPACES
               MOVE CASE-SCHEMA-MAX TO WS-CVL-PARSE-TEXT
               PERFORM CVL-PARSE-NUMBER-PROCEDURE
               IF WS-CVL-PARSE-NOT-NUMBER
                   MOVE "HAS A HIGHEST VALUE THAT IS NOT A NUMBER"
                       TO WS-CVL-PROBLEM
                   PERFORM CVL-SCHEMA-PROBLEM-PROCEDURE
               END-IF
               MOVE WS-CVL-PARSE-NUM TO
                   WS-CVL-FLD-MAX-NUM (WS-CVL-FLD-IDX)
           END-IF.

       CVL-SCHEMA-PROBLEM-PROCEDURE.
           MOVE WS-CVL-PROBLEM TO WS-CVL-REASON
           MOVE SPACES TO WS-CVL-PROBLEM
           STRING "CASESCHM RECORD " WS-CVL-SCHM-LINE " ("
               DELIMITED BY SIZE
               CASE-SCHEMA-NAME DELIMITED BY SPACE
               ") " DELIMITED BY SIZE
               WS-CVL-REASON DELIMITED BY "  "
               INTO WS-CVL-PROBLEM
           PERFORM CVL-PROBLEM-PROCEDURE.

       CVL-PROBLEM-PROCEDURE.
           SET WS-CVL-ABORTED TO TRUE
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "NOT VALIDATED: " WS-CVL-PROBLEM
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           DISPLAY "CASE-VALIDATE-PROGRAM: " WS-CVL-PROBLEM.

      * the deck could not be validated -- nothing goes forward.
       CVL-ABORT-PROCEDURE.
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE "EXECUTION STOPPED -- THE DECK COULD NOT BE VALIDATED"
               TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           CLOSE CASE-VALID-REPORT-FILE
           DISPLAY "CASE-VALIDATE-PROGRAM: DECK NOT VALIDATED -- "
               "EXECUTION STOPPED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CVL-WRITE-SCHEMA-PROCEDURE.
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "SCHEMA: " WS-CVL-FLD-COUNT " FIELD(S), CASE KEY "
               DELIMITED BY SIZE
               WS-CVL-FLD-NAME (1) DELIMITED BY SPACE
               "  REJECT LIMIT " WS-CVL-REJ-LIMIT "%"
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD.

      * the deck, HDR first. good records go to CASEACPT as they
      * are read; the schema is all loaded, so a deck of any size
      * passes through in one read.
       CVL-VALIDATE-DECK-PROCEDURE.
           OPEN INPUT CASE-DECK-FILE
           IF WS-CVL-DECK-STATUS NOT = "00"
               MOVE "NO CASEDECK TO VALIDATE" TO WS-CVL-PROBLEM
               PERFORM CVL-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           SET WS-CVL-HDR-NOT-SEEN TO TRUE
           SET WS-CVL-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CVL-EOF-ON OR WS-CVL-HDR-SEEN
               READ CASE-DECK-FILE
                   AT END
                       SET WS-CVL-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CVL-LINE-NO
                       IF CASE-DECK-RECORD NOT = SPACES
                           SET WS-CVL-HDR-SEEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CVL-HDR-NOT-SEEN OR CASE-DECK-RECORD (1:4) NOT = "HDR "
               MOVE "CASEDECK HAS NO HDR RECORD" TO WS-CVL-PROBLEM
               PERFORM CVL-PROBLEM-PROCEDURE
               CLOSE CASE-DECK-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CVL-CHECK-HDR-PROCEDURE
           IF WS-CVL-ABORTED
               CLOSE CASE-DECK-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CASE-ACCEPT-FILE
           OPEN OUTPUT CASE-REJECT-FILE
           PERFORM CVL-BUILD-HDR-PROCEDURE
           MOVE WS-CVL-OUT-HDR TO CASE-ACCEPT-RECORD
           WRITE CASE-ACCEPT-RECORD

           PERFORM UNTIL WS-CVL-EOF-ON
               READ CASE-DECK-FILE
                   AT END
                       SET WS-CVL-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CVL-LINE-NO
                       IF CASE-DECK-RECORD NOT = SPACES
                           PERFORM CVL-ONE-CASE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASE-DECK-FILE
           CLOSE CASE-ACCEPT-FILE
           CLOSE CASE-REJECT-FILE.

      * the incoming HDR against the schema -- a moved, added or
      * missing field means every record would bind wrongly, so
      * each mismatch is a reason the deck is not validated.
       CVL-CHECK-HDR-PROCEDURE.
           MOVE 0 TO WS-CVL-HDR-COUNT
           MOVE 5 TO WS-CVL-HDR-PTR
           PERFORM UNTIL WS-CVL-HDR-PTR > 1000
               MOVE SPACES TO WS-CVL-HDR-SPEC
               UNSTRING CASE-DECK-RECORD DELIMITED BY ALL SPACE
                   INTO WS-CVL-HDR-SPEC
                   WITH POINTER WS-CVL-HDR-PTR
               END-UNSTRING
               IF WS-CVL-HDR-SPEC NOT = SPACES
                   PERFORM CVL-ONE-HDR-SPEC-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
               WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
               IF WS-CVL-FLD-ON-HDR (WS-CVL-FLD-IDX) = "N"
                   MOVE SPACES TO WS-CVL-PROBLEM
                   STRING "SCHEMA FIELD " DELIMITED BY SIZE
                       WS-CVL-FLD-NAME (WS-CVL-FLD-IDX)
                       DELIMITED BY SPACE
                       " IS NOT ON THE DECK'S HDR RECORD"
                       DELIMITED BY SIZE INTO WS-CVL-PROBLEM
                   PERFORM CVL-PROBLEM-PROCEDURE
               END-IF
           END-PERFORM.

       CVL-ONE-HDR-SPEC-PROCEDURE.
           ADD 1 TO WS-CVL-HDR-COUNT
           MOVE SPACES TO WS-CVL-SPEC-NAME WS-CVL-SPEC-START
               WS-CVL-SPEC-LEN WS-CVL-SPEC-TYPE
           UNSTRING WS-CVL-HDR-SPEC DELIMITED BY ":"
               INTO WS-CVL-SPEC-NAME WS-CVL-SPEC-START
               WS-CVL-SPEC-LEN WS-CVL-SPEC-TYPE
           END-UNSTRING

           MOVE WS-CVL-SPEC-START TO WS-CVL-PARSE-TEXT
           PERFORM CVL-SPEC-NUMBER-PROCEDURE
           MOVE WS-CVL-SPEC-NUM TO WS-CVL-SPEC-START-9
           MOVE WS-CVL-SPEC-LEN TO WS-CVL-PARSE-TEXT
           PERFORM CVL-SPEC-NUMBER-PROCEDURE
           MOVE WS-CVL-SPEC-NUM TO WS-CVL-SPEC-LEN-9

           PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
               WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
               IF WS-CVL-FLD-NAME (WS-CVL-FLD-IDX) = WS-CVL-SPEC-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CVL-PROBLEM
           EVALUATE TRUE
               WHEN WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
                   STRING "HDR FIELD " DELIMITED BY SIZE
                       WS-CVL-SPEC-NAME DELIMITED BY SPACE
                       " IS NOT IN THE SCHEMA" DELIMITED BY SIZE
                       INTO WS-CVL-PROBLEM
               WHEN WS-CVL-HDR-COUNT = 1 AND WS-CVL-FLD-IDX NOT = 1
                   STRING "HDR CASE KEY " DELIMITED BY SIZE
                       WS-CVL-SPEC-NAME DELIMITED BY SPACE
                       " IS NOT THE SCHEMA'S CASE KEY "
                       DELIMITED BY SIZE
                       WS-CVL-FLD-NAME (1) DELIMITED BY SPACE
                       INTO WS-CVL-PROBLEM
               WHEN WS-CVL-SPEC-START-9 NOT =
                   WS-CVL-FLD-START (WS-CVL-FLD-IDX)
                   OR WS-CVL-SPEC-LEN-9 NOT =
                   WS-CVL-FLD-LEN (WS-CVL-FLD-IDX)
                   STRING "HDR PUTS " DELIMITED BY SIZE
                       WS-CVL-SPEC-NAME DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       WS-CVL-SPEC-START DELIMITED BY SPACE
                       ":" DELIMITED BY SIZE
                       WS-CVL-SPEC-LEN DELIMITED BY SPACE
                       ", THE SCHEMA AT " WS-CVL-FLD-START
                       (WS-CVL-FLD-IDX) ":" WS-CVL-FLD-LEN
                       (WS-CVL-FLD-IDX) DELIMITED BY SIZE
                       INTO WS-CVL-PROBLEM
           END-EVALUATE
           IF WS-CVL-FLD-IDX <= WS-CVL-FLD-COUNT
               MOVE "Y" TO WS-CVL-FLD-ON-HDR (WS-CVL-FLD-IDX)
           END-IF
           IF WS-CVL-PROBLEM NOT = SPACES
               PERFORM CVL-PROBLEM-PROCEDURE
           END-IF.

      * a start or length off the HDR as a number -- 0 when it is
      * not one, which no schema field carries.
       CVL-SPEC-NUMBER-PROCEDURE.
           MOVE 0 TO WS-CVL-SPEC-NUM
           MOVE 0 TO WS-CVL-SPEC-DIGITS
           INSPECT WS-CVL-PARSE-TEXT TALLYING WS-CVL-SPEC-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CVL-SPEC-DIGITS = 0 OR WS-CVL-SPEC-DIGITS > 4
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CVL-PARSE-TEXT (1:WS-CVL-SPEC-DIGITS) TO
               WS-CVL-SPEC-NUM-TEXT
           INSPECT WS-CVL-SPEC-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-CVL-SPEC-NUM-TEXT IS NOT NUMERIC
               MOVE 0 TO WS-CVL-SPEC-NUM
           END-IF.

      * HDR name:start:length:type[:O] ... from the schema -- O
      * marks a field that may be blank, which RuleExec binds as ""
      * (X) or 0 (N) instead of failing the case.
       CVL-BUILD-HDR-PROCEDURE.
           MOVE SPACES TO WS-CVL-OUT-HDR
           MOVE "HDR" TO WS-CVL-OUT-HDR
           MOVE 4 TO WS-CVL-OUT-PTR
           PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
               WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
               STRING " " DELIMITED BY SIZE
                   WS-CVL-FLD-NAME (WS-CVL-FLD-IDX) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   INTO WS-CVL-OUT-HDR WITH POINTER WS-CVL-OUT-PTR
               MOVE WS-CVL-FLD-START (WS-CVL-FLD-IDX) TO WS-CVL-EDIT-4
               PERFORM CVL-EDIT-START-PROCEDURE
               STRING WS-CVL-EDIT-4-X (WS-CVL-EDIT-POS:)
                   ":" DELIMITED BY SIZE
                   INTO WS-CVL-OUT-HDR WITH POINTER WS-CVL-OUT-PTR
               MOVE WS-CVL-FLD-LEN (WS-CVL-FLD-IDX) TO WS-CVL-EDIT-4
               PERFORM CVL-EDIT-START-PROCEDURE
               STRING WS-CVL-EDIT-4-X (WS-CVL-EDIT-POS:)
                   ":" WS-CVL-FLD-TYPE (WS-CVL-FLD-IDX)
                   DELIMITED BY SIZE
                   INTO WS-CVL-OUT-HDR WITH POINTER WS-CVL-OUT-PTR
               IF WS-CVL-FLD-REQUIRED (WS-CVL-FLD-IDX) = "N"
                   STRING ":O" DELIMITED BY SIZE
                       INTO WS-CVL-OUT-HDR WITH POINTER WS-CVL-OUT-PTR
               END-IF
           END-PERFORM.

      * where the digits of WS-CVL-EDIT-4 begin.
       CVL-EDIT-START-PROCEDURE.
           MOVE 1 TO WS-CVL-EDIT-POS
           PERFORM UNTIL WS-CVL-EDIT-POS >= 4
               OR WS-CVL-EDIT-4-X (WS-CVL-EDIT-POS:1) NOT = SPACE
               ADD 1 TO WS-CVL-EDIT-POS
           END-PERFORM.

      * one case record, every field checked -- a record wrong in
      * several fields is rejected once and reported per field.
       CVL-ONE-CASE-PROCEDURE.
           ADD 1 TO WS-CVL-READ
           SET WS-CVL-REC-GOOD TO TRUE

           MOVE 1 TO WS-CVL-FLD-IDX
           PERFORM CVL-FIELD-TEXT-PROCEDURE
           MOVE WS-CVL-ALIGNED TO WS-CVL-CASE-KEY

           PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
               WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
               PERFORM CVL-CHECK-FIELD-PROCEDURE
           END-PERFORM

           IF WS-CVL-REC-BAD
               ADD 1 TO WS-CVL-REJECTED
           ELSE
               ADD 1 TO WS-CVL-ACCEPTED
               MOVE CASE-DECK-RECORD TO CASE-ACCEPT-RECORD
               WRITE CASE-ACCEPT-RECORD
           END-IF.

      * the field's text off the record, and the same left-aligned.
       CVL-FIELD-TEXT-PROCEDURE.
           MOVE SPACES TO WS-CVL-VALUE
           MOVE CASE-DECK-RECORD (WS-CVL-FLD-START (WS-CVL-FLD-IDX):
               WS-CVL-FLD-LEN (WS-CVL-FLD-IDX)) TO WS-CVL-VALUE
           MOVE SPACES TO WS-CVL-ALIGNED
           IF WS-CVL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CVL-LEAD
           PERFORM UNTIL WS-CVL-VALUE (WS-CVL-LEAD:1) NOT = SPACE
               ADD 1 TO WS-CVL-LEAD
           END-PERFORM
           MOVE WS-CVL-VALUE (WS-CVL-LEAD:) TO WS-CVL-ALIGNED.

       CVL-CHECK-FIELD-PROCEDURE.
           PERFORM CVL-FIELD-TEXT-PROCEDURE

           IF WS-CVL-VALUE = SPACES
               IF WS-CVL-FLD-REQUIRED (WS-CVL-FLD-IDX) = "Y"
                   MOVE "REQUIRED FIELD IS BLANK" TO WS-CVL-REASON
                   PERFORM CVL-REJECT-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CVL-FLD-TYPE (WS-CVL-FLD-IDX) = "X"
               PERFORM CVL-CHECK-TEXT-RANGE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CVL-ALIGNED TO WS-CVL-PARSE-TEXT
           PERFORM CVL-PARSE-NUMBER-PROCEDURE
           IF WS-CVL-PARSE-NOT-NUMBER
               MOVE WS-CVL-PARSE-REASON TO WS-CVL-REASON
               PERFORM CVL-REJECT-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           IF WS-CVL-FLD-MIN-TEXT (WS-CVL-FLD-IDX) NOT = SPACES
               AND WS-CVL-PARSE-NUM < WS-CVL-FLD-MIN-NUM
               (WS-CVL-FLD-IDX)
               PERFORM CVL-BELOW-MIN-PROCEDURE
           END-IF
           IF WS-CVL-FLD-MAX-TEXT (WS-CVL-FLD-IDX) NOT = SPACES
               AND WS-CVL-PARSE-NUM > WS-CVL-FLD-MAX-NUM
               (WS-CVL-FLD-IDX)
               PERFORM CVL-ABOVE-MAX-PROCEDURE
           END-IF.

      * an X field's range compares text, left-aligned.
       CVL-CHECK-TEXT-RANGE-PROCEDURE.
           IF WS-CVL-FLD-MIN-TEXT (WS-CVL-FLD-IDX) NOT = SPACES
               AND WS-CVL-ALIGNED < WS-CVL-FLD-MIN-TEXT
               (WS-CVL-FLD-IDX)
               PERFORM CVL-BELOW-MIN-PROCEDURE
           END-IF
           IF WS-CVL-FLD-MAX-TEXT (WS-CVL-FLD-IDX) NOT = SPACES
               AND WS-CVL-ALIGNED > WS-CVL-FLD-MAX-TEXT
               (WS-CVL-FLD-IDX)
               PERFORM CVL-ABOVE-MAX-PROCEDURE
           END-IF.

       CVL-BELOW-MIN-PROCEDURE.
           MOVE SPACES TO WS-CVL-REASON
           STRING "BELOW THE LOWEST ALLOWED, " DELIMITED BY SIZE
               WS-CVL-FLD-MIN-TEXT (WS-CVL-FLD-IDX) DELIMITED BY "  "
               INTO WS-CVL-REASON
           PERFORM CVL-REJECT-PROCEDURE.

       CVL-ABOVE-MAX-PROCEDURE.
           MOVE SPACES TO WS-CVL-REASON
           STRING "ABOVE THE HIGHEST ALLOWED, " DELIMITED BY SIZE
               WS-CVL-FLD-MAX-TEXT (WS-CVL-FLD-IDX) DELIMITED BY "  "
               INTO WS-CVL-REASON
           PERFORM CVL-REJECT-PROCEDURE.

       CVL-REJECT-PROCEDURE.
           SET WS-CVL-REC-BAD TO TRUE
           ADD 1 TO WS-CVL-REJ-LINES
           ADD 1 TO WS-CVL-FLD-REJECTS (WS-CVL-FLD-IDX)

           MOVE SPACES TO CASE-REJECT-RECORD
           MOVE WS-CVL-LINE-NO TO CASE-REJ-RECNO
           MOVE WS-CVL-CASE-KEY TO CASE-REJ-KEY
           MOVE WS-CVL-FLD-NAME (WS-CVL-FLD-IDX) TO CASE-REJ-FIELD
           MOVE WS-CVL-REASON TO CASE-REJ-REASON
           MOVE WS-CVL-VALUE TO CASE-REJ-VALUE
           MOVE CASE-DECK-RECORD TO CASE-REJ-IMAGE
           WRITE CASE-REJECT-RECORD.

      * WS-CVL-PARSE-TEXT as a number RuleExec can bind, when it is
      * one; otherwise WS-CVL-PARSE-REASON says why not.
       CVL-PARSE-NUMBER-PROCEDURE.
           SET WS-CVL-PARSE-NOT-NUMBER TO TRUE
           SET WS-CVL-PARSE-POSITIVE TO TRUE
           SET WS-CVL-PARSE-NO-DOT TO TRUE
           MOVE "NOT NUMERIC" TO WS-CVL-PARSE-REASON
           MOVE 0 TO WS-CVL-PARSE-NUM
           MOVE 0 TO WS-CVL-PARSE-INT
           MOVE 0 TO WS-CVL-PARSE-FRAC

           MOVE 1 TO WS-CVL-PARSE-POS
           PERFORM UNTIL WS-CVL-PARSE-POS > 40
               OR WS-CVL-PARSE-TEXT (WS-CVL-PARSE-POS:1) NOT = SPACE
               ADD 1 TO WS-CVL-PARSE-POS
           END-PERFORM
           IF WS-CVL-PARSE-POS > 40
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CVL-PARSE-TEXT (WS-CVL-PARSE-POS:1)
               WHEN "-"
                   SET WS-CVL-PARSE-NEGATIVE TO TRUE
                   ADD 1 TO WS-CVL-PARSE-POS
               WHEN "+"
                   ADD 1 TO WS-CVL-PARSE-POS
           END-EVALUATE

           PERFORM UNTIL WS-CVL-PARSE-POS > 40
               OR WS-CVL-PARSE-TEXT (WS-CVL-PARSE-POS:1) = SPACE
               MOVE WS-CVL-PARSE-TEXT (WS-CVL-PARSE-POS:1) TO
                   WS-CVL-PARSE-CHAR
               EVALUATE TRUE
                   WHEN WS-CVL-PARSE-CHAR = "."
                       IF WS-CVL-PARSE-DOT-SEEN
                           EXIT PARAGRAPH
                       END-IF
                       SET WS-CVL-PARSE-DOT-SEEN TO TRUE
                   WHEN WS-CVL-PARSE-CHAR IS NOT NUMERIC
                       EXIT PARAGRAPH
                   WHEN WS-CVL-PARSE-DOT-SEEN
                       ADD 1 TO WS-CVL-PARSE-FRAC
                       IF WS-CVL-PARSE-FRAC > 6
                           MOVE "MORE THAN 6 DECIMAL PLACES"
                               TO WS-CVL-PARSE-REASON
                           EXIT PARAGRAPH
                       END-IF
                       COMPUTE WS-CVL-PARSE-NUM = WS-CVL-PARSE-NUM +
                           WS-CVL-PARSE-DIGIT / 10 ** WS-CVL-PARSE-FRAC
                   WHEN OTHER
                       ADD 1 TO WS-CVL-PARSE-INT
                       IF WS-CVL-PARSE-INT > 12
                           MOVE "MORE THAN 12 INTEGER DIGITS"
                               TO WS-CVL-PARSE-REASON
                           EXIT PARAGRAPH
                       END-IF
                       COMPUTE WS-CVL-PARSE-NUM =
                           WS-CVL-PARSE-NUM * 10 + WS-CVL-PARSE-DIGIT
               END-EVALUATE
               ADD 1 TO WS-CVL-PARSE-POS
           END-PERFORM

      * an embedded space ("12 34") is two numbers, not one.
           IF WS-CVL-PARSE-POS <= 40
               AND WS-CVL-PARSE-TEXT (WS-CVL-PARSE-POS:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CVL-PARSE-INT + WS-CVL-PARSE-FRAC = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CVL-PARSE-NO-DOT AND WS-CVL-PARSE-NUM > 2147483647
               MOVE "TOO LARGE FOR A WHOLE NUMBER"
                   TO WS-CVL-PARSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CVL-PARSE-NEGATIVE
               COMPUTE WS-CVL-PARSE-NUM = 0 - WS-CVL-PARSE-NUM
           END-IF
           SET WS-CVL-PARSE-IS-NUMBER TO TRUE.

      * the reject rate against the CASEVCTL limit. an empty deck
      * has nothing to reject.
       CVL-JUDGE-PROCEDURE.
           COMPUTE WS-CVL-BALANCE = WS-CVL-ACCEPTED + WS-CVL-REJECTED
           IF WS-CVL-READ = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CVL-REJ-PCT ROUNDED =
               WS-CVL-REJECTED * 100 / WS-CVL-READ
           IF WS-CVL-REJECTED * 100 > WS-CVL-REJ-LIMIT * WS-CVL-READ
               SET WS-CVL-STOPPED TO TRUE
           END-IF.

       CVL-WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           MOVE "FIELD                START  LEN TYPE REQ LOWEST"
               TO CASE-VALID-REPORT-RECORD
           MOVE "HIGHEST" TO CASE-VALID-REPORT-RECORD (66:7)
           WRITE CASE-VALID-REPORT-RECORD
           PERFORM VARYING WS-CVL-FLD-IDX FROM 1 BY 1 UNTIL
               WS-CVL-FLD-IDX > WS-CVL-FLD-COUNT
               MOVE SPACES TO CASE-VALID-REPORT-RECORD
               MOVE WS-CVL-FLD-NAME (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (1:20)
               MOVE WS-CVL-FLD-START (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (22:4)
               MOVE WS-CVL-FLD-LEN (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (28:4)
               MOVE WS-CVL-FLD-TYPE (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (33:1)
               MOVE WS-CVL-FLD-REQUIRED (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (38:1)
               MOVE WS-CVL-FLD-MIN-TEXT (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (42:18)
               MOVE WS-CVL-FLD-MAX-TEXT (WS-CVL-FLD-IDX) TO
                   CASE-VALID-REPORT-RECORD (66:18)
               STRING "REJECTED " WS-CVL-FLD-REJECTS (WS-CVL-FLD-IDX)
                   DELIMITED BY SIZE
                   INTO CASE-VALID-REPORT-RECORD (90:16)
               WRITE CASE-VALID-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE "CONTROL TOTALS" TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "  RECORDS READ  " WS-CVL-READ
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "  ACCEPTED      " WS-CVL-ACCEPTED
               "  (TO CASEACPT FOR EXECUTION)"
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "  REJECTED      " WS-CVL-REJECTED "  ("
               WS-CVL-REJ-LINES " FIELD FAILURE(S) ON CASEREJ)"
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           IF WS-CVL-BALANCE = WS-CVL-READ
               STRING "  READ = ACCEPTED + REJECTED  " WS-CVL-READ
                   " = " WS-CVL-BALANCE "  IN BALANCE"
                   DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           ELSE
               STRING "  READ = ACCEPTED + REJECTED  " WS-CVL-READ
                   " NOT = " WS-CVL-BALANCE "  OUT OF BALANCE"
                   DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           END-IF
           WRITE CASE-VALID-REPORT-RECORD

           MOVE WS-CVL-REJ-PCT TO WS-CVL-PCT-EDIT
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           STRING "  REJECT RATE   " WS-CVL-PCT-EDIT "%  LIMIT "
               WS-CVL-REJ-LIMIT "%"
               DELIMITED BY SIZE INTO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           MOVE SPACES TO CASE-VALID-REPORT-RECORD
           WRITE CASE-VALID-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-CVL-STOPPED
                   MOVE "EXECUTION STOPPED -- REJECT RATE OVER LIMIT"
                       TO CASE-VALID-REPORT-RECORD
               WHEN WS-CVL-REJECTED > 0
                   MOVE "EXECUTION RELEASED ON THE ACCEPTED RECORDS"
                       TO CASE-VALID-REPORT-RECORD
               WHEN OTHER
                   MOVE "EXECUTION RELEASED -- EVERY RECORD ACCEPTED"
                       TO CASE-VALID-REPORT-RECORD
           END-EVALUATE
           WRITE CASE-VALID-REPORT-RECORD.

       COPY "profile-proc.cpy".
