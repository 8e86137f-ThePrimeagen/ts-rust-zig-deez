      * CONST-CONFLICT-PROGRAM reports the named constants the estate
      * binds to different values in different scripts -- vat_rate
      * 0.20 in one script and 0.175 in the copy somebody cloned
      * years ago. LITERAL-INVENTORY-PROGRAM lists the literals and
      * IDENT-DICT-PROGRAM the names, but neither ties a name to the
      * value it is bound to; this job does. it walks the whole
      * TOKNMSTR repository, takes each script's latest stored run
      * (older runs of a script are superseded, exactly as a rerun
      * supersedes), and picks out every let binding of a name
      * straight to a literal:
      *       let <name> = <literal> ;
      * with an optional minus on a numeric literal. a literal that
      * goes on into an expression (let x = 0.20 * y) is not a
      * binding to a literal and is left alone. numeric values are
      * compared as numbers, not as text -- 0.20, 0.2 and 0.200 are
      * one value; strings are compared exactly.
      *
      * CNSTRPT groups the bindings by name and, for every name bound
      * to more than one distinct value, lists each binding with its
      * script, business unit (the UNITMAP prefix mapping
      * CHARGEBACK-PROGRAM uses), owning desk and analyst off
      * OWNERMST, and the value. names on the agreed must-be-uniform
      * list (CNSTUNIF, one name per line from column 1, * for a
      * comment) are marked, and each one in conflict is also
      * written to CNSTFIND, which DIGEST-PROGRAM raises as a
      * finding in the morning digest.
      *
      * RETURN-CODE: 0 = no must-be-uniform constant in conflict;
      * 4 = at least one is; 16 = TOKNMSTR could not be opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONST-CONFLICT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-MASTER-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-KEY
               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-CNF-MSTR-STATUS.
           SELECT UNIT-MAP-FILE ASSIGN TO "UNITMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-MAP-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT UNIFORM-LIST-FILE ASSIGN TO "CNSTUNIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-UNIF-STATUS.
           SELECT CONST-REPORT-FILE ASSIGN TO "CNSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONST-FINDING-FILE ASSIGN TO "CNSTFIND"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".
       COPY "owner-file.cpy".

       FD UNIT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 UNIT-MAP-RECORD.
           05 UNIT-MAP-PATTERN PIC X(20).
           05 FILLER           PIC X(1).
           05 UNIT-MAP-UNIT    PIC X(4).
           05 FILLER           PIC X(55).

       FD UNIFORM-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 UNIFORM-LIST-RECORD.
           05 UNIFORM-LIST-NAME PIC X(40).
           05 FILLER            PIC X(40).

       FD CONST-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CONST-REPORT-RECORD PIC X(132).

       COPY "const-finding-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "token-master-data.cpy".
       COPY "owner-data.cpy".

       01 WS-CNF-MSTR-STATUS PIC XX VALUE "00".
       01 WS-CNF-MAP-STATUS  PIC XX VALUE "00".
       01 WS-CNF-UNIF-STATUS PIC XX VALUE "00".

       01 WS-CNF-EOF-SWITCH PIC X VALUE "N".
           88 WS-CNF-EOF-ON  VALUE "Y".
           88 WS-CNF-EOF-OFF VALUE "N".
       01 WS-CNF-READ-DONE-SWITCH PIC X VALUE "N".
           88 WS-CNF-READ-DONE-ON  VALUE "Y".
           88 WS-CNF-READ-DONE-OFF VALUE "N".

       01 WS-CNF-TODAY.
           05 WS-CNF-TODAY-YYYY PIC 9(4).
           05 WS-CNF-TODAY-MM   PIC 99.
           05 WS-CNF-TODAY-DD   PIC 99.
       01 WS-CNF-TODAY-DASHED PIC X(10).

      * the UNITMAP prefix table, first match wins.
       01 WS-CNF-MAP-MAX   PIC 99 VALUE 50.
       01 WS-CNF-MAP-COUNT PIC 99 VALUE 0.
       01 WS-CNF-MAP-TABLE.
           05 WS-CNF-MAP-ENTRY OCCURS 50 TIMES.
               10 WS-CNF-MAP-PATTERN PIC X(20).
               10 WS-CNF-MAP-PAT-LEN PIC 99.
               10 WS-CNF-MAP-CODE    PIC X(4).
       01 WS-CNF-MAP-IDX  PIC 99.
       01 WS-CNF-TRIM-IDX PIC 99.
       01 WS-CNF-CUR-UNIT PIC X(4).

      * the agreed must-be-uniform names.
       01 WS-CNF-UNIF-MAX   PIC 9(3) VALUE 200.
       01 WS-CNF-UNIF-COUNT PIC 9(3) VALUE 0.
       01 WS-CNF-UNIF-TABLE.
           05 WS-CNF-UNIF-NAME PIC X(40) OCCURS 200 TIMES.
       01 WS-CNF-UNIF-IDX PIC 9(3).
       01 WS-CNF-UNIF-SWITCH PIC X VALUE "N".
           88 WS-CNF-IS-UNIFORM  VALUE "Y".
           88 WS-CNF-NOT-UNIFORM VALUE "N".

      * the binding recognizer, run over one stored stream at a
      * time: 0 idle, 1 after LET, 2 after the name, 3 after =,
      * 4 after a leading minus, 5 holding a complete binding that
      * the next token either confirms or turns into an expression.
       01 WS-CNF-STATE PIC 9 VALUE 0.
       01 WS-CNF-STREAM-JOB    PIC X(8) VALUE SPACES.
       01 WS-CNF-STREAM-DATE   PIC X(10) VALUE SPACES.
       01 WS-CNF-STREAM-SOURCE PIC X(20) VALUE SPACES.
       01 WS-CNF-HOLD-NAME  PIC X(40).
       01 WS-CNF-HOLD-KIND  PIC X(1).
       01 WS-CNF-HOLD-SIGN  PIC X(1).
       01 WS-CNF-HOLD-VALUE PIC X(40).
       01 WS-CNF-HOLD-LINE  PIC 9(5).
       01 WS-CNF-HOLD-KEY   PIC X(41).

      * numeric normalization scratch: 0.20 -> 0.2, 007 -> 7.
       01 WS-CNF-NORM      PIC X(40).
       01 WS-CNF-NORM-LEN  PIC 99.
       01 WS-CNF-NORM-DOT  PIC 99.
       01 WS-CNF-NORM-POS  PIC 99.
       01 WS-CNF-NORM-IDX  PIC 99.

      * the latest stored run of each script, noted as each stream
      * starts whether or not the run binds anything -- a binding
      * from an older run of the script is superseded.
       01 WS-CNF-SRC-MAX   PIC 9(3) VALUE 500.
       01 WS-CNF-SRC-COUNT PIC 9(3) VALUE 0.
       01 WS-CNF-SRC-TABLE.
           05 WS-CNF-SRC-ENTRY OCCURS 500 TIMES.
               10 WS-CNF-SRC-NAME   PIC X(20).
               10 WS-CNF-SRC-LATEST PIC X(10).
       01 WS-CNF-SRC-IDX   PIC 9(3).
       01 WS-CNF-SRC-FOUND PIC 9(3).

      * every binding kept, superseded ones flagged until the table
      * is packed.
       01 WS-CNF-BND-MAX   PIC 9(4) VALUE 3000.
       01 WS-CNF-BND-COUNT PIC 9(4) VALUE 0.
       01 WS-CNF-BND-TABLE.
           05 WS-CNF-BND-ENTRY OCCURS 3000 TIMES.
               10 WS-CNF-BND-NAME    PIC X(40).
               10 WS-CNF-BND-NORM    PIC X(41).
               10 WS-CNF-BND-SOURCE  PIC X(20).
               10 WS-CNF-BND-VALUE   PIC X(41).
               10 WS-CNF-BND-DATE    PIC X(10).
               10 WS-CNF-BND-JOB     PIC X(8).
               10 WS-CNF-BND-LINE    PIC 9(5).
               10 WS-CNF-BND-DROPPED PIC X(1).
       01 WS-CNF-BND-SWAP PIC X(166).
       01 WS-CNF-BND-IDX  PIC 9(4).
       01 WS-CNF-BND-JDX  PIC 9(4).
       01 WS-CNF-BND-KEPT PIC 9(4).
       01 WS-CNF-BND-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-CNF-BND-TOTAL PIC 9(7) VALUE 0.

      * one name's group in the sorted table.
       01 WS-CNF-GRP-FIRST   PIC 9(4).
       01 WS-CNF-GRP-LAST    PIC 9(4).
       01 WS-CNF-GRP-VALUES  PIC 9(3).
       01 WS-CNF-GRP-SCRIPTS PIC 9(3).
       01 WS-CNF-GRP-SEEN-SWITCH PIC X.
           88 WS-CNF-GRP-SEEN     VALUE "Y".
           88 WS-CNF-GRP-NOT-SEEN VALUE "N".
       01 WS-CNF-LIST-PTR PIC 9(3).

       01 WS-CNF-NAME-COUNT     PIC 9(5) VALUE 0.
       01 WS-CNF-CONFLICT-COUNT PIC 9(5) VALUE 0.
       01 WS-CNF-UNIF-CONFLICTS PIC 9(5) VALUE 0.
       01 WS-CNF-LINE-ITEM PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CNF-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CNF-TODAY-DASHED
           STRING WS-CNF-TODAY-YYYY "-" WS-CNF-TODAY-MM "-"
               WS-CNF-TODAY-DD
               DELIMITED BY SIZE INTO WS-CNF-TODAY-DASHED

           INITIALIZE WS-CNF-SRC-TABLE
           INITIALIZE WS-CNF-BND-TABLE
           INITIALIZE WS-CNF-UNIF-TABLE

           PERFORM CNF-LOAD-MAP-PROCEDURE
           PERFORM CNF-LOAD-UNIFORM-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM CNF-SWEEP-PROCEDURE
           PERFORM CNF-PACK-PROCEDURE
           PERFORM CNF-SORT-PROCEDURE

           OPEN OUTPUT CONST-REPORT-FILE
           OPEN OUTPUT CONST-FINDING-FILE
           MOVE SPACES TO CONST-REPORT-RECORD
           STRING "CONFLICTING CONSTANT REPORT " WS-CNF-TODAY-DASHED
               " -- STORED ESTATE, EACH SCRIPT'S LATEST STORED RUN"
               DELIMITED BY SIZE INTO CONST-REPORT-RECORD
           WRITE CONST-REPORT-RECORD

           PERFORM CNF-REPORT-PROCEDURE
           PERFORM CNF-WRITE-TOTALS-PROCEDURE

           CLOSE CONST-FINDING-FILE
           CLOSE CONST-REPORT-FILE

           DISPLAY "CONST-CONFLICT-PROGRAM: " WS-CNF-NAME-COUNT
               " NAME(S) BOUND TO LITERALS, " WS-CNF-CONFLICT-COUNT
               " IN CONFLICT, " WS-CNF-UNIF-CONFLICTS
               " OF THEM ON THE MUST-BE-UNIFORM LIST"

           IF WS-CNF-UNIF-CONFLICTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CNF-LOAD-MAP-PROCEDURE.
           OPEN INPUT UNIT-MAP-FILE
           IF WS-CNF-MAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-CNF-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CNF-EOF-ON
               READ UNIT-MAP-FILE
                   AT END
                       SET WS-CNF-EOF-ON TO TRUE
                   NOT AT END
                       IF UNIT-MAP-PATTERN NOT = SPACES
                           AND UNIT-MAP-RECORD (1:1) NOT = "*"
                           AND WS-CNF-MAP-COUNT < WS-CNF-MAP-MAX
                           PERFORM CNF-ONE-MAP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNIT-MAP-FILE.

       CNF-ONE-MAP-PROCEDURE.
           ADD 1 TO WS-CNF-MAP-COUNT
           MOVE UNIT-MAP-PATTERN TO
               WS-CNF-MAP-PATTERN (WS-CNF-MAP-COUNT)
           MOVE UNIT-MAP-UNIT TO WS-CNF-MAP-CODE (WS-CNF-MAP-COUNT)
           MOVE 0 TO WS-CNF-MAP-PAT-LEN (WS-CNF-MAP-COUNT)
           PERFORM VARYING WS-CNF-TRIM-IDX FROM 20 BY -1 UNTIL
               WS-CNF-TRIM-IDX < 1
               IF UNIT-MAP-PATTERN (WS-CNF-TRIM-IDX:1) NOT = SPACE
                   MOVE WS-CNF-TRIM-IDX TO
                       WS-CNF-MAP-PAT-LEN (WS-CNF-MAP-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * no CNSTUNIF is no agreed list -- the report still runs, the
      * digest gets no findings.
       CNF-LOAD-UNIFORM-PROCEDURE.
           OPEN INPUT UNIFORM-LIST-FILE
           IF WS-CNF-UNIF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-CNF-EOF-OFF TO TRUE
           PERFORM UNTIL WS-CNF-EOF-ON
               READ UNIFORM-LIST-FILE
                   AT END
                       SET WS-CNF-EOF-ON TO TRUE
                   NOT AT END
                       IF UNIFORM-LIST-NAME NOT = SPACES
                           AND UNIFORM-LIST-RECORD (1:1) NOT = "*"
                           AND WS-CNF-UNIF-COUNT < WS-CNF-UNIF-MAX
                           ADD 1 TO WS-CNF-UNIF-COUNT
                           MOVE UNIFORM-LIST-NAME TO
                               WS-CNF-UNIF-NAME (WS-CNF-UNIF-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNIFORM-LIST-FILE.

      * the whole repository in key order -- job, run date, token
      * sequence -- so each stored stream comes through contiguous.
       CNF-SWEEP-PROCEDURE.
           OPEN INPUT TOKEN-MASTER-FILE
           IF WS-CNF-MSTR-STATUS NOT = "00"
               DISPLAY "CONST-CONFLICT-PROGRAM: TOKNMSTR OPEN "
                   "FAILED, STATUS=" WS-CNF-MSTR-STATUS
                   " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO TOKEN-MASTER-KEY
           SET WS-CNF-READ-DONE-OFF TO TRUE
           START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
               INVALID KEY
                   SET WS-CNF-READ-DONE-ON TO TRUE
           END-START

           PERFORM UNTIL WS-CNF-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-CNF-READ-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-JOB-ID NOT = WS-CNF-STREAM-JOB
                       OR TOKEN-MASTER-RUN-DATE NOT =
                       WS-CNF-STREAM-DATE
                       OR TOKEN-MASTER-SOURCE NOT =
                       WS-CNF-STREAM-SOURCE
                       PERFORM CNF-END-STREAM-PROCEDURE
                       MOVE TOKEN-MASTER-JOB-ID TO WS-CNF-STREAM-JOB
                       MOVE TOKEN-MASTER-RUN-DATE TO
                           WS-CNF-STREAM-DATE
                       MOVE TOKEN-MASTER-SOURCE TO
                           WS-CNF-STREAM-SOURCE
                       PERFORM CNF-NOTE-SOURCE-PROCEDURE
                   END-IF
                   PERFORM CNF-ONE-TOKEN-PROCEDURE
               END-IF
           END-PERFORM
           PERFORM CNF-END-STREAM-PROCEDURE

           CLOSE TOKEN-MASTER-FILE
           PERFORM CNF-DROP-STALE-PROCEDURE.

      * the stream's script into the table, its latest run date
      * moved on when this run is the later one. a script whose
      * latest run binds nothing still retires what its earlier
      * runs bound.
       CNF-NOTE-SOURCE-PROCEDURE.
           MOVE 0 TO WS-CNF-SRC-FOUND
           PERFORM VARYING WS-CNF-SRC-IDX FROM 1 BY 1 UNTIL
               WS-CNF-SRC-IDX > WS-CNF-SRC-COUNT
               IF WS-CNF-SRC-NAME (WS-CNF-SRC-IDX) =
                   WS-CNF-STREAM-SOURCE
                   MOVE WS-CNF-SRC-IDX TO WS-CNF-SRC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CNF-SRC-FOUND = 0
               IF WS-CNF-SRC-COUNT >= WS-CNF-SRC-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNF-SRC-COUNT
               MOVE WS-CNF-SRC-COUNT TO WS-CNF-SRC-FOUND
               MOVE WS-CNF-STREAM-SOURCE TO
                   WS-CNF-SRC-NAME (WS-CNF-SRC-FOUND)
               MOVE WS-CNF-STREAM-DATE TO
                   WS-CNF-SRC-LATEST (WS-CNF-SRC-FOUND)
           END-IF

           IF WS-CNF-STREAM-DATE > WS-CNF-SRC-LATEST (WS-CNF-SRC-FOUND)
               MOVE WS-CNF-STREAM-DATE TO
                   WS-CNF-SRC-LATEST (WS-CNF-SRC-FOUND)
           END-IF.

      * with every script's latest run known, each binding kept from
      * an earlier run of its script is superseded.
       CNF-DROP-STALE-PROCEDURE.
           PERFORM VARYING WS-CNF-BND-IDX FROM 1 BY 1 UNTIL
               WS-CNF-BND-IDX > WS-CNF-BND-COUNT
               PERFORM VARYING WS-CNF-SRC-IDX FROM 1 BY 1 UNTIL
                   WS-CNF-SRC-IDX > WS-CNF-SRC-COUNT
                   IF WS-CNF-SRC-NAME (WS-CNF-SRC-IDX) =
                       WS-CNF-BND-SOURCE (WS-CNF-BND-IDX)
                       IF WS-CNF-BND-DATE (WS-CNF-BND-IDX) <
                           WS-CNF-SRC-LATEST (WS-CNF-SRC-IDX)
                           MOVE "Y" TO
                               WS-CNF-BND-DROPPED (WS-CNF-BND-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      * a binding the stream ended on is complete.
       CNF-END-STREAM-PROCEDURE.
           IF WS-CNF-STATE = 5
               PERFORM CNF-KEEP-BINDING-PROCEDURE
           END-IF
           MOVE 0 TO WS-CNF-STATE.

       CNF-ONE-TOKEN-PROCEDURE.
      * a held binding stands unless the token carries it on into
      * an expression; either way the token is then looked at
      * afresh, since it may open the next binding.
           IF WS-CNF-STATE = 5
               EVALUATE TOKEN-MASTER-TYPE
                   WHEN TOKEN-TYPE-PLUS
                   WHEN TOKEN-TYPE-MINUS
                   WHEN TOKEN-TYPE-ASTERISK
                   WHEN TOKEN-TYPE-SLASH
                   WHEN TOKEN-TYPE-LT
                   WHEN TOKEN-TYPE-GT
                   WHEN TOKEN-TYPE-EQ
                   WHEN TOKEN-TYPE-NOT-EQ
                   WHEN TOKEN-TYPE-LPAREN
                   WHEN TOKEN-TYPE-LBRACKET
                       CONTINUE
                   WHEN OTHER
                       PERFORM CNF-KEEP-BINDING-PROCEDURE
               END-EVALUATE
               MOVE 0 TO WS-CNF-STATE
           END-IF

           EVALUATE WS-CNF-STATE
               WHEN 0
                   IF TOKEN-MASTER-TYPE = TOKEN-TYPE-LET
                       MOVE 1 TO WS-CNF-STATE
                   END-IF
               WHEN 1
                   IF TOKEN-MASTER-TYPE = TOKEN-TYPE-IDENT
                       MOVE WS-TOKEN-MASTER-LITERAL (1:40) TO
                           WS-CNF-HOLD-NAME
                       MOVE TOKEN-MASTER-LINE TO WS-CNF-HOLD-LINE
                       MOVE 2 TO WS-CNF-STATE
                   ELSE
                       MOVE 0 TO WS-CNF-STATE
                   END-IF
               WHEN 2
                   IF TOKEN-MASTER-TYPE = TOKEN-TYPE-ASSIGN
                       MOVE SPACE TO WS-CNF-HOLD-SIGN
                       MOVE 3 TO WS-CNF-STATE
                   ELSE
                       MOVE 0 TO WS-CNF-STATE
                   END-IF
               WHEN 3
                   EVALUATE TOKEN-MASTER-TYPE
                       WHEN TOKEN-TYPE-MINUS
                           MOVE "-" TO WS-CNF-HOLD-SIGN
                           MOVE 4 TO WS-CNF-STATE
                       WHEN TOKEN-TYPE-INT
                       WHEN TOKEN-TYPE-DECIMAL
                           PERFORM CNF-HOLD-NUMBER-PROCEDURE
                       WHEN TOKEN-TYPE-STRING
                           MOVE "S" TO WS-CNF-HOLD-KIND
                           MOVE WS-TOKEN-MASTER-LITERAL (1:40) TO
                               WS-CNF-HOLD-VALUE
                           MOVE 5 TO WS-CNF-STATE
                       WHEN OTHER
                           MOVE 0 TO WS-CNF-STATE
                   END-EVALUATE
               WHEN 4
                   IF TOKEN-MASTER-TYPE = TOKEN-TYPE-INT
                       OR TOKEN-MASTER-TYPE = TOKEN-TYPE-DECIMAL
                       PERFORM CNF-HOLD-NUMBER-PROCEDURE
                   ELSE
                       MOVE 0 TO WS-CNF-STATE
                   END-IF
           END-EVALUATE.

       CNF-HOLD-NUMBER-PROCEDURE.
           MOVE "N" TO WS-CNF-HOLD-KIND
           MOVE WS-TOKEN-MASTER-LITERAL (1:40) TO WS-CNF-HOLD-VALUE
           MOVE 5 TO WS-CNF-STATE.

      * the held binding into the table -- unless the script has a
      * later stored run already seen; one seen after it is retired
      * by CNF-DROP-STALE-PROCEDURE once the sweep is done.
       CNF-KEEP-BINDING-PROCEDURE.
           ADD 1 TO WS-CNF-BND-TOTAL
           MOVE 0 TO WS-CNF-SRC-FOUND
           PERFORM VARYING WS-CNF-SRC-IDX FROM 1 BY 1 UNTIL
               WS-CNF-SRC-IDX > WS-CNF-SRC-COUNT
               IF WS-CNF-SRC-NAME (WS-CNF-SRC-IDX) =
                   WS-CNF-STREAM-SOURCE
                   MOVE WS-CNF-SRC-IDX TO WS-CNF-SRC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

      * a script the table had no room for is not compared.
           IF WS-CNF-SRC-FOUND = 0
               ADD 1 TO WS-CNF-BND-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF WS-CNF-STREAM-DATE < WS-CNF-SRC-LATEST (WS-CNF-SRC-FOUND)
               EXIT PARAGRAPH
           END-IF

           PERFORM CNF-NORMALIZE-PROCEDURE
           MOVE SPACES TO WS-CNF-HOLD-KEY
           STRING WS-CNF-HOLD-KIND WS-CNF-NORM
               DELIMITED BY SIZE INTO WS-CNF-HOLD-KEY

      * the same script run under two jobs on its latest date binds
      * the same way twice -- one row is enough.
           PERFORM VARYING WS-CNF-BND-IDX FROM 1 BY 1 UNTIL
               WS-CNF-BND-IDX > WS-CNF-BND-COUNT
               IF WS-CNF-BND-DROPPED (WS-CNF-BND-IDX) = "N"
                   AND WS-CNF-BND-SOURCE (WS-CNF-BND-IDX) =
                   WS-CNF-STREAM-SOURCE
                   AND WS-CNF-BND-DATE (WS-CNF-BND-IDX) =
                   WS-CNF-STREAM-DATE
                   AND WS-CNF-BND-NAME (WS-CNF-BND-IDX) =
                   WS-CNF-HOLD-NAME
                   AND WS-CNF-BND-NORM (WS-CNF-BND-IDX) =
                   WS-CNF-HOLD-KEY
                   AND WS-CNF-BND-LINE (WS-CNF-BND-IDX) =
                   WS-CNF-HOLD-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-CNF-BND-COUNT >= WS-CNF-BND-MAX
               ADD 1 TO WS-CNF-BND-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNF-BND-COUNT
           MOVE WS-CNF-HOLD-NAME TO WS-CNF-BND-NAME (WS-CNF-BND-COUNT)
           MOVE WS-CNF-HOLD-KEY TO WS-CNF-BND-NORM (WS-CNF-BND-COUNT)
           MOVE WS-CNF-STREAM-SOURCE TO
               WS-CNF-BND-SOURCE (WS-CNF-BND-COUNT)
           MOVE SPACES TO WS-CNF-BND-VALUE (WS-CNF-BND-COUNT)
           IF WS-CNF-HOLD-KIND = "S"
               MOVE 1 TO WS-CNF-NORM-LEN
               PERFORM VARYING WS-CNF-NORM-IDX FROM 38 BY -1 UNTIL
                   WS-CNF-NORM-IDX < 1
                   IF WS-CNF-HOLD-VALUE (WS-CNF-NORM-IDX:1) NOT = SPACE
                       MOVE WS-CNF-NORM-IDX TO WS-CNF-NORM-LEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               STRING '"' WS-CNF-HOLD-VALUE (1:WS-CNF-NORM-LEN) '"'
                   DELIMITED BY SIZE
                   INTO WS-CNF-BND-VALUE (WS-CNF-BND-COUNT)
           ELSE
               STRING WS-CNF-HOLD-SIGN DELIMITED BY SPACE
                   WS-CNF-HOLD-VALUE DELIMITED BY SIZE
                   INTO WS-CNF-BND-VALUE (WS-CNF-BND-COUNT)
           END-IF
           MOVE WS-CNF-STREAM-DATE TO WS-CNF-BND-DATE (WS-CNF-BND-COUNT)
           MOVE WS-CNF-STREAM-JOB TO WS-CNF-BND-JOB (WS-CNF-BND-COUNT)
           MOVE WS-CNF-HOLD-LINE TO WS-CNF-BND-LINE (WS-CNF-BND-COUNT)
           MOVE "N" TO WS-CNF-BND-DROPPED (WS-CNF-BND-COUNT).

      * the value as the groups compare it: strings as they stand,
      * numbers without insignificant zeros -- leading ones off the
      * whole part, trailing ones (and a bare point) off the
      * fraction -- and with their sign.
       CNF-NORMALIZE-PROCEDURE.
           MOVE SPACES TO WS-CNF-NORM
           IF WS-CNF-HOLD-KIND = "S"
               MOVE WS-CNF-HOLD-VALUE TO WS-CNF-NORM
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CNF-NORM-LEN
           MOVE 0 TO WS-CNF-NORM-DOT
           PERFORM VARYING WS-CNF-NORM-IDX FROM 1 BY 1 UNTIL
               WS-CNF-NORM-IDX > 39
               OR WS-CNF-HOLD-VALUE (WS-CNF-NORM-IDX:1) = SPACE
               MOVE WS-CNF-NORM-IDX TO WS-CNF-NORM-LEN
               IF WS-CNF-HOLD-VALUE (WS-CNF-NORM-IDX:1) = "."
                   MOVE WS-CNF-NORM-IDX TO WS-CNF-NORM-DOT
               END-IF
           END-PERFORM
           IF WS-CNF-NORM-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CNF-NORM-DOT > 0
               PERFORM UNTIL WS-CNF-NORM-LEN <= WS-CNF-NORM-DOT
                   OR WS-CNF-HOLD-VALUE (WS-CNF-NORM-LEN:1) NOT = "0"
                   SUBTRACT 1 FROM WS-CNF-NORM-LEN
               END-PERFORM
               IF WS-CNF-NORM-LEN = WS-CNF-NORM-DOT
                   SUBTRACT 1 FROM WS-CNF-NORM-LEN
               END-IF
           END-IF

           MOVE 1 TO WS-CNF-NORM-POS
           PERFORM UNTIL WS-CNF-NORM-POS >= WS-CNF-NORM-LEN
               OR WS-CNF-HOLD-VALUE (WS-CNF-NORM-POS:1) NOT = "0"
               OR WS-CNF-HOLD-VALUE (WS-CNF-NORM-POS + 1:1) = "."
               ADD 1 TO WS-CNF-NORM-POS
           END-PERFORM

           STRING WS-CNF-HOLD-SIGN DELIMITED BY SPACE
               WS-CNF-HOLD-VALUE (WS-CNF-NORM-POS:
               WS-CNF-NORM-LEN - WS-CNF-NORM-POS + 1)
               DELIMITED BY SIZE INTO WS-CNF-NORM.

      * superseded rows out, the rest closed up.
       CNF-PACK-PROCEDURE.
           MOVE 0 TO WS-CNF-BND-KEPT
           PERFORM VARYING WS-CNF-BND-IDX FROM 1 BY 1 UNTIL
               WS-CNF-BND-IDX > WS-CNF-BND-COUNT
               IF WS-CNF-BND-DROPPED (WS-CNF-BND-IDX) = "N"
                   ADD 1 TO WS-CNF-BND-KEPT
                   IF WS-CNF-BND-KEPT < WS-CNF-BND-IDX
                       MOVE WS-CNF-BND-ENTRY (WS-CNF-BND-IDX) TO
                           WS-CNF-BND-ENTRY (WS-CNF-BND-KEPT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CNF-BND-KEPT TO WS-CNF-BND-COUNT.

      * plain exchange sort on name, value, script -- one name's
      * bindings end up together, its values in order.
       CNF-SORT-PROCEDURE.
           PERFORM VARYING WS-CNF-BND-IDX FROM 1 BY 1 UNTIL
               WS-CNF-BND-IDX >= WS-CNF-BND-COUNT
               PERFORM VARYING WS-CNF-BND-JDX FROM 1 BY 1 UNTIL
                   WS-CNF-BND-JDX > WS-CNF-BND-COUNT - WS-CNF-BND-IDX
                   IF WS-CNF-BND-ENTRY (WS-CNF-BND-JDX) (1:101) >
                       WS-CNF-BND-ENTRY (WS-CNF-BND-JDX + 1) (1:101)
                       MOVE WS-CNF-BND-ENTRY (WS-CNF-BND-JDX) TO
                           WS-CNF-BND-SWAP
                       MOVE WS-CNF-BND-ENTRY (WS-CNF-BND-JDX + 1) TO
                           WS-CNF-BND-ENTRY (WS-CNF-BND-JDX)
                       MOVE WS-CNF-BND-SWAP TO
                           WS-CNF-BND-ENTRY (WS-CNF-BND-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * name group by name group: the distinct values and scripts,
      * and the group printed when the values differ.
       CNF-REPORT-PROCEDURE.
           MOVE 1 TO WS-CNF-GRP-FIRST
           PERFORM UNTIL WS-CNF-GRP-FIRST > WS-CNF-BND-COUNT
               MOVE WS-CNF-GRP-FIRST TO WS-CNF-GRP-LAST
               PERFORM UNTIL WS-CNF-GRP-LAST >= WS-CNF-BND-COUNT
                   OR WS-CNF-BND-NAME (WS-CNF-GRP-LAST + 1) NOT =
                   WS-CNF-BND-NAME (WS-CNF-GRP-FIRST)
                   ADD 1 TO WS-CNF-GRP-LAST
               END-PERFORM

               ADD 1 TO WS-CNF-NAME-COUNT
               PERFORM CNF-COUNT-GROUP-PROCEDURE
               IF WS-CNF-GRP-VALUES > 1
                   PERFORM CNF-WRITE-GROUP-PROCEDURE
               END-IF

               COMPUTE WS-CNF-GRP-FIRST = WS-CNF-GRP-LAST + 1
           END-PERFORM.

       CNF-COUNT-GROUP-PROCEDURE.
           MOVE 1 TO WS-CNF-GRP-VALUES
           MOVE 0 TO WS-CNF-GRP-SCRIPTS
           PERFORM VARYING WS-CNF-BND-IDX FROM WS-CNF-GRP-FIRST BY 1
               UNTIL WS-CNF-BND-IDX > WS-CNF-GRP-LAST
               IF WS-CNF-BND-IDX > WS-CNF-GRP-FIRST
                   AND WS-CNF-BND-NORM (WS-CNF-BND-IDX) NOT =
                   WS-CNF-BND-NORM (WS-CNF-BND-IDX - 1)
                   ADD 1 TO WS-CNF-GRP-VALUES
               END-IF
               SET WS-CNF-GRP-NOT-SEEN TO TRUE
               PERFORM VARYING WS-CNF-BND-JDX FROM WS-CNF-GRP-FIRST
                   BY 1 UNTIL WS-CNF-BND-JDX >= WS-CNF-BND-IDX
                   IF WS-CNF-BND-SOURCE (WS-CNF-BND-JDX) =
                       WS-CNF-BND-SOURCE (WS-CNF-BND-IDX)
                       SET WS-CNF-GRP-SEEN TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CNF-GRP-NOT-SEEN
                   ADD 1 TO WS-CNF-GRP-SCRIPTS
               END-IF
           END-PERFORM.

       CNF-WRITE-GROUP-PROCEDURE.
           ADD 1 TO WS-CNF-CONFLICT-COUNT
           SET WS-CNF-NOT-UNIFORM TO TRUE
           PERFORM VARYING WS-CNF-UNIF-IDX FROM 1 BY 1 UNTIL
               WS-CNF-UNIF-IDX > WS-CNF-UNIF-COUNT
               IF WS-CNF-UNIF-NAME (WS-CNF-UNIF-IDX) =
                   WS-CNF-BND-NAME (WS-CNF-GRP-FIRST)
                   SET WS-CNF-IS-UNIFORM TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO CONST-REPORT-RECORD
           WRITE CONST-REPORT-RECORD
           STRING "NAME " WS-CNF-BND-NAME (WS-CNF-GRP-FIRST)
               " -- " WS-CNF-GRP-VALUES " DISTINCT VALUES IN "
               WS-CNF-GRP-SCRIPTS " SCRIPT(S)"
               DELIMITED BY SIZE INTO CONST-REPORT-RECORD
           IF WS-CNF-IS-UNIFORM
               MOVE "** MUST BE UNIFORM **" TO
                   CONST-REPORT-RECORD (100:21)
           END-IF
           WRITE CONST-REPORT-RECORD

           PERFORM VARYING WS-CNF-BND-IDX FROM WS-CNF-GRP-FIRST BY 1
               UNTIL WS-CNF-BND-IDX > WS-CNF-GRP-LAST
               PERFORM CNF-WRITE-BINDING-PROCEDURE
           END-PERFORM

           IF WS-CNF-IS-UNIFORM
               PERFORM CNF-WRITE-FINDING-PROCEDURE
           END-IF.

       CNF-WRITE-BINDING-PROCEDURE.
           PERFORM CNF-RESOLVE-UNIT-PROCEDURE
           MOVE WS-CNF-BND-SOURCE (WS-CNF-BND-IDX) TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-FOUND-IDX = 0
               MOVE "UNWN" TO WS-OWNER-HIT-DESK
               MOVE "NONE" TO WS-OWNER-HIT-ANALYST
           END-IF
           MOVE WS-CNF-BND-LINE (WS-CNF-BND-IDX) TO WS-CNF-LINE-ITEM

           MOVE SPACES TO CONST-REPORT-RECORD
           STRING "    " WS-CNF-BND-VALUE (WS-CNF-BND-IDX) (1:24)
               " " WS-CNF-BND-SOURCE (WS-CNF-BND-IDX)
               " UNIT " WS-CNF-CUR-UNIT
               " DESK " WS-OWNER-HIT-DESK
               " " WS-OWNER-HIT-ANALYST
               " LINE " WS-CNF-LINE-ITEM
               " RUN " WS-CNF-BND-DATE (WS-CNF-BND-IDX)
               " " WS-CNF-BND-JOB (WS-CNF-BND-IDX)
               DELIMITED BY SIZE INTO CONST-REPORT-RECORD
           WRITE CONST-REPORT-RECORD.

       CNF-RESOLVE-UNIT-PROCEDURE.
           MOVE "UNAS" TO WS-CNF-CUR-UNIT
           PERFORM VARYING WS-CNF-MAP-IDX FROM 1 BY 1 UNTIL
               WS-CNF-MAP-IDX > WS-CNF-MAP-COUNT
               IF WS-CNF-MAP-PAT-LEN (WS-CNF-MAP-IDX) > 0
                   AND WS-CNF-BND-SOURCE (WS-CNF-BND-IDX)
                   (1:WS-CNF-MAP-PAT-LEN (WS-CNF-MAP-IDX)) =
                   WS-CNF-MAP-PATTERN (WS-CNF-MAP-IDX)
                   (1:WS-CNF-MAP-PAT-LEN (WS-CNF-MAP-IDX))
                   MOVE WS-CNF-MAP-CODE (WS-CNF-MAP-IDX) TO
                       WS-CNF-CUR-UNIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * the digest's copy of a must-be-uniform conflict: the name,
      * the counts, and the distinct values as far as they fit.
       CNF-WRITE-FINDING-PROCEDURE.
           ADD 1 TO WS-CNF-UNIF-CONFLICTS
           MOVE SPACES TO CONST-FINDING-RECORD
           MOVE WS-CNF-TODAY-DASHED TO CNST-FIND-RUN-DATE
           MOVE WS-CNF-BND-NAME (WS-CNF-GRP-FIRST) TO CNST-FIND-NAME
           MOVE WS-CNF-GRP-VALUES TO CNST-FIND-VALUES
           MOVE WS-CNF-GRP-SCRIPTS TO CNST-FIND-SCRIPTS

           MOVE 1 TO WS-CNF-LIST-PTR
           PERFORM VARYING WS-CNF-BND-IDX FROM WS-CNF-GRP-FIRST BY 1
               UNTIL WS-CNF-BND-IDX > WS-CNF-GRP-LAST
               OR WS-CNF-LIST-PTR > 72
               IF WS-CNF-BND-IDX = WS-CNF-GRP-FIRST
                   OR WS-CNF-BND-NORM (WS-CNF-BND-IDX) NOT =
                   WS-CNF-BND-NORM (WS-CNF-BND-IDX - 1)
                   IF WS-CNF-LIST-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO CNST-FIND-VALUE-LIST
                           WITH POINTER WS-CNF-LIST-PTR
                   END-IF
                   STRING WS-CNF-BND-VALUE (WS-CNF-BND-IDX)
                       DELIMITED BY SPACE
                       INTO CNST-FIND-VALUE-LIST
                       WITH POINTER WS-CNF-LIST-PTR
               END-IF
           END-PERFORM

           WRITE CONST-FINDING-RECORD.

       CNF-WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO CONST-REPORT-RECORD
           WRITE CONST-REPORT-RECORD
           IF WS-CNF-CONFLICT-COUNT = 0
               MOVE "NO NAME IS BOUND TO DIFFERENT VALUES ACROSS THE "
                   TO CONST-REPORT-RECORD
               MOVE "ESTATE" TO CONST-REPORT-RECORD (49:6)
               WRITE CONST-REPORT-RECORD
           END-IF

           IF WS-CNF-BND-OVERFLOW > 0
               MOVE SPACES TO CONST-REPORT-RECORD
               STRING "** " WS-CNF-BND-OVERFLOW
                   " BINDING(S) NOT COMPARED -- TABLE FULL **"
                   DELIMITED BY SIZE INTO CONST-REPORT-RECORD
               WRITE CONST-REPORT-RECORD
           END-IF

           MOVE SPACES TO CONST-REPORT-RECORD
           STRING "END OF REPORT -- " WS-CNF-BND-COUNT
               " CURRENT BINDING(S) OF " WS-CNF-NAME-COUNT
               " NAME(S) IN "
               WS-CNF-SRC-COUNT " SCRIPT(S); " WS-CNF-CONFLICT-COUNT
               " IN CONFLICT, " WS-CNF-UNIF-CONFLICTS
               " OF THEM MUST BE UNIFORM"
               DELIMITED BY SIZE INTO CONST-REPORT-RECORD
           WRITE CONST-REPORT-RECORD.

       COPY "token-master-proc.cpy".
       COPY "owner-proc.cpy".
