      *
      * RED   = any FAIL audit result today, a reconciliation
      *         mismatch, or a failing regression run;
      * AMBER = clean results but exceptions on file, a tier-1
      *         script's ownership attestation (OWNATTST) more
      *         than 30 days overdue, or a must-be-uniform constant
      *         bound to different values across the estate
      *         (CNSTFIND, left by CONST-CONFLICT-PROGRAM);
      * GREEN = nothing to look at, go get coffee.
      *
      * the outcome-mix section lists the three scripts whose
      * latest OMIXHIST profile moved furthest from their baseline
      * -- informational; a move past its tier limit already sits on
      * ALRTMSTR as a NEW alert and is judged there.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGEST-PROGRAM.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-MASTER-KEY
               FILE STATUS IS WS-DIG-ALERT-STATUS.
           SELECT OUTCOME-MIX-HIST-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OMIXHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIG-OMIX-STATUS.
           SELECT DIGEST-REPORT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OPSDIGST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT OWNER-ATTEST-FILE ASSIGN TO "OWNATTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIG-ATT-STATUS.
           SELECT CONST-FINDING-FILE ASSIGN TO "CNSTFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIG-CNST-STATUS.
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
       COPY "exception-master-file.cpy".
       COPY "alert-master-file.cpy".
       COPY "owner-file.cpy".
       COPY "attest-file.cpy".
       COPY "const-finding-file.cpy".
       COPY "outcome-mix-hist-file.cpy".

       FD DIGEST-REPORT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 DIGEST-REPORT-RECORD PIC X(130).
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "owner-data.cpy".
       COPY "outcat-data.cpy".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-DIG-EXC-STATUS   PIC XX VALUE "00".
       01 WS-DIG-RECON-STATUS PIC XX VALUE "00".
               10 WS-DIG-DESK-FAILS PIC 9(5).
       01 WS-DIG-DESK-IDX PIC 99.

      * tier-1 scripts whose ownership attestation is long overdue
      * -- the same threshold ATTEST-OVERDUE-PROGRAM alerts on.
       01 WS-DIG-ATT-STATUS    PIC XX VALUE "00".
       01 WS-DIG-ATT-DAYS      PIC 9(3) VALUE 30.
       01 WS-DIG-ATT-COUNT     PIC 9(3) VALUE 0.
       01 WS-DIG-ATT-SHOWN     PIC 99 VALUE 0.
       01 WS-DIG-ATT-DETAIL.
           05 WS-DIG-ATT-LINE PIC X(100) OCCURS 10 TIMES.
       01 WS-DIG-ATT-YMD   PIC X(8).
       01 WS-DIG-ATT-YMD-9 REDEFINES WS-DIG-ATT-YMD PIC 9(8).
       01 WS-DIG-TODAY-N   PIC 9(8).
       01 WS-DIG-ATT-LATE  PIC S9(5).
       01 WS-DIG-ATT-LATE-SHOWN PIC 9(5).

      * must-be-uniform constants the estate binds to more than one
      * value, as CONST-CONFLICT-PROGRAM last found them.
       01 WS-DIG-CNST-STATUS PIC XX VALUE "00".
       01 WS-DIG-CNST-COUNT  PIC 9(3) VALUE 0.
       01 WS-DIG-CNST-SHOWN  PIC 99 VALUE 0.
       01 WS-DIG-CNST-DATE   PIC X(10) VALUE SPACES.
       01 WS-DIG-CNST-DETAIL.
           05 WS-DIG-CNST-LINE PIC X(130) OCCURS 10 TIMES.

      * the latest OMIXHIST profile of each script, and the three
      * that moved furthest from their baseline.
       01 WS-DIG-OMIX-STATUS PIC XX VALUE "00".
       01 WS-DIG-OMIX-MAX    PIC 9(3) VALUE 300.
       01 WS-DIG-OMIX-COUNT  PIC 9(3) VALUE 0.
       01 WS-DIG-OMIX-TABLE.
           05 WS-DIG-OMIX-ENTRY OCCURS 300 TIMES.
               10 WS-DIG-OMIX-SOURCE   PIC X(20).
               10 WS-DIG-OMIX-DATE     PIC X(10).
               10 WS-DIG-OMIX-SHIFT    PIC 9(3)V9.
               10 WS-DIG-OMIX-ON       PIC X(4).
               10 WS-DIG-OMIX-ALERTED  PIC X(1).
               10 WS-DIG-OMIX-PICKED   PIC X(1).
       01 WS-DIG-OMIX-IDX    PIC 9(3).
       01 WS-DIG-OMIX-BEST   PIC 9(3).
       01 WS-DIG-OMIX-RANK   PIC 9.
       01 WS-DIG-OMIX-SHOWN  PIC 9 VALUE 0.
       01 WS-DIG-OMIX-DETAIL.
           05 WS-DIG-OMIX-LINE PIC X(100) OCCURS 3 TIMES.
       01 WS-DIG-OMIX-EDIT   PIC ZZ9.9.

       01 WS-DIG-VERDICT PIC X(5) VALUE "GREEN".

      * the datasets this program touches, resolved through the
      * LEXPROF says so.
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-RECONDIFF PIC X(40) VALUE "RECONDIFF".
       01 WS-PROF-DSN-BATCHRPT PIC X(40) VALUE "BATCHRPT".
       01 WS-PROF-DSN-TESTHIST PIC X(40) VALUE "TESTHIST".
       01 WS-PROF-DSN-EXCPMSTR PIC X(40) VALUE "EXCPMSTR".
       01 WS-PROF-DSN-ALRTMSTR PIC X(40) VALUE "ALRTMSTR".
       01 WS-PROF-DSN-OMIXHIST PIC X(40) VALUE "OMIXHIST".
       01 WS-PROF-DSN-OPSDIGST PIC X(40) VALUE "OPSDIGST".

       PROCEDURE DIVISION.
           MOVE "LEXEXCPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXEXCPT
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT
      * LEXEXCPT is a cataloged output -- the latest active
      * generation, or the plain name when it has none.
           MOVE "LEXEXCPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-CURRENT-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
           MOVE "RECONDIFF" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECONDIFF
           MOVE "ALRTMSTR" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALRTMSTR
           MOVE "OMIXHIST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OMIXHIST
           MOVE "OPSDIGST" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OPSDIGST
           PERFORM DIGEST-SCAN-BATCH-PROCEDURE
           PERFORM DIGEST-SCAN-TREND-PROCEDURE
           PERFORM DIGEST-SCAN-ALERTS-PROCEDURE
           PERFORM DIGEST-SCAN-OUTCOME-MIX-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM DIGEST-TALLY-OWNERS-PROCEDURE
           PERFORM DIGEST-SCAN-ATTEST-PROCEDURE
           PERFORM DIGEST-SCAN-CONSTANTS-PROCEDURE
           PERFORM DIGEST-JUDGE-PROCEDURE
           PERFORM DIGEST-WRITE-PROCEDURE

                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (1:10) =
                           WS-DIG-TODAY-DASHED
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           PERFORM DIGEST-ONE-AUDIT-PROCEDURE
                       END-IF
               END-READ

           CLOSE ALERT-MASTER-FILE.

      * the latest profile per script off OMIXHIST -- a later P
      * record supersedes -- then the three biggest shifts, picked
      * largest first. a script that has not moved is not a mover.
       DIGEST-SCAN-OUTCOME-MIX-PROCEDURE.
           OPEN INPUT OUTCOME-MIX-HIST-FILE
           IF WS-DIG-OMIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-DIG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DIG-EOF-ON
               READ OUTCOME-MIX-HIST-FILE
                   AT END
                       SET WS-DIG-EOF-ON TO TRUE
                   NOT AT END
                       IF OMIX-HIST-REC-IS-PROFILE
                           AND OMIX-HIST-SHIFT IS NUMERIC
                           PERFORM DIGEST-ONE-OUTCOME-MIX-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OUTCOME-MIX-HIST-FILE

           PERFORM VARYING WS-DIG-OMIX-RANK FROM 1 BY 1 UNTIL
               WS-DIG-OMIX-RANK > 3
               MOVE 0 TO WS-DIG-OMIX-BEST
               PERFORM VARYING WS-DIG-OMIX-IDX FROM 1 BY 1 UNTIL
                   WS-DIG-OMIX-IDX > WS-DIG-OMIX-COUNT
                   IF WS-DIG-OMIX-PICKED (WS-DIG-OMIX-IDX) = "N"
                       AND WS-DIG-OMIX-SHIFT (WS-DIG-OMIX-IDX) > 0
                       IF WS-DIG-OMIX-BEST = 0
                           MOVE WS-DIG-OMIX-IDX TO WS-DIG-OMIX-BEST
                       ELSE
                           IF WS-DIG-OMIX-SHIFT (WS-DIG-OMIX-IDX) >
                               WS-DIG-OMIX-SHIFT (WS-DIG-OMIX-BEST)
                               MOVE WS-DIG-OMIX-IDX TO
                                   WS-DIG-OMIX-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DIG-OMIX-BEST = 0
                   EXIT PERFORM
               END-IF

               MOVE "Y" TO WS-DIG-OMIX-PICKED (WS-DIG-OMIX-BEST)
               ADD 1 TO WS-DIG-OMIX-SHOWN
               MOVE WS-DIG-OMIX-SHIFT (WS-DIG-OMIX-BEST) TO
                   WS-DIG-OMIX-EDIT
               MOVE SPACES TO WS-DIG-OMIX-LINE (WS-DIG-OMIX-SHOWN)
               STRING WS-DIG-OMIX-SOURCE (WS-DIG-OMIX-BEST)
                   " RUN " WS-DIG-OMIX-DATE (WS-DIG-OMIX-BEST)
                   " SHIFT " WS-DIG-OMIX-EDIT " ON "
                   WS-DIG-OMIX-ON (WS-DIG-OMIX-BEST)
                   DELIMITED BY SIZE
                   INTO WS-DIG-OMIX-LINE (WS-DIG-OMIX-SHOWN)
               IF WS-DIG-OMIX-ALERTED (WS-DIG-OMIX-BEST) = "Y"
                   MOVE "** OVER TIER LIMIT, ALERTED **" TO
                       WS-DIG-OMIX-LINE (WS-DIG-OMIX-SHOWN) (60:30)
               END-IF
           END-PERFORM.

       DIGEST-ONE-OUTCOME-MIX-PROCEDURE.
           PERFORM VARYING WS-DIG-OMIX-IDX FROM 1 BY 1 UNTIL
               WS-DIG-OMIX-IDX > WS-DIG-OMIX-COUNT
               IF WS-DIG-OMIX-SOURCE (WS-DIG-OMIX-IDX) =
                   OMIX-HIST-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DIG-OMIX-IDX > WS-DIG-OMIX-COUNT
               IF WS-DIG-OMIX-COUNT >= WS-DIG-OMIX-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DIG-OMIX-COUNT
               MOVE WS-DIG-OMIX-COUNT TO WS-DIG-OMIX-IDX
               MOVE OMIX-HIST-SOURCE TO
                   WS-DIG-OMIX-SOURCE (WS-DIG-OMIX-IDX)
           END-IF

           MOVE OMIX-HIST-RUN-DATE TO WS-DIG-OMIX-DATE (WS-DIG-OMIX-IDX)
           MOVE OMIX-HIST-SHIFT TO WS-DIG-OMIX-SHIFT (WS-DIG-OMIX-IDX)
           MOVE OMIX-HIST-SHIFT-ON TO WS-DIG-OMIX-ON (WS-DIG-OMIX-IDX)
           MOVE OMIX-HIST-ALERTED TO
               WS-DIG-OMIX-ALERTED (WS-DIG-OMIX-IDX)
           MOVE "N" TO WS-DIG-OMIX-PICKED (WS-DIG-OMIX-IDX).

      * pending attestations on tier-1 scripts more than the
      * threshold past due -- owner and tier as OWNERMST has them
      * now, so a hand-over counts against the new owner.
       DIGEST-SCAN-ATTEST-PROCEDURE.
           OPEN INPUT OWNER-ATTEST-FILE
           IF WS-DIG-ATT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIG-TODAY TO WS-DIG-TODAY-N

           SET WS-DIG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DIG-EOF-ON
               READ OWNER-ATTEST-FILE
                   AT END
                       SET WS-DIG-EOF-ON TO TRUE
                   NOT AT END
                       IF OWNER-ATTEST-PENDING
                           PERFORM DIGEST-ONE-ATTEST-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OWNER-ATTEST-FILE.

       DIGEST-ONE-ATTEST-PROCEDURE.
           MOVE SPACES TO WS-DIG-ATT-YMD
           STRING OWNER-ATTEST-DUE (1:4) OWNER-ATTEST-DUE (6:2)
               OWNER-ATTEST-DUE (9:2)
               DELIMITED BY SIZE INTO WS-DIG-ATT-YMD
           IF WS-DIG-ATT-YMD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIG-ATT-LATE =
               FUNCTION INTEGER-OF-DATE (WS-DIG-TODAY-N)
               - FUNCTION INTEGER-OF-DATE (WS-DIG-ATT-YMD-9)
           IF WS-DIG-ATT-LATE <= WS-DIG-ATT-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE OWNER-ATTEST-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-HIT-TIER NOT = "1"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIG-ATT-COUNT
           IF WS-DIG-ATT-SHOWN < 10
               ADD 1 TO WS-DIG-ATT-SHOWN
               MOVE WS-DIG-ATT-LATE TO WS-DIG-ATT-LATE-SHOWN
               MOVE SPACES TO WS-DIG-ATT-LINE (WS-DIG-ATT-SHOWN)
               STRING "DESK " WS-OWNER-HIT-DESK
                   " " WS-OWNER-HIT-ANALYST
                   " " OWNER-ATTEST-SOURCE (1:20)
                   " DUE " OWNER-ATTEST-DUE
                   " -- " WS-DIG-ATT-LATE-SHOWN " DAYS OVERDUE"
                   DELIMITED BY SIZE INTO
                   WS-DIG-ATT-LINE (WS-DIG-ATT-SHOWN)
           END-IF.

      * CNSTFIND holds only the conflicts on the agreed list, so
      * every record is a finding.
       DIGEST-SCAN-CONSTANTS-PROCEDURE.
           OPEN INPUT CONST-FINDING-FILE
           IF WS-DIG-CNST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-DIG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DIG-EOF-ON
               READ CONST-FINDING-FILE
                   AT END
                       SET WS-DIG-EOF-ON TO TRUE
                   NOT AT END
                       IF CNST-FIND-NAME NOT = SPACES
                           PERFORM DIGEST-ONE-CONSTANT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONST-FINDING-FILE.

       DIGEST-ONE-CONSTANT-PROCEDURE.
           ADD 1 TO WS-DIG-CNST-COUNT
           MOVE CNST-FIND-RUN-DATE TO WS-DIG-CNST-DATE
           IF WS-DIG-CNST-SHOWN < 10
               ADD 1 TO WS-DIG-CNST-SHOWN
               MOVE SPACES TO WS-DIG-CNST-LINE (WS-DIG-CNST-SHOWN)
               STRING CNST-FIND-NAME " " CNST-FIND-VALUES
                   " VALUES IN " CNST-FIND-SCRIPTS " SCRIPTS: "
                   CNST-FIND-VALUE-LIST (1:52)
                   DELIMITED BY SIZE INTO
                   WS-DIG-CNST-LINE (WS-DIG-CNST-SHOWN)
           END-IF.

      * each failing job's source resolves through the ownership
      * master to the desk the finding belongs to.
       DIGEST-TALLY-OWNERS-PROCEDURE.
               OR WS-DIG-ALERT-NEW-COUNT > 0
               OR WS-DIG-ALERT-ACK-COUNT > 0
               OR WS-DIG-OVRD-COUNT > 0
               OR WS-DIG-ATT-COUNT > 0
               OR WS-DIG-CNST-COUNT > 0
               MOVE "AMBER" TO WS-DIG-VERDICT
           END-IF

               DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD

           MOVE SPACES TO DIGEST-REPORT-RECORD
           MOVE "-- OUTCOME MIX: BIGGEST MOVERS (SEE OMIXRPT) --" TO
               DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           IF WS-DIG-OMIX-SHOWN = 0
               MOVE "NO SCRIPT'S OUTCOMES MOVED FROM ITS BASELINE" TO
                   DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-DIG-JOB-IDX FROM 1 BY 1 UNTIL
               WS-DIG-JOB-IDX > WS-DIG-OMIX-SHOWN
               MOVE SPACES TO DIGEST-REPORT-RECORD
               MOVE WS-DIG-OMIX-LINE (WS-DIG-JOB-IDX) TO
                   DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO DIGEST-REPORT-RECORD
           MOVE "-- OPEN FINDINGS BY OWNER --" TO
               DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
           END-PERFORM

           IF WS-DIG-ATT-COUNT > 0
               MOVE SPACES TO DIGEST-REPORT-RECORD
               STRING "-- OWNERSHIP ATTESTATION: " WS-DIG-ATT-COUNT
                   " TIER-1 SCRIPT(S) MORE THAN " WS-DIG-ATT-DAYS
                   " DAYS OVERDUE (SEE ATTSTRPT) --"
                   DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
               PERFORM VARYING WS-DIG-JOB-IDX FROM 1 BY 1 UNTIL
                   WS-DIG-JOB-IDX > WS-DIG-ATT-SHOWN
                   MOVE SPACES TO DIGEST-REPORT-RECORD
                   MOVE WS-DIG-ATT-LINE (WS-DIG-JOB-IDX) TO
                       DIGEST-REPORT-RECORD
                   WRITE DIGEST-REPORT-RECORD
               END-PERFORM
           END-IF

           IF WS-DIG-CNST-COUNT > 0
               MOVE SPACES TO DIGEST-REPORT-RECORD
               STRING "-- UNIFORM CONSTANTS: " WS-DIG-CNST-COUNT
                   " BOUND TO DIFFERENT VALUES AS OF "
                   WS-DIG-CNST-DATE " (SEE CNSTRPT) --"
                   DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
               PERFORM VARYING WS-DIG-JOB-IDX FROM 1 BY 1 UNTIL
                   WS-DIG-JOB-IDX > WS-DIG-CNST-SHOWN
                   MOVE SPACES TO DIGEST-REPORT-RECORD
                   MOVE WS-DIG-CNST-LINE (WS-DIG-JOB-IDX) TO
                       DIGEST-REPORT-RECORD
                   WRITE DIGEST-REPORT-RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO DIGEST-REPORT-RECORD
           MOVE "-- REGRESSION --" TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD

           CLOSE DIGEST-REPORT-FILE.
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
