                           WS-BATCH-FILE-FORCE
                       PERFORM BATCH-RUN-CHECK-COMPLETE-PROCEDURE
                       PERFORM BATCH-RUN-CHECK-DUE-PROCEDURE
                       PERFORM BATCH-RUN-CHECK-RETIRED-PROCEDURE

      * a file the prior attempt already finished skips straight
      * past -- its totals were restored from BATCHPRG at startup.
                                   DELIMITED BY SIZE
                                   INTO BATCH-REPORT-RECORD
                               WRITE BATCH-REPORT-RECORD
      * a retired script is refused due or not -- it has no
      * business on the list at all, and every night it stays
      * there is a finding.
                           WHEN WS-BATCH-FILE-RETIRED
                               PERFORM BATCH-RUN-RETIRED-PROCEDURE
                           WHEN WS-BATCH-FILE-DUE
                               ADD 1 TO WS-BATCH-FILE-COUNT
                               PERFORM BATCH-RUN-ONE-FILE-PROCEDURE
      * LEXEXCPT instead of wiping out the prior file's detail lines,
      * so the roll-up summary's illegal/bracket counts always have
      * matching detail behind them, not just the last file's.
      * a retired-script finding written ahead of the first file
      * has already started tonight's LEXEXCPT.
           IF WS-BATCH-FILE-COUNT = 1 AND WS-BATCH-FRESH-START
               AND WS-BATCH-RETIRED-COUNT = 0
               SET WS-LEXER-EXCEPTIONS-MODE-TRUNCATE TO TRUE
           ELSE
               SET WS-LEXER-EXCEPTIONS-MODE-EXTEND TO TRUE
                   "LEXEXCPT ==="
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
           END-IF

           IF WS-BATCH-RETIRED-COUNT > 0
               MOVE SPACES TO BATCH-REPORT-RECORD
               STRING "=== " WS-BATCH-RETIRED-COUNT
                   " RETIRED FILE(S) REFUSED -- SEE LEXEXCPT ==="
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
           END-IF

           IF WS-BATCH-DEPIMP-COUNT > 0
               MOVE SPACES TO BATCH-REPORT-RECORD
               STRING "=== " WS-BATCH-DEPIMP-COUNT
                   " NEW IMPORT(S) OF DEPRECATED MEMBERS -- SEE "
                   "LEXEXCPT ==="
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
           END-IF

      * wall clock from step start to now, midnight wrap handled the
      * way RUNCTL-WRITE-PROCEDURE does it -- which takes its own
      * end time when the step record goes out.
           ACCEPT WS-RUNCTL-END-TIME FROM TIME
           COMPUTE WS-RUNCTL-ELAPSED =
               (WS-RUNCTL-END-HH * 3600 + WS-RUNCTL-END-MM * 60
               + WS-RUNCTL-END-SS)
               - (WS-RUNCTL-START-HH * 3600 + WS-RUNCTL-START-MM * 60
               + WS-RUNCTL-START-SS)
           IF WS-RUNCTL-ELAPSED < 0
               ADD 86400 TO WS-RUNCTL-ELAPSED
           END-IF
           MOVE WS-RUNCTL-ELAPSED TO WS-BATCH-ELAPSED-SECS

           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "=== ELAPSED: " WS-BATCH-ELAPSED-SECS " SECONDS ==="
               DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD.

      * the sanctioned-member catalog (see import-catalog-file.cpy),
      * loaded whole -- the gate below is a table lookup per import,
                           MOVE IMPORT-CATALOG-STATUS TO
                               WS-BATCH-IMPCAT-STATE
                               (WS-BATCH-IMPCAT-COUNT)
                           MOVE IMPORT-CATALOG-LIFECYCLE TO
                               WS-BATCH-IMPCAT-LIFE
                               (WS-BATCH-IMPCAT-COUNT)
                           MOVE IMPORT-CATALOG-SUNSET TO
                               WS-BATCH-IMPCAT-SUNSET
                               (WS-BATCH-IMPCAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORT-CATALOG-FILE.

      * the approved-member gate: every member the lexer just
      * spliced must be in IMPCAT, active, not retired, and carry
      * the cataloged content fingerprint. anything else is an
      * ungoverned library change riding into every importing
      * script -- abort the run rather than lex it. a deprecated
      * member still splices, but a script picking it up for the
      * first time is warned -- the desk winding it down wants
      * fewer importers, not more.
       BATCH-RUN-CHECK-IMPORTS-PROCEDURE.
           PERFORM VARYING WS-BATCH-IMP-CHK-IDX FROM 1 BY 1 UNTIL
               WS-BATCH-IMP-CHK-IDX > WS-LEXER-IMPORTED-COUNT
                           "ABORTING RUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-BATCH-IMPCAT-LIFE (WS-BATCH-IMP-HIT-IDX)
                       = "R"
                       DISPLAY "BATCH-RUN-PROGRAM: FILE "
                           WS-BATCH-CURRENT-FILE " IMPORTS MEMBER "
                           WS-LEXER-IMPORTED-LIST
                           (WS-BATCH-IMP-CHK-IDX)
                           " RETIRED "
                           WS-BATCH-IMPCAT-SUNSET
                           (WS-BATCH-IMP-HIT-IDX)
                           " -- ABORTING RUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-BATCH-IMPCAT-FP (WS-BATCH-IMP-HIT-IDX)
                       NOT = WS-LEXER-IMPORTED-FP-LIST
                       (WS-BATCH-IMP-CHK-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE

               IF WS-BATCH-IMPCAT-LIFE (WS-BATCH-IMP-HIT-IDX) = "D"
                   PERFORM BATCH-RUN-DEPRECATED-IMPORT-PROCEDURE
               END-IF
           END-PERFORM.

      * a deprecated member this script has not been seen importing
      * before (no IMPXREF pair yet -- RECORD-IMPORTS runs after
      * this gate) is a new dependency on something being wound
      * down: warned on the console and into LEXEXCPT, not blocked.
       BATCH-RUN-DEPRECATED-IMPORT-PROCEDURE.
           SET WS-BATCH-IMPORT-NEW TO TRUE

           OPEN INPUT IMPORT-XREF-FILE
           IF WS-BATCH-IMPXREF-STATUS = "00"
               MOVE WS-BATCH-CURRENT-FILE TO IMPORT-XREF-SOURCE
               MOVE WS-LEXER-IMPORTED-LIST (WS-BATCH-IMP-CHK-IDX) TO
                   IMPORT-XREF-MEMBER
               READ IMPORT-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BATCH-IMPORT-SEEN TO TRUE
               END-READ
               CLOSE IMPORT-XREF-FILE
           END-IF

           IF WS-BATCH-IMPORT-SEEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BATCH-DEPIMP-COUNT
           DISPLAY "BATCH-RUN-PROGRAM: WARNING -- FILE "
               WS-BATCH-CURRENT-FILE " NEWLY IMPORTS DEPRECATED "
               "MEMBER " WS-LEXER-IMPORTED-LIST (WS-BATCH-IMP-CHK-IDX)
               " (SUNSET "
               WS-BATCH-IMPCAT-SUNSET (WS-BATCH-IMP-HIT-IDX) ")"

           OPEN EXTEND LEXER-EXCEPTIONS-FILE
           MOVE SPACES TO LEXER-EXCEPTIONS-RECORD
           STRING "DEPRECATED IMPORT "
               WS-LEXER-IMPORTED-LIST (WS-BATCH-IMP-CHK-IDX)
               " SUNSET "
               WS-BATCH-IMPCAT-SUNSET (WS-BATCH-IMP-HIT-IDX)
               " BY " WS-BATCH-CURRENT-FILE (1:20)
               DELIMITED BY SIZE INTO LEXER-EXCEPTIONS-RECORD
           WRITE LEXER-EXCEPTIONS-RECORD
           CLOSE LEXER-EXCEPTIONS-FILE.

      * persists this file's import list to the keyed IMPXREF
      * cross-reference -- one record per importing-source/member
      * pair, last run date refreshed in place. same create-on-
                   DISPLAY "BATCH-RUN-PROGRAM: OVERRIDE NEEDS TWO "
                       "DIFFERENT IDS -- NOT ARMED"
               WHEN OTHER
                   PERFORM BATCH-RUN-OVERRIDE-ENTITLED-PROCEDURE
                   IF WS-OPER-REFUSED
                       DISPLAY "BATCH-RUN-PROGRAM: OVERRIDE ID "
                           WS-OPER-QUERY " REFUSED -- " WS-OPER-REASON
                           " -- NOT ARMED"
                   ELSE
                       SET WS-LEXER-OVERRIDE-ARMED TO TRUE
                       MOVE OVERRIDE-OFFICER TO WS-BATCH-OVR-OFFICER
                       MOVE OVERRIDE-APPROVER TO WS-BATCH-OVR-APPROVER
                       DISPLAY "BATCH-RUN-PROGRAM: STRICT OVERRIDE "
                           "ARMED -- OFFICER " OVERRIDE-OFFICER
                           " APPROVER " OVERRIDE-APPROVER
                   END-IF
           END-EVALUATE.

      * two different ids are not enough on their own -- both must
      * be active on OPERMSTR and hold the break-glass authority.
      * the officer is checked first; the approver only if the
      * officer passes. a refusal is already on OPERLOG.
       BATCH-RUN-OVERRIDE-ENTITLED-PROCEDURE.
           MOVE "BATCH-RUN-PROGRAM" TO WS-OPER-CALLER
           MOVE OVERRIDE-OFFICER TO WS-OPER-QUERY
           MOVE "B" TO WS-OPER-NEED
           MOVE "STRICT OVERRIDE OFFICER" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-ALLOWED
               MOVE OVERRIDE-APPROVER TO WS-OPER-QUERY
               MOVE "STRICT OVERRIDE APPROVER" TO WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
           END-IF.

      * the exercise consumed: the authorization is marked used so
      * it can never fire twice, the full story lands on the
      * OVRHIST trail, the step record carries OVR=Y, and an OVRD
           MOVE "OVRD" TO WS-LEXER-AUDIT-RESULT-OVR
           PERFORM LEXER-AUDIT-WRITE-PROCEDURE.

      * the script's lifecycle on OWNERMST -- only a retired one is
      * refused; a deprecated script still runs until its owner
      * retires it.
       BATCH-RUN-CHECK-RETIRED-PROCEDURE.
           SET WS-BATCH-FILE-NOT-RETIRED TO TRUE
           MOVE WS-BATCH-CURRENT-FILE (1:20) TO
               WS-OWNER-QUERY (1:20)
           MOVE SPACES TO WS-OWNER-QUERY (21:20)
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-HIT-LIFECYCLE = "R"
               SET WS-BATCH-FILE-RETIRED TO TRUE
           END-IF.

      * the refusal, on the report and as a LEXEXCPT finding. ahead
      * of the first file lexed on a fresh run, the first finding
      * starts tonight's LEXEXCPT rather than extend last night's.
       BATCH-RUN-RETIRED-PROCEDURE.
           ADD 1 TO WS-BATCH-RETIRED-COUNT
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "=== FILE " WS-BATCH-CURRENT-FILE
               " RETIRED " WS-OWNER-HIT-SUNSET " -- REFUSED ==="
               DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD

           IF WS-BATCH-FILE-COUNT = 0 AND WS-BATCH-FRESH-START
               AND WS-BATCH-RETIRED-COUNT = 1
               OPEN OUTPUT LEXER-EXCEPTIONS-FILE
           ELSE
               OPEN EXTEND LEXER-EXCEPTIONS-FILE
           END-IF
           MOVE SPACES TO LEXER-EXCEPTIONS-RECORD
           STRING "RETIRED SCRIPT REFUSED: "
               WS-BATCH-CURRENT-FILE (1:30)
               " RETIRED " WS-OWNER-HIT-SUNSET
               DELIMITED BY SIZE INTO LEXER-EXCEPTIONS-RECORD
           WRITE LEXER-EXCEPTIONS-RECORD
           CLOSE LEXER-EXCEPTIONS-FILE.

       BATCH-RUN-CHECK-OWNER-PROCEDURE.
           MOVE WS-BATCH-CURRENT-FILE (1:20) TO
               WS-OWNER-QUERY (1:20)
