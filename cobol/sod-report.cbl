      * SOD-REPORT-PROGRAM -- segregation of duties across every
      * approval trail the estate keeps, for the periodic audit. it
      * reads each trail into one list of approval events (who made
      * the change, who approved it, what it was, when) and reports
      * three kinds of violation in one place:
      *   SAME ID        one id acting as both maker and checker;
      *   AUTHOR         the approver is the OWNERMST analyst for
      *                  the script the approval covers -- approving
      *                  one's own work;
      *   PAIR           two ids who approve each other's changes,
      *                  both ways round, more than the threshold
      *                  number of times in the period -- the proxy
      *                  that gets round the first two.
      * the trails, and what maker and checker mean in each:
      *   KEYWCHG   the REQUEST operator makes, the APPROVE operator
      *             checks (matched on keyword text and ADD/DEL);
      *   IMPCCHG   the operator sanctions a catalog member on
      *             their own -- the checker; the member's analyst
      *             stands as maker;
      *   PROMOLOG  REQ= makes, APP= checks, PROMOTED and ROLLBACK
      *             lines only.
      *             the script is the one whose LEXAUDIT runs
      *             carried the promoted FP=;
      *   OVRHIST   the officer makes, the approver checks. a
      *             GRAMMAR override names its job, and so its
      *             script; a STRICT override covers the whole night;
      *   LINTWVR   the waiver approver checks; the script's analyst
      *             stands as maker. a waiver has no grant date, so
      *             any waiver in force during the period counts;
      *   EXCPMSTR  an ACCEPTED exception -- the assignee took the
      *             risk on; the analyst of the job's script stands
      *             as maker. dated by its last-seen date.
      * where a trail has no maker of its own, the analyst stands in
      * for the pair count only -- the same-id test needs two ids
      * the trail actually recorded.
      *
      * SODCTL cards: FROM=yyyy-mm-dd and TO=yyyy-mm-dd bound the
      * period (default the 90 days to today); PAIRS=nnn is the
      * reciprocal-approval threshold (default 3). output to SODRPT.
      *
      * RETURN-CODE: 0 = no violations; 4 = violations reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CONTROL-FILE ASSIGN TO "SODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-CTL-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT KEYWORD-CHANGE-FILE ASSIGN TO "KEYWCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-KEYW-STATUS.
           SELECT CATALOG-CHANGE-FILE ASSIGN TO "IMPCCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-IMPC-STATUS.
           SELECT PROMOTE-LOG-FILE ASSIGN TO "PROMOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-PROMO-STATUS.
           SELECT OVERRIDE-HISTORY-FILE ASSIGN TO "OVRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-OVRH-STATUS.
           SELECT LINT-WAIVER-FILE ASSIGN TO "LINTWVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-WVR-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCEPTION-MASTER-KEY
               FILE STATUS IS WS-SOD-EXCM-STATUS.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SOD-CONTROL-RECORD PIC X(80).

       COPY "owner-file.cpy".
       COPY "lexer-audit-file.cpy".

      * KEYWCHG as keyword-maint-file.cpy lays it out -- that
      * copybook carries the keyword master FD as well, which is no
      * business of a report.
       FD KEYWORD-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 KEYWORD-CHANGE-RECORD.
           05 KEYWORD-CHANGE-DATE     PIC X(10).
           05 FILLER                  PIC X(1).
           05 KEYWORD-CHANGE-TIME     PIC X(8).
           05 FILLER                  PIC X(1).
           05 KEYWORD-CHANGE-OPERATOR PIC X(8).
           05 FILLER                  PIC X(1).
           05 KEYWORD-CHANGE-ACTION   PIC X(12).
           05 FILLER                  PIC X(1).
           05 KEYWORD-CHANGE-TEXT     PIC X(16).
           05 FILLER                  PIC X(1).
           05 KEYWORD-CHANGE-TYPE     PIC 99.
           05 FILLER                  PIC X(19).

      * IMPCCHG per IMPCAT-LOG-PROCEDURE: date, time, operator,
      * action, member, a space apart.
       FD CATALOG-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CATALOG-CHANGE-RECORD.
           05 CATALOG-CHANGE-DATE     PIC X(10).
           05 FILLER                  PIC X(1).
           05 CATALOG-CHANGE-TIME     PIC X(8).
           05 FILLER                  PIC X(1).
           05 CATALOG-CHANGE-OPERATOR PIC X(8).
           05 FILLER                  PIC X(1).
           05 CATALOG-CHANGE-ACTION   PIC X(12).
           05 FILLER                  PIC X(1).
           05 CATALOG-CHANGE-MEMBER   PIC X(20).
           05 FILLER                  PIC X(18).

       FD PROMOTE-LOG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PROMOTE-LOG-RECORD PIC X(200).

       FD OVERRIDE-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OVERRIDE-HISTORY-RECORD PIC X(100).

      * LINTWVR as LINT-PROGRAM lays it out.
       FD LINT-WAIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 LINT-WAIVER-RECORD.
           05 LINT-WAIVER-SOURCE   PIC X(20).
           05 FILLER               PIC X(1).
           05 LINT-WAIVER-TYPE     PIC X(8).
           05 FILLER               PIC X(1).
           05 LINT-WAIVER-LINE     PIC 9(5).
           05 FILLER               PIC X(1).
           05 LINT-WAIVER-APPROVER PIC X(8).
           05 FILLER               PIC X(1).
           05 LINT-WAIVER-EXPIRY   PIC X(10).
           05 FILLER               PIC X(24).

       COPY "exception-master-file.cpy".

       FD SOD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 SOD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-SOD-CTL-STATUS   PIC XX VALUE "00".
       01 WS-SOD-KEYW-STATUS  PIC XX VALUE "00".
       01 WS-SOD-IMPC-STATUS  PIC XX VALUE "00".
       01 WS-SOD-PROMO-STATUS PIC XX VALUE "00".
       01 WS-SOD-OVRH-STATUS  PIC XX VALUE "00".
       01 WS-SOD-WVR-STATUS   PIC XX VALUE "00".
       01 WS-SOD-EXCM-STATUS  PIC XX VALUE "00".

       01 WS-SOD-EOF-SWITCH PIC X VALUE "N".
           88 WS-SOD-EOF-ON  VALUE "Y".
           88 WS-SOD-EOF-OFF VALUE "N".

       01 WS-SOD-CARD-KEY   PIC X(12).
       01 WS-SOD-CARD-VALUE PIC X(40).
       01 WS-SOD-CARD-NUM   PIC X(3).
       01 WS-SOD-CARD-NUM-9 REDEFINES WS-SOD-CARD-NUM PIC 9(3).

       01 WS-SOD-THRESHOLD PIC 9(3) VALUE 3.
       01 WS-SOD-FROM      PIC X(10) VALUE SPACES.
       01 WS-SOD-TO        PIC X(10) VALUE SPACES.

       01 WS-SOD-TODAY.
           05 WS-SOD-TODAY-YYYY PIC 9(4).
           05 WS-SOD-TODAY-MM   PIC 99.
           05 WS-SOD-TODAY-DD   PIC 99.
       01 WS-SOD-TODAY-9 REDEFINES WS-SOD-TODAY PIC 9(8).
       01 WS-SOD-TODAY-DASHED PIC X(10).

      * the default period start -- 90 days back, by way of the day
      * numbers EXCEPTION-MASTER-PROGRAM's aging works in.
       01 WS-SOD-DAY-INT PIC 9(7).
       01 WS-SOD-BACK.
           05 WS-SOD-BACK-YYYY PIC 9(4).
           05 WS-SOD-BACK-MM   PIC 99.
           05 WS-SOD-BACK-DD   PIC 99.
       01 WS-SOD-BACK-9 REDEFINES WS-SOD-BACK PIC 9(8).

      * one row per trail: what it is called, whether it could be
      * read, and how many approval events it put in the period.
       01 WS-SOD-TRAIL-TABLE.
           05 WS-SOD-TRAIL-ENTRY OCCURS 6 TIMES.
               10 WS-SOD-TRAIL-NAME  PIC X(8).
               10 WS-SOD-TRAIL-READ  PIC X(1).
               10 WS-SOD-TRAIL-COUNT PIC 9(5).
       01 WS-SOD-TRAIL-IDX PIC 9.

      * every approval event in the period.
       01 WS-SOD-EVT-MAX   PIC 9(4) VALUE 2000.
       01 WS-SOD-EVT-COUNT PIC 9(4) VALUE 0.
       01 WS-SOD-EVT-TABLE.
           05 WS-SOD-EVT-ENTRY OCCURS 2000 TIMES.
               10 WS-SOD-EVT-TRAIL   PIC X(8).
               10 WS-SOD-EVT-DATE    PIC X(10).
               10 WS-SOD-EVT-MAKER   PIC X(8).
               10 WS-SOD-EVT-CHECKER PIC X(8).
               10 WS-SOD-EVT-AUTHOR  PIC X(8).
               10 WS-SOD-EVT-SUBJECT PIC X(40).
       01 WS-SOD-EVT-IDX   PIC 9(4).
       01 WS-SOD-EVT-DROPPED PIC 9(5) VALUE 0.

      * the event being built, before it is filed.
       01 WS-SOD-NEW-TRAIL   PIC X(8).
       01 WS-SOD-NEW-DATE    PIC X(10).
       01 WS-SOD-NEW-MAKER   PIC X(8).
       01 WS-SOD-NEW-CHECKER PIC X(8).
       01 WS-SOD-NEW-AUTHOR  PIC X(8).
       01 WS-SOD-NEW-SUBJECT PIC X(40).
       01 WS-SOD-NEW-DATED-SWITCH PIC X VALUE "Y".
           88 WS-SOD-NEW-DATED   VALUE "Y".
           88 WS-SOD-NEW-UNDATED VALUE "N".

      * KEYWCHG requests still waiting on their approval, so an
      * APPROVE line can name the operator who asked.
       01 WS-SOD-REQ-MAX   PIC 9(3) VALUE 300.
       01 WS-SOD-REQ-COUNT PIC 9(3) VALUE 0.
       01 WS-SOD-REQ-TABLE.
           05 WS-SOD-REQ-ENTRY OCCURS 300 TIMES.
               10 WS-SOD-REQ-TEXT PIC X(16).
               10 WS-SOD-REQ-KIND PIC X(3).
               10 WS-SOD-REQ-BY   PIC X(8).
       01 WS-SOD-REQ-IDX   PIC 9(3).
       01 WS-SOD-REQ-FOUND PIC 9(3).
       01 WS-SOD-KEYW-KIND PIC X(3).

      * which script each fingerprint and each job belonged to, off
      * the whole LEXAUDIT history.
       01 WS-SOD-FP-MAX   PIC 9(3) VALUE 500.
       01 WS-SOD-FP-COUNT PIC 9(3) VALUE 0.
       01 WS-SOD-FP-TABLE.
           05 WS-SOD-FP-ENTRY OCCURS 500 TIMES.
               10 WS-SOD-FP-VALUE  PIC X(8).
               10 WS-SOD-FP-SOURCE PIC X(20).
       01 WS-SOD-FP-IDX   PIC 9(3).
       01 WS-SOD-FP-FOUND PIC 9(3).

       01 WS-SOD-JOB-MAX   PIC 9(3) VALUE 500.
       01 WS-SOD-JOB-COUNT PIC 9(3) VALUE 0.
       01 WS-SOD-JOB-TABLE.
           05 WS-SOD-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-SOD-JOB-ID     PIC X(8).
               10 WS-SOD-JOB-SOURCE PIC X(20).
               10 WS-SOD-JOB-FIRST  PIC X(10).
               10 WS-SOD-JOB-LAST   PIC X(10).
       01 WS-SOD-JOB-IDX   PIC 9(3).
       01 WS-SOD-JOB-FOUND PIC 9(3).
       01 WS-SOD-JOB-QUERY PIC X(8).
       01 WS-SOD-JOB-WHEN  PIC X(10).

      * fields sliced from one LEXAUDIT line (layout per
      * lexer-audit-data.cpy).
       01 WS-SOD-AUD-DATE   PIC X(10).
       01 WS-SOD-AUD-SOURCE PIC X(20).
       01 WS-SOD-AUD-JOB    PIC X(8).
       01 WS-SOD-AUD-FP     PIC X(8).

      * OVRHIST pieces: the ids follow "EXERCISED BY ", the job
      * follows " JOB ".
       01 WS-SOD-OVR-HEAD  PIC X(100).
       01 WS-SOD-OVR-IDS   PIC X(60).
       01 WS-SOD-OVR-TAIL  PIC X(20).
       01 WS-SOD-OVR-COND  PIC X(7).
       01 WS-SOD-OVR-JOB   PIC X(8).

       01 WS-SOD-SOURCE    PIC X(20).
       01 WS-SOD-TALLY     PIC 9(3).

      * reciprocal pairs: the lower id first, with how often each
      * approved the other's work.
       01 WS-SOD-PAIR-MAX   PIC 9(3) VALUE 500.
       01 WS-SOD-PAIR-COUNT PIC 9(3) VALUE 0.
       01 WS-SOD-PAIR-TABLE.
           05 WS-SOD-PAIR-ENTRY OCCURS 500 TIMES.
               10 WS-SOD-PAIR-LOW       PIC X(8).
               10 WS-SOD-PAIR-HIGH      PIC X(8).
               10 WS-SOD-PAIR-LOW-APPR  PIC 9(5).
               10 WS-SOD-PAIR-HIGH-APPR PIC 9(5).
       01 WS-SOD-PAIR-IDX   PIC 9(3).
       01 WS-SOD-PAIR-FOUND PIC 9(3).
       01 WS-SOD-PAIR-MAKER PIC X(8).
       01 WS-SOD-PAIR-A     PIC X(8).
       01 WS-SOD-PAIR-B     PIC X(8).
       01 WS-SOD-PAIR-TOTAL PIC 9(5).
       01 WS-SOD-SHOW-MAKER PIC X(8).

       01 WS-SOD-SAME-COUNT   PIC 9(5) VALUE 0.
       01 WS-SOD-AUTHOR-COUNT PIC 9(5) VALUE 0.
       01 WS-SOD-RECIP-COUNT  PIC 9(5) VALUE 0.
       01 WS-SOD-VIOLATIONS   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SOD-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SOD-TODAY-DASHED
           STRING WS-SOD-TODAY-YYYY "-" WS-SOD-TODAY-MM "-"
               WS-SOD-TODAY-DD
               DELIMITED BY SIZE INTO WS-SOD-TODAY-DASHED

           MOVE "KEYWCHG"  TO WS-SOD-TRAIL-NAME (1)
           MOVE "IMPCCHG"  TO WS-SOD-TRAIL-NAME (2)
           MOVE "PROMOLOG" TO WS-SOD-TRAIL-NAME (3)
           MOVE "OVRHIST"  TO WS-SOD-TRAIL-NAME (4)
           MOVE "LINTWVR"  TO WS-SOD-TRAIL-NAME (5)
           MOVE "EXCPMSTR" TO WS-SOD-TRAIL-NAME (6)
           PERFORM VARYING WS-SOD-TRAIL-IDX FROM 1 BY 1 UNTIL
               WS-SOD-TRAIL-IDX > 6
               MOVE "N" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)
               MOVE 0 TO WS-SOD-TRAIL-COUNT (WS-SOD-TRAIL-IDX)
           END-PERFORM

           PERFORM SOD-READ-CONTROL-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM SOD-SCAN-AUDIT-PROCEDURE
           PERFORM SOD-LOAD-KEYWORD-PROCEDURE
           PERFORM SOD-LOAD-CATALOG-PROCEDURE
           PERFORM SOD-LOAD-PROMO-PROCEDURE
           PERFORM SOD-LOAD-OVERRIDE-PROCEDURE
           PERFORM SOD-LOAD-WAIVER-PROCEDURE
           PERFORM SOD-LOAD-EXCEPTION-PROCEDURE
           PERFORM SOD-TALLY-PAIRS-PROCEDURE
           PERFORM SOD-WRITE-PROCEDURE

           DISPLAY "SOD-REPORT-PROGRAM: " WS-SOD-EVT-COUNT
               " APPROVAL EVENT(S) " WS-SOD-FROM " TO " WS-SOD-TO
               ", " WS-SOD-VIOLATIONS " VIOLATION(S)"

           IF WS-SOD-VIOLATIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SOD-READ-CONTROL-PROCEDURE.
           OPEN INPUT SOD-CONTROL-FILE
           IF WS-SOD-CTL-STATUS = "00"
               SET WS-SOD-EOF-OFF TO TRUE
               PERFORM UNTIL WS-SOD-EOF-ON
                   READ SOD-CONTROL-FILE
                       AT END
                           SET WS-SOD-EOF-ON TO TRUE
                       NOT AT END
                           PERFORM SOD-ONE-CARD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE SOD-CONTROL-FILE
           END-IF

           IF WS-SOD-TO = SPACES
               MOVE WS-SOD-TODAY-DASHED TO WS-SOD-TO
           END-IF
           IF WS-SOD-FROM = SPACES
               COMPUTE WS-SOD-DAY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-SOD-TODAY-9) - 90
               COMPUTE WS-SOD-BACK-9 = FUNCTION DATE-OF-INTEGER
                   (WS-SOD-DAY-INT)
               STRING WS-SOD-BACK-YYYY "-" WS-SOD-BACK-MM "-"
                   WS-SOD-BACK-DD
                   DELIMITED BY SIZE INTO WS-SOD-FROM
           END-IF.

       SOD-ONE-CARD-PROCEDURE.
           IF SOD-CONTROL-RECORD (1:1) = "*"
               OR SOD-CONTROL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SOD-CARD-KEY
           MOVE SPACES TO WS-SOD-CARD-VALUE
           UNSTRING SOD-CONTROL-RECORD DELIMITED BY "="
               INTO WS-SOD-CARD-KEY WS-SOD-CARD-VALUE
           EVALUATE WS-SOD-CARD-KEY
               WHEN "FROM"
                   MOVE WS-SOD-CARD-VALUE (1:10) TO WS-SOD-FROM
               WHEN "TO"
                   MOVE WS-SOD-CARD-VALUE (1:10) TO WS-SOD-TO
               WHEN "PAIRS"
                   MOVE WS-SOD-CARD-VALUE (1:3) TO WS-SOD-CARD-NUM
                   IF WS-SOD-CARD-NUM IS NUMERIC
                       MOVE WS-SOD-CARD-NUM-9 TO WS-SOD-THRESHOLD
                   END-IF
           END-EVALUATE.

      * the whole LEXAUDIT history: the script behind each content
      * fingerprint (the latest run with it wins) and behind each
      * BATCHnnn job over the dates it ran.
       SOD-SCAN-AUDIT-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SOD-REPORT-PROGRAM: NO LEXAUDIT -- PROMOTIONS "
                   "AND EXCEPTIONS CANNOT BE TIED TO SCRIPTS"
               EXIT PARAGRAPH
           END-IF

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (41:7) = "TOKENS="
                           AND LEXER-AUDIT-LOG-RECORD (56:4) NOT =
                           "OVRD"
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           PERFORM SOD-AUDIT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       SOD-AUDIT-LINE-PROCEDURE.
           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-SOD-AUD-DATE
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-SOD-AUD-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (76:8) TO WS-SOD-AUD-JOB
           MOVE SPACES TO WS-SOD-AUD-FP
           IF LEXER-AUDIT-LOG-RECORD (84:4) = " FP="
               MOVE LEXER-AUDIT-LOG-RECORD (88:8) TO WS-SOD-AUD-FP
           END-IF

           IF WS-SOD-AUD-FP NOT = SPACES
               MOVE 0 TO WS-SOD-FP-FOUND
               PERFORM VARYING WS-SOD-FP-IDX FROM 1 BY 1 UNTIL
                   WS-SOD-FP-IDX > WS-SOD-FP-COUNT
                   IF WS-SOD-FP-VALUE (WS-SOD-FP-IDX) = WS-SOD-AUD-FP
                       MOVE WS-SOD-FP-IDX TO WS-SOD-FP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SOD-FP-FOUND = 0
                   AND WS-SOD-FP-COUNT < WS-SOD-FP-MAX
                   ADD 1 TO WS-SOD-FP-COUNT
                   MOVE WS-SOD-FP-COUNT TO WS-SOD-FP-FOUND
                   MOVE WS-SOD-AUD-FP TO
                       WS-SOD-FP-VALUE (WS-SOD-FP-COUNT)
               END-IF
               IF WS-SOD-FP-FOUND > 0
                   MOVE WS-SOD-AUD-SOURCE TO
                       WS-SOD-FP-SOURCE (WS-SOD-FP-FOUND)
               END-IF
           END-IF

           IF WS-SOD-AUD-JOB = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOD-JOB-FOUND
           PERFORM VARYING WS-SOD-JOB-IDX FROM 1 BY 1 UNTIL
               WS-SOD-JOB-IDX > WS-SOD-JOB-COUNT
               IF WS-SOD-JOB-ID (WS-SOD-JOB-IDX) = WS-SOD-AUD-JOB
                   AND WS-SOD-JOB-SOURCE (WS-SOD-JOB-IDX) =
                   WS-SOD-AUD-SOURCE
                   MOVE WS-SOD-JOB-IDX TO WS-SOD-JOB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOD-JOB-FOUND = 0
               IF WS-SOD-JOB-COUNT >= WS-SOD-JOB-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SOD-JOB-COUNT
               MOVE WS-SOD-JOB-COUNT TO WS-SOD-JOB-FOUND
               MOVE WS-SOD-AUD-JOB TO WS-SOD-JOB-ID (WS-SOD-JOB-COUNT)
               MOVE WS-SOD-AUD-SOURCE TO
                   WS-SOD-JOB-SOURCE (WS-SOD-JOB-COUNT)
               MOVE WS-SOD-AUD-DATE TO
                   WS-SOD-JOB-FIRST (WS-SOD-JOB-COUNT)
           END-IF
           MOVE WS-SOD-AUD-DATE TO WS-SOD-JOB-LAST (WS-SOD-JOB-FOUND).

      * the script WS-SOD-JOB-QUERY carried on WS-SOD-JOB-WHEN: the
      * run covering that date, failing that the job's latest
      * script. spaces when the job never ran under audit.
       SOD-JOB-SOURCE-PROCEDURE.
           MOVE SPACES TO WS-SOD-SOURCE
           MOVE 0 TO WS-SOD-JOB-FOUND
           PERFORM VARYING WS-SOD-JOB-IDX FROM 1 BY 1 UNTIL
               WS-SOD-JOB-IDX > WS-SOD-JOB-COUNT
               IF WS-SOD-JOB-ID (WS-SOD-JOB-IDX) = WS-SOD-JOB-QUERY
                   IF WS-SOD-JOB-FOUND = 0
                       OR WS-SOD-JOB-LAST (WS-SOD-JOB-IDX) >
                       WS-SOD-JOB-LAST (WS-SOD-JOB-FOUND)
                       MOVE WS-SOD-JOB-IDX TO WS-SOD-JOB-FOUND
                   END-IF
                   IF WS-SOD-JOB-FIRST (WS-SOD-JOB-IDX) <=
                       WS-SOD-JOB-WHEN
                       AND WS-SOD-JOB-LAST (WS-SOD-JOB-IDX) >=
                       WS-SOD-JOB-WHEN
                       MOVE WS-SOD-JOB-IDX TO WS-SOD-JOB-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SOD-JOB-FOUND > 0
               MOVE WS-SOD-JOB-SOURCE (WS-SOD-JOB-FOUND) TO
                   WS-SOD-SOURCE
           END-IF.

      * the OWNERMST analyst for WS-SOD-SOURCE, spaces when the
      * script has no ownership record.
       SOD-AUTHOR-PROCEDURE.
           MOVE SPACES TO WS-SOD-NEW-AUTHOR
           IF WS-SOD-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOD-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-FOUND-IDX > 0
               MOVE WS-OWNER-HIT-ANALYST TO WS-SOD-NEW-AUTHOR
           END-IF.

      * file the event built in WS-SOD-NEW-xxx, when it falls in the
      * period (an undated one has been judged by its caller) and
      * there is room.
       SOD-ADD-EVENT-PROCEDURE.
           IF WS-SOD-NEW-DATED
               IF WS-SOD-NEW-DATE < WS-SOD-FROM
                   OR WS-SOD-NEW-DATE > WS-SOD-TO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SOD-EVT-COUNT >= WS-SOD-EVT-MAX
               ADD 1 TO WS-SOD-EVT-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SOD-EVT-COUNT
           MOVE WS-SOD-NEW-TRAIL TO WS-SOD-EVT-TRAIL (WS-SOD-EVT-COUNT)
           MOVE WS-SOD-NEW-DATE TO WS-SOD-EVT-DATE (WS-SOD-EVT-COUNT)
           MOVE WS-SOD-NEW-MAKER TO WS-SOD-EVT-MAKER (WS-SOD-EVT-COUNT)
           MOVE WS-SOD-NEW-CHECKER TO
               WS-SOD-EVT-CHECKER (WS-SOD-EVT-COUNT)
           MOVE WS-SOD-NEW-AUTHOR TO
               WS-SOD-EVT-AUTHOR (WS-SOD-EVT-COUNT)
           MOVE WS-SOD-NEW-SUBJECT TO
               WS-SOD-EVT-SUBJECT (WS-SOD-EVT-COUNT)
           ADD 1 TO WS-SOD-TRAIL-COUNT (WS-SOD-TRAIL-IDX).

      * a REQUEST files the requester against the keyword and kind;
      * the APPROVE that follows is the event. a REJECT approves
      * nothing.
       SOD-LOAD-KEYWORD-PROCEDURE.
           MOVE 1 TO WS-SOD-TRAIL-IDX
           OPEN INPUT KEYWORD-CHANGE-FILE
           IF WS-SOD-KEYW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ KEYWORD-CHANGE-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       PERFORM SOD-KEYWORD-LINE-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE KEYWORD-CHANGE-FILE.

       SOD-KEYWORD-LINE-PROCEDURE.
           MOVE KEYWORD-CHANGE-ACTION (9:3) TO WS-SOD-KEYW-KIND
           MOVE 0 TO WS-SOD-REQ-FOUND
           PERFORM VARYING WS-SOD-REQ-IDX FROM 1 BY 1 UNTIL
               WS-SOD-REQ-IDX > WS-SOD-REQ-COUNT
               IF WS-SOD-REQ-TEXT (WS-SOD-REQ-IDX) =
                   KEYWORD-CHANGE-TEXT
                   AND WS-SOD-REQ-KIND (WS-SOD-REQ-IDX) =
                   WS-SOD-KEYW-KIND
                   MOVE WS-SOD-REQ-IDX TO WS-SOD-REQ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE KEYWORD-CHANGE-ACTION (1:8)
               WHEN "REQUEST "
                   IF WS-SOD-REQ-FOUND = 0
                       IF WS-SOD-REQ-COUNT >= WS-SOD-REQ-MAX
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-SOD-REQ-COUNT
                       MOVE WS-SOD-REQ-COUNT TO WS-SOD-REQ-FOUND
                       MOVE KEYWORD-CHANGE-TEXT TO
                           WS-SOD-REQ-TEXT (WS-SOD-REQ-COUNT)
                       MOVE WS-SOD-KEYW-KIND TO
                           WS-SOD-REQ-KIND (WS-SOD-REQ-COUNT)
                   END-IF
                   MOVE KEYWORD-CHANGE-OPERATOR TO
                       WS-SOD-REQ-BY (WS-SOD-REQ-FOUND)
               WHEN "APPROVE "
                   MOVE "KEYWCHG" TO WS-SOD-NEW-TRAIL
                   MOVE KEYWORD-CHANGE-DATE TO WS-SOD-NEW-DATE
                   MOVE SPACES TO WS-SOD-NEW-MAKER
                   IF WS-SOD-REQ-FOUND > 0
                       MOVE WS-SOD-REQ-BY (WS-SOD-REQ-FOUND) TO
                           WS-SOD-NEW-MAKER
                   END-IF
                   MOVE KEYWORD-CHANGE-OPERATOR TO WS-SOD-NEW-CHECKER
                   MOVE SPACES TO WS-SOD-NEW-AUTHOR
                   MOVE SPACES TO WS-SOD-NEW-SUBJECT
                   STRING "KEYWORD " WS-SOD-KEYW-KIND " "
                       KEYWORD-CHANGE-TEXT
                       DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
                   SET WS-SOD-NEW-DATED TO TRUE
                   PERFORM SOD-ADD-EVENT-PROCEDURE
           END-EVALUATE.

      * every catalog change is one operator's sanction of a member.
       SOD-LOAD-CATALOG-PROCEDURE.
           MOVE 2 TO WS-SOD-TRAIL-IDX
           OPEN INPUT CATALOG-CHANGE-FILE
           IF WS-SOD-IMPC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ CATALOG-CHANGE-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       IF CATALOG-CHANGE-OPERATOR NOT = SPACES
                           MOVE "IMPCCHG" TO WS-SOD-NEW-TRAIL
                           MOVE CATALOG-CHANGE-DATE TO WS-SOD-NEW-DATE
                           MOVE SPACES TO WS-SOD-NEW-MAKER
                           MOVE CATALOG-CHANGE-OPERATOR TO
                               WS-SOD-NEW-CHECKER
                           MOVE CATALOG-CHANGE-MEMBER TO WS-SOD-SOURCE
                           PERFORM SOD-AUTHOR-PROCEDURE
                           MOVE SPACES TO WS-SOD-NEW-SUBJECT
                           STRING "CATALOG "
                               CATALOG-CHANGE-ACTION (1:6) " "
                               CATALOG-CHANGE-MEMBER
                               DELIMITED BY SIZE INTO
                               WS-SOD-NEW-SUBJECT
                           SET WS-SOD-NEW-DATED TO TRUE
                           PERFORM SOD-ADD-EVENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-CHANGE-FILE.

      * PROMOTED and ROLLBACK lines only -- a refusal approved
      * nothing. layout per PROMOTE-LOG-PROCEDURE (SRC-ROLLBACK-
      * PROGRAM writes the same): REQ= at 25, APP= at 38, FP= at
      * 50.
       SOD-LOAD-PROMO-PROCEDURE.
           MOVE 3 TO WS-SOD-TRAIL-IDX
           OPEN INPUT PROMOTE-LOG-FILE
           IF WS-SOD-PROMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ PROMOTE-LOG-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-SOD-TALLY
                       INSPECT PROMOTE-LOG-RECORD TALLYING
                           WS-SOD-TALLY FOR ALL " PROMOTED"
                           ALL " ROLLBACK"
                       IF WS-SOD-TALLY > 0
                           AND PROMOTE-LOG-RECORD (46:4) = " FP="
                           PERFORM SOD-PROMO-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROMOTE-LOG-FILE.

       SOD-PROMO-LINE-PROCEDURE.
           MOVE "PROMOLOG" TO WS-SOD-NEW-TRAIL
           MOVE PROMOTE-LOG-RECORD (1:10) TO WS-SOD-NEW-DATE
           MOVE PROMOTE-LOG-RECORD (25:8) TO WS-SOD-NEW-MAKER
           MOVE PROMOTE-LOG-RECORD (38:8) TO WS-SOD-NEW-CHECKER

           MOVE SPACES TO WS-SOD-SOURCE
           PERFORM VARYING WS-SOD-FP-IDX FROM 1 BY 1 UNTIL
               WS-SOD-FP-IDX > WS-SOD-FP-COUNT
               IF WS-SOD-FP-VALUE (WS-SOD-FP-IDX) =
                   PROMOTE-LOG-RECORD (50:8)
                   MOVE WS-SOD-FP-SOURCE (WS-SOD-FP-IDX) TO
                       WS-SOD-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM SOD-AUTHOR-PROCEDURE

           MOVE SPACES TO WS-SOD-NEW-SUBJECT
           IF WS-SOD-SOURCE = SPACES
               STRING "PROMOTE FP=" PROMOTE-LOG-RECORD (50:8)
                   " (SCRIPT UNKNOWN)"
                   DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
           ELSE
               STRING "PROMOTE " WS-SOD-SOURCE
                   DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
           END-IF
           SET WS-SOD-NEW-DATED TO TRUE
           PERFORM SOD-ADD-EVENT-PROCEDURE.

      * officer and approver follow "EXERCISED BY ", a " / "
      * apart; a GRAMMAR override's job follows " JOB ".
       SOD-LOAD-OVERRIDE-PROCEDURE.
           MOVE 4 TO WS-SOD-TRAIL-IDX
           OPEN INPUT OVERRIDE-HISTORY-FILE
           IF WS-SOD-OVRH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ OVERRIDE-HISTORY-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-SOD-TALLY
                       INSPECT OVERRIDE-HISTORY-RECORD TALLYING
                           WS-SOD-TALLY FOR ALL "EXERCISED BY "
                       IF WS-SOD-TALLY > 0
                           PERFORM SOD-OVERRIDE-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERRIDE-HISTORY-FILE.

       SOD-OVERRIDE-LINE-PROCEDURE.
           MOVE "OVRHIST" TO WS-SOD-NEW-TRAIL
           MOVE OVERRIDE-HISTORY-RECORD (1:10) TO WS-SOD-NEW-DATE
           IF OVERRIDE-HISTORY-RECORD (21:7) = "GRAMMAR"
               MOVE "GRAMMAR" TO WS-SOD-OVR-COND
           ELSE
               MOVE "STRICT" TO WS-SOD-OVR-COND
           END-IF

           MOVE SPACES TO WS-SOD-OVR-IDS
           UNSTRING OVERRIDE-HISTORY-RECORD DELIMITED BY "EXERCISED BY "
               INTO WS-SOD-OVR-HEAD WS-SOD-OVR-IDS
           MOVE WS-SOD-OVR-IDS (1:8) TO WS-SOD-NEW-MAKER
           MOVE WS-SOD-OVR-IDS (12:8) TO WS-SOD-NEW-CHECKER
           MOVE SPACES TO WS-SOD-OVR-TAIL
           UNSTRING OVERRIDE-HISTORY-RECORD DELIMITED BY " JOB "
               INTO WS-SOD-OVR-HEAD WS-SOD-OVR-TAIL
           MOVE WS-SOD-OVR-TAIL (1:8) TO WS-SOD-OVR-JOB

           MOVE SPACES TO WS-SOD-SOURCE
           IF WS-SOD-OVR-COND = "GRAMMAR"
               MOVE WS-SOD-OVR-JOB TO WS-SOD-JOB-QUERY
               MOVE WS-SOD-NEW-DATE TO WS-SOD-JOB-WHEN
               PERFORM SOD-JOB-SOURCE-PROCEDURE
           END-IF
           PERFORM SOD-AUTHOR-PROCEDURE

           MOVE SPACES TO WS-SOD-NEW-SUBJECT
           STRING WS-SOD-OVR-COND DELIMITED BY SPACE
               " OVERRIDE JOB " WS-SOD-OVR-JOB " " WS-SOD-SOURCE
               DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
           SET WS-SOD-NEW-DATED TO TRUE
           PERFORM SOD-ADD-EVENT-PROCEDURE.

      * a waiver in force at any point in the period -- no expiry,
      * or one on or after the period start.
       SOD-LOAD-WAIVER-PROCEDURE.
           MOVE 5 TO WS-SOD-TRAIL-IDX
           OPEN INPUT LINT-WAIVER-FILE
           IF WS-SOD-WVR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           SET WS-SOD-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SOD-EOF-ON
               READ LINT-WAIVER-FILE
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       IF LINT-WAIVER-RECORD (1:1) NOT = "*"
                           AND LINT-WAIVER-APPROVER NOT = SPACES
                           AND (LINT-WAIVER-EXPIRY = SPACES
                           OR LINT-WAIVER-EXPIRY >= WS-SOD-FROM)
                           PERFORM SOD-WAIVER-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LINT-WAIVER-FILE.

       SOD-WAIVER-LINE-PROCEDURE.
           MOVE "LINTWVR" TO WS-SOD-NEW-TRAIL
           IF LINT-WAIVER-EXPIRY = SPACES
               MOVE "NO EXPIRY" TO WS-SOD-NEW-DATE
           ELSE
               MOVE LINT-WAIVER-EXPIRY TO WS-SOD-NEW-DATE
           END-IF
           MOVE SPACES TO WS-SOD-NEW-MAKER
           MOVE LINT-WAIVER-APPROVER TO WS-SOD-NEW-CHECKER
           MOVE LINT-WAIVER-SOURCE TO WS-SOD-SOURCE
           PERFORM SOD-AUTHOR-PROCEDURE
           MOVE SPACES TO WS-SOD-NEW-SUBJECT
           STRING "WAIVER " LINT-WAIVER-TYPE " LINE "
               LINT-WAIVER-LINE " " LINT-WAIVER-SOURCE
               DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
           SET WS-SOD-NEW-UNDATED TO TRUE
           PERFORM SOD-ADD-EVENT-PROCEDURE.

      * ACCEPTED is the disposition that approves something -- the
      * exception stays and stops counting. NEW, ASSIGNED and
      * RESOLVED approve nothing.
       SOD-LOAD-EXCEPTION-PROCEDURE.
           MOVE 6 TO WS-SOD-TRAIL-IDX
           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-SOD-EXCM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX)

           MOVE LOW-VALUES TO EXCEPTION-MASTER-KEY
           SET WS-SOD-EOF-OFF TO TRUE
           START EXCEPTION-MASTER-FILE KEY >= EXCEPTION-MASTER-KEY
               INVALID KEY
                   SET WS-SOD-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-SOD-EOF-ON
               READ EXCEPTION-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-SOD-EOF-ON TO TRUE
                   NOT AT END
                       IF EXCEPTION-MASTER-ACCEPTED
                           AND EXCEPTION-MASTER-ASSIGNEE NOT = SPACES
                           PERFORM SOD-EXCEPTION-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXCEPTION-MASTER-FILE.

       SOD-EXCEPTION-LINE-PROCEDURE.
           MOVE "EXCPMSTR" TO WS-SOD-NEW-TRAIL
           MOVE EXCEPTION-MASTER-LAST-SEEN TO WS-SOD-NEW-DATE
           MOVE SPACES TO WS-SOD-NEW-MAKER
           MOVE EXCEPTION-MASTER-ASSIGNEE TO WS-SOD-NEW-CHECKER
           MOVE EXCEPTION-MASTER-JOB TO WS-SOD-JOB-QUERY
           MOVE EXCEPTION-MASTER-LAST-SEEN TO WS-SOD-JOB-WHEN
           PERFORM SOD-JOB-SOURCE-PROCEDURE
           PERFORM SOD-AUTHOR-PROCEDURE
           MOVE SPACES TO WS-SOD-NEW-SUBJECT
           STRING "ACCEPT JOB " EXCEPTION-MASTER-JOB
               " LINE " EXCEPTION-MASTER-LINE " " WS-SOD-SOURCE
               DELIMITED BY SIZE INTO WS-SOD-NEW-SUBJECT
           SET WS-SOD-NEW-DATED TO TRUE
           PERFORM SOD-ADD-EVENT-PROCEDURE.

      * who approved whom: the trail's maker, or the script's
      * analyst where the trail records none, against the checker.
       SOD-TALLY-PAIRS-PROCEDURE.
           PERFORM VARYING WS-SOD-EVT-IDX FROM 1 BY 1 UNTIL
               WS-SOD-EVT-IDX > WS-SOD-EVT-COUNT
               MOVE WS-SOD-EVT-MAKER (WS-SOD-EVT-IDX) TO
                   WS-SOD-PAIR-MAKER
               IF WS-SOD-PAIR-MAKER = SPACES
                   MOVE WS-SOD-EVT-AUTHOR (WS-SOD-EVT-IDX) TO
                       WS-SOD-PAIR-MAKER
               END-IF
               IF WS-SOD-PAIR-MAKER NOT = SPACES
                   AND WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX) NOT =
                   SPACES
                   AND WS-SOD-PAIR-MAKER NOT =
                   WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                   PERFORM SOD-TALLY-ONE-PROCEDURE
               END-IF
           END-PERFORM.

       SOD-TALLY-ONE-PROCEDURE.
           IF WS-SOD-PAIR-MAKER < WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
               MOVE WS-SOD-PAIR-MAKER TO WS-SOD-PAIR-A
               MOVE WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX) TO
                   WS-SOD-PAIR-B
           ELSE
               MOVE WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX) TO
                   WS-SOD-PAIR-A
               MOVE WS-SOD-PAIR-MAKER TO WS-SOD-PAIR-B
           END-IF

           MOVE 0 TO WS-SOD-PAIR-FOUND
           PERFORM VARYING WS-SOD-PAIR-IDX FROM 1 BY 1 UNTIL
               WS-SOD-PAIR-IDX > WS-SOD-PAIR-COUNT
               IF WS-SOD-PAIR-LOW (WS-SOD-PAIR-IDX) = WS-SOD-PAIR-A
                   AND WS-SOD-PAIR-HIGH (WS-SOD-PAIR-IDX) =
                   WS-SOD-PAIR-B
                   MOVE WS-SOD-PAIR-IDX TO WS-SOD-PAIR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOD-PAIR-FOUND = 0
               IF WS-SOD-PAIR-COUNT >= WS-SOD-PAIR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SOD-PAIR-COUNT
               MOVE WS-SOD-PAIR-COUNT TO WS-SOD-PAIR-FOUND
               MOVE WS-SOD-PAIR-A TO WS-SOD-PAIR-LOW (WS-SOD-PAIR-COUNT)
               MOVE WS-SOD-PAIR-B TO
                   WS-SOD-PAIR-HIGH (WS-SOD-PAIR-COUNT)
               MOVE 0 TO WS-SOD-PAIR-LOW-APPR (WS-SOD-PAIR-COUNT)
               MOVE 0 TO WS-SOD-PAIR-HIGH-APPR (WS-SOD-PAIR-COUNT)
           END-IF

           IF WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX) = WS-SOD-PAIR-A
               ADD 1 TO WS-SOD-PAIR-LOW-APPR (WS-SOD-PAIR-FOUND)
           ELSE
               ADD 1 TO WS-SOD-PAIR-HIGH-APPR (WS-SOD-PAIR-FOUND)
           END-IF.

       SOD-WRITE-PROCEDURE.
           OPEN OUTPUT SOD-REPORT-FILE

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEGREGATION OF DUTIES REPORT " WS-SOD-TODAY-DASHED
               " -- PERIOD " WS-SOD-FROM " TO " WS-SOD-TO
               ", RECIPROCAL PAIR THRESHOLD " WS-SOD-THRESHOLD
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD

           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM VARYING WS-SOD-TRAIL-IDX FROM 1 BY 1 UNTIL
               WS-SOD-TRAIL-IDX > 6
               MOVE SPACES TO SOD-REPORT-RECORD
               IF WS-SOD-TRAIL-READ (WS-SOD-TRAIL-IDX) = "Y"
                   STRING "  TRAIL "
                       WS-SOD-TRAIL-NAME (WS-SOD-TRAIL-IDX)
                       " " WS-SOD-TRAIL-COUNT (WS-SOD-TRAIL-IDX)
                       " APPROVAL EVENT(S) IN THE PERIOD"
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               ELSE
                   STRING "  TRAIL "
                       WS-SOD-TRAIL-NAME (WS-SOD-TRAIL-IDX)
                       " NOT AVAILABLE -- NOT REVIEWED"
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-IF
               WRITE SOD-REPORT-RECORD
           END-PERFORM
           IF WS-SOD-EVT-DROPPED > 0
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING "  ** " WS-SOD-EVT-DROPPED
                   " EVENT(S) OVER THE TABLE LIMIT NOT REVIEWED **"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF

           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE "SAME ID AS MAKER AND CHECKER" TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM VARYING WS-SOD-EVT-IDX FROM 1 BY 1 UNTIL
               WS-SOD-EVT-IDX > WS-SOD-EVT-COUNT
               IF WS-SOD-EVT-MAKER (WS-SOD-EVT-IDX) NOT = SPACES
                   AND WS-SOD-EVT-MAKER (WS-SOD-EVT-IDX) =
                   WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                   ADD 1 TO WS-SOD-SAME-COUNT
                   MOVE SPACES TO SOD-REPORT-RECORD
                   STRING "  " WS-SOD-EVT-TRAIL (WS-SOD-EVT-IDX)
                       " " WS-SOD-EVT-DATE (WS-SOD-EVT-IDX)
                       "  MAKER AND CHECKER "
                       WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                       "  " WS-SOD-EVT-SUBJECT (WS-SOD-EVT-IDX)
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-SOD-SAME-COUNT = 0
               MOVE "  NONE" TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF

      * a maker approving their own request is already above; this
      * is the approver who wrote the script the approval covers.
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE "APPROVER IS THE SCRIPT'S OWNERMST ANALYST" TO
               SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM VARYING WS-SOD-EVT-IDX FROM 1 BY 1 UNTIL
               WS-SOD-EVT-IDX > WS-SOD-EVT-COUNT
               IF WS-SOD-EVT-AUTHOR (WS-SOD-EVT-IDX) NOT = SPACES
                   AND WS-SOD-EVT-AUTHOR (WS-SOD-EVT-IDX) =
                   WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                   AND WS-SOD-EVT-MAKER (WS-SOD-EVT-IDX) NOT =
                   WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                   ADD 1 TO WS-SOD-AUTHOR-COUNT
                   MOVE WS-SOD-EVT-MAKER (WS-SOD-EVT-IDX) TO
                       WS-SOD-SHOW-MAKER
                   IF WS-SOD-SHOW-MAKER = SPACES
                       MOVE "-" TO WS-SOD-SHOW-MAKER
                   END-IF
                   MOVE SPACES TO SOD-REPORT-RECORD
                   STRING "  " WS-SOD-EVT-TRAIL (WS-SOD-EVT-IDX)
                       " " WS-SOD-EVT-DATE (WS-SOD-EVT-IDX)
                       "  APPROVER/ANALYST "
                       WS-SOD-EVT-CHECKER (WS-SOD-EVT-IDX)
                       "  MAKER " WS-SOD-SHOW-MAKER
                       "  " WS-SOD-EVT-SUBJECT (WS-SOD-EVT-IDX)
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-SOD-AUTHOR-COUNT = 0
               MOVE "  NONE" TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF

           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "IDS APPROVING EACH OTHER'S CHANGES MORE THAN "
               WS-SOD-THRESHOLD " TIMES IN THE PERIOD"
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM VARYING WS-SOD-PAIR-IDX FROM 1 BY 1 UNTIL
               WS-SOD-PAIR-IDX > WS-SOD-PAIR-COUNT
               COMPUTE WS-SOD-PAIR-TOTAL =
                   WS-SOD-PAIR-LOW-APPR (WS-SOD-PAIR-IDX)
                   + WS-SOD-PAIR-HIGH-APPR (WS-SOD-PAIR-IDX)
               IF WS-SOD-PAIR-LOW-APPR (WS-SOD-PAIR-IDX) > 0
                   AND WS-SOD-PAIR-HIGH-APPR (WS-SOD-PAIR-IDX) > 0
                   AND WS-SOD-PAIR-TOTAL > WS-SOD-THRESHOLD
                   ADD 1 TO WS-SOD-RECIP-COUNT
                   MOVE SPACES TO SOD-REPORT-RECORD
                   STRING "  " WS-SOD-PAIR-LOW (WS-SOD-PAIR-IDX)
                       " APPROVED " WS-SOD-PAIR-HIGH (WS-SOD-PAIR-IDX)
                       " " WS-SOD-PAIR-LOW-APPR (WS-SOD-PAIR-IDX)
                       " TIME(S), " WS-SOD-PAIR-HIGH (WS-SOD-PAIR-IDX)
                       " APPROVED " WS-SOD-PAIR-LOW (WS-SOD-PAIR-IDX)
                       " " WS-SOD-PAIR-HIGH-APPR (WS-SOD-PAIR-IDX)
                       " TIME(S) -- " WS-SOD-PAIR-TOTAL " IN ALL"
                       DELIMITED BY SIZE INTO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-SOD-RECIP-COUNT = 0
               MOVE "  NONE" TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF

           COMPUTE WS-SOD-VIOLATIONS = WS-SOD-SAME-COUNT
               + WS-SOD-AUTHOR-COUNT + WS-SOD-RECIP-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "END OF SOD REPORT -- " WS-SOD-SAME-COUNT
               " SAME-ID, " WS-SOD-AUTHOR-COUNT " SELF-APPROVED, "
               WS-SOD-RECIP-COUNT " RECIPROCAL PAIR(S)"
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD

           CLOSE SOD-REPORT-FILE.

       COPY "owner-proc.cpy".
