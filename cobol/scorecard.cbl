      * SCORECARD-PROGRAM -- one health record per rule script across
      * its whole history, for the quarterly portfolio review. where
      * DIGEST-PROGRAM tells the duty operator about last night, this
      * joins everything the estate knows about each script into one
      * scorecard and ranks the scripts worst-first, so review time
      * goes where the risk is:
      *   OWNERMST  owning desk, analyst, criticality tier;
      *   LEXAUDIT  last run and result, and the last content change
      *             (the latest run whose FP= differs from the run
      *             before it);
      *   PROMOLOG  last promotion and its approver -- PROMOLOG
      *             carries the promoted content's fingerprint, not
      *             a script name, so a promotion belongs to the
      *             script whose LEXAUDIT runs carried that FP=;
      *   CMPLXRPT  the latest complexity score;
      *   LINTRPT   open (unwaived) lint warnings, per the SOURCE on
      *             each report header -- the latest report wins;
      *   LINTWVR   waivers still in force (expiry today or later);
      *   EXCPMSTR  NEW and ASSIGNED exceptions with their ages, the
      *             job id mapped to a script through the LEXAUDIT
      *             runs that job carried around the last-seen date;
      *   OVRHIST   break-glass overrides in the last 90 days -- a
      *             GRAMMAR override names its job, a STRICT override
      *             covers the batch night and counts against every
      *             script that FAILed on it.
      * the estate is every OWNERMST script plus every script the
      * nightly batch (BATCHnnn jobs) ran; pseudo-sources written by
      * single steps stay out of it.
      *
      * risk score, per script:
      *     complexity score / 5
      *   + 10 per open lint warning      +  5 per active waiver
      *   + 10 per open exception         + 20 more per one over 30
      *                                        days old
      *   + 25 per break-glass override   + 20 when the last run
      *                                        FAILed
      *   + 15 when the content running now was never promoted
      *        (only judged when PROMOLOG has promotions on it)
      *   + 30 when the script has no ownership record
      * times the tier weight: tier 1 x 3, tier 2 x 2, otherwise x 1.
      *
      * SCORECTL cards: SCRIPT=name prints that one script's card
      * (ranked against the whole estate all the same); no card, or
      * SCRIPT=ALL, prints the whole estate. output to SCORERPT.
      *
      * RETURN-CODE: 0 always -- a missing input just leaves its
      * columns empty and says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECARD-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-CONTROL-FILE ASSIGN TO "SCORECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-CTL-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT PROMOTE-LOG-FILE ASSIGN TO "PROMOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-PROMO-STATUS.
           SELECT COMPLEXITY-REPORT-FILE ASSIGN TO "CMPLXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-CMPLX-STATUS.
           SELECT LINT-REPORT-FILE ASSIGN TO "LINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-LINT-STATUS.
           SELECT LINT-WAIVER-FILE ASSIGN TO "LINTWVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-WVR-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCEPTION-MASTER-KEY
               FILE STATUS IS WS-SCR-EXCM-STATUS.
           SELECT OVERRIDE-HISTORY-FILE ASSIGN TO "OVRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-OVRH-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SCORECARD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SCORECARD-CONTROL-RECORD PIC X(80).

       COPY "owner-file.cpy".
       COPY "lexer-audit-file.cpy".

       FD PROMOTE-LOG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PROMOTE-LOG-RECORD PIC X(200).

       COPY "cmplx-file.cpy".

       FD LINT-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 LINT-REPORT-RECORD PIC X(120).

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

      * the history half of override-file.cpy, declared locally --
      * the live OVERRIDE record is no business of a report.
       FD OVERRIDE-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OVERRIDE-HISTORY-RECORD PIC X(100).

       FD SCORECARD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 SCORECARD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-SCR-CTL-STATUS   PIC XX VALUE "00".
       01 WS-SCR-PROMO-STATUS PIC XX VALUE "00".
       01 WS-SCR-CMPLX-STATUS PIC XX VALUE "00".
       01 WS-SCR-LINT-STATUS  PIC XX VALUE "00".
       01 WS-SCR-WVR-STATUS   PIC XX VALUE "00".
       01 WS-SCR-EXCM-STATUS  PIC XX VALUE "00".
       01 WS-SCR-OVRH-STATUS  PIC XX VALUE "00".

       01 WS-SCR-EOF-SWITCH PIC X VALUE "N".
           88 WS-SCR-EOF-ON  VALUE "Y".
           88 WS-SCR-EOF-OFF VALUE "N".

       01 WS-SCR-CARD-KEY   PIC X(12).
       01 WS-SCR-CARD-VALUE PIC X(40).
       01 WS-SCR-SELECT     PIC X(20) VALUE "ALL".

       01 WS-SCR-TODAY.
           05 WS-SCR-TODAY-YYYY PIC 9(4).
           05 WS-SCR-TODAY-MM   PIC 99.
           05 WS-SCR-TODAY-DD   PIC 99.
       01 WS-SCR-TODAY-9 REDEFINES WS-SCR-TODAY PIC 9(8).
       01 WS-SCR-TODAY-DASHED PIC X(10).

      * day counts for exception ages and the override window --
      * FUNCTION INTEGER-OF-DATE, as EXCEPTION-MASTER-PROGRAM's
      * aging does it.
       01 WS-SCR-TODAY-INT PIC 9(7).
       01 WS-SCR-DATE-INT  PIC 9(7).
       01 WS-SCR-DAYS      PIC S9(7).
       01 WS-SCR-DATE-IN   PIC X(10).
       01 WS-SCR-DATE-YMD.
           05 WS-SCR-DATE-YYYY PIC X(4).
           05 WS-SCR-DATE-MM   PIC X(2).
           05 WS-SCR-DATE-DD   PIC X(2).
       01 WS-SCR-DATE-YMD-9 REDEFINES WS-SCR-DATE-YMD PIC 9(8).
       01 WS-SCR-DATE-OK-SWITCH PIC X VALUE "N".
           88 WS-SCR-DATE-OK  VALUE "Y".
           88 WS-SCR-DATE-BAD VALUE "N".

      * the estate -- one scorecard row per script.
       01 WS-SCR-MAX   PIC 9(3) VALUE 300.
       01 WS-SCR-COUNT PIC 9(3) VALUE 0.
       01 WS-SCR-TABLE.
           05 WS-SCR-ENTRY OCCURS 300 TIMES.
               10 WS-SCR-NAME         PIC X(20).
               10 WS-SCR-DESK         PIC X(4).
               10 WS-SCR-ANALYST      PIC X(8).
               10 WS-SCR-TIER         PIC X(1).
               10 WS-SCR-OWNED        PIC X(1).
               10 WS-SCR-RUNS         PIC 9(5).
               10 WS-SCR-LAST-RUN     PIC X(10).
               10 WS-SCR-LAST-RESULT  PIC X(4).
               10 WS-SCR-LAST-FP      PIC X(8).
               10 WS-SCR-CHANGED      PIC X(10).
               10 WS-SCR-PROMO-DATE   PIC X(10).
               10 WS-SCR-PROMO-APPR   PIC X(8).
               10 WS-SCR-CUR-PROMOTED PIC X(1).
               10 WS-SCR-CMPLX        PIC 9(7).
               10 WS-SCR-CMPLX-SEEN   PIC X(1).
               10 WS-SCR-LINT-OPEN    PIC 9(5).
               10 WS-SCR-LINT-SEEN    PIC X(1).
               10 WS-SCR-WAIVERS      PIC 9(3).
               10 WS-SCR-EXC-OPEN     PIC 9(5).
               10 WS-SCR-EXC-OLDEST   PIC 9(5).
               10 WS-SCR-EXC-OVER30   PIC 9(5).
               10 WS-SCR-BG-COUNT     PIC 9(3).
               10 WS-SCR-BG-LAST      PIC X(10).
               10 WS-SCR-BG-LAST-COND PIC X(7).
               10 WS-SCR-RISK         PIC 9(7).

       01 WS-SCR-IDX       PIC 9(3).
       01 WS-SCR-JDX       PIC 9(3).
       01 WS-SCR-FOUND-IDX PIC 9(3).
       01 WS-SCR-SWAP      PIC X(160).
       01 WS-SCR-QUERY     PIC X(20).
       01 WS-SCR-SHOWN     PIC 9(3) VALUE 0.
       01 WS-SCR-WEIGHT    PIC 9.

      * PROMOTED lines off PROMOLOG -- date, approver, fingerprint.
       01 WS-SCR-PROMO-MAX   PIC 9(3) VALUE 500.
       01 WS-SCR-PROMO-COUNT PIC 9(3) VALUE 0.
       01 WS-SCR-PROMO-TABLE.
           05 WS-SCR-PROMO-ENTRY OCCURS 500 TIMES.
               10 WS-SCR-PROMO-WHEN PIC X(10).
               10 WS-SCR-PROMO-APP  PIC X(8).
               10 WS-SCR-PROMO-FP   PIC X(8).
       01 WS-SCR-PROMO-IDX   PIC 9(3).
       01 WS-SCR-PROMO-HITS  PIC 9(3).

      * break-glass overrides inside the 90-day window.
       01 WS-SCR-BG-MAX   PIC 9(3) VALUE 200.
       01 WS-SCR-BG-COUNT-ALL PIC 9(3) VALUE 0.
       01 WS-SCR-BG-TABLE.
           05 WS-SCR-BG-ENTRY OCCURS 200 TIMES.
               10 WS-SCR-BG-WHEN PIC X(10).
               10 WS-SCR-BG-COND PIC X(7).
               10 WS-SCR-BG-JOB  PIC X(8).
       01 WS-SCR-BG-IDX   PIC 9(3).
       01 WS-SCR-BG-HEAD  PIC X(100).
       01 WS-SCR-BG-TAIL  PIC X(20).

      * which script each BATCHnnn job carried, and over which run
      * dates -- how an EXCPMSTR key finds its script.
       01 WS-SCR-JOB-MAX   PIC 9(3) VALUE 500.
       01 WS-SCR-JOB-COUNT PIC 9(3) VALUE 0.
       01 WS-SCR-JOB-TABLE.
           05 WS-SCR-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-SCR-JOB-ID     PIC X(8).
               10 WS-SCR-JOB-SOURCE PIC X(20).
               10 WS-SCR-JOB-FIRST  PIC X(10).
               10 WS-SCR-JOB-LAST   PIC X(10).
       01 WS-SCR-JOB-IDX   PIC 9(3).
       01 WS-SCR-JOB-FOUND PIC 9(3).

      * fields sliced from one LEXAUDIT line (layout per
      * lexer-audit-data.cpy).
       01 WS-SCR-AUD-DATE   PIC X(10).
       01 WS-SCR-AUD-SOURCE PIC X(20).
       01 WS-SCR-AUD-RESULT PIC X(4).
       01 WS-SCR-AUD-JOB    PIC X(8).
       01 WS-SCR-AUD-FP     PIC X(8).

       01 WS-SCR-LINT-SOURCE PIC X(20) VALUE SPACES.
       01 WS-SCR-LINT-IDX    PIC 9(3) VALUE 0.
       01 WS-SCR-CMPLX-SLICE PIC X(7).
       01 WS-SCR-CMPLX-9 REDEFINES WS-SCR-CMPLX-SLICE PIC 9(7).
       01 WS-SCR-TALLY       PIC 9(3).
       01 WS-SCR-AGE         PIC 9(5).

       01 WS-SCR-RANK-OUT    PIC ZZ9.
       01 WS-SCR-COUNT-OUT   PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SCR-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SCR-TODAY-DASHED
           STRING WS-SCR-TODAY-YYYY "-" WS-SCR-TODAY-MM "-"
               WS-SCR-TODAY-DD
               DELIMITED BY SIZE INTO WS-SCR-TODAY-DASHED
           COMPUTE WS-SCR-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-SCR-TODAY-9)

           PERFORM SCORECARD-READ-CONTROL-PROCEDURE
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM SCORECARD-LOAD-ROSTER-PROCEDURE
           PERFORM SCORECARD-LOAD-PROMO-PROCEDURE
           PERFORM SCORECARD-LOAD-OVERRIDE-PROCEDURE
           PERFORM SCORECARD-SCAN-AUDIT-PROCEDURE
           PERFORM SCORECARD-SCAN-CMPLX-PROCEDURE
           PERFORM SCORECARD-SCAN-LINT-PROCEDURE
           PERFORM SCORECARD-SCAN-WAIVER-PROCEDURE
           PERFORM SCORECARD-SCAN-EXCEPTION-PROCEDURE
           PERFORM SCORECARD-SCORE-PROCEDURE
           PERFORM SCORECARD-SORT-PROCEDURE
           PERFORM SCORECARD-WRITE-PROCEDURE

           DISPLAY "SCORECARD-PROGRAM: " WS-SCR-COUNT
               " SCRIPT(S) SCORED, " WS-SCR-SHOWN " PRINTED"

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SCORECARD-READ-CONTROL-PROCEDURE.
           OPEN INPUT SCORECARD-CONTROL-FILE
           IF WS-SCR-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ SCORECARD-CONTROL-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SCR-CARD-KEY
                       MOVE SPACES TO WS-SCR-CARD-VALUE
                       UNSTRING SCORECARD-CONTROL-RECORD
                           DELIMITED BY "="
                           INTO WS-SCR-CARD-KEY WS-SCR-CARD-VALUE
                       IF WS-SCR-CARD-KEY = "SCRIPT"
                           AND WS-SCR-CARD-VALUE NOT = SPACES
                           MOVE WS-SCR-CARD-VALUE (1:20) TO
                               WS-SCR-SELECT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCORECARD-CONTROL-FILE.

      * every owned script starts the estate, owner stamped on.
       SCORECARD-LOAD-ROSTER-PROCEDURE.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1 UNTIL
               WS-OWNER-IDX > WS-OWNER-COUNT
               MOVE WS-OWNER-SOURCE (WS-OWNER-IDX) (1:20) TO
                   WS-SCR-QUERY
               PERFORM SCORECARD-ADD-SCRIPT-PROCEDURE
           END-PERFORM.

      * find WS-SCR-QUERY in the estate, adding it when there is
      * room. found index zero means the table is full.
       SCORECARD-ADD-SCRIPT-PROCEDURE.
           PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
           IF WS-SCR-FOUND-IDX > 0
               OR WS-SCR-COUNT >= WS-SCR-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCR-COUNT
           MOVE WS-SCR-COUNT TO WS-SCR-FOUND-IDX
           INITIALIZE WS-SCR-ENTRY (WS-SCR-COUNT)
           MOVE WS-SCR-QUERY TO WS-SCR-NAME (WS-SCR-COUNT)
           MOVE "N" TO WS-SCR-CUR-PROMOTED (WS-SCR-COUNT)
           MOVE "N" TO WS-SCR-CMPLX-SEEN (WS-SCR-COUNT)
           MOVE "N" TO WS-SCR-LINT-SEEN (WS-SCR-COUNT)

           MOVE WS-SCR-QUERY TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE WS-OWNER-HIT-DESK TO WS-SCR-DESK (WS-SCR-COUNT)
           MOVE WS-OWNER-HIT-ANALYST TO WS-SCR-ANALYST (WS-SCR-COUNT)
           MOVE WS-OWNER-HIT-TIER TO WS-SCR-TIER (WS-SCR-COUNT)
           IF WS-OWNER-FOUND-IDX > 0
               MOVE "Y" TO WS-SCR-OWNED (WS-SCR-COUNT)
           ELSE
               MOVE "N" TO WS-SCR-OWNED (WS-SCR-COUNT)
           END-IF.

       SCORECARD-FIND-SCRIPT-PROCEDURE.
           MOVE 0 TO WS-SCR-FOUND-IDX
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1 UNTIL
               WS-SCR-IDX > WS-SCR-COUNT
               IF WS-SCR-NAME (WS-SCR-IDX) = WS-SCR-QUERY
                   MOVE WS-SCR-IDX TO WS-SCR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * PROMOTED lines only -- a refusal promoted nothing -- and the
      * ROLLBACK lines SRC-ROLLBACK-PROGRAM writes in the same
      * layout, since a restored version was installed under the
      * same approval. layout per PROMOTE-LOG-PROCEDURE: date 1-10,
      * APP= at 38, FP= at 50.
       SCORECARD-LOAD-PROMO-PROCEDURE.
           OPEN INPUT PROMOTE-LOG-FILE
           IF WS-SCR-PROMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ PROMOTE-LOG-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-SCR-TALLY
                       INSPECT PROMOTE-LOG-RECORD TALLYING
                           WS-SCR-TALLY FOR ALL " PROMOTED"
                           ALL " ROLLBACK"
                       IF WS-SCR-TALLY > 0
                           AND PROMOTE-LOG-RECORD (46:4) = " FP="
                           AND WS-SCR-PROMO-COUNT < WS-SCR-PROMO-MAX
                           ADD 1 TO WS-SCR-PROMO-COUNT
                           MOVE PROMOTE-LOG-RECORD (1:10) TO
                               WS-SCR-PROMO-WHEN (WS-SCR-PROMO-COUNT)
                           MOVE PROMOTE-LOG-RECORD (38:8) TO
                               WS-SCR-PROMO-APP (WS-SCR-PROMO-COUNT)
                           MOVE PROMOTE-LOG-RECORD (50:8) TO
                               WS-SCR-PROMO-FP (WS-SCR-PROMO-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROMOTE-LOG-FILE.

      * overrides exercised inside the last 90 days. the condition
      * follows the time stamp; the job follows " JOB ".
       SCORECARD-LOAD-OVERRIDE-PROCEDURE.
           OPEN INPUT OVERRIDE-HISTORY-FILE
           IF WS-SCR-OVRH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ OVERRIDE-HISTORY-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       MOVE OVERRIDE-HISTORY-RECORD (1:10) TO
                           WS-SCR-DATE-IN
                       PERFORM SCORECARD-DAYS-AGO-PROCEDURE
                       IF WS-SCR-DATE-OK
                           AND WS-SCR-DAYS <= 90
                           AND WS-SCR-BG-COUNT-ALL < WS-SCR-BG-MAX
                           PERFORM SCORECARD-ADD-OVERRIDE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERRIDE-HISTORY-FILE.

       SCORECARD-ADD-OVERRIDE-PROCEDURE.
           ADD 1 TO WS-SCR-BG-COUNT-ALL
           MOVE WS-SCR-DATE-IN TO WS-SCR-BG-WHEN (WS-SCR-BG-COUNT-ALL)
           IF OVERRIDE-HISTORY-RECORD (21:7) = "GRAMMAR"
               MOVE "GRAMMAR" TO WS-SCR-BG-COND (WS-SCR-BG-COUNT-ALL)
           ELSE
               MOVE "STRICT" TO WS-SCR-BG-COND (WS-SCR-BG-COUNT-ALL)
           END-IF
           MOVE SPACES TO WS-SCR-BG-TAIL
           UNSTRING OVERRIDE-HISTORY-RECORD DELIMITED BY " JOB "
               INTO WS-SCR-BG-HEAD WS-SCR-BG-TAIL
           MOVE WS-SCR-BG-TAIL (1:8) TO
               WS-SCR-BG-JOB (WS-SCR-BG-COUNT-ALL).

      * days from WS-SCR-DATE-IN (yyyy-mm-dd) to today; bad flags a
      * date that isn't one.
       SCORECARD-DAYS-AGO-PROCEDURE.
           SET WS-SCR-DATE-BAD TO TRUE
           MOVE WS-SCR-DATE-IN (1:4) TO WS-SCR-DATE-YYYY
           MOVE WS-SCR-DATE-IN (6:2) TO WS-SCR-DATE-MM
           MOVE WS-SCR-DATE-IN (9:2) TO WS-SCR-DATE-DD
           IF WS-SCR-DATE-YMD IS NOT NUMERIC
               OR WS-SCR-DATE-MM < "01" OR WS-SCR-DATE-MM > "12"
               OR WS-SCR-DATE-DD < "01" OR WS-SCR-DATE-DD > "31"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCR-DATE-OK TO TRUE
           COMPUTE WS-SCR-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-SCR-DATE-YMD-9)
           COMPUTE WS-SCR-DAYS = WS-SCR-TODAY-INT - WS-SCR-DATE-INT.

      * the whole LEXAUDIT history, oldest first. OVRD lines are the
      * override's own marker, not a run.
       SCORECARD-SCAN-AUDIT-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SCORECARD-PROGRAM: NO LEXAUDIT -- RUN AND "
                   "CHANGE HISTORY WILL BE EMPTY"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (41:7) = "TOKENS="
                           AND LEXER-AUDIT-LOG-RECORD (56:4) NOT =
                           "OVRD"
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           PERFORM SCORECARD-AUDIT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       SCORECARD-AUDIT-LINE-PROCEDURE.
           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-SCR-AUD-DATE
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-SCR-AUD-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (56:4) TO WS-SCR-AUD-RESULT
           MOVE LEXER-AUDIT-LOG-RECORD (76:8) TO WS-SCR-AUD-JOB
           MOVE SPACES TO WS-SCR-AUD-FP
           IF LEXER-AUDIT-LOG-RECORD (84:4) = " FP="
               MOVE LEXER-AUDIT-LOG-RECORD (88:8) TO WS-SCR-AUD-FP
           END-IF

           MOVE WS-SCR-AUD-SOURCE TO WS-SCR-QUERY
           IF WS-SCR-AUD-JOB (1:5) = "BATCH"
               PERFORM SCORECARD-ADD-SCRIPT-PROCEDURE
               PERFORM SCORECARD-NOTE-JOB-PROCEDURE
           ELSE
               PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
           END-IF
           IF WS-SCR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCR-RUNS (WS-SCR-FOUND-IDX)
           MOVE WS-SCR-AUD-DATE TO WS-SCR-LAST-RUN (WS-SCR-FOUND-IDX)
           MOVE WS-SCR-AUD-RESULT TO
               WS-SCR-LAST-RESULT (WS-SCR-FOUND-IDX)
           IF WS-SCR-AUD-FP NOT = SPACES
               AND WS-SCR-AUD-FP NOT =
               WS-SCR-LAST-FP (WS-SCR-FOUND-IDX)
               MOVE WS-SCR-AUD-FP TO WS-SCR-LAST-FP (WS-SCR-FOUND-IDX)
               MOVE WS-SCR-AUD-DATE TO
                   WS-SCR-CHANGED (WS-SCR-FOUND-IDX)
           END-IF

      * a promotion of content this script has run is its promotion.
           IF WS-SCR-AUD-FP NOT = SPACES
               PERFORM VARYING WS-SCR-PROMO-IDX FROM 1 BY 1 UNTIL
                   WS-SCR-PROMO-IDX > WS-SCR-PROMO-COUNT
                   IF WS-SCR-PROMO-FP (WS-SCR-PROMO-IDX) =
                       WS-SCR-AUD-FP
                       AND WS-SCR-PROMO-WHEN (WS-SCR-PROMO-IDX) >=
                       WS-SCR-PROMO-DATE (WS-SCR-FOUND-IDX)
                       MOVE WS-SCR-PROMO-WHEN (WS-SCR-PROMO-IDX) TO
                           WS-SCR-PROMO-DATE (WS-SCR-FOUND-IDX)
                       MOVE WS-SCR-PROMO-APP (WS-SCR-PROMO-IDX) TO
                           WS-SCR-PROMO-APPR (WS-SCR-FOUND-IDX)
                   END-IF
               END-PERFORM
           END-IF

      * break-glass: a GRAMMAR override names this job on this date;
      * a STRICT override carried every FAIL of its batch night.
      * one count per script per override date and condition.
           PERFORM VARYING WS-SCR-BG-IDX FROM 1 BY 1 UNTIL
               WS-SCR-BG-IDX > WS-SCR-BG-COUNT-ALL
               IF WS-SCR-BG-WHEN (WS-SCR-BG-IDX) = WS-SCR-AUD-DATE
                   AND ((WS-SCR-BG-COND (WS-SCR-BG-IDX) = "GRAMMAR"
                   AND WS-SCR-BG-JOB (WS-SCR-BG-IDX) = WS-SCR-AUD-JOB)
                   OR (WS-SCR-BG-COND (WS-SCR-BG-IDX) = "STRICT"
                   AND WS-SCR-AUD-RESULT = "FAIL"))
                   AND (WS-SCR-BG-LAST (WS-SCR-FOUND-IDX) NOT =
                   WS-SCR-AUD-DATE
                   OR WS-SCR-BG-LAST-COND (WS-SCR-FOUND-IDX) NOT =
                   WS-SCR-BG-COND (WS-SCR-BG-IDX))
                   ADD 1 TO WS-SCR-BG-COUNT (WS-SCR-FOUND-IDX)
                   MOVE WS-SCR-AUD-DATE TO
                       WS-SCR-BG-LAST (WS-SCR-FOUND-IDX)
                   MOVE WS-SCR-BG-COND (WS-SCR-BG-IDX) TO
                       WS-SCR-BG-LAST-COND (WS-SCR-FOUND-IDX)
               END-IF
           END-PERFORM.

       SCORECARD-NOTE-JOB-PROCEDURE.
           MOVE 0 TO WS-SCR-JOB-FOUND
           PERFORM VARYING WS-SCR-JOB-IDX FROM 1 BY 1 UNTIL
               WS-SCR-JOB-IDX > WS-SCR-JOB-COUNT
               IF WS-SCR-JOB-ID (WS-SCR-JOB-IDX) = WS-SCR-AUD-JOB
                   AND WS-SCR-JOB-SOURCE (WS-SCR-JOB-IDX) =
                   WS-SCR-AUD-SOURCE
                   MOVE WS-SCR-JOB-IDX TO WS-SCR-JOB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-SCR-JOB-FOUND = 0
               IF WS-SCR-JOB-COUNT >= WS-SCR-JOB-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCR-JOB-COUNT
               MOVE WS-SCR-JOB-COUNT TO WS-SCR-JOB-FOUND
               MOVE WS-SCR-AUD-JOB TO WS-SCR-JOB-ID (WS-SCR-JOB-COUNT)
               MOVE WS-SCR-AUD-SOURCE TO
                   WS-SCR-JOB-SOURCE (WS-SCR-JOB-COUNT)
               MOVE WS-SCR-AUD-DATE TO
                   WS-SCR-JOB-FIRST (WS-SCR-JOB-COUNT)
           END-IF
           MOVE WS-SCR-AUD-DATE TO WS-SCR-JOB-LAST (WS-SCR-JOB-FOUND).

      * latest complexity line per script wins -- CMPLXRPT is
      * appended in run order.
       SCORECARD-SCAN-CMPLX-PROCEDURE.
           OPEN INPUT COMPLEXITY-REPORT-FILE
           IF WS-SCR-CMPLX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ COMPLEXITY-REPORT-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       MOVE COMPLEXITY-REPORT-RECORD (1:20) TO
                           WS-SCR-QUERY
                       MOVE COMPLEXITY-REPORT-RECORD (28:7) TO
                           WS-SCR-CMPLX-SLICE
                       PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
                       IF WS-SCR-FOUND-IDX > 0
                           AND COMPLEXITY-REPORT-RECORD (21:7) =
                           " SCORE="
                           AND WS-SCR-CMPLX-SLICE IS NUMERIC
                           MOVE WS-SCR-CMPLX-9 TO
                               WS-SCR-CMPLX (WS-SCR-FOUND-IDX)
                           MOVE "Y" TO
                               WS-SCR-CMPLX-SEEN (WS-SCR-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMPLEXITY-REPORT-FILE.

      * each LINT REPORT header names its source; the WARNING LINE
      * lines under it are that source's unwaived findings. a later
      * report for the same source starts its count afresh.
       SCORECARD-SCAN-LINT-PROCEDURE.
           OPEN INPUT LINT-REPORT-FILE
           IF WS-SCR-LINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCR-LINT-IDX
           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ LINT-REPORT-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LINT-REPORT-RECORD (1:18) =
                               "LINT REPORT - JOB "
                               MOVE LINT-REPORT-RECORD (35:20) TO
                                   WS-SCR-QUERY
                               PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
                               MOVE WS-SCR-FOUND-IDX TO
                                   WS-SCR-LINT-IDX
                               IF WS-SCR-LINT-IDX > 0
                                   MOVE 0 TO WS-SCR-LINT-OPEN
                                       (WS-SCR-LINT-IDX)
                                   MOVE "Y" TO WS-SCR-LINT-SEEN
                                       (WS-SCR-LINT-IDX)
                               END-IF
                           WHEN LINT-REPORT-RECORD (1:13) =
                               "WARNING LINE "
                               AND WS-SCR-LINT-IDX > 0
                               ADD 1 TO WS-SCR-LINT-OPEN
                                   (WS-SCR-LINT-IDX)
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE LINT-REPORT-FILE.

      * a waiver with no expiry, or one today or later, is in force.
       SCORECARD-SCAN-WAIVER-PROCEDURE.
           OPEN INPUT LINT-WAIVER-FILE
           IF WS-SCR-WVR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCR-EOF-ON
               READ LINT-WAIVER-FILE
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       MOVE LINT-WAIVER-SOURCE TO WS-SCR-QUERY
                       PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
                       IF WS-SCR-FOUND-IDX > 0
                           AND LINT-WAIVER-RECORD (1:1) NOT = "*"
                           AND (LINT-WAIVER-EXPIRY = SPACES
                           OR LINT-WAIVER-EXPIRY >=
                           WS-SCR-TODAY-DASHED)
                           ADD 1 TO WS-SCR-WAIVERS (WS-SCR-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LINT-WAIVER-FILE.

      * NEW and ASSIGNED exceptions are open; ACCEPTED and RESOLVED
      * have been dealt with.
       SCORECARD-SCAN-EXCEPTION-PROCEDURE.
           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-SCR-EXCM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO EXCEPTION-MASTER-KEY
           SET WS-SCR-EOF-OFF TO TRUE
           START EXCEPTION-MASTER-FILE KEY >= EXCEPTION-MASTER-KEY
               INVALID KEY
                   SET WS-SCR-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-SCR-EOF-ON
               READ EXCEPTION-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-SCR-EOF-ON TO TRUE
                   NOT AT END
                       IF EXCEPTION-MASTER-NEW
                           OR EXCEPTION-MASTER-ASSIGNED
                           PERFORM SCORECARD-ONE-EXCEPTION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXCEPTION-MASTER-FILE.

      * the job's run covering the last-seen date owns it; failing
      * that, the job's most recent script.
       SCORECARD-ONE-EXCEPTION-PROCEDURE.
           MOVE 0 TO WS-SCR-JOB-FOUND
           PERFORM VARYING WS-SCR-JOB-IDX FROM 1 BY 1 UNTIL
               WS-SCR-JOB-IDX > WS-SCR-JOB-COUNT
               IF WS-SCR-JOB-ID (WS-SCR-JOB-IDX) =
                   EXCEPTION-MASTER-JOB
                   IF WS-SCR-JOB-FOUND = 0
                       OR WS-SCR-JOB-LAST (WS-SCR-JOB-IDX) >
                       WS-SCR-JOB-LAST (WS-SCR-JOB-FOUND)
                       MOVE WS-SCR-JOB-IDX TO WS-SCR-JOB-FOUND
                   END-IF
                   IF WS-SCR-JOB-FIRST (WS-SCR-JOB-IDX) <=
                       EXCEPTION-MASTER-LAST-SEEN
                       AND WS-SCR-JOB-LAST (WS-SCR-JOB-IDX) >=
                       EXCEPTION-MASTER-LAST-SEEN
                       MOVE WS-SCR-JOB-IDX TO WS-SCR-JOB-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCR-JOB-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCR-JOB-SOURCE (WS-SCR-JOB-FOUND) TO WS-SCR-QUERY
           PERFORM SCORECARD-FIND-SCRIPT-PROCEDURE
           IF WS-SCR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCR-EXC-OPEN (WS-SCR-FOUND-IDX)
           MOVE EXCEPTION-MASTER-FIRST-SEEN TO WS-SCR-DATE-IN
           PERFORM SCORECARD-DAYS-AGO-PROCEDURE
           IF WS-SCR-DATE-BAD OR WS-SCR-DAYS < 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-DAYS TO WS-SCR-AGE
           IF WS-SCR-AGE > WS-SCR-EXC-OLDEST (WS-SCR-FOUND-IDX)
               MOVE WS-SCR-AGE TO WS-SCR-EXC-OLDEST (WS-SCR-FOUND-IDX)
           END-IF
           IF WS-SCR-AGE > 30
               ADD 1 TO WS-SCR-EXC-OVER30 (WS-SCR-FOUND-IDX)
           END-IF.

      * the weights in the header comment, tier weight last.
       SCORECARD-SCORE-PROCEDURE.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1 UNTIL
               WS-SCR-IDX > WS-SCR-COUNT
               IF WS-SCR-LAST-FP (WS-SCR-IDX) NOT = SPACES
                   PERFORM VARYING WS-SCR-PROMO-IDX FROM 1 BY 1 UNTIL
                       WS-SCR-PROMO-IDX > WS-SCR-PROMO-COUNT
                       IF WS-SCR-PROMO-FP (WS-SCR-PROMO-IDX) =
                           WS-SCR-LAST-FP (WS-SCR-IDX)
                           MOVE "Y" TO WS-SCR-CUR-PROMOTED (WS-SCR-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF

               COMPUTE WS-SCR-RISK (WS-SCR-IDX) =
                   WS-SCR-CMPLX (WS-SCR-IDX) / 5
                   + 10 * WS-SCR-LINT-OPEN (WS-SCR-IDX)
                   + 5 * WS-SCR-WAIVERS (WS-SCR-IDX)
                   + 10 * WS-SCR-EXC-OPEN (WS-SCR-IDX)
                   + 20 * WS-SCR-EXC-OVER30 (WS-SCR-IDX)
                   + 25 * WS-SCR-BG-COUNT (WS-SCR-IDX)
               IF WS-SCR-LAST-RESULT (WS-SCR-IDX) = "FAIL"
                   ADD 20 TO WS-SCR-RISK (WS-SCR-IDX)
               END-IF
               IF WS-SCR-PROMO-COUNT > 0
                   AND WS-SCR-LAST-FP (WS-SCR-IDX) NOT = SPACES
                   AND WS-SCR-CUR-PROMOTED (WS-SCR-IDX) = "N"
                   ADD 15 TO WS-SCR-RISK (WS-SCR-IDX)
               END-IF
               IF WS-SCR-OWNED (WS-SCR-IDX) = "N"
                   ADD 30 TO WS-SCR-RISK (WS-SCR-IDX)
               END-IF

               EVALUATE WS-SCR-TIER (WS-SCR-IDX)
                   WHEN "1"
                       MOVE 3 TO WS-SCR-WEIGHT
                   WHEN "2"
                       MOVE 2 TO WS-SCR-WEIGHT
                   WHEN OTHER
                       MOVE 1 TO WS-SCR-WEIGHT
               END-EVALUATE
               COMPUTE WS-SCR-RISK (WS-SCR-IDX) =
                   WS-SCR-RISK (WS-SCR-IDX) * WS-SCR-WEIGHT
           END-PERFORM.

      * plain exchange sort, worst first -- equal scores keep the
      * roster order.
       SCORECARD-SORT-PROCEDURE.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1 UNTIL
               WS-SCR-IDX >= WS-SCR-COUNT
               PERFORM VARYING WS-SCR-JDX FROM 1 BY 1 UNTIL
                   WS-SCR-JDX >= WS-SCR-COUNT
                   IF WS-SCR-RISK (WS-SCR-JDX) <
                       WS-SCR-RISK (WS-SCR-JDX + 1)
                       MOVE WS-SCR-ENTRY (WS-SCR-JDX) TO WS-SCR-SWAP
                       MOVE WS-SCR-ENTRY (WS-SCR-JDX + 1) TO
                           WS-SCR-ENTRY (WS-SCR-JDX)
                       MOVE WS-SCR-SWAP TO
                           WS-SCR-ENTRY (WS-SCR-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SCORECARD-WRITE-PROCEDURE.
           OPEN OUTPUT SCORECARD-REPORT-FILE

           MOVE WS-SCR-COUNT TO WS-SCR-COUNT-OUT
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "PORTFOLIO SCORECARD " WS-SCR-TODAY-DASHED
               " -- " WS-SCR-COUNT-OUT
               " SCRIPT(S) RANKED BY RISK, WORST FIRST. SELECTION: "
               WS-SCR-SELECT
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD

           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1 UNTIL
               WS-SCR-IDX > WS-SCR-COUNT
               IF WS-SCR-SELECT = "ALL"
                   OR WS-SCR-SELECT = WS-SCR-NAME (WS-SCR-IDX)
                   PERFORM SCORECARD-WRITE-ONE-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-SCR-SHOWN = 0
               MOVE SPACES TO SCORECARD-REPORT-RECORD
               STRING "NO SCRIPT " WS-SCR-SELECT
                   " IN THE ESTATE (OWNERMST OR THE NIGHTLY BATCH)"
                   DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
               WRITE SCORECARD-REPORT-RECORD
           END-IF

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "RISK = CMPLX/5 + 10/LINT + 5/WAIVER + 10/EXC "
               "+ 20/EXC OVER 30D + 25/BREAK-GLASS + 20 LAST FAIL"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "     + 15 UNPROMOTED + 30 UNOWNED, "
               "THEN X3 FOR TIER 1, X2 FOR TIER 2"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD

           CLOSE SCORECARD-REPORT-FILE.

       SCORECARD-WRITE-ONE-PROCEDURE.
           ADD 1 TO WS-SCR-SHOWN
           MOVE WS-SCR-IDX TO WS-SCR-RANK-OUT

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "RANK " WS-SCR-RANK-OUT " OF " WS-SCR-COUNT-OUT
               "  RISK=" WS-SCR-RISK (WS-SCR-IDX)
               "  " WS-SCR-NAME (WS-SCR-IDX)
               "  DESK " WS-SCR-DESK (WS-SCR-IDX)
               " ANALYST " WS-SCR-ANALYST (WS-SCR-IDX)
               " TIER " WS-SCR-TIER (WS-SCR-IDX)
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           IF WS-SCR-RUNS (WS-SCR-IDX) = 0
               STRING "  RUNS: NONE ON LEXAUDIT"
                   DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           ELSE
               STRING "  RUNS: " WS-SCR-RUNS (WS-SCR-IDX)
                   "  LAST RUN " WS-SCR-LAST-RUN (WS-SCR-IDX)
                   " " WS-SCR-LAST-RESULT (WS-SCR-IDX)
                   "  LAST CONTENT CHANGE " WS-SCR-CHANGED (WS-SCR-IDX)
                   " FP=" WS-SCR-LAST-FP (WS-SCR-IDX)
                   DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-IF
           WRITE SCORECARD-REPORT-RECORD

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SCR-PROMO-DATE (WS-SCR-IDX) = SPACES
                   STRING "  PROMOTION: NONE ON PROMOLOG"
                       DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
               WHEN WS-SCR-CUR-PROMOTED (WS-SCR-IDX) = "Y"
                   STRING "  LAST PROMOTION "
                       WS-SCR-PROMO-DATE (WS-SCR-IDX)
                       " APPROVER " WS-SCR-PROMO-APPR (WS-SCR-IDX)
                       DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
               WHEN OTHER
                   STRING "  LAST PROMOTION "
                       WS-SCR-PROMO-DATE (WS-SCR-IDX)
                       " APPROVER " WS-SCR-PROMO-APPR (WS-SCR-IDX)
                       " -- CONTENT RUNNING NOW WAS NEVER PROMOTED"
                       DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-EVALUATE
           WRITE SCORECARD-REPORT-RECORD

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "  COMPLEXITY " WS-SCR-CMPLX (WS-SCR-IDX)
               "  LINT OPEN " WS-SCR-LINT-OPEN (WS-SCR-IDX)
               "  WAIVERS ACTIVE " WS-SCR-WAIVERS (WS-SCR-IDX)
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           IF WS-SCR-CMPLX-SEEN (WS-SCR-IDX) = "N"
               MOVE "NONE   " TO SCORECARD-REPORT-RECORD (14:7)
           END-IF
           IF WS-SCR-LINT-SEEN (WS-SCR-IDX) = "N"
               MOVE "NONE " TO SCORECARD-REPORT-RECORD (33:5)
           END-IF
           WRITE SCORECARD-REPORT-RECORD

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "  EXCEPTIONS OPEN " WS-SCR-EXC-OPEN (WS-SCR-IDX)
               "  OLDEST " WS-SCR-EXC-OLDEST (WS-SCR-IDX) " DAYS"
               "  OVER 30 DAYS " WS-SCR-EXC-OVER30 (WS-SCR-IDX)
               "  BREAK-GLASS (90 DAYS) " WS-SCR-BG-COUNT (WS-SCR-IDX)
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           IF WS-SCR-BG-COUNT (WS-SCR-IDX) > 0
               MOVE " LAST " TO SCORECARD-REPORT-RECORD (91:6)
               MOVE WS-SCR-BG-LAST (WS-SCR-IDX) TO
                   SCORECARD-REPORT-RECORD (97:10)
           END-IF
           WRITE SCORECARD-REPORT-RECORD.

       COPY "owner-proc.cpy".
