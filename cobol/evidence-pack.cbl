      * EVIDENCE-PACK-PROGRAM assembles everything the estate holds
      * on one rule script over one period into a single sequenced
      * bundle, EVIDPACK, for a regulator or internal audit to take
      * away as it stands -- the answer that used to take two people
      * a week of pulling trails by hand. every line of the pack is
      * numbered, and the closing index gives each section's first
      * and last line, its entry count and the trails it came from.
      * the sections:
      *   1  PARTICULARS     the script, the period, its owning desk
      *                      and analyst off OWNERMST.
      *   2  CONTENT         every content version in force during
      *                      the period off the SRCLIB library --
      *                      from when to when, who promoted or
      *                      rolled it back and who approved -- with
      *                      the runs that carried its fingerprint
      *                      and the ARCHCAT snapshots SRC-ARCHIVE-
      *                      PROGRAM took of it; content the runs
      *                      carried that the library does not hold
      *                      is listed apart.
      *   3  RUNS            every LEXAUDIT run of the script in the
      *                      period with its result (trail record
      *                      number, so each ties to section 8), and
      *                      the RUNCTL step records of those nights.
      *   4  APPROVALS       PROMOLOG attempts on the script's
      *                      content -- promoted, refused or rolled
      *                      back -- and the KEYWCHG vocabulary
      *                      changes of the period, which reach every
      *                      script.
      *   5  OVERRIDES       OVRHIST: GRAMMAR overrides on the
      *                      script's jobs, STRICT overrides on the
      *                      nights it ran.
      *   6  WAIVERS         LINTWVR waivers on the script in force
      *                      at any point in the period.
      *   7  EXCEPTIONS      EXCPMSTR exceptions raised on the
      *                      script's jobs and open at any point in
      *                      the period, with their disposition.
      *   8  CHAIN CHECK     the LEXAUDIT tamper-evidence chain walked
      *                      front to back as AUDIT-VERIFY-PROGRAM
      *                      walks it, with every break that falls in
      *                      the period.
      *   9  INDEX
      * a run belongs to the script when the trail names it or when
      * it carried the fingerprint of one of the script's library
      * versions; a job belongs to it over the dates the script ran
      * under that job id -- the same job-to-script reading
      * SOD-REPORT-PROGRAM makes.
      *
      * EVIDCTL cards: SCRIPT=name (required), FROM=yyyy-mm-dd and
      * TO=yyyy-mm-dd bound the period (default the 90 days to
      * today).
      *
      * RETURN-CODE: 0 = pack complete; 4 = pack written with a
      * caveat the index states -- a trail not available or the
      * chain broken in the period; 16 = no SCRIPT= card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVIDENCE-PACK-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVIDENCE-CONTROL-FILE ASSIGN TO "EVIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-CTL-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT SOURCE-LIBRARY-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-LIBRARY-KEY
               FILE STATUS IS WS-EVP-SRCLIB-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-ARCH-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-RUNCTL-STATUS.
           SELECT PROMOTE-LOG-FILE ASSIGN TO "PROMOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-PROMO-STATUS.
           SELECT KEYWORD-CHANGE-FILE ASSIGN TO "KEYWCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-KEYW-STATUS.
           SELECT OVERRIDE-HISTORY-FILE ASSIGN TO "OVRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-OVRH-STATUS.
           SELECT LINT-WAIVER-FILE ASSIGN TO "LINTWVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVP-WVR-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCEPTION-MASTER-KEY
               FILE STATUS IS WS-EVP-EXCM-STATUS.
           SELECT EVIDENCE-PACK-FILE ASSIGN TO "EVIDPACK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EVIDENCE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 EVIDENCE-CONTROL-RECORD PIC X(80).

       COPY "owner-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "srclib-file.cpy".
       COPY "archive-catalog-file.cpy".
       COPY "runctl-file.cpy".

      * PROMOLOG per PROMOTE-LOG-PROCEDURE: date at 1, FP= at 46.
       FD PROMOTE-LOG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PROMOTE-LOG-RECORD PIC X(200).

      * KEYWCHG as keyword-maint-file.cpy lays it out, date first.
       FD KEYWORD-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 KEYWORD-CHANGE-RECORD PIC X(80).

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

      * every pack line: a six-digit sequence number, a space, the
      * text.
       FD EVIDENCE-PACK-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 EVIDENCE-PACK-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EVP-CTL-STATUS    PIC XX VALUE "00".
       01 WS-EVP-SRCLIB-STATUS PIC XX VALUE "00".
       01 WS-EVP-ARCH-STATUS   PIC XX VALUE "00".
       01 WS-EVP-RUNCTL-STATUS PIC XX VALUE "00".
       01 WS-EVP-PROMO-STATUS  PIC XX VALUE "00".
       01 WS-EVP-KEYW-STATUS   PIC XX VALUE "00".
       01 WS-EVP-OVRH-STATUS   PIC XX VALUE "00".
       01 WS-EVP-WVR-STATUS    PIC XX VALUE "00".
       01 WS-EVP-EXCM-STATUS   PIC XX VALUE "00".

       01 WS-EVP-EOF-SWITCH PIC X VALUE "N".
           88 WS-EVP-EOF-ON  VALUE "Y".
           88 WS-EVP-EOF-OFF VALUE "N".

       01 WS-EVP-CARD-KEY   PIC X(12).
       01 WS-EVP-CARD-VALUE PIC X(40).

       01 WS-EVP-SCRIPT PIC X(20) VALUE SPACES.
       01 WS-EVP-FROM   PIC X(10) VALUE SPACES.
       01 WS-EVP-TO     PIC X(10) VALUE SPACES.

       01 WS-EVP-TODAY.
           05 WS-EVP-TODAY-YYYY PIC 9(4).
           05 WS-EVP-TODAY-MM   PIC 99.
           05 WS-EVP-TODAY-DD   PIC 99.
       01 WS-EVP-TODAY-9 REDEFINES WS-EVP-TODAY PIC 9(8).
       01 WS-EVP-TODAY-DASHED PIC X(10).

      * the default period start -- 90 days back, the same reckoning
      * SOD-REPORT-PROGRAM makes.
       01 WS-EVP-DAY-INT PIC 9(7).
       01 WS-EVP-BACK.
           05 WS-EVP-BACK-YYYY PIC 9(4).
           05 WS-EVP-BACK-MM   PIC 99.
           05 WS-EVP-BACK-DD   PIC 99.
       01 WS-EVP-BACK-9 REDEFINES WS-EVP-BACK PIC 9(8).

      * one row per trail the pack draws on: whether it could be
      * read. the index reports every one.
       01 WS-EVP-TRAIL-TABLE.
           05 WS-EVP-TRAIL-ENTRY OCCURS 9 TIMES.
               10 WS-EVP-TRAIL-NAME PIC X(8).
               10 WS-EVP-TRAIL-READ PIC X(1).
       01 WS-EVP-TRAIL-IDX PIC 99.
       01 WS-EVP-TRAILS-MISSING PIC 9 VALUE 0.

      * the script's library versions, oldest first, each with the
      * date the next one replaced it (spaces for the current one).
       01 WS-EVP-VER-MAX   PIC 9(3) VALUE 200.
       01 WS-EVP-VER-COUNT PIC 9(3) VALUE 0.
       01 WS-EVP-VER-TABLE.
           05 WS-EVP-VER-ENTRY OCCURS 200 TIMES.
               10 WS-EVP-VER-NUMBER   PIC 9(4).
               10 WS-EVP-VER-FP       PIC X(8).
               10 WS-EVP-VER-DATE     PIC X(10).
               10 WS-EVP-VER-TIME     PIC X(8).
               10 WS-EVP-VER-PROMOTER PIC X(8).
               10 WS-EVP-VER-APPROVER PIC X(8).
               10 WS-EVP-VER-ACTION   PIC X(1).
               10 WS-EVP-VER-FROM-VER PIC 9(4).
               10 WS-EVP-VER-RECORDS  PIC 9(5).
               10 WS-EVP-VER-UNTIL    PIC X(10).
       01 WS-EVP-VER-IDX   PIC 9(3).
       01 WS-EVP-PROBE     PIC 9(4).
       01 WS-EVP-PROBE-SWITCH PIC X VALUE "N".
           88 WS-EVP-PROBE-DONE VALUE "Y".
           88 WS-EVP-PROBE-MORE VALUE "N".
       01 WS-EVP-FP-WORK   PIC 9(8).
       01 WS-EVP-FP-WORK-X REDEFINES WS-EVP-FP-WORK PIC X(8).

      * every content fingerprint the script is known by -- off the
      * library and off its runs -- with the runs and archive
      * snapshots in the period that carried it.
       01 WS-EVP-FP-MAX   PIC 9(3) VALUE 300.
       01 WS-EVP-FP-COUNT PIC 9(3) VALUE 0.
       01 WS-EVP-FP-TABLE.
           05 WS-EVP-FP-ENTRY OCCURS 300 TIMES.
               10 WS-EVP-FP-VALUE      PIC X(8).
               10 WS-EVP-FP-VERSION    PIC 9(4).
               10 WS-EVP-FP-RUNS       PIC 9(5).
               10 WS-EVP-FP-FIRST-RUN  PIC X(10).
               10 WS-EVP-FP-LAST-RUN   PIC X(10).
               10 WS-EVP-FP-SNAPS      PIC 9(5).
               10 WS-EVP-FP-FIRST-SNAP PIC X(10).
               10 WS-EVP-FP-LAST-SNAP  PIC X(10).
       01 WS-EVP-FP-IDX   PIC 9(3).
       01 WS-EVP-FP-FOUND PIC 9(3).
       01 WS-EVP-FP-QUERY PIC X(8).

      * the job ids the script ran under, with the dates it did.
       01 WS-EVP-JOB-MAX   PIC 9(3) VALUE 500.
       01 WS-EVP-JOB-COUNT PIC 9(3) VALUE 0.
       01 WS-EVP-JOB-TABLE.
           05 WS-EVP-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-EVP-JOB-ID    PIC X(8).
               10 WS-EVP-JOB-FIRST PIC X(10).
               10 WS-EVP-JOB-LAST  PIC X(10).
       01 WS-EVP-JOB-IDX   PIC 9(3).
       01 WS-EVP-JOB-FOUND PIC 9(3).
       01 WS-EVP-JOB-QUERY PIC X(8).
       01 WS-EVP-JOB-FROM  PIC X(10).
       01 WS-EVP-JOB-TO    PIC X(10).

      * the nights in the period the script ran.
       01 WS-EVP-NIGHT-MAX   PIC 9(3) VALUE 400.
       01 WS-EVP-NIGHT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVP-NIGHT-TABLE.
           05 WS-EVP-NIGHT-DATE PIC X(10) OCCURS 400 TIMES.
       01 WS-EVP-NIGHT-IDX   PIC 9(3).
       01 WS-EVP-NIGHT-FOUND PIC 9(3).
       01 WS-EVP-NIGHT-QUERY PIC X(10).

      * one LEXAUDIT line, sliced (layout per lexer-audit-data.cpy)
      * and judged.
       01 WS-EVP-AUD-RECNO  PIC 9(7) VALUE 0.
       01 WS-EVP-AUD-DATE   PIC X(10).
       01 WS-EVP-AUD-SOURCE PIC X(20).
       01 WS-EVP-AUD-JOB    PIC X(8).
       01 WS-EVP-AUD-FP     PIC X(8).
       01 WS-EVP-AUD-MINE-SWITCH PIC X VALUE "N".
           88 WS-EVP-AUD-MINE     VALUE "Y".
           88 WS-EVP-AUD-NOT-MINE VALUE "N".

      * the chain walk, as AUDIT-VERIFY-PROGRAM makes it: totals for
      * the whole trail and for the period, and the breaks in the
      * period by trail record number.
       01 WS-EVP-CHAIN PIC 9(10) VALUE 0.
       01 WS-EVP-ROLL-IDX PIC 9(3).
       01 WS-EVP-CH-SLICE PIC X(8).
       01 WS-EVP-CH-SLICE-9 REDEFINES WS-EVP-CH-SLICE PIC 9(8).
       01 WS-EVP-CHN-CHAINED    PIC 9(7) VALUE 0.
       01 WS-EVP-CHN-UNCHAINED  PIC 9(7) VALUE 0.
       01 WS-EVP-CHN-PER-LINES  PIC 9(7) VALUE 0.
       01 WS-EVP-CHN-PER-CHAINED PIC 9(7) VALUE 0.
       01 WS-EVP-CHN-PER-BREAKS PIC 9(5) VALUE 0.
       01 WS-EVP-CHN-OUT-BREAKS PIC 9(5) VALUE 0.
       01 WS-EVP-BRK-MAX   PIC 9(3) VALUE 100.
       01 WS-EVP-BRK-COUNT PIC 9(3) VALUE 0.
       01 WS-EVP-BRK-TABLE.
           05 WS-EVP-BRK-ENTRY OCCURS 100 TIMES.
               10 WS-EVP-BRK-RECNO PIC 9(7).
               10 WS-EVP-BRK-DATE  PIC X(10).
               10 WS-EVP-BRK-KIND  PIC X(1).
       01 WS-EVP-BRK-IDX   PIC 9(3).

      * the run tallies for section 3.
       01 WS-EVP-RUN-COUNT  PIC 9(5) VALUE 0.
       01 WS-EVP-RUN-PASS   PIC 9(5) VALUE 0.
       01 WS-EVP-RUN-FAIL   PIC 9(5) VALUE 0.
       01 WS-EVP-RUN-OTHER  PIC 9(5) VALUE 0.

      * one row per pack section, for the closing index.
       01 WS-EVP-SEC-TABLE.
           05 WS-EVP-SEC-ENTRY OCCURS 9 TIMES.
               10 WS-EVP-SEC-TITLE   PIC X(40).
               10 WS-EVP-SEC-SOURCES PIC X(40).
               10 WS-EVP-SEC-FIRST   PIC 9(6).
               10 WS-EVP-SEC-LAST    PIC 9(6).
               10 WS-EVP-SEC-ITEMS   PIC 9(5).
       01 WS-EVP-SEC-IDX PIC 9.

       01 WS-EVP-SEQ  PIC 9(6) VALUE 0.
       01 WS-EVP-SEQ-LAST-SHOWN PIC 9(6).
       01 WS-EVP-LINE PIC X(125).
       01 WS-EVP-SHOW-UNTIL PIC X(10).
       01 WS-EVP-SHOW-ACTION PIC X(30).
       01 WS-EVP-SHOW-STATUS PIC X(8).
       01 WS-EVP-TALLY PIC 9(3).
       01 WS-EVP-OVR-HEAD PIC X(100).
       01 WS-EVP-OVR-TAIL PIC X(20).
       01 WS-EVP-OVR-JOB  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-EVP-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-EVP-TODAY-DASHED
           STRING WS-EVP-TODAY-YYYY "-" WS-EVP-TODAY-MM "-"
               WS-EVP-TODAY-DD
               DELIMITED BY SIZE INTO WS-EVP-TODAY-DASHED

           INITIALIZE WS-EVP-VER-TABLE
           INITIALIZE WS-EVP-FP-TABLE
           INITIALIZE WS-EVP-JOB-TABLE
           INITIALIZE WS-EVP-NIGHT-TABLE
           INITIALIZE WS-EVP-BRK-TABLE
           INITIALIZE WS-EVP-SEC-TABLE

           MOVE "LEXAUDIT" TO WS-EVP-TRAIL-NAME (1)
           MOVE "SRCLIB"   TO WS-EVP-TRAIL-NAME (2)
           MOVE "ARCHCAT"  TO WS-EVP-TRAIL-NAME (3)
           MOVE "RUNCTL"   TO WS-EVP-TRAIL-NAME (4)
           MOVE "PROMOLOG" TO WS-EVP-TRAIL-NAME (5)
           MOVE "KEYWCHG"  TO WS-EVP-TRAIL-NAME (6)
           MOVE "OVRHIST"  TO WS-EVP-TRAIL-NAME (7)
           MOVE "LINTWVR"  TO WS-EVP-TRAIL-NAME (8)
           MOVE "EXCPMSTR" TO WS-EVP-TRAIL-NAME (9)
           PERFORM VARYING WS-EVP-TRAIL-IDX FROM 1 BY 1 UNTIL
               WS-EVP-TRAIL-IDX > 9
               MOVE "N" TO WS-EVP-TRAIL-READ (WS-EVP-TRAIL-IDX)
           END-PERFORM

           MOVE "PARTICULARS" TO WS-EVP-SEC-TITLE (1)
           MOVE "EVIDCTL, OWNERMST" TO WS-EVP-SEC-SOURCES (1)
           MOVE "CONTENT VERSIONS IN FORCE" TO WS-EVP-SEC-TITLE (2)
           MOVE "SRCLIB, ARCHCAT, LEXAUDIT" TO WS-EVP-SEC-SOURCES (2)
           MOVE "RUNS AND RESULTS" TO WS-EVP-SEC-TITLE (3)
           MOVE "LEXAUDIT, RUNCTL" TO WS-EVP-SEC-SOURCES (3)
           MOVE "APPROVALS AND PROMOTIONS" TO WS-EVP-SEC-TITLE (4)
           MOVE "PROMOLOG, KEYWCHG" TO WS-EVP-SEC-SOURCES (4)
           MOVE "OVERRIDES" TO WS-EVP-SEC-TITLE (5)
           MOVE "OVRHIST" TO WS-EVP-SEC-SOURCES (5)
           MOVE "LINT WAIVERS" TO WS-EVP-SEC-TITLE (6)
           MOVE "LINTWVR" TO WS-EVP-SEC-SOURCES (6)
           MOVE "EXCEPTION DISPOSITIONS" TO WS-EVP-SEC-TITLE (7)
           MOVE "EXCPMSTR" TO WS-EVP-SEC-SOURCES (7)
           MOVE "AUDIT TRAIL CHAIN CHECK" TO WS-EVP-SEC-TITLE (8)
           MOVE "LEXAUDIT" TO WS-EVP-SEC-SOURCES (8)
           MOVE "INDEX" TO WS-EVP-SEC-TITLE (9)
           MOVE "THIS PACK" TO WS-EVP-SEC-SOURCES (9)

           PERFORM EVP-READ-CONTROL-PROCEDURE
           IF WS-EVP-SCRIPT = SPACES
               DISPLAY "EVIDENCE-PACK-PROGRAM: NO SCRIPT= CARD ON "
                   "EVIDCTL -- NOTHING TO ASSEMBLE. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM EVP-LOAD-LIBRARY-PROCEDURE
           PERFORM EVP-SCAN-AUDIT-PROCEDURE
           PERFORM EVP-SCAN-ARCHIVE-PROCEDURE

           OPEN OUTPUT EVIDENCE-PACK-FILE
           PERFORM EVP-WRITE-PARTICULARS-PROCEDURE
           PERFORM EVP-WRITE-CONTENT-PROCEDURE
           PERFORM EVP-WRITE-RUNS-PROCEDURE
           PERFORM EVP-WRITE-APPROVALS-PROCEDURE
           PERFORM EVP-WRITE-OVERRIDES-PROCEDURE
           PERFORM EVP-WRITE-WAIVERS-PROCEDURE
           PERFORM EVP-WRITE-EXCEPTIONS-PROCEDURE
           PERFORM EVP-WRITE-CHAIN-PROCEDURE
           PERFORM EVP-WRITE-INDEX-PROCEDURE
           CLOSE EVIDENCE-PACK-FILE

           DISPLAY "EVIDENCE-PACK-PROGRAM: " WS-EVP-SCRIPT " "
               WS-EVP-FROM " TO " WS-EVP-TO " -- " WS-EVP-SEQ
               " PACK LINES, " WS-EVP-RUN-COUNT " RUN(S), "
               WS-EVP-TRAILS-MISSING " TRAIL(S) NOT AVAILABLE, "
               WS-EVP-CHN-PER-BREAKS " CHAIN BREAK(S) IN THE PERIOD"

           IF WS-EVP-TRAILS-MISSING > 0
               OR WS-EVP-CHN-PER-BREAKS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       EVP-READ-CONTROL-PROCEDURE.
           OPEN INPUT EVIDENCE-CONTROL-FILE
           IF WS-EVP-CTL-STATUS = "00"
               SET WS-EVP-EOF-OFF TO TRUE
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ EVIDENCE-CONTROL-FILE
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           PERFORM EVP-ONE-CARD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-CONTROL-FILE
           END-IF

           IF WS-EVP-TO = SPACES
               MOVE WS-EVP-TODAY-DASHED TO WS-EVP-TO
           END-IF
           IF WS-EVP-FROM = SPACES
               COMPUTE WS-EVP-DAY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-EVP-TODAY-9) - 90
               COMPUTE WS-EVP-BACK-9 = FUNCTION DATE-OF-INTEGER
                   (WS-EVP-DAY-INT)
               STRING WS-EVP-BACK-YYYY "-" WS-EVP-BACK-MM "-"
                   WS-EVP-BACK-DD
                   DELIMITED BY SIZE INTO WS-EVP-FROM
           END-IF.

       EVP-ONE-CARD-PROCEDURE.
           IF EVIDENCE-CONTROL-RECORD (1:1) = "*"
               OR EVIDENCE-CONTROL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EVP-CARD-KEY
           MOVE SPACES TO WS-EVP-CARD-VALUE
           UNSTRING EVIDENCE-CONTROL-RECORD DELIMITED BY "="
               INTO WS-EVP-CARD-KEY WS-EVP-CARD-VALUE
           EVALUATE WS-EVP-CARD-KEY
               WHEN "SCRIPT"
                   MOVE WS-EVP-CARD-VALUE (1:20) TO WS-EVP-SCRIPT
               WHEN "FROM"
                   MOVE WS-EVP-CARD-VALUE (1:10) TO WS-EVP-FROM
               WHEN "TO"
                   MOVE WS-EVP-CARD-VALUE (1:10) TO WS-EVP-TO
           END-EVALUATE.

      * every completed version of the script on the library, by
      * probing headers from version 0001 up -- versions are
      * numbered with no gaps, so the first one missing is the end.
       EVP-LOAD-LIBRARY-PROCEDURE.
           OPEN INPUT SOURCE-LIBRARY-FILE
           IF WS-EVP-SRCLIB-STATUS NOT = "00"
               DISPLAY "EVIDENCE-PACK-PROGRAM: NO SRCLIB -- CONTENT "
                   "VERSIONS FROM THE RUNS ALONE"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EVP-TRAIL-READ (2)

           MOVE 0 TO WS-EVP-PROBE
           SET WS-EVP-PROBE-MORE TO TRUE
           PERFORM UNTIL WS-EVP-PROBE-DONE
               ADD 1 TO WS-EVP-PROBE
               MOVE WS-EVP-SCRIPT TO SOURCE-LIBRARY-SCRIPT
               MOVE WS-EVP-PROBE TO SOURCE-LIBRARY-VERSION
               MOVE 0 TO SOURCE-LIBRARY-LINE
               READ SOURCE-LIBRARY-FILE
                   INVALID KEY
                       SET WS-EVP-PROBE-DONE TO TRUE
                   NOT INVALID KEY
                       IF WS-EVP-VER-COUNT < WS-EVP-VER-MAX
                           PERFORM EVP-KEEP-VERSION-PROCEDURE
                       ELSE
                           SET WS-EVP-PROBE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SOURCE-LIBRARY-FILE

      * a version is in force until the next one goes in.
           PERFORM VARYING WS-EVP-VER-IDX FROM 1 BY 1 UNTIL
               WS-EVP-VER-IDX >= WS-EVP-VER-COUNT
               MOVE WS-EVP-VER-DATE (WS-EVP-VER-IDX + 1) TO
                   WS-EVP-VER-UNTIL (WS-EVP-VER-IDX)
           END-PERFORM.

       EVP-KEEP-VERSION-PROCEDURE.
           ADD 1 TO WS-EVP-VER-COUNT
           MOVE WS-EVP-PROBE TO WS-EVP-VER-NUMBER (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-FINGERPRINT TO WS-EVP-FP-WORK
           MOVE WS-EVP-FP-WORK-X TO WS-EVP-VER-FP (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-DATE TO
               WS-EVP-VER-DATE (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-TIME TO
               WS-EVP-VER-TIME (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-PROMOTER TO
               WS-EVP-VER-PROMOTER (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-APPROVER TO
               WS-EVP-VER-APPROVER (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-ACTION TO
               WS-EVP-VER-ACTION (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-FROM-VERSION TO
               WS-EVP-VER-FROM-VER (WS-EVP-VER-COUNT)
           MOVE SOURCE-LIBRARY-RECORDS TO
               WS-EVP-VER-RECORDS (WS-EVP-VER-COUNT)
           MOVE SPACES TO WS-EVP-VER-UNTIL (WS-EVP-VER-COUNT)

           MOVE WS-EVP-FP-WORK-X TO WS-EVP-FP-QUERY
           PERFORM EVP-FIND-FP-PROCEDURE
           PERFORM EVP-ADD-FP-PROCEDURE
           IF WS-EVP-FP-FOUND > 0
               MOVE WS-EVP-PROBE TO WS-EVP-FP-VERSION (WS-EVP-FP-FOUND)
           END-IF.

      * WS-EVP-FP-QUERY on the fingerprint table -- WS-EVP-FP-FOUND
      * is its row, 0 when absent.
       EVP-FIND-FP-PROCEDURE.
           MOVE 0 TO WS-EVP-FP-FOUND
           PERFORM VARYING WS-EVP-FP-IDX FROM 1 BY 1 UNTIL
               WS-EVP-FP-IDX > WS-EVP-FP-COUNT
               IF WS-EVP-FP-VALUE (WS-EVP-FP-IDX) = WS-EVP-FP-QUERY
                   MOVE WS-EVP-FP-IDX TO WS-EVP-FP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * a row for WS-EVP-FP-QUERY when EVP-FIND-FP-PROCEDURE found
      * none and there is room.
       EVP-ADD-FP-PROCEDURE.
           IF WS-EVP-FP-FOUND > 0
               OR WS-EVP-FP-COUNT >= WS-EVP-FP-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVP-FP-COUNT
           MOVE WS-EVP-FP-COUNT TO WS-EVP-FP-FOUND
           MOVE WS-EVP-FP-QUERY TO WS-EVP-FP-VALUE (WS-EVP-FP-COUNT).

      * the whole trail, once: the script's runs feed the
      * fingerprint, job and night tables, and every line feeds the
      * chain walk.
       EVP-SCAN-AUDIT-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "EVIDENCE-PACK-PROGRAM: NO LEXAUDIT -- NO RUNS "
                   "AND NO CHAIN CHECK IN THE PACK"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EVP-TRAIL-READ (1)

           MOVE 0 TO WS-EVP-AUD-RECNO
           SET WS-EVP-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EVP-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-EVP-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVP-AUD-RECNO
                       PERFORM EVP-CHAIN-LINE-PROCEDURE
                       PERFORM EVP-JUDGE-AUDIT-PROCEDURE
                       IF WS-EVP-AUD-MINE
                           PERFORM EVP-MAP-RUN-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

      * is the line in LEXER-AUDIT-LOG-RECORD a run of the script?
      * the trail names it, or the run carried the fingerprint of
      * one of its library versions.
       EVP-JUDGE-AUDIT-PROCEDURE.
           SET WS-EVP-AUD-NOT-MINE TO TRUE
           IF LEXER-AUDIT-LOG-RECORD (41:7) NOT = "TOKENS="
               EXIT PARAGRAPH
           END-IF

           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-EVP-AUD-DATE
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-EVP-AUD-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (76:8) TO WS-EVP-AUD-JOB
           MOVE SPACES TO WS-EVP-AUD-FP
           IF LEXER-AUDIT-LOG-RECORD (84:4) = " FP="
               AND LEXER-AUDIT-LOG-RECORD (88:8) IS NUMERIC
               MOVE LEXER-AUDIT-LOG-RECORD (88:8) TO WS-EVP-AUD-FP
           END-IF

           IF WS-EVP-AUD-SOURCE = WS-EVP-SCRIPT
               SET WS-EVP-AUD-MINE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-EVP-AUD-FP NOT = SPACES
               PERFORM VARYING WS-EVP-VER-IDX FROM 1 BY 1 UNTIL
                   WS-EVP-VER-IDX > WS-EVP-VER-COUNT
                   IF WS-EVP-VER-FP (WS-EVP-VER-IDX) = WS-EVP-AUD-FP
                       SET WS-EVP-AUD-MINE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       EVP-MAP-RUN-PROCEDURE.
           IF WS-EVP-AUD-JOB NOT = SPACES
               MOVE 0 TO WS-EVP-JOB-FOUND
               PERFORM VARYING WS-EVP-JOB-IDX FROM 1 BY 1 UNTIL
                   WS-EVP-JOB-IDX > WS-EVP-JOB-COUNT
                   IF WS-EVP-JOB-ID (WS-EVP-JOB-IDX) = WS-EVP-AUD-JOB
                       MOVE WS-EVP-JOB-IDX TO WS-EVP-JOB-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-EVP-JOB-FOUND = 0
                   AND WS-EVP-JOB-COUNT < WS-EVP-JOB-MAX
                   ADD 1 TO WS-EVP-JOB-COUNT
                   MOVE WS-EVP-JOB-COUNT TO WS-EVP-JOB-FOUND
                   MOVE WS-EVP-AUD-JOB TO
                       WS-EVP-JOB-ID (WS-EVP-JOB-COUNT)
                   MOVE WS-EVP-AUD-DATE TO
                       WS-EVP-JOB-FIRST (WS-EVP-JOB-COUNT)
               END-IF
               IF WS-EVP-JOB-FOUND > 0
                   MOVE WS-EVP-AUD-DATE TO
                       WS-EVP-JOB-LAST (WS-EVP-JOB-FOUND)
               END-IF
           END-IF

           IF WS-EVP-AUD-DATE < WS-EVP-FROM
               OR WS-EVP-AUD-DATE > WS-EVP-TO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVP-AUD-DATE TO WS-EVP-NIGHT-QUERY
           PERFORM EVP-FIND-NIGHT-PROCEDURE
           IF WS-EVP-NIGHT-FOUND = 0
               AND WS-EVP-NIGHT-COUNT < WS-EVP-NIGHT-MAX
               ADD 1 TO WS-EVP-NIGHT-COUNT
               MOVE WS-EVP-AUD-DATE TO
                   WS-EVP-NIGHT-DATE (WS-EVP-NIGHT-COUNT)
           END-IF

           IF WS-EVP-AUD-FP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVP-AUD-FP TO WS-EVP-FP-QUERY
           PERFORM EVP-FIND-FP-PROCEDURE
           PERFORM EVP-ADD-FP-PROCEDURE
           IF WS-EVP-FP-FOUND > 0
               ADD 1 TO WS-EVP-FP-RUNS (WS-EVP-FP-FOUND)
               IF WS-EVP-FP-FIRST-RUN (WS-EVP-FP-FOUND) = SPACES
                   MOVE WS-EVP-AUD-DATE TO
                       WS-EVP-FP-FIRST-RUN (WS-EVP-FP-FOUND)
               END-IF
               MOVE WS-EVP-AUD-DATE TO
                   WS-EVP-FP-LAST-RUN (WS-EVP-FP-FOUND)
           END-IF.

       EVP-FIND-NIGHT-PROCEDURE.
           MOVE 0 TO WS-EVP-NIGHT-FOUND
           PERFORM VARYING WS-EVP-NIGHT-IDX FROM 1 BY 1 UNTIL
               WS-EVP-NIGHT-IDX > WS-EVP-NIGHT-COUNT
               IF WS-EVP-NIGHT-DATE (WS-EVP-NIGHT-IDX) =
                   WS-EVP-NIGHT-QUERY
                   MOVE WS-EVP-NIGHT-IDX TO WS-EVP-NIGHT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * the chain recomputed over the line's content against the
      * CH= it carries -- AUDIT-VERIFY-PROGRAM's walk, with a break
      * re-basing on the stored value so one altered line reports
      * once. a break is filed with the line's date so the pack can
      * say which fall in the period.
       EVP-CHAIN-LINE-PROCEDURE.
           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-EVP-AUD-DATE
           IF WS-EVP-AUD-DATE >= WS-EVP-FROM
               AND WS-EVP-AUD-DATE <= WS-EVP-TO
               ADD 1 TO WS-EVP-CHN-PER-LINES
           END-IF

           IF LEXER-AUDIT-LOG-RECORD (141:4) NOT = " CH="
               ADD 1 TO WS-EVP-CHN-UNCHAINED
               EXIT PARAGRAPH
           END-IF

           MOVE LEXER-AUDIT-LOG-RECORD (145:8) TO WS-EVP-CH-SLICE
           IF WS-EVP-CH-SLICE IS NOT NUMERIC
               MOVE "D" TO WS-EVP-BRK-KIND (WS-EVP-BRK-MAX)
               PERFORM EVP-FILE-BREAK-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EVP-CHN-CHAINED
           IF WS-EVP-AUD-DATE >= WS-EVP-FROM
               AND WS-EVP-AUD-DATE <= WS-EVP-TO
               ADD 1 TO WS-EVP-CHN-PER-CHAINED
           END-IF

           PERFORM VARYING WS-EVP-ROLL-IDX FROM 1 BY 1 UNTIL
               WS-EVP-ROLL-IDX > 140
               COMPUTE WS-EVP-CHAIN =
                   WS-EVP-CHAIN * 31 + FUNCTION ORD
                   (LEXER-AUDIT-LOG-RECORD (WS-EVP-ROLL-IDX:1))
               IF WS-EVP-CHAIN > 99999999
                   COMPUTE WS-EVP-CHAIN = WS-EVP-CHAIN
                       - 99999999 * (WS-EVP-CHAIN / 99999999)
               END-IF
           END-PERFORM

           IF WS-EVP-CHAIN NOT = WS-EVP-CH-SLICE-9
               MOVE "B" TO WS-EVP-BRK-KIND (WS-EVP-BRK-MAX)
               PERFORM EVP-FILE-BREAK-PROCEDURE
               MOVE WS-EVP-CH-SLICE-9 TO WS-EVP-CHAIN
           END-IF.

      * the kind (D damaged, B chain broken) is staged in the last
      * row; a break inside the period is listed, one outside only
      * counted.
       EVP-FILE-BREAK-PROCEDURE.
           IF WS-EVP-AUD-DATE < WS-EVP-FROM
               OR WS-EVP-AUD-DATE > WS-EVP-TO
               ADD 1 TO WS-EVP-CHN-OUT-BREAKS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVP-CHN-PER-BREAKS
           IF WS-EVP-BRK-COUNT < WS-EVP-BRK-MAX
               ADD 1 TO WS-EVP-BRK-COUNT
               MOVE WS-EVP-AUD-RECNO TO
                   WS-EVP-BRK-RECNO (WS-EVP-BRK-COUNT)
               MOVE WS-EVP-AUD-DATE TO
                   WS-EVP-BRK-DATE (WS-EVP-BRK-COUNT)
               MOVE WS-EVP-BRK-KIND (WS-EVP-BRK-MAX) TO
                   WS-EVP-BRK-KIND (WS-EVP-BRK-COUNT)
           END-IF.

      * the SRC-ARCHIVE-PROGRAM snapshots in the period that hold
      * one of the script's fingerprints.
       EVP-SCAN-ARCHIVE-PROCEDURE.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-EVP-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EVP-TRAIL-READ (3)

           SET WS-EVP-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EVP-EOF-ON
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       SET WS-EVP-EOF-ON TO TRUE
                   NOT AT END
                       IF ARCHIVE-CATALOG-DATE >= WS-EVP-FROM
                           AND ARCHIVE-CATALOG-DATE <= WS-EVP-TO
                           AND ARCHIVE-CATALOG-FINGERPRINT IS NUMERIC
                           PERFORM EVP-ONE-SNAPSHOT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-CATALOG-FILE.

       EVP-ONE-SNAPSHOT-PROCEDURE.
           MOVE ARCHIVE-CATALOG-FINGERPRINT TO WS-EVP-FP-WORK
           MOVE WS-EVP-FP-WORK-X TO WS-EVP-FP-QUERY
           PERFORM EVP-FIND-FP-PROCEDURE
           IF WS-EVP-FP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVP-FP-SNAPS (WS-EVP-FP-FOUND)
           IF WS-EVP-FP-FIRST-SNAP (WS-EVP-FP-FOUND) = SPACES
               MOVE ARCHIVE-CATALOG-DATE TO
                   WS-EVP-FP-FIRST-SNAP (WS-EVP-FP-FOUND)
           END-IF
           MOVE ARCHIVE-CATALOG-DATE TO
               WS-EVP-FP-LAST-SNAP (WS-EVP-FP-FOUND).

      * one numbered pack line from WS-EVP-LINE.
       EVP-PUT-PROCEDURE.
           ADD 1 TO WS-EVP-SEQ
           MOVE SPACES TO EVIDENCE-PACK-RECORD
           STRING WS-EVP-SEQ " " WS-EVP-LINE
               DELIMITED BY SIZE INTO EVIDENCE-PACK-RECORD
           WRITE EVIDENCE-PACK-RECORD
           MOVE SPACES TO WS-EVP-LINE.

      * a blank line and the section heading; the heading is the
      * section's first line in the index.
       EVP-SECTION-START-PROCEDURE.
           MOVE SPACES TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "SECTION " WS-EVP-SEC-IDX " -- "
               WS-EVP-SEC-TITLE (WS-EVP-SEC-IDX)
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           MOVE WS-EVP-SEQ TO WS-EVP-SEC-FIRST (WS-EVP-SEC-IDX)
           MOVE 0 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX).

       EVP-SECTION-END-PROCEDURE.
           MOVE WS-EVP-SEQ TO WS-EVP-SEC-LAST (WS-EVP-SEC-IDX).

      * a trail the section draws on that could not be read -- the
      * pack says so where the evidence would have been.
       EVP-TRAIL-MISSING-PROCEDURE.
           STRING "  ** TRAIL " WS-EVP-TRAIL-NAME (WS-EVP-TRAIL-IDX)
               " NOT AVAILABLE -- NOTHING FROM IT IN THIS PACK **"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

       EVP-WRITE-PARTICULARS-PROCEDURE.
           MOVE 1 TO WS-EVP-SEC-IDX
           MOVE SPACES TO WS-EVP-LINE
           STRING "EVIDENCE PACK -- RULE SCRIPT " WS-EVP-SCRIPT
               " -- PERIOD " WS-EVP-FROM " TO " WS-EVP-TO
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           PERFORM EVP-SECTION-START-PROCEDURE

           STRING "  SCRIPT      " WS-EVP-SCRIPT
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "  PERIOD      " WS-EVP-FROM " TO " WS-EVP-TO
               " INCLUSIVE"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "  ASSEMBLED   " WS-EVP-TODAY-DASHED
               " BY EVIDENCE-PACK-PROGRAM"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE

           MOVE WS-EVP-SCRIPT TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-FOUND-IDX > 0
               STRING "  OWNED BY    DESK " WS-OWNER-HIT-DESK
                   "  ANALYST " WS-OWNER-HIT-ANALYST
                   "  TIER " WS-OWNER-HIT-TIER
                   DELIMITED BY SIZE INTO WS-EVP-LINE
           ELSE
               MOVE "  OWNED BY    NO OWNERSHIP RECORD ON OWNERMST"
                   TO WS-EVP-LINE
           END-IF
           PERFORM EVP-PUT-PROCEDURE
           MOVE "  CONTENTS    SEE THE INDEX CLOSING THIS PACK" TO
               WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           MOVE 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           PERFORM EVP-SECTION-END-PROCEDURE.

      * each library version whose time in force touches the period,
      * then any content the runs carried that no version holds.
       EVP-WRITE-CONTENT-PROCEDURE.
           MOVE 2 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE
           IF WS-EVP-TRAIL-READ (2) NOT = "Y"
               MOVE 2 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           END-IF
           IF WS-EVP-TRAIL-READ (3) NOT = "Y"
               MOVE 3 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           END-IF

           PERFORM VARYING WS-EVP-VER-IDX FROM 1 BY 1 UNTIL
               WS-EVP-VER-IDX > WS-EVP-VER-COUNT
               IF WS-EVP-VER-DATE (WS-EVP-VER-IDX) <= WS-EVP-TO
                   AND (WS-EVP-VER-UNTIL (WS-EVP-VER-IDX) = SPACES
                   OR WS-EVP-VER-UNTIL (WS-EVP-VER-IDX) >=
                   WS-EVP-FROM)
                   PERFORM EVP-CONTENT-VERSION-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-EVP-FP-IDX FROM 1 BY 1 UNTIL
               WS-EVP-FP-IDX > WS-EVP-FP-COUNT
               IF WS-EVP-FP-VERSION (WS-EVP-FP-IDX) = 0
                   AND WS-EVP-FP-RUNS (WS-EVP-FP-IDX) > 0
                   PERFORM EVP-CONTENT-UNVERSIONED-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX) = 0
               MOVE "  NO CONTENT VERSION ON RECORD FOR THE PERIOD" TO
                   WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-CONTENT-VERSION-PROCEDURE.
           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           IF WS-EVP-VER-UNTIL (WS-EVP-VER-IDX) = SPACES
               MOVE "CURRENT" TO WS-EVP-SHOW-UNTIL
           ELSE
               MOVE WS-EVP-VER-UNTIL (WS-EVP-VER-IDX) TO
                   WS-EVP-SHOW-UNTIL
           END-IF
           MOVE SPACES TO WS-EVP-SHOW-ACTION
           IF WS-EVP-VER-ACTION (WS-EVP-VER-IDX) = "R"
               STRING "ROLLBACK TO VERSION "
                   WS-EVP-VER-FROM-VER (WS-EVP-VER-IDX)
                   DELIMITED BY SIZE INTO WS-EVP-SHOW-ACTION
           ELSE
               MOVE "PROMOTED" TO WS-EVP-SHOW-ACTION
           END-IF

           STRING "  VERSION " WS-EVP-VER-NUMBER (WS-EVP-VER-IDX)
               "  FP=" WS-EVP-VER-FP (WS-EVP-VER-IDX)
               "  IN FORCE " WS-EVP-VER-DATE (WS-EVP-VER-IDX)
               " " WS-EVP-VER-TIME (WS-EVP-VER-IDX)
               " UNTIL " WS-EVP-SHOW-UNTIL
               "  " WS-EVP-VER-RECORDS (WS-EVP-VER-IDX) " RECORDS"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "      " WS-EVP-SHOW-ACTION
               " BY " WS-EVP-VER-PROMOTER (WS-EVP-VER-IDX)
               "  APPROVED BY " WS-EVP-VER-APPROVER (WS-EVP-VER-IDX)
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE

           MOVE WS-EVP-VER-FP (WS-EVP-VER-IDX) TO WS-EVP-FP-QUERY
           PERFORM EVP-FIND-FP-PROCEDURE
           IF WS-EVP-FP-FOUND > 0
               MOVE WS-EVP-FP-FOUND TO WS-EVP-FP-IDX
               PERFORM EVP-CONTENT-SEEN-PROCEDURE
           END-IF.

       EVP-CONTENT-UNVERSIONED-PROCEDURE.
           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           STRING "  CONTENT NOT ON THE LIBRARY  FP="
               WS-EVP-FP-VALUE (WS-EVP-FP-IDX)
               "  IN USE " WS-EVP-FP-FIRST-RUN (WS-EVP-FP-IDX)
               " UNTIL " WS-EVP-FP-LAST-RUN (WS-EVP-FP-IDX)
               " ON THE RUNS"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           PERFORM EVP-CONTENT-SEEN-PROCEDURE.

      * the runs and snapshots in the period carrying the row's
      * fingerprint.
       EVP-CONTENT-SEEN-PROCEDURE.
           IF WS-EVP-FP-RUNS (WS-EVP-FP-IDX) > 0
               STRING "      RUN " WS-EVP-FP-RUNS (WS-EVP-FP-IDX)
                   " TIME(S) IN THE PERIOD, FIRST "
                   WS-EVP-FP-FIRST-RUN (WS-EVP-FP-IDX)
                   " LAST " WS-EVP-FP-LAST-RUN (WS-EVP-FP-IDX)
                   DELIMITED BY SIZE INTO WS-EVP-LINE
           ELSE
               MOVE "      NOT RUN IN THE PERIOD" TO WS-EVP-LINE
           END-IF
           PERFORM EVP-PUT-PROCEDURE
           IF WS-EVP-FP-SNAPS (WS-EVP-FP-IDX) > 0
               STRING "      ARCHIVED " WS-EVP-FP-SNAPS (WS-EVP-FP-IDX)
                   " TIME(S) ON ARCHCAT, FIRST "
                   WS-EVP-FP-FIRST-SNAP (WS-EVP-FP-IDX)
                   " LAST " WS-EVP-FP-LAST-SNAP (WS-EVP-FP-IDX)
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF.

      * every run of the script in the period, in trail order, with
      * its trail record number; then the step records of the
      * nights it ran.
       EVP-WRITE-RUNS-PROCEDURE.
           MOVE 3 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE
           IF WS-EVP-TRAIL-READ (1) NOT = "Y"
               MOVE 1 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               PERFORM EVP-RUNS-AUDIT-PROCEDURE
           END-IF

           STRING "  " WS-EVP-RUN-COUNT " RUN(S): " WS-EVP-RUN-PASS
               " PASS, " WS-EVP-RUN-FAIL " FAIL, " WS-EVP-RUN-OTHER
               " SKIPPED OR OVERRIDDEN, ON " WS-EVP-NIGHT-COUNT
               " NIGHT(S)"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE

           MOVE SPACES TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           MOVE "  NIGHTLY STEP RECORDS (RUNCTL) OF THE NIGHTS IT RAN"
               TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           PERFORM EVP-RUNS-RUNCTL-PROCEDURE
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-RUNS-AUDIT-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EVP-AUD-RECNO
           SET WS-EVP-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EVP-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-EVP-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVP-AUD-RECNO
                       PERFORM EVP-JUDGE-AUDIT-PROCEDURE
                       IF WS-EVP-AUD-MINE
                           AND WS-EVP-AUD-DATE >= WS-EVP-FROM
                           AND WS-EVP-AUD-DATE <= WS-EVP-TO
                           PERFORM EVP-RUNS-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       EVP-RUNS-ONE-PROCEDURE.
           ADD 1 TO WS-EVP-RUN-COUNT
           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           EVALUATE LEXER-AUDIT-LOG-RECORD (56:4)
               WHEN "PASS"
                   ADD 1 TO WS-EVP-RUN-PASS
               WHEN "FAIL"
                   ADD 1 TO WS-EVP-RUN-FAIL
               WHEN OTHER
                   ADD 1 TO WS-EVP-RUN-OTHER
           END-EVALUATE

           STRING "  REC " WS-EVP-AUD-RECNO " "
               LEXER-AUDIT-LOG-RECORD (1:19) " "
               LEXER-AUDIT-LOG-RECORD (56:4)
               " TOKENS=" LEXER-AUDIT-LOG-RECORD (48:7)
               " JOB=" WS-EVP-AUD-JOB
               " FP=" WS-EVP-AUD-FP
               " VER=" LEXER-AUDIT-LOG-RECORD (120:8)
               " ENV=" LEXER-AUDIT-LOG-RECORD (133:8)
               " ABND=" LEXER-AUDIT-LOG-RECORD (66:5)
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

       EVP-RUNS-RUNCTL-PROCEDURE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-EVP-RUNCTL-STATUS NOT = "00"
               MOVE 4 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EVP-TRAIL-READ (4)

           SET WS-EVP-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EVP-EOF-ON
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-EVP-EOF-ON TO TRUE
                   NOT AT END
                       MOVE RUN-CONTROL-DATE TO WS-EVP-NIGHT-QUERY
                       PERFORM EVP-FIND-NIGHT-PROCEDURE
                       IF WS-EVP-NIGHT-FOUND > 0
                           STRING "  " RUN-CONTROL-RECORD (1:122)
                               DELIMITED BY SIZE INTO WS-EVP-LINE
                           PERFORM EVP-PUT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUN-CONTROL-FILE.

      * PROMOLOG attempts on any of the script's fingerprints, then
      * the period's keyword vocabulary changes.
       EVP-WRITE-APPROVALS-PROCEDURE.
           MOVE 4 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE

           MOVE "  PROMOTION AND ROLLBACK ATTEMPTS (PROMOLOG)" TO
               WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           OPEN INPUT PROMOTE-LOG-FILE
           IF WS-EVP-PROMO-STATUS NOT = "00"
               MOVE 5 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               MOVE "Y" TO WS-EVP-TRAIL-READ (5)
               SET WS-EVP-EOF-OFF TO TRUE
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ PROMOTE-LOG-FILE
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           PERFORM EVP-ONE-PROMO-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE PROMOTE-LOG-FILE
           END-IF

           MOVE SPACES TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "  KEYWORD VOCABULARY CHANGES (KEYWCHG) -- THESE "
               "REACH EVERY SCRIPT THE LEXER READS"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           OPEN INPUT KEYWORD-CHANGE-FILE
           IF WS-EVP-KEYW-STATUS NOT = "00"
               MOVE 6 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               MOVE "Y" TO WS-EVP-TRAIL-READ (6)
               SET WS-EVP-EOF-OFF TO TRUE
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ KEYWORD-CHANGE-FILE
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           PERFORM EVP-ONE-KEYWORD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE KEYWORD-CHANGE-FILE
           END-IF
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-ONE-KEYWORD-PROCEDURE.
           IF KEYWORD-CHANGE-RECORD (1:10) < WS-EVP-FROM
               OR KEYWORD-CHANGE-RECORD (1:10) > WS-EVP-TO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           STRING "  " KEYWORD-CHANGE-RECORD
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

      * the line verbatim, a second pack line for what runs past the
      * first 123 characters.
       EVP-ONE-PROMO-PROCEDURE.
           IF PROMOTE-LOG-RECORD (1:10) < WS-EVP-FROM
               OR PROMOTE-LOG-RECORD (1:10) > WS-EVP-TO
               OR PROMOTE-LOG-RECORD (46:4) NOT = " FP="
               EXIT PARAGRAPH
           END-IF
           MOVE PROMOTE-LOG-RECORD (50:8) TO WS-EVP-FP-QUERY
           PERFORM EVP-FIND-FP-PROCEDURE
           IF WS-EVP-FP-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           STRING "  " PROMOTE-LOG-RECORD (1:123)
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           IF PROMOTE-LOG-RECORD (124:77) NOT = SPACES
               STRING "      " PROMOTE-LOG-RECORD (124:77)
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF.

      * GRAMMAR overrides name their job; STRICT ones cover a night.
       EVP-WRITE-OVERRIDES-PROCEDURE.
           MOVE 5 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE

           OPEN INPUT OVERRIDE-HISTORY-FILE
           IF WS-EVP-OVRH-STATUS NOT = "00"
               MOVE 7 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               MOVE "Y" TO WS-EVP-TRAIL-READ (7)
               SET WS-EVP-EOF-OFF TO TRUE
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ OVERRIDE-HISTORY-FILE
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           PERFORM EVP-ONE-OVERRIDE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-HISTORY-FILE
           END-IF

           IF WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX) = 0
               MOVE "  NONE" TO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-ONE-OVERRIDE-PROCEDURE.
           IF OVERRIDE-HISTORY-RECORD (1:10) < WS-EVP-FROM
               OR OVERRIDE-HISTORY-RECORD (1:10) > WS-EVP-TO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVP-TALLY
           INSPECT OVERRIDE-HISTORY-RECORD TALLYING WS-EVP-TALLY
               FOR ALL "EXERCISED BY "
           IF WS-EVP-TALLY = 0
               EXIT PARAGRAPH
           END-IF

           IF OVERRIDE-HISTORY-RECORD (21:7) = "GRAMMAR"
               MOVE SPACES TO WS-EVP-OVR-TAIL
               UNSTRING OVERRIDE-HISTORY-RECORD DELIMITED BY " JOB "
                   INTO WS-EVP-OVR-HEAD WS-EVP-OVR-TAIL
               MOVE WS-EVP-OVR-TAIL (1:8) TO WS-EVP-JOB-QUERY
               MOVE OVERRIDE-HISTORY-RECORD (1:10) TO WS-EVP-JOB-FROM
               MOVE OVERRIDE-HISTORY-RECORD (1:10) TO WS-EVP-JOB-TO
               PERFORM EVP-FIND-JOB-PROCEDURE
               IF WS-EVP-JOB-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE OVERRIDE-HISTORY-RECORD (1:10) TO
                   WS-EVP-NIGHT-QUERY
               PERFORM EVP-FIND-NIGHT-PROCEDURE
               IF WS-EVP-NIGHT-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           STRING "  " OVERRIDE-HISTORY-RECORD
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

      * WS-EVP-JOB-QUERY among the script's jobs, over dates that
      * meet WS-EVP-JOB-FROM..WS-EVP-JOB-TO -- job ids are reused
      * across scripts, so the id alone proves nothing.
       EVP-FIND-JOB-PROCEDURE.
           MOVE 0 TO WS-EVP-JOB-FOUND
           PERFORM VARYING WS-EVP-JOB-IDX FROM 1 BY 1 UNTIL
               WS-EVP-JOB-IDX > WS-EVP-JOB-COUNT
               IF WS-EVP-JOB-ID (WS-EVP-JOB-IDX) = WS-EVP-JOB-QUERY
                   AND WS-EVP-JOB-FIRST (WS-EVP-JOB-IDX) <=
                   WS-EVP-JOB-TO
                   AND WS-EVP-JOB-LAST (WS-EVP-JOB-IDX) >=
                   WS-EVP-JOB-FROM
                   MOVE WS-EVP-JOB-IDX TO WS-EVP-JOB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * a waiver in force at any point in the period -- no expiry,
      * or one on or after the period start.
       EVP-WRITE-WAIVERS-PROCEDURE.
           MOVE 6 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE

           OPEN INPUT LINT-WAIVER-FILE
           IF WS-EVP-WVR-STATUS NOT = "00"
               MOVE 8 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               MOVE "Y" TO WS-EVP-TRAIL-READ (8)
               SET WS-EVP-EOF-OFF TO TRUE
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ LINT-WAIVER-FILE
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           IF LINT-WAIVER-RECORD (1:1) NOT = "*"
                               AND LINT-WAIVER-SOURCE = WS-EVP-SCRIPT
                               AND (LINT-WAIVER-EXPIRY = SPACES
                               OR LINT-WAIVER-EXPIRY >= WS-EVP-FROM)
                               PERFORM EVP-ONE-WAIVER-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINT-WAIVER-FILE
           END-IF

           IF WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX) = 0
               MOVE "  NONE" TO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-ONE-WAIVER-PROCEDURE.
           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           IF LINT-WAIVER-EXPIRY = SPACES
               MOVE "NO EXPIRY" TO WS-EVP-SHOW-UNTIL
           ELSE
               MOVE LINT-WAIVER-EXPIRY TO WS-EVP-SHOW-UNTIL
           END-IF
           STRING "  WAIVER " LINT-WAIVER-TYPE " LINE "
               LINT-WAIVER-LINE "  APPROVED BY " LINT-WAIVER-APPROVER
               "  IN FORCE THROUGH " WS-EVP-SHOW-UNTIL
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

      * every exception on the script's jobs open at any point in the
      * period, whatever its disposition now.
       EVP-WRITE-EXCEPTIONS-PROCEDURE.
           MOVE 7 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE

           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-EVP-EXCM-STATUS NOT = "00"
               MOVE 9 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
           ELSE
               MOVE "Y" TO WS-EVP-TRAIL-READ (9)
               MOVE LOW-VALUES TO EXCEPTION-MASTER-KEY
               SET WS-EVP-EOF-OFF TO TRUE
               START EXCEPTION-MASTER-FILE
                   KEY >= EXCEPTION-MASTER-KEY
                   INVALID KEY
                       SET WS-EVP-EOF-ON TO TRUE
               END-START
               PERFORM UNTIL WS-EVP-EOF-ON
                   READ EXCEPTION-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-EVP-EOF-ON TO TRUE
                       NOT AT END
                           IF EXCEPTION-MASTER-LAST-SEEN >= WS-EVP-FROM
                               AND EXCEPTION-MASTER-FIRST-SEEN <=
                               WS-EVP-TO
                               PERFORM EVP-ONE-EXCEPTION-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-MASTER-FILE
           END-IF

           IF WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX) = 0
               MOVE "  NONE" TO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF
           PERFORM EVP-SECTION-END-PROCEDURE.

       EVP-ONE-EXCEPTION-PROCEDURE.
           MOVE EXCEPTION-MASTER-JOB TO WS-EVP-JOB-QUERY
           MOVE EXCEPTION-MASTER-FIRST-SEEN TO WS-EVP-JOB-FROM
           MOVE EXCEPTION-MASTER-LAST-SEEN TO WS-EVP-JOB-TO
           PERFORM EVP-FIND-JOB-PROCEDURE
           IF WS-EVP-JOB-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN EXCEPTION-MASTER-NEW
                   MOVE "NEW" TO WS-EVP-SHOW-STATUS
               WHEN EXCEPTION-MASTER-ASSIGNED
                   MOVE "ASSIGNED" TO WS-EVP-SHOW-STATUS
               WHEN EXCEPTION-MASTER-ACCEPTED
                   MOVE "ACCEPTED" TO WS-EVP-SHOW-STATUS
               WHEN EXCEPTION-MASTER-RESOLVED
                   MOVE "RESOLVED" TO WS-EVP-SHOW-STATUS
               WHEN OTHER
                   MOVE EXCEPTION-MASTER-STATUS TO WS-EVP-SHOW-STATUS
           END-EVALUATE

           ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
           STRING "  JOB " EXCEPTION-MASTER-JOB
               " LINE " EXCEPTION-MASTER-LINE
               " COL " EXCEPTION-MASTER-COL
               "  FIRST SEEN " EXCEPTION-MASTER-FIRST-SEEN
               " LAST SEEN " EXCEPTION-MASTER-LAST-SEEN
               "  " WS-EVP-SHOW-STATUS
               " ASSIGNEE " EXCEPTION-MASTER-ASSIGNEE
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "      " EXCEPTION-MASTER-TEXT
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           IF EXCEPTION-MASTER-NOTE NOT = SPACES
               STRING "      NOTE: " EXCEPTION-MASTER-NOTE
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF.

       EVP-WRITE-CHAIN-PROCEDURE.
           MOVE 8 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE
           IF WS-EVP-TRAIL-READ (1) NOT = "Y"
               MOVE 1 TO WS-EVP-TRAIL-IDX
               PERFORM EVP-TRAIL-MISSING-PROCEDURE
               PERFORM EVP-SECTION-END-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           STRING "  WHOLE TRAIL WALKED FRONT TO BACK: "
               WS-EVP-AUD-RECNO " RECORDS, " WS-EVP-CHN-CHAINED
               " CHAINED, " WS-EVP-CHN-UNCHAINED
               " UNCHAINED (PRE-CHAIN ERA)"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           STRING "  IN THE PERIOD: " WS-EVP-CHN-PER-LINES
               " RECORDS, " WS-EVP-CHN-PER-CHAINED " CHAINED, "
               WS-EVP-CHN-PER-BREAKS " CONTINUITY BREAK(S)"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE

           PERFORM VARYING WS-EVP-BRK-IDX FROM 1 BY 1 UNTIL
               WS-EVP-BRK-IDX > WS-EVP-BRK-COUNT
               ADD 1 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
               IF WS-EVP-BRK-KIND (WS-EVP-BRK-IDX) = "D"
                   STRING "  RECORD " WS-EVP-BRK-RECNO (WS-EVP-BRK-IDX)
                       " (" WS-EVP-BRK-DATE (WS-EVP-BRK-IDX)
                       "): CH= FIELD NOT NUMERIC -- LINE DAMAGED"
                       DELIMITED BY SIZE INTO WS-EVP-LINE
               ELSE
                   STRING "  RECORD " WS-EVP-BRK-RECNO (WS-EVP-BRK-IDX)
                       " (" WS-EVP-BRK-DATE (WS-EVP-BRK-IDX)
                       "): CHAIN BREAKS HERE -- LINE EDITED, OR A "
                       "PREDECESSOR REMOVED"
                       DELIMITED BY SIZE INTO WS-EVP-LINE
               END-IF
               PERFORM EVP-PUT-PROCEDURE
           END-PERFORM
           IF WS-EVP-CHN-PER-BREAKS > WS-EVP-BRK-COUNT
               COMPUTE WS-EVP-TALLY =
                   WS-EVP-CHN-PER-BREAKS - WS-EVP-BRK-COUNT
               STRING "  ** " WS-EVP-TALLY
                   " FURTHER BREAK(S) IN THE PERIOD NOT LISTED -- RUN "
                   "AUDIT-VERIFY-PROGRAM FOR THE FULL LIST **"
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF
           IF WS-EVP-CHN-OUT-BREAKS > 0
               STRING "  " WS-EVP-CHN-OUT-BREAKS
                   " BREAK(S) ELSEWHERE ON THE TRAIL, OUTSIDE THE "
                   "PERIOD"
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-IF

           IF WS-EVP-CHN-PER-BREAKS = 0
               MOVE "  VERDICT: CHAIN CONTINUOUS OVER THE PERIOD" TO
                   WS-EVP-LINE
           ELSE
               STRING "  VERDICT: ** CHAIN BROKEN IN THE PERIOD -- "
                   "SEE THE RECORDS ABOVE **"
                   DELIMITED BY SIZE INTO WS-EVP-LINE
           END-IF
           PERFORM EVP-PUT-PROCEDURE
           PERFORM EVP-SECTION-END-PROCEDURE.

      * the closing index: where each section starts and ends, what
      * it holds and where it came from, then every trail's state.
       EVP-WRITE-INDEX-PROCEDURE.
           MOVE 9 TO WS-EVP-SEC-IDX
           PERFORM EVP-SECTION-START-PROCEDURE
           MOVE 9 TO WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)

           PERFORM VARYING WS-EVP-SEC-IDX FROM 1 BY 1 UNTIL
               WS-EVP-SEC-IDX > 8
               STRING "  SECTION " WS-EVP-SEC-IDX "  "
                   WS-EVP-SEC-TITLE (WS-EVP-SEC-IDX)
                   " LINES " WS-EVP-SEC-FIRST (WS-EVP-SEC-IDX)
                   "-" WS-EVP-SEC-LAST (WS-EVP-SEC-IDX)
                   "  " WS-EVP-SEC-ITEMS (WS-EVP-SEC-IDX)
                   " ENTRIES  FROM "
                   WS-EVP-SEC-SOURCES (WS-EVP-SEC-IDX)
                   DELIMITED BY SIZE INTO WS-EVP-LINE
               PERFORM EVP-PUT-PROCEDURE
           END-PERFORM
           MOVE 9 TO WS-EVP-SEC-IDX

           MOVE SPACES TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           MOVE 0 TO WS-EVP-TRAILS-MISSING
           PERFORM VARYING WS-EVP-TRAIL-IDX FROM 1 BY 1 UNTIL
               WS-EVP-TRAIL-IDX > 9
               IF WS-EVP-TRAIL-READ (WS-EVP-TRAIL-IDX) = "Y"
                   STRING "  TRAIL " WS-EVP-TRAIL-NAME
                       (WS-EVP-TRAIL-IDX) " READ"
                       DELIMITED BY SIZE INTO WS-EVP-LINE
               ELSE
                   ADD 1 TO WS-EVP-TRAILS-MISSING
                   STRING "  TRAIL " WS-EVP-TRAIL-NAME
                       (WS-EVP-TRAIL-IDX) " NOT AVAILABLE"
                       DELIMITED BY SIZE INTO WS-EVP-LINE
               END-IF
               PERFORM EVP-PUT-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE
           IF WS-EVP-TRAILS-MISSING = 0
               AND WS-EVP-CHN-PER-BREAKS = 0
               STRING "  PACK COMPLETE -- EVERY TRAIL READ, AUDIT "
                   "CHAIN CONTINUOUS OVER THE PERIOD"
                   DELIMITED BY SIZE INTO WS-EVP-LINE
           ELSE
               STRING "  PACK WITH CAVEATS -- " WS-EVP-TRAILS-MISSING
                   " TRAIL(S) NOT AVAILABLE, " WS-EVP-CHN-PER-BREAKS
                   " CHAIN BREAK(S) IN THE PERIOD"
                   DELIMITED BY SIZE INTO WS-EVP-LINE
           END-IF
           PERFORM EVP-PUT-PROCEDURE
           PERFORM EVP-SECTION-END-PROCEDURE

           COMPUTE WS-EVP-SEQ-LAST-SHOWN = WS-EVP-SEQ + 1
           STRING "END OF EVIDENCE PACK -- " WS-EVP-SEQ-LAST-SHOWN
               " LINES INCLUDING THIS ONE"
               DELIMITED BY SIZE INTO WS-EVP-LINE
           PERFORM EVP-PUT-PROCEDURE.

       COPY "owner-proc.cpy".
