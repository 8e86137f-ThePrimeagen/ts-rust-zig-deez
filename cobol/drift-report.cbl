      * DRIFT-REPORT-PROGRAM compares the QA environment profile's
      * control datasets with production's. profiles let the QA
      * chain rehearse beside production, but a rehearsal is only
      * worth something while QA's KEYWORDS, BATCHLST, OWNERMST,
      * IMPCAT and PROCCAL, and its copy of the rule script, match
      * what production will run -- and they drift quietly, one
      * hand edit at a time.
      *
      * both sides' dataset names are resolved the way every
      * profiled program resolves them (profile-proc.cpy): the
      * rehearsal's own profile dataset on the LEXPROF DD, and
      * production's on PRODPROF -- normally absent, which is the
      * production profile. the control datasets are compared
      * record by record on each one's key (KEYWORDS the keyword
      * text, BATCHLST and OWNERMST the source name, IMPCAT the
      * member, PROCCAL the date) and every record QA has that
      * production does not is ADDED, every one production has
      * that QA does not is DELETED, and every keyed record whose
      * content differs is CHANGED. scripts are compared by content
      * fingerprint -- SRC-ARCHIVE-PROGRAM's rolling checksum over
      * the records -- LEXERSRC always, plus any further script
      * named on a SCRIPT= card.
      *
      * DRIFTCTL cards (optional): TOLERANCE=nnnn, the differences
      * the rehearsal may run with (default 0 -- any drift fails);
      * SCRIPT=name, a script's base dataset name to compare
      * (repeatable).
      *
      * RETURN-CODE: 0 = no drift; 4 = drift within TOLERANCE;
      * 8 = drift over TOLERANCE -- the rehearsal chain COND-stops
      * on it; 16 = both profiles resolve to the same datasets, so
      * nothing could be compared.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIFT-REPORT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-DRF-PROF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           SELECT DRIFT-CONTROL-FILE ASSIGN TO "DRIFTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRF-CTL-STATUS.
           SELECT DRIFT-SIDE-FILE ASSIGN TO DYNAMIC
               WS-DRF-SIDE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRF-SIDE-STATUS.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "DRIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "profile-file.cpy".

       FD DRIFT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DRIFT-CONTROL-RECORD PIC X(80).

      * whichever side's dataset is being read -- control records
      * and script records alike, read as plain text.
       FD DRIFT-SIDE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 DRIFT-SIDE-RECORD PIC X(256).

       FD DRIFT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 DRIFT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".

       01 WS-DRF-CTL-STATUS  PIC XX VALUE "00".
       01 WS-DRF-SIDE-STATUS PIC XX VALUE "00".

       01 WS-DRF-EOF-SWITCH PIC X VALUE "N".
           88 WS-DRF-EOF-ON  VALUE "Y".
           88 WS-DRF-EOF-OFF VALUE "N".

       01 WS-DRF-CARD-KEY   PIC X(12).
       01 WS-DRF-CARD-VALUE PIC X(40).
       01 WS-DRF-CARD-DIGITS PIC 9(2) VALUE 0.

       01 WS-DRF-TOLERANCE PIC 9(4) VALUE 0.

      * LEXERSRC plus the SCRIPT= cards.
       01 WS-DRF-SCRIPT-MAX   PIC 99 VALUE 20.
       01 WS-DRF-SCRIPT-COUNT PIC 99 VALUE 1.
       01 WS-DRF-SCRIPT-TABLE.
           05 WS-DRF-SCRIPT-BASE PIC X(20) OCCURS 20 TIMES.
       01 WS-DRF-SCRIPT-IDX   PIC 99.

      * the two profiles, as PROFILE-INIT-PROCEDURE left them.
       01 WS-DRF-PROF-DSN PIC X(40) VALUE SPACES.
       01 WS-DRF-PROD-NAME       PIC X(8).
       01 WS-DRF-PROD-PREFIX     PIC X(8).
       01 WS-DRF-PROD-PREFIX-LEN PIC 99.
       01 WS-DRF-QA-NAME         PIC X(8).
       01 WS-DRF-QA-PREFIX       PIC X(8).
       01 WS-DRF-QA-PREFIX-LEN   PIC 99.

      * the dataset in hand: base name, key length, and the two
      * resolved names (side 1 = production, side 2 = QA).
       01 WS-DRF-BASE     PIC X(20).
       01 WS-DRF-KEY-LEN  PIC 99.
       01 WS-DRF-SIDE-DSN PIC X(40).
       01 WS-DRF-DSN-TABLE.
           05 WS-DRF-DSN PIC X(40) OCCURS 2 TIMES.

       01 WS-DRF-SIDE-MAX PIC 9(4) VALUE 2000.
       01 WS-DRF-SIDE-TABLE.
           05 WS-DRF-SIDE OCCURS 2 TIMES.
               10 WS-DRF-COUNT    PIC 9(4).
               10 WS-DRF-DROPPED  PIC 9(5).
               10 WS-DRF-PRESENT  PIC X(1).
               10 WS-DRF-ENTRY OCCURS 2000 TIMES.
                   15 WS-DRF-KEY  PIC X(40).
                   15 WS-DRF-REC  PIC X(256).
                   15 WS-DRF-SEEN PIC X(1).
       01 WS-DRF-S         PIC 9.
       01 WS-DRF-IDX       PIC 9(4).
       01 WS-DRF-JDX       PIC 9(4).
       01 WS-DRF-FOUND-IDX PIC 9(4).

       01 WS-DRF-ADDED   PIC 9(5) VALUE 0.
       01 WS-DRF-DELETED PIC 9(5) VALUE 0.
       01 WS-DRF-CHANGED PIC 9(5) VALUE 0.
       01 WS-DRF-DATASET-DRIFT PIC 9(5) VALUE 0.
       01 WS-DRF-TOTAL-DRIFT   PIC 9(5) VALUE 0.
       01 WS-DRF-DATASETS-DRIFTED PIC 99 VALUE 0.

      * the script fingerprints, per side.
       01 WS-DRF-FP-TABLE.
           05 WS-DRF-FP OCCURS 2 TIMES PIC 9(8).
       01 WS-DRF-FP-RECS-TABLE.
           05 WS-DRF-FP-RECS OCCURS 2 TIMES PIC 9(5).
       01 WS-DRF-FP-WORK  PIC 9(10) VALUE 0.
       01 WS-DRF-REC-LEN  PIC 9(3) VALUE 0.
       01 WS-DRF-CHAR-IDX PIC 9(3).
       01 WS-DRF-SCRIPT-VERDICT PIC X(14).

       01 WS-DRF-TODAY.
           05 WS-DRF-TODAY-YYYY PIC 9(4).
           05 WS-DRF-TODAY-MM   PIC 99.
           05 WS-DRF-TODAY-DD   PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM DRIFT-READ-CONTROL-PROCEDURE
           PERFORM DRIFT-PROFILES-PROCEDURE

           ACCEPT WS-DRF-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT DRIFT-REPORT-FILE
           MOVE SPACES TO DRIFT-REPORT-RECORD
           STRING "CONFIGURATION DRIFT " WS-DRF-TODAY-YYYY "-"
               WS-DRF-TODAY-MM "-" WS-DRF-TODAY-DD
               " -- PRODUCTION PROFILE " WS-DRF-PROD-NAME
               " (PREFIX '" WS-DRF-PROD-PREFIX "') VS "
               WS-DRF-QA-NAME " (PREFIX '" WS-DRF-QA-PREFIX "')"
               DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD

           MOVE "KEYWORDS" TO WS-DRF-BASE
           MOVE 16 TO WS-DRF-KEY-LEN
           PERFORM DRIFT-DATASET-PROCEDURE
           MOVE "BATCHLST" TO WS-DRF-BASE
           MOVE 40 TO WS-DRF-KEY-LEN
           PERFORM DRIFT-DATASET-PROCEDURE
           MOVE "OWNERMST" TO WS-DRF-BASE
           MOVE 40 TO WS-DRF-KEY-LEN
           PERFORM DRIFT-DATASET-PROCEDURE
           MOVE "IMPCAT" TO WS-DRF-BASE
           MOVE 20 TO WS-DRF-KEY-LEN
           PERFORM DRIFT-DATASET-PROCEDURE
           MOVE "PROCCAL" TO WS-DRF-BASE
           MOVE 10 TO WS-DRF-KEY-LEN
           PERFORM DRIFT-DATASET-PROCEDURE

           MOVE SPACES TO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD
           MOVE "=== SCRIPTS (CONTENT FINGERPRINT) ===" TO
               DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD
           PERFORM VARYING WS-DRF-SCRIPT-IDX FROM 1 BY 1 UNTIL
               WS-DRF-SCRIPT-IDX > WS-DRF-SCRIPT-COUNT
               MOVE WS-DRF-SCRIPT-BASE (WS-DRF-SCRIPT-IDX) TO
                   WS-DRF-BASE
               PERFORM DRIFT-SCRIPT-PROCEDURE
           END-PERFORM

           MOVE SPACES TO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD
           MOVE SPACES TO DRIFT-REPORT-RECORD
           IF WS-DRF-TOTAL-DRIFT > WS-DRF-TOLERANCE
               STRING "TOTAL DRIFT " WS-DRF-TOTAL-DRIFT
                   " DIFFERENCE(S) IN " WS-DRF-DATASETS-DRIFTED
                   " DATASET(S) -- OVER TOLERANCE " WS-DRF-TOLERANCE
                   ", THE REHEARSAL PROVES NOTHING ABOUT PRODUCTION"
                   DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           ELSE
               STRING "TOTAL DRIFT " WS-DRF-TOTAL-DRIFT
                   " DIFFERENCE(S) IN " WS-DRF-DATASETS-DRIFTED
                   " DATASET(S) -- WITHIN TOLERANCE "
                   WS-DRF-TOLERANCE
                   DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           END-IF
           WRITE DRIFT-REPORT-RECORD
           CLOSE DRIFT-REPORT-FILE

           DISPLAY "DRIFT-REPORT-PROGRAM: " WS-DRF-TOTAL-DRIFT
               " DIFFERENCE(S) BETWEEN " WS-DRF-PROD-NAME " AND "
               WS-DRF-QA-NAME ", TOLERANCE " WS-DRF-TOLERANCE
               " -- SEE DRIFTRPT"

           EVALUATE TRUE
               WHEN WS-DRF-TOTAL-DRIFT > WS-DRF-TOLERANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRF-TOTAL-DRIFT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DRIFT-READ-CONTROL-PROCEDURE.
           MOVE "LEXERSRC" TO WS-DRF-SCRIPT-BASE (1)

           OPEN INPUT DRIFT-CONTROL-FILE
           IF WS-DRF-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-DRF-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DRF-EOF-ON
               READ DRIFT-CONTROL-FILE
                   AT END
                       SET WS-DRF-EOF-ON TO TRUE
                   NOT AT END
                       IF DRIFT-CONTROL-RECORD (1:1) NOT = "*"
                           AND DRIFT-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-DRF-CARD-KEY
                           MOVE SPACES TO WS-DRF-CARD-VALUE
                           UNSTRING DRIFT-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-DRF-CARD-KEY WS-DRF-CARD-VALUE
                           PERFORM DRIFT-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DRIFT-CONTROL-FILE.

       DRIFT-APPLY-CARD-PROCEDURE.
           EVALUATE WS-DRF-CARD-KEY
               WHEN "TOLERANCE"
                   MOVE 0 TO WS-DRF-CARD-DIGITS
                   INSPECT WS-DRF-CARD-VALUE TALLYING
                       WS-DRF-CARD-DIGITS
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-DRF-CARD-DIGITS > 0
                       AND WS-DRF-CARD-DIGITS < 5
                       AND WS-DRF-CARD-VALUE (1:WS-DRF-CARD-DIGITS)
                           IS NUMERIC
                       MOVE WS-DRF-CARD-VALUE (1:WS-DRF-CARD-DIGITS)
                           TO WS-DRF-TOLERANCE
                   ELSE
                       DISPLAY "DRIFT-REPORT-PROGRAM: DRIFTCTL "
                           "TOLERANCE '" WS-DRF-CARD-VALUE
                           "' IS NOT A COUNT -- 0 APPLIES"
                   END-IF
               WHEN "SCRIPT"
                   IF WS-DRF-SCRIPT-COUNT < WS-DRF-SCRIPT-MAX
                       ADD 1 TO WS-DRF-SCRIPT-COUNT
                       MOVE WS-DRF-CARD-VALUE (1:20) TO
                           WS-DRF-SCRIPT-BASE (WS-DRF-SCRIPT-COUNT)
                   ELSE
                       DISPLAY "DRIFT-REPORT-PROGRAM: MORE THAN "
                           WS-DRF-SCRIPT-MAX " SCRIPTS -- "
                           WS-DRF-CARD-VALUE " NOT COMPARED"
                   END-IF
               WHEN OTHER
                   DISPLAY "DRIFT-REPORT-PROGRAM: DRIFTCTL CARD '"
                       WS-DRF-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * production's profile first, then the rehearsal's own. each
      * starts from the production defaults, so an absent PRODPROF
      * is production exactly as it is for every other program.
       DRIFT-PROFILES-PROCEDURE.
           MOVE "PRODPROF" TO WS-DRF-PROF-DSN
           MOVE "PROD" TO WS-PROF-NAME
           MOVE SPACES TO WS-PROF-PREFIX
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE WS-PROF-NAME TO WS-DRF-PROD-NAME
           MOVE WS-PROF-PREFIX TO WS-DRF-PROD-PREFIX
           MOVE WS-PROF-PREFIX-LEN TO WS-DRF-PROD-PREFIX-LEN

           MOVE "LEXPROF" TO WS-DRF-PROF-DSN
           MOVE "PROD" TO WS-PROF-NAME
           MOVE SPACES TO WS-PROF-PREFIX
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE WS-PROF-NAME TO WS-DRF-QA-NAME
           MOVE WS-PROF-PREFIX TO WS-DRF-QA-PREFIX
           MOVE WS-PROF-PREFIX-LEN TO WS-DRF-QA-PREFIX-LEN

           IF WS-DRF-PROD-PREFIX = WS-DRF-QA-PREFIX
               DISPLAY "DRIFT-REPORT-PROGRAM: PROFILES "
                   WS-DRF-PROD-NAME " AND " WS-DRF-QA-NAME
                   " BOTH RESOLVE WITH PREFIX '" WS-DRF-QA-PREFIX
                   "' -- THE SAME DATASETS, NOTHING TO COMPARE. "
                   "ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * both sides' names for WS-DRF-BASE.
       DRIFT-RESOLVE-PROCEDURE.
           MOVE WS-DRF-BASE TO WS-PROF-BASE-NAME
           MOVE WS-DRF-PROD-PREFIX TO WS-PROF-PREFIX
           MOVE WS-DRF-PROD-PREFIX-LEN TO WS-PROF-PREFIX-LEN
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-DRF-DSN (1)

           MOVE WS-DRF-QA-PREFIX TO WS-PROF-PREFIX
           MOVE WS-DRF-QA-PREFIX-LEN TO WS-PROF-PREFIX-LEN
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-DRF-DSN (2).

      * one control dataset: load both sides, match on the key,
      * report each difference and the dataset's tally.
       DRIFT-DATASET-PROCEDURE.
           PERFORM DRIFT-RESOLVE-PROCEDURE

           MOVE SPACES TO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD
           MOVE SPACES TO DRIFT-REPORT-RECORD
           STRING "=== " WS-DRF-BASE " PROD=" WS-DRF-DSN (1) (1:20)
               " QA=" WS-DRF-DSN (2) (1:20) " ==="
               DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD

           PERFORM VARYING WS-DRF-S FROM 1 BY 1 UNTIL WS-DRF-S > 2
               PERFORM DRIFT-LOAD-SIDE-PROCEDURE
           END-PERFORM

           MOVE 0 TO WS-DRF-ADDED
           MOVE 0 TO WS-DRF-DELETED
           MOVE 0 TO WS-DRF-CHANGED

           EVALUATE TRUE
           WHEN WS-DRF-PRESENT (1) = "N" AND WS-DRF-PRESENT (2) = "N"
               MOVE "  NOT AVAILABLE ON EITHER SIDE -- NOT COMPARED"
                   TO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           WHEN WS-DRF-PRESENT (1) = "N"
               MOVE SPACES TO DRIFT-REPORT-RECORD
               STRING "  PRODUCTION DATASET NOT AVAILABLE -- ALL QA "
                   "RECORDS COUNT AS ADDED"
                   DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           WHEN WS-DRF-PRESENT (2) = "N"
               MOVE SPACES TO DRIFT-REPORT-RECORD
               STRING "  QA DATASET NOT AVAILABLE -- ALL PRODUCTION "
                   "RECORDS COUNT AS DELETED"
                   DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           END-EVALUATE

           PERFORM VARYING WS-DRF-JDX FROM 1 BY 1 UNTIL
               WS-DRF-JDX > WS-DRF-COUNT (2)
               MOVE 0 TO WS-DRF-FOUND-IDX
               PERFORM VARYING WS-DRF-IDX FROM 1 BY 1 UNTIL
                   WS-DRF-IDX > WS-DRF-COUNT (1)
                   IF WS-DRF-SEEN (1, WS-DRF-IDX) = "N"
                       AND WS-DRF-KEY (1, WS-DRF-IDX) =
                           WS-DRF-KEY (2, WS-DRF-JDX)
                       MOVE WS-DRF-IDX TO WS-DRF-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-DRF-FOUND-IDX = 0
                       ADD 1 TO WS-DRF-ADDED
                       MOVE SPACES TO DRIFT-REPORT-RECORD
                       STRING "  ADDED    "
                           WS-DRF-REC (2, WS-DRF-JDX) (1:120)
                           DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
                       WRITE DRIFT-REPORT-RECORD
                   WHEN WS-DRF-REC (1, WS-DRF-FOUND-IDX) NOT =
                       WS-DRF-REC (2, WS-DRF-JDX)
                       ADD 1 TO WS-DRF-CHANGED
                       MOVE "Y" TO WS-DRF-SEEN (1, WS-DRF-FOUND-IDX)
                       MOVE SPACES TO DRIFT-REPORT-RECORD
                       STRING "  CHANGED  PROD: "
                           WS-DRF-REC (1, WS-DRF-FOUND-IDX) (1:114)
                           DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
                       WRITE DRIFT-REPORT-RECORD
                       MOVE SPACES TO DRIFT-REPORT-RECORD
                       STRING "           QA:   "
                           WS-DRF-REC (2, WS-DRF-JDX) (1:114)
                           DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
                       WRITE DRIFT-REPORT-RECORD
                   WHEN OTHER
                       MOVE "Y" TO WS-DRF-SEEN (1, WS-DRF-FOUND-IDX)
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-DRF-IDX FROM 1 BY 1 UNTIL
               WS-DRF-IDX > WS-DRF-COUNT (1)
               IF WS-DRF-SEEN (1, WS-DRF-IDX) = "N"
                   ADD 1 TO WS-DRF-DELETED
                   MOVE SPACES TO DRIFT-REPORT-RECORD
                   STRING "  DELETED  "
                       WS-DRF-REC (1, WS-DRF-IDX) (1:120)
                       DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
                   WRITE DRIFT-REPORT-RECORD
               END-IF
           END-PERFORM

      * a side too big for the table was not fully compared -- what
      * was left out is counted as drift rather than as agreement.
           COMPUTE WS-DRF-DATASET-DRIFT = WS-DRF-ADDED
               + WS-DRF-DELETED + WS-DRF-CHANGED
               + WS-DRF-DROPPED (1) + WS-DRF-DROPPED (2)
           IF WS-DRF-DROPPED (1) > 0 OR WS-DRF-DROPPED (2) > 0
               MOVE SPACES TO DRIFT-REPORT-RECORD
               STRING "  TABLE FULL AT " WS-DRF-SIDE-MAX
                   " RECORDS -- " WS-DRF-DROPPED (1) " PROD AND "
                   WS-DRF-DROPPED (2) " QA RECORD(S) NOT COMPARED"
                   DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
               WRITE DRIFT-REPORT-RECORD
           END-IF

           MOVE SPACES TO DRIFT-REPORT-RECORD
           STRING "  " WS-DRF-BASE " " WS-DRF-COUNT (1) " PROD / "
               WS-DRF-COUNT (2) " QA RECORD(S): "
               WS-DRF-ADDED " ADDED, " WS-DRF-DELETED " DELETED, "
               WS-DRF-CHANGED " CHANGED"
               DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD

           ADD WS-DRF-DATASET-DRIFT TO WS-DRF-TOTAL-DRIFT
           IF WS-DRF-DATASET-DRIFT > 0
               ADD 1 TO WS-DRF-DATASETS-DRIFTED
           END-IF.

      * one side of the dataset into the table -- comment cards and
      * blank records are not configuration.
       DRIFT-LOAD-SIDE-PROCEDURE.
           MOVE 0 TO WS-DRF-COUNT (WS-DRF-S)
           MOVE 0 TO WS-DRF-DROPPED (WS-DRF-S)
           MOVE "N" TO WS-DRF-PRESENT (WS-DRF-S)

           MOVE WS-DRF-DSN (WS-DRF-S) TO WS-DRF-SIDE-DSN
           OPEN INPUT DRIFT-SIDE-FILE
           IF WS-DRF-SIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DRF-PRESENT (WS-DRF-S)

           SET WS-DRF-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DRF-EOF-ON
               READ DRIFT-SIDE-FILE
                   AT END
                       SET WS-DRF-EOF-ON TO TRUE
                   NOT AT END
                       IF DRIFT-SIDE-RECORD (1:1) NOT = "*"
                           AND DRIFT-SIDE-RECORD NOT = SPACES
                           IF WS-DRF-COUNT (WS-DRF-S) < WS-DRF-SIDE-MAX
                               ADD 1 TO WS-DRF-COUNT (WS-DRF-S)
                               MOVE WS-DRF-COUNT (WS-DRF-S) TO
                                   WS-DRF-IDX
                               MOVE SPACES TO
                                   WS-DRF-KEY (WS-DRF-S, WS-DRF-IDX)
                               MOVE DRIFT-SIDE-RECORD
                                   (1:WS-DRF-KEY-LEN) TO
                                   WS-DRF-KEY (WS-DRF-S, WS-DRF-IDX)
                               MOVE DRIFT-SIDE-RECORD TO
                                   WS-DRF-REC (WS-DRF-S, WS-DRF-IDX)
                               MOVE "N" TO
                                   WS-DRF-SEEN (WS-DRF-S, WS-DRF-IDX)
                           ELSE
                               ADD 1 TO WS-DRF-DROPPED (WS-DRF-S)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DRIFT-SIDE-FILE.

      * a script: both sides fingerprinted whole. one side absent is
      * an ADDED or DELETED script; both absent is no drift.
       DRIFT-SCRIPT-PROCEDURE.
           PERFORM DRIFT-RESOLVE-PROCEDURE

           PERFORM VARYING WS-DRF-S FROM 1 BY 1 UNTIL WS-DRF-S > 2
               PERFORM DRIFT-FINGERPRINT-PROCEDURE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DRF-PRESENT (1) = "N"
                   AND WS-DRF-PRESENT (2) = "N"
                   MOVE "ABSENT ON BOTH" TO WS-DRF-SCRIPT-VERDICT
               WHEN WS-DRF-PRESENT (1) = "N"
                   MOVE "ADDED" TO WS-DRF-SCRIPT-VERDICT
               WHEN WS-DRF-PRESENT (2) = "N"
                   MOVE "DELETED" TO WS-DRF-SCRIPT-VERDICT
               WHEN WS-DRF-FP (1) NOT = WS-DRF-FP (2)
                   MOVE "CHANGED" TO WS-DRF-SCRIPT-VERDICT
               WHEN OTHER
                   MOVE "SAME" TO WS-DRF-SCRIPT-VERDICT
           END-EVALUATE

           MOVE SPACES TO DRIFT-REPORT-RECORD
           STRING "  " WS-DRF-BASE
               " PROD " WS-DRF-DSN (1) (1:16)
               " FP=" WS-DRF-FP (1) " RECS=" WS-DRF-FP-RECS (1)
               "  QA " WS-DRF-DSN (2) (1:16)
               " FP=" WS-DRF-FP (2) " RECS=" WS-DRF-FP-RECS (2)
               "  " WS-DRF-SCRIPT-VERDICT
               DELIMITED BY SIZE INTO DRIFT-REPORT-RECORD
           WRITE DRIFT-REPORT-RECORD

           IF WS-DRF-SCRIPT-VERDICT = "ADDED"
               OR WS-DRF-SCRIPT-VERDICT = "DELETED"
               OR WS-DRF-SCRIPT-VERDICT = "CHANGED"
               ADD 1 TO WS-DRF-TOTAL-DRIFT
               ADD 1 TO WS-DRF-DATASETS-DRIFTED
           END-IF.

      * SRC-ARCHIVE-PROGRAM's rolling checksum, trailing blanks
      * excluded, over every record of the side's script.
       DRIFT-FINGERPRINT-PROCEDURE.
           MOVE 0 TO WS-DRF-FP (WS-DRF-S)
           MOVE 0 TO WS-DRF-FP-RECS (WS-DRF-S)
           MOVE "N" TO WS-DRF-PRESENT (WS-DRF-S)
           MOVE 0 TO WS-DRF-FP-WORK

           MOVE WS-DRF-DSN (WS-DRF-S) TO WS-DRF-SIDE-DSN
           OPEN INPUT DRIFT-SIDE-FILE
           IF WS-DRF-SIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DRF-PRESENT (WS-DRF-S)

           SET WS-DRF-EOF-OFF TO TRUE
           PERFORM UNTIL WS-DRF-EOF-ON
               READ DRIFT-SIDE-FILE
                   AT END
                       SET WS-DRF-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DRF-FP-RECS (WS-DRF-S)
                       PERFORM DRIFT-ROLL-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE DRIFT-SIDE-FILE
           MOVE WS-DRF-FP-WORK TO WS-DRF-FP (WS-DRF-S).

       DRIFT-ROLL-PROCEDURE.
           MOVE 0 TO WS-DRF-REC-LEN
           PERFORM VARYING WS-DRF-CHAR-IDX
               FROM LENGTH OF DRIFT-SIDE-RECORD BY -1
               UNTIL WS-DRF-CHAR-IDX < 1
               IF DRIFT-SIDE-RECORD (WS-DRF-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-DRF-CHAR-IDX TO WS-DRF-REC-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DRF-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-DRF-CHAR-IDX > WS-DRF-REC-LEN
               COMPUTE WS-DRF-FP-WORK =
                   WS-DRF-FP-WORK * 31 + FUNCTION ORD
                   (DRIFT-SIDE-RECORD (WS-DRF-CHAR-IDX:1))
               IF WS-DRF-FP-WORK > 99999999
                   COMPUTE WS-DRF-FP-WORK =
                       WS-DRF-FP-WORK - 99999999 *
                       (WS-DRF-FP-WORK / 99999999)
               END-IF
           END-PERFORM.

       COPY "profile-proc.cpy".
