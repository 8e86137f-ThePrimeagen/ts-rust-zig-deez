      * OUTPUT-CATALOG-PROGRAM is the lookup and purge utility over
      * OUTCAT, the catalog of every generation the nightly steps
      * write (see outcat-file.cpy). TOKEN-REPORT-PROGRAM,
      * PARSER-PROGRAM and SEMANTIC-CHECK-PROGRAM each write the next
      * generation of their outputs (<name>.Gnnnn) and register it
      * with its record count and fingerprint; this program answers
      * "what was written, when, by which job" and keeps the pile of
      * generations from growing forever.
      *
      * OCATCTL cards:
      *   MODE=LIST     (default) one line per cataloged generation,
      *                 or only NAME='s generations when given.
      *   MODE=LOOKUP   NAME=name (required), GEN=nnnn (default: the
      *                 latest active generation) -- the generation's
      *                 catalog entry, and its dataset read back and
      *                 proved against the count and fingerprint
      *                 recorded when it was written.
      *   MODE=PURGE    keeps the newest N active generations of each
      *                 output the RETNCTL retention deck lists by
      *                 generation, and purges the rest. a RETNCTL
      *                 card is HOUSEKEEP-PROGRAM's (name in columns
      *                 1-12, count in 14-17) with a G in column 19
      *                 -- so retention for history files and for
      *                 cataloged outputs is kept in one deck, and
      *                 HOUSEKEEP-PROGRAM leaves the G cards to this
      *                 program. a purged generation's dataset is
      *                 emptied and its catalog entry marked P with
      *                 the date; the entry itself stays, so the
      *                 numbering never reuses a number and the
      *                 history of what was written is kept.
      *
      * RETURN-CODE: 0 = done, every generation looked up intact;
      * 4 = LOOKUP found the dataset missing or changed since it was
      * cataloged, or PURGE could not empty a dataset (its entry is
      * left active); 8 = LOOKUP found no such generation; 16 = the
      * run could not be made (bad or missing cards, no catalog, no
      * RETNCTL for PURGE).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPUT-CATALOG-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCAT-CONTROL-FILE ASSIGN TO "OCATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCAT-CTL-STATUS.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO "RETNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCAT-RETN-STATUS.
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
           SELECT OCAT-REPORT-FILE ASSIGN TO "OUTCATR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OCAT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 OCAT-CONTROL-RECORD PIC X(80).

       FD RETENTION-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RETENTION-CONTROL-RECORD.
           05 RETENTION-CONTROL-NAME  PIC X(12).
           05 FILLER                  PIC X(1).
           05 RETENTION-CONTROL-COUNT PIC 9(4).
           05 FILLER                  PIC X(1).
           05 RETENTION-CONTROL-UNIT  PIC X(1).
               88 RETENTION-CONTROL-IN-GENERATIONS VALUE "G".
           05 FILLER                  PIC X(61).

       COPY "outcat-file.cpy".

       FD OCAT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 OCAT-REPORT-RECORD PIC X(132).

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-OCAT-CTL-STATUS  PIC XX VALUE "00".
       01 WS-OCAT-RETN-STATUS PIC XX VALUE "00".

       01 WS-OCAT-EOF-SWITCH PIC X VALUE "N".
           88 WS-OCAT-EOF-ON  VALUE "Y".
           88 WS-OCAT-EOF-OFF VALUE "N".
       01 WS-OCAT-CAT-EOF-SWITCH PIC X VALUE "N".
           88 WS-OCAT-CAT-EOF-ON  VALUE "Y".
           88 WS-OCAT-CAT-EOF-OFF VALUE "N".

       01 WS-OCAT-CARD-KEY   PIC X(12).
       01 WS-OCAT-CARD-VALUE PIC X(40).

       01 WS-OCAT-MODE PIC X(8) VALUE "LIST".
           88 WS-OCAT-LIST   VALUE "LIST".
           88 WS-OCAT-LOOKUP VALUE "LOOKUP".
           88 WS-OCAT-PURGE  VALUE "PURGE".
       01 WS-OCAT-NAME PIC X(12) VALUE SPACES.
       01 WS-OCAT-GEN  PIC 9(4) VALUE 0.
       01 WS-OCAT-CARDS-SWITCH PIC X VALUE "Y".
           88 WS-OCAT-CARDS-OK  VALUE "Y".
           88 WS-OCAT-CARDS-BAD VALUE "N".
       01 WS-OCAT-REFUSAL PIC X(80) VALUE SPACES.

      * one output under purge: how many active generations to
      * keep, how many seen so far walking down from the newest.
       01 WS-OCAT-KEEP      PIC 9(4) VALUE 0.
       01 WS-OCAT-ACTIVE    PIC 9(4) VALUE 0.
       01 WS-OCAT-PURGED    PIC 9(4) VALUE 0.
       01 WS-OCAT-WALK-GEN  PIC 9(4) VALUE 0.

       01 WS-OCAT-LISTED       PIC 9(5) VALUE 0.
       01 WS-OCAT-PURGE-TOTAL  PIC 9(5) VALUE 0.
       01 WS-OCAT-FAILURES     PIC 9(5) VALUE 0.
       01 WS-OCAT-OUTPUTS      PIC 9(3) VALUE 0.

       01 WS-OCAT-STATUS-TEXT PIC X(6).
       01 WS-OCAT-FOUND-SWITCH PIC X VALUE "N".
           88 WS-OCAT-FOUND     VALUE "Y".
           88 WS-OCAT-NOT-FOUND VALUE "N".

       01 WS-OCAT-TODAY.
           05 WS-OCAT-TODAY-YYYY PIC 9(4).
           05 WS-OCAT-TODAY-MM   PIC 99.
           05 WS-OCAT-TODAY-DD   PIC 99.
       01 WS-OCAT-TODAY-DASHED PIC X(10).

      * the catalog, resolved through the active environment
      * profile at start-up -- the QA profile has its own.
       01 WS-PROF-DSN-OUTCAT PIC X(40) VALUE "OUTCAT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT
           MOVE "OUTPUT-CATALOG-PROGRAM" TO WS-OUTCAT-PROGRAM

           ACCEPT WS-OCAT-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OCAT-TODAY-DASHED
           STRING WS-OCAT-TODAY-YYYY "-" WS-OCAT-TODAY-MM "-"
               WS-OCAT-TODAY-DD
               DELIMITED BY SIZE INTO WS-OCAT-TODAY-DASHED

           OPEN OUTPUT OCAT-REPORT-FILE
           PERFORM OCAT-READ-CONTROL-PROCEDURE

           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING "OUTPUT CATALOG " WS-OCAT-TODAY-DASHED
               " -- MODE " WS-OCAT-MODE " -- CATALOG "
               WS-PROF-DSN-OUTCAT
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD

           IF WS-OCAT-CARDS-BAD
               PERFORM OCAT-REFUSE-PROCEDURE
           END-IF

           IF WS-OCAT-PURGE
               OPEN I-O OUTPUT-CATALOG-FILE
           ELSE
               OPEN INPUT OUTPUT-CATALOG-FILE
           END-IF
           IF WS-OUTCAT-STATUS NOT = "00"
               MOVE SPACES TO WS-OCAT-REFUSAL
               STRING "OUTCAT NOT AVAILABLE, STATUS=" WS-OUTCAT-STATUS
                   DELIMITED BY SIZE INTO WS-OCAT-REFUSAL
               PERFORM OCAT-REFUSE-PROCEDURE
           END-IF

           EVALUATE TRUE
               WHEN WS-OCAT-LIST
                   PERFORM OCAT-LIST-PROCEDURE
                   MOVE 0 TO RETURN-CODE
               WHEN WS-OCAT-LOOKUP
                   PERFORM OCAT-LOOKUP-PROCEDURE
               WHEN WS-OCAT-PURGE
                   PERFORM OCAT-PURGE-PROCEDURE
           END-EVALUATE

           CLOSE OUTPUT-CATALOG-FILE
           CLOSE OCAT-REPORT-FILE
           STOP RUN.

       OCAT-READ-CONTROL-PROCEDURE.
           OPEN INPUT OCAT-CONTROL-FILE
           IF WS-OCAT-CTL-STATUS NOT = "00"
               DISPLAY "OUTPUT-CATALOG-PROGRAM: NO OCATCTL -- MODE="
                   "LIST APPLIES"
               EXIT PARAGRAPH
           END-IF

           SET WS-OCAT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OCAT-EOF-ON
               READ OCAT-CONTROL-FILE
                   AT END
                       SET WS-OCAT-EOF-ON TO TRUE
                   NOT AT END
                       IF OCAT-CONTROL-RECORD (1:1) NOT = "*"
                           AND OCAT-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-OCAT-CARD-KEY
                           MOVE SPACES TO WS-OCAT-CARD-VALUE
                           UNSTRING OCAT-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-OCAT-CARD-KEY WS-OCAT-CARD-VALUE
                           PERFORM OCAT-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OCAT-CONTROL-FILE

           EVALUATE TRUE
               WHEN WS-OCAT-CARDS-BAD
                   CONTINUE
               WHEN NOT WS-OCAT-LIST AND NOT WS-OCAT-LOOKUP
                   AND NOT WS-OCAT-PURGE
                   MOVE SPACES TO WS-OCAT-REFUSAL
                   STRING "MODE=" WS-OCAT-MODE " IS NOT LIST, LOOKUP "
                       "OR PURGE"
                       DELIMITED BY SIZE INTO WS-OCAT-REFUSAL
                   SET WS-OCAT-CARDS-BAD TO TRUE
               WHEN WS-OCAT-LOOKUP AND WS-OCAT-NAME = SPACES
                   MOVE "MODE=LOOKUP NEEDS A NAME= CARD" TO
                       WS-OCAT-REFUSAL
                   SET WS-OCAT-CARDS-BAD TO TRUE
           END-EVALUATE.

       OCAT-APPLY-CARD-PROCEDURE.
           EVALUATE WS-OCAT-CARD-KEY
               WHEN "MODE"
                   MOVE WS-OCAT-CARD-VALUE (1:8) TO WS-OCAT-MODE
               WHEN "NAME"
                   MOVE WS-OCAT-CARD-VALUE (1:12) TO WS-OCAT-NAME
               WHEN "GEN"
                   IF WS-OCAT-CARD-VALUE (1:4) IS NUMERIC
                       AND WS-OCAT-CARD-VALUE (5:36) = SPACES
                       MOVE WS-OCAT-CARD-VALUE (1:4) TO WS-OCAT-GEN
                   ELSE
                       MOVE "GEN= MUST BE FOUR DIGITS (GEN=0012)" TO
                           WS-OCAT-REFUSAL
                       SET WS-OCAT-CARDS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "OUTPUT-CATALOG-PROGRAM: OCATCTL CARD '"
                       WS-OCAT-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * every generation on the catalog in key order -- by output,
      * oldest first -- or just NAME='s.
       OCAT-LIST-PROCEDURE.
           MOVE LOW-VALUES TO OUTPUT-CATALOG-KEY
           IF WS-OCAT-NAME NOT = SPACES
               MOVE WS-OCAT-NAME TO OUTPUT-CATALOG-NAME
               MOVE 0 TO OUTPUT-CATALOG-GEN
           END-IF
           SET WS-OCAT-CAT-EOF-OFF TO TRUE
           START OUTPUT-CATALOG-FILE KEY >= OUTPUT-CATALOG-KEY
               INVALID KEY
                   SET WS-OCAT-CAT-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-OCAT-CAT-EOF-ON
               READ OUTPUT-CATALOG-FILE NEXT
                   AT END
                       SET WS-OCAT-CAT-EOF-ON TO TRUE
                   NOT AT END
                       IF WS-OCAT-NAME NOT = SPACES
                           AND OUTPUT-CATALOG-NAME NOT = WS-OCAT-NAME
                           SET WS-OCAT-CAT-EOF-ON TO TRUE
                       ELSE
                           ADD 1 TO WS-OCAT-LISTED
                           PERFORM OCAT-ENTRY-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING "END OF LIST -- " WS-OCAT-LISTED " GENERATION(S)"
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD.

      * the catalog entry in OUTPUT-CATALOG-RECORD as one line.
       OCAT-ENTRY-LINE-PROCEDURE.
           IF OUTPUT-CATALOG-PURGED
               MOVE "PURGED" TO WS-OCAT-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-OCAT-STATUS-TEXT
           END-IF
           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING OUTPUT-CATALOG-NAME " G" OUTPUT-CATALOG-GEN " "
               WS-OCAT-STATUS-TEXT " " OUTPUT-CATALOG-DATE " "
               OUTPUT-CATALOG-TIME " JOB " OUTPUT-CATALOG-JOB
               " RECORDS=" OUTPUT-CATALOG-RECORDS
               " FP=" OUTPUT-CATALOG-FINGERPRINT " "
               OUTPUT-CATALOG-DSN
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD
           MOVE SPACES TO OCAT-REPORT-RECORD
           IF OUTPUT-CATALOG-PURGED
               STRING "    WRITTEN BY " OUTPUT-CATALOG-PROGRAM
                   " -- PURGED " OUTPUT-CATALOG-PURGE-DATE
                   DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           ELSE
               STRING "    WRITTEN BY " OUTPUT-CATALOG-PROGRAM
                   DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           END-IF
           WRITE OCAT-REPORT-RECORD.

      * one generation -- GEN= or the latest active -- and its
      * dataset proved against what was recorded when it was
      * written, the way ARCHIVE-SWEEP-PROGRAM proves a snapshot.
       OCAT-LOOKUP-PROCEDURE.
           SET WS-OCAT-NOT-FOUND TO TRUE
           IF WS-OCAT-GEN = 0
               MOVE 0 TO WS-OUTCAT-LATEST
               SET WS-OUTCAT-PROBE-MORE TO TRUE
               PERFORM UNTIL WS-OUTCAT-PROBE-DONE
                   MOVE WS-OCAT-NAME TO OUTPUT-CATALOG-NAME
                   COMPUTE OUTPUT-CATALOG-GEN = WS-OUTCAT-LATEST + 1
                   READ OUTPUT-CATALOG-FILE
                       INVALID KEY
                           SET WS-OUTCAT-PROBE-DONE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-OUTCAT-LATEST
                           IF OUTPUT-CATALOG-ACTIVE
                               MOVE OUTPUT-CATALOG-GEN TO WS-OCAT-GEN
                           END-IF
                           IF WS-OUTCAT-LATEST = 9999
                               SET WS-OUTCAT-PROBE-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OCAT-GEN NOT = 0
               MOVE WS-OCAT-NAME TO OUTPUT-CATALOG-NAME
               MOVE WS-OCAT-GEN TO OUTPUT-CATALOG-GEN
               READ OUTPUT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OCAT-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-OCAT-NOT-FOUND
               MOVE SPACES TO OCAT-REPORT-RECORD
               IF WS-OCAT-GEN = 0
                   STRING WS-OCAT-NAME
                       " ** NO ACTIVE GENERATION ON THE CATALOG **"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
               ELSE
                   STRING WS-OCAT-NAME " G" WS-OCAT-GEN
                       " ** NOT ON THE CATALOG **"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
               END-IF
               WRITE OCAT-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OCAT-ENTRY-LINE-PROCEDURE
           MOVE 0 TO RETURN-CODE

      * a purged generation was emptied on purpose -- nothing to
      * prove.
           IF OUTPUT-CATALOG-PURGED
               EXIT PARAGRAPH
           END-IF

           MOVE OUTPUT-CATALOG-DSN TO WS-OUTCAT-SCAN-NAME
           PERFORM OUTCAT-SCAN-PROCEDURE

           MOVE SPACES TO OCAT-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-OUTCAT-SCAN-STATUS NOT = "00"
                   AND OUTPUT-CATALOG-RECORDS > 0
                   STRING "    ** DATASET MISSING OR UNREADABLE, "
                       "STATUS=" WS-OUTCAT-SCAN-STATUS " **"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OUTCAT-REC-COUNT NOT = OUTPUT-CATALOG-RECORDS
                   STRING "    ** RECORD COUNT " WS-OUTCAT-REC-COUNT
                       " DIFFERS FROM CATALOGED "
                       OUTPUT-CATALOG-RECORDS " **"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OUTCAT-FP-WORK NOT = OUTPUT-CATALOG-FINGERPRINT
                   STRING "    ** FINGERPRINT " WS-OUTCAT-FP-WORK
                       " DIFFERS FROM CATALOGED "
                       OUTPUT-CATALOG-FINGERPRINT " **"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   STRING "    INTACT -- " WS-OUTCAT-REC-COUNT
                       " RECORD(S) AS CATALOGED"
                       DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           END-EVALUATE
           WRITE OCAT-REPORT-RECORD.

      * every G card on the retention deck: its output's newest N
      * active generations stay, the older active ones go.
       OCAT-PURGE-PROCEDURE.
           OPEN INPUT RETENTION-CONTROL-FILE
           IF WS-OCAT-RETN-STATUS NOT = "00"
               MOVE "RETNCTL NOT AVAILABLE -- NO GENERATION COUNTS"
                   TO WS-OCAT-REFUSAL
               CLOSE OUTPUT-CATALOG-FILE
               PERFORM OCAT-REFUSE-PROCEDURE
           END-IF

           SET WS-OCAT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OCAT-EOF-ON
               READ RETENTION-CONTROL-FILE
                   AT END
                       SET WS-OCAT-EOF-ON TO TRUE
                   NOT AT END
                       IF RETENTION-CONTROL-NAME NOT = SPACES
                           AND RETENTION-CONTROL-IN-GENERATIONS
                           PERFORM OCAT-PURGE-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETENTION-CONTROL-FILE

           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING "END OF PURGE -- " WS-OCAT-OUTPUTS " OUTPUT(S), "
               WS-OCAT-PURGE-TOTAL " GENERATION(S) PURGED, "
               WS-OCAT-FAILURES " FAILURE(S)"
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD

           IF WS-OCAT-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * one output, walked down from its newest generation.
       OCAT-PURGE-ONE-PROCEDURE.
           ADD 1 TO WS-OCAT-OUTPUTS
           MOVE RETENTION-CONTROL-COUNT TO WS-OCAT-KEEP
           MOVE 0 TO WS-OCAT-ACTIVE
           MOVE 0 TO WS-OCAT-PURGED

           MOVE RETENTION-CONTROL-NAME TO WS-OUTCAT-NAME
           PERFORM OUTCAT-LATEST-PROCEDURE

           IF WS-OUTCAT-LATEST = 0
               MOVE SPACES TO OCAT-REPORT-RECORD
               STRING RETENTION-CONTROL-NAME
                   " NOTHING CATALOGED -- KEEP=" WS-OCAT-KEEP
                   DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
               WRITE OCAT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OCAT-WALK-GEN FROM WS-OUTCAT-LATEST
               BY -1 UNTIL WS-OCAT-WALK-GEN < 1
               MOVE RETENTION-CONTROL-NAME TO OUTPUT-CATALOG-NAME
               MOVE WS-OCAT-WALK-GEN TO OUTPUT-CATALOG-GEN
               READ OUTPUT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OUTPUT-CATALOG-ACTIVE
                           ADD 1 TO WS-OCAT-ACTIVE
                           IF WS-OCAT-ACTIVE > WS-OCAT-KEEP
                               PERFORM OCAT-PURGE-GEN-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           SUBTRACT WS-OCAT-PURGED FROM WS-OCAT-ACTIVE

           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING RETENTION-CONTROL-NAME
               " LATEST=G" WS-OUTCAT-LATEST
               " KEEP=" WS-OCAT-KEEP
               " ACTIVE=" WS-OCAT-ACTIVE
               " PURGED=" WS-OCAT-PURGED
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD.

      * the generation in OUTPUT-CATALOG-RECORD: its dataset emptied,
      * then its entry marked. a dataset that will not open for the
      * emptying keeps its entry active for the next run to retry.
       OCAT-PURGE-GEN-PROCEDURE.
           MOVE OUTPUT-CATALOG-DSN TO WS-OUTCAT-SCAN-NAME
           OPEN OUTPUT OUTPUT-SCAN-FILE
           IF WS-OUTCAT-SCAN-STATUS NOT = "00"
               ADD 1 TO WS-OCAT-FAILURES
               MOVE SPACES TO OCAT-REPORT-RECORD
               STRING OUTPUT-CATALOG-NAME " G" OUTPUT-CATALOG-GEN
                   " ** " OUTPUT-CATALOG-DSN " COULD NOT BE EMPTIED, "
                   "STATUS=" WS-OUTCAT-SCAN-STATUS " -- LEFT ACTIVE **"
                   DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
               WRITE OCAT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           CLOSE OUTPUT-SCAN-FILE

           SET OUTPUT-CATALOG-PURGED TO TRUE
           MOVE WS-OCAT-TODAY-DASHED TO OUTPUT-CATALOG-PURGE-DATE
           REWRITE OUTPUT-CATALOG-RECORD
           ADD 1 TO WS-OCAT-PURGED
           ADD 1 TO WS-OCAT-PURGE-TOTAL

           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING OUTPUT-CATALOG-NAME " G" OUTPUT-CATALOG-GEN
               " PURGED -- " OUTPUT-CATALOG-DSN " WRITTEN "
               OUTPUT-CATALOG-DATE " RECORDS=" OUTPUT-CATALOG-RECORDS
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD.

       OCAT-REFUSE-PROCEDURE.
           MOVE SPACES TO OCAT-REPORT-RECORD
           STRING "  REFUSED -- " WS-OCAT-REFUSAL
               DELIMITED BY SIZE INTO OCAT-REPORT-RECORD
           WRITE OCAT-REPORT-RECORD
           CLOSE OCAT-REPORT-FILE
           DISPLAY "OUTPUT-CATALOG-PROGRAM: REFUSED -- "
               WS-OCAT-REFUSAL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
