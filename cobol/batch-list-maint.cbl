      * BATCH-LIST-MAINT-PROGRAM -- the maintenance screen for
      * BATCHLST, the control list the whole consolidated run hangs
      * off. OWNER-MAINT-PROGRAM's list-and-prompt layout: add,
      * update or delete an entry, hold or release it, force a
      * re-lex or take the force off. each column is edited against
      * the shapes BATCH-RUN-PROGRAM reads (batch-run-file.cpy) before
      * anything is saved, so a misplaced column is refused at the
      * keyboard instead of quietly changing how a unit's scripts
      * run. an add or update also wants the source itself on disk,
      * an OWNERMST record for it, and the script not retired.
      *
      * every change carries a reason and lands in the BATCHCHG
      * change trail with the operator, the reason, and the entry's
      * columns before and after. the operator must be active on
      * OPERMSTR to sign on.
      *
      * a tier-1 (regulated) script's entry is under PARM-MAINT-
      * PROGRAM's two-person control: the change is held on BATCHPND
      * and BATCHLST is untouched until a different operator holding
      * the promote-approve authority approves it in review mode. a
      * source OWNERMST does not know is treated as tier 1 -- an
      * orphan is not let past the second pair of eyes. one pending
      * change per source at a time; refusals go to OPERLOG.
      *
      * a change that would reach BATCHLST -- applied at once or
      * approved from BATCHPND -- is held to the change-freeze
      * calendar against the source's OWNERMST desk and tier, as a
      * promotion of the script itself would be; without an
      * approved FRZEXMPT exemption it is refused, or on approval
      * left pending.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-LIST-MAINT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-FILE-LIST ASSIGN TO "BATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLM-FILE-STATUS.
           SELECT BATCH-PENDING-FILE ASSIGN TO "BATCHPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLM-PND-STATUS.
           SELECT BATCH-CHANGE-FILE ASSIGN TO "BATCHCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLM-CHG-STATUS.
           SELECT BATCH-SOURCE-FILE ASSIGN TO DYNAMIC
               WS-BLM-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLM-PROBE-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT FREEZE-CALENDAR-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-CAL-STATUS.
           SELECT FREEZE-EXEMPT-FILE ASSIGN TO "FRZEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-EXM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * same record shape as batch-run-file.cpy's BATCH-FILE-LIST --
      * the screen only needs the list, not the run's other files.
       FD BATCH-FILE-LIST
           RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-FILE-LIST-RECORD PIC X(80).

      * the tier-1 changes awaiting a second operator: the entry as
      * it would stand once approved (blank columns for a delete),
      * what was asked for, by whom, when, and why.
       FD BATCH-PENDING-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 BATCH-PENDING-RECORD.
           05 BATCH-PENDING-IMAGE     PIC X(80).
           05 FILLER                  PIC X(1).
           05 BATCH-PENDING-ACTION    PIC X(8).
           05 FILLER                  PIC X(1).
           05 BATCH-PENDING-REQUESTER PIC X(8).
           05 FILLER                  PIC X(1).
           05 BATCH-PENDING-DATE      PIC X(10).
           05 FILLER                  PIC X(1).
           05 BATCH-PENDING-REASON    PIC X(40).
           05 FILLER                  PIC X(10).

      * change trail -- one record per action, request, approval or
      * rejection, with the entry's columns 42-57 before and after.
       FD BATCH-CHANGE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 BATCH-CHANGE-RECORD PIC X(200).

       FD BATCH-SOURCE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 BATCH-SOURCE-RECORD PIC X(256).

       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".

       01 WS-BLM-FILE-STATUS  PIC XX VALUE "00".
       01 WS-BLM-PND-STATUS   PIC XX VALUE "00".
       01 WS-BLM-CHG-STATUS   PIC XX VALUE "00".
       01 WS-BLM-PROBE-STATUS PIC XX VALUE "00".
       01 WS-BLM-PROBE-NAME   PIC X(40) VALUE SPACES.

       01 WS-BLM-MAX   PIC 9(3) VALUE 500.
       01 WS-BLM-COUNT PIC 9(3) VALUE 0.
       01 WS-BLM-TABLE.
           05 WS-BLM-ENTRY PIC X(80) OCCURS 500 TIMES.

       01 WS-BLM-PEND-MAX   PIC 9(3) VALUE 200.
       01 WS-BLM-PEND-COUNT PIC 9(3) VALUE 0.
       01 WS-BLM-PEND-TABLE.
           05 WS-BLM-PEND-ENTRY OCCURS 200 TIMES.
               10 WS-BLM-PEND-IMAGE     PIC X(80).
               10 WS-BLM-PEND-ACTION    PIC X(8).
               10 WS-BLM-PEND-REQUESTER PIC X(8).
               10 WS-BLM-PEND-DATE      PIC X(10).
               10 WS-BLM-PEND-REASON    PIC X(40).
               10 WS-BLM-PEND-STATE     PIC X(1).
                   88 WS-BLM-PEND-OPEN    VALUE " ".
                   88 WS-BLM-PEND-DECIDED VALUE "X".

      * the entry being worked on -- loaded from the table (or built
      * from the keyed columns on an add), changed, edited, and then
      * either put back or held pending. the layout is BATCHLST's.
       01 WS-BLM-WORK.
           05 WS-BLM-WORK-NAME   PIC X(40).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-FREQ   PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-UNIT   PIC X(4).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-MODE   PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-DETAIL PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-STATUS PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-FORCE  PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-BLM-WORK-TRACE  PIC X(1).
           05 FILLER             PIC X(23).
       01 WS-BLM-BEFORE PIC X(80).

       01 WS-BLM-EOF-SWITCH PIC X VALUE "N".
           88 WS-BLM-EOF-ON  VALUE "Y".
           88 WS-BLM-EOF-OFF VALUE "N".

       01 WS-BLM-DONE-SWITCH PIC X VALUE "N".
           88 WS-BLM-DONE-ON  VALUE "Y".
           88 WS-BLM-DONE-OFF VALUE "N".

       01 WS-BLM-EDIT-SWITCH PIC X VALUE "Y".
           88 WS-BLM-EDIT-OK  VALUE "Y".
           88 WS-BLM-EDIT-BAD VALUE "N".

       01 WS-BLM-IDX        PIC 9(3).
       01 WS-BLM-FOUND-IDX  PIC 9(3).
       01 WS-BLM-SHIFT-IDX  PIC 9(3).
       01 WS-BLM-PEND-IDX   PIC 9(3).
       01 WS-BLM-PEND-FOUND PIC 9(3).
       01 WS-BLM-CHAR-IDX   PIC 9.
       01 WS-BLM-BLANK-SEEN PIC X.

       01 WS-BLM-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-BLM-ACTION   PIC X(1).
       01 WS-BLM-DECISION PIC X(1).
       01 WS-BLM-INPUT-SOURCE PIC X(40).
       01 WS-BLM-INPUT-FREQ   PIC X(1).
       01 WS-BLM-INPUT-UNIT   PIC X(4).
       01 WS-BLM-INPUT-MODE   PIC X(1).
       01 WS-BLM-INPUT-DETAIL PIC X(1).
       01 WS-BLM-INPUT-TRACE  PIC X(1).
       01 WS-BLM-INPUT-REASON PIC X(40).

      * what is being done to the entry, in the words BATCHPND and
      * BATCHCHG carry: ADD, UPDATE, DELETE, HOLD, RELEASE, FORCE,
      * NOFORCE.
       01 WS-BLM-VERB PIC X(8).
           88 WS-BLM-VERB-ADD    VALUE "ADD".
           88 WS-BLM-VERB-DELETE VALUE "DELETE".

       01 WS-BLM-MSG PIC X(60) VALUE SPACES.
       01 WS-BLM-DISPLAY-LINE PIC X(90).

       01 WS-BLM-CHG-DATE.
           05 WS-BLM-CHG-YYYY PIC 9(4).
           05 WS-BLM-CHG-MM   PIC 99.
           05 WS-BLM-CHG-DD   PIC 99.
       01 WS-BLM-CHG-TIME.
           05 WS-BLM-CHG-HH  PIC 99.
           05 WS-BLM-CHG-MIN PIC 99.
           05 WS-BLM-CHG-SS  PIC 99.
           05 FILLER         PIC 99.
       01 WS-BLM-CHG-DASHED    PIC X(10).
       01 WS-BLM-CHG-ACTION    PIC X(16).
       01 WS-BLM-CHG-REQUESTER PIC X(8).
       01 WS-BLM-CHG-REASON    PIC X(40).

       SCREEN SECTION.
       COPY "batch-list-maint-screen.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      * who is at the keyboard -- stamped onto every BATCHCHG record
      * and checked in review mode so nobody approves their own
      * change.
           PERFORM UNTIL WS-BLM-OPERATOR NOT = SPACES
               DISPLAY SCR-BLM-SIGNON
               ACCEPT SCR-BLM-SIGNON
           END-PERFORM

           MOVE "BATCH-LIST-MAINT" TO WS-OPER-CALLER
           MOVE WS-BLM-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO BATCHLST MAINTENANCE" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "BATCH-LIST-MAINT-PROGRAM: OPERATOR "
                   WS-BLM-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM BATCH-LIST-LOAD-PROCEDURE
           PERFORM BATCH-LIST-LOAD-PENDING-PROCEDURE

           PERFORM UNTIL WS-BLM-DONE-ON
               PERFORM BATCH-LIST-DISPLAY-PROCEDURE

               MOVE SPACES TO WS-BLM-MSG
               MOVE SPACES TO WS-BLM-ACTION
               MOVE SPACES TO WS-BLM-INPUT-SOURCE
               MOVE SPACES TO WS-BLM-INPUT-FREQ
               MOVE SPACES TO WS-BLM-INPUT-UNIT
               MOVE SPACES TO WS-BLM-INPUT-MODE
               MOVE SPACES TO WS-BLM-INPUT-DETAIL
               MOVE SPACES TO WS-BLM-INPUT-TRACE
               MOVE SPACES TO WS-BLM-INPUT-REASON
               DISPLAY SCR-BLM-INPUT
               ACCEPT SCR-BLM-INPUT

               EVALUATE WS-BLM-ACTION
                   WHEN "A"
                       MOVE "ADD" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "U"
                       MOVE "UPDATE" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "D"
                       MOVE "DELETE" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "H"
                       MOVE "HOLD" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "R"
                       MOVE "RELEASE" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "F"
                       MOVE "FORCE" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "N"
                       MOVE "NOFORCE" TO WS-BLM-VERB
                       PERFORM BATCH-LIST-CHANGE-PROCEDURE
                   WHEN "V"
                       PERFORM BATCH-LIST-REVIEW-PROCEDURE
                   WHEN "X"
                       SET WS-BLM-DONE-ON TO TRUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE A, U, D, H, R, F, N,"
                           TO WS-BLM-MSG
                       MOVE " V, OR X." TO WS-BLM-MSG (43:9)
               END-EVALUATE
           END-PERFORM

           PERFORM BATCH-LIST-SAVE-PROCEDURE

           STOP RUN.

       BATCH-LIST-LOAD-PROCEDURE.
           OPEN INPUT BATCH-FILE-LIST
           IF WS-BLM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-BLM-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BLM-EOF-ON
               READ BATCH-FILE-LIST
                   AT END
                       SET WS-BLM-EOF-ON TO TRUE
                   NOT AT END
                       IF BATCH-FILE-LIST-RECORD NOT = SPACES
                           AND WS-BLM-COUNT < WS-BLM-MAX
                           ADD 1 TO WS-BLM-COUNT
                           MOVE BATCH-FILE-LIST-RECORD TO
                               WS-BLM-ENTRY (WS-BLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BATCH-FILE-LIST.

       BATCH-LIST-LOAD-PENDING-PROCEDURE.
           OPEN INPUT BATCH-PENDING-FILE
           IF WS-BLM-PND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-BLM-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BLM-EOF-ON
               READ BATCH-PENDING-FILE
                   AT END
                       SET WS-BLM-EOF-ON TO TRUE
                   NOT AT END
                       IF BATCH-PENDING-IMAGE NOT = SPACES
                           AND WS-BLM-PEND-COUNT < WS-BLM-PEND-MAX
                           ADD 1 TO WS-BLM-PEND-COUNT
                           MOVE BATCH-PENDING-IMAGE TO
                               WS-BLM-PEND-IMAGE (WS-BLM-PEND-COUNT)
                           MOVE BATCH-PENDING-ACTION TO
                               WS-BLM-PEND-ACTION (WS-BLM-PEND-COUNT)
                           MOVE BATCH-PENDING-REQUESTER TO
                               WS-BLM-PEND-REQUESTER
                               (WS-BLM-PEND-COUNT)
                           MOVE BATCH-PENDING-DATE TO
                               WS-BLM-PEND-DATE (WS-BLM-PEND-COUNT)
                           MOVE BATCH-PENDING-REASON TO
                               WS-BLM-PEND-REASON (WS-BLM-PEND-COUNT)
                           SET WS-BLM-PEND-OPEN (WS-BLM-PEND-COUNT)
                               TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BATCH-PENDING-FILE.

       BATCH-LIST-DISPLAY-PROCEDURE.
           DISPLAY " "
           DISPLAY "BATCH FILE LIST MAINTENANCE -- OPERATOR "
               WS-BLM-OPERATOR
           DISPLAY "  # SOURCE                       F UNIT M D S F T"

           PERFORM VARYING WS-BLM-IDX FROM 1 BY 1 UNTIL
               WS-BLM-IDX > WS-BLM-COUNT
               MOVE WS-BLM-ENTRY (WS-BLM-IDX) TO WS-BLM-WORK
               MOVE SPACES TO WS-BLM-DISPLAY-LINE
               STRING WS-BLM-IDX "  "
                   WS-BLM-WORK-NAME (1:28) " "
                   WS-BLM-WORK-FREQ " "
                   WS-BLM-WORK-UNIT " "
                   WS-BLM-WORK-MODE " "
                   WS-BLM-WORK-DETAIL " "
                   WS-BLM-WORK-STATUS " "
                   WS-BLM-WORK-FORCE " "
                   WS-BLM-WORK-TRACE
                   DELIMITED BY SIZE INTO WS-BLM-DISPLAY-LINE
               DISPLAY WS-BLM-DISPLAY-LINE
           END-PERFORM

           IF WS-BLM-PEND-COUNT > 0
               DISPLAY " "
               DISPLAY "AWAITING SECOND APPROVAL:"
               PERFORM VARYING WS-BLM-PEND-IDX FROM 1 BY 1 UNTIL
                   WS-BLM-PEND-IDX > WS-BLM-PEND-COUNT
                   MOVE WS-BLM-PEND-IMAGE (WS-BLM-PEND-IDX) TO
                       WS-BLM-WORK
                   MOVE SPACES TO WS-BLM-DISPLAY-LINE
                   STRING "  " WS-BLM-PEND-ACTION (WS-BLM-PEND-IDX)
                       " " WS-BLM-WORK-NAME (1:28)
                       " BY " WS-BLM-PEND-REQUESTER (WS-BLM-PEND-IDX)
                       " " WS-BLM-PEND-DATE (WS-BLM-PEND-IDX)
                       DELIMITED BY SIZE INTO WS-BLM-DISPLAY-LINE
                   DISPLAY WS-BLM-DISPLAY-LINE
               END-PERFORM
           END-IF

           IF WS-BLM-MSG NOT = SPACES
               DISPLAY " "
               DISPLAY WS-BLM-MSG
           END-IF.

       BATCH-LIST-FIND-PROCEDURE.
           MOVE 0 TO WS-BLM-FOUND-IDX
           PERFORM VARYING WS-BLM-IDX FROM 1 BY 1 UNTIL
               WS-BLM-IDX > WS-BLM-COUNT
               IF WS-BLM-ENTRY (WS-BLM-IDX) (1:40) =
                   WS-BLM-INPUT-SOURCE
                   MOVE WS-BLM-IDX TO WS-BLM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BATCH-LIST-FIND-PENDING-PROCEDURE.
           MOVE 0 TO WS-BLM-PEND-FOUND
           PERFORM VARYING WS-BLM-PEND-IDX FROM 1 BY 1 UNTIL
               WS-BLM-PEND-IDX > WS-BLM-PEND-COUNT
               IF WS-BLM-PEND-IMAGE (WS-BLM-PEND-IDX) (1:40) =
                   WS-BLM-INPUT-SOURCE
                   MOVE WS-BLM-PEND-IDX TO WS-BLM-PEND-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * every action but review comes through here: the entry is
      * found (or, on an add, found absent), the proposed columns
      * are built in WS-BLM-WORK and edited, and the change is
      * applied now or, for a tier-1 script, held for approval.
       BATCH-LIST-CHANGE-PROCEDURE.
           IF WS-BLM-INPUT-SOURCE = SPACES
               MOVE "SOURCE IS REQUIRED." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-BLM-INPUT-REASON = SPACES
               MOVE "A REASON IS REQUIRED FOR EVERY CHANGE." TO
                   WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM BATCH-LIST-FIND-PENDING-PROCEDURE
           IF WS-BLM-PEND-FOUND > 0
               MOVE "SOURCE ALREADY HAS A CHANGE AWAITING APPROVAL."
                   TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM BATCH-LIST-FIND-PROCEDURE
           IF WS-BLM-VERB-ADD
               IF WS-BLM-FOUND-IDX > 0
                   MOVE "SOURCE ALREADY LISTED -- USE U TO UPDATE." TO
                       WS-BLM-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WS-BLM-COUNT >= WS-BLM-MAX
                   MOVE "BATCH FILE LIST IS FULL -- NOT ADDED." TO
                       WS-BLM-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-BLM-BEFORE
               MOVE SPACES TO WS-BLM-WORK
               MOVE WS-BLM-INPUT-SOURCE TO WS-BLM-WORK-NAME
           ELSE
               IF WS-BLM-FOUND-IDX = 0
                   MOVE "SOURCE NOT LISTED -- USE A TO ADD." TO
                       WS-BLM-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BLM-ENTRY (WS-BLM-FOUND-IDX) TO WS-BLM-BEFORE
               MOVE WS-BLM-BEFORE TO WS-BLM-WORK
           END-IF

           EVALUATE WS-BLM-VERB
               WHEN "ADD"
               WHEN "UPDATE"
                   PERFORM BATCH-LIST-OVERLAY-PROCEDURE
               WHEN "DELETE"
                   MOVE SPACES TO WS-BLM-WORK
                   MOVE WS-BLM-INPUT-SOURCE TO WS-BLM-WORK-NAME
               WHEN "HOLD"
                   IF WS-BLM-WORK-STATUS = "H"
                       MOVE "ENTRY IS ALREADY ON HOLD." TO WS-BLM-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "H" TO WS-BLM-WORK-STATUS
               WHEN "RELEASE"
                   IF WS-BLM-WORK-STATUS NOT = "H"
                       MOVE "ENTRY IS NOT ON HOLD." TO WS-BLM-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACE TO WS-BLM-WORK-STATUS
               WHEN "FORCE"
                   IF WS-BLM-WORK-FORCE = "F"
                       MOVE "ENTRY IS ALREADY FORCED." TO WS-BLM-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "F" TO WS-BLM-WORK-FORCE
               WHEN "NOFORCE"
                   IF WS-BLM-WORK-FORCE NOT = "F"
                       MOVE "ENTRY IS NOT FORCED." TO WS-BLM-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACE TO WS-BLM-WORK-FORCE
           END-EVALUATE

           IF WS-BLM-VERB-ADD OR WS-BLM-VERB = "UPDATE"
               PERFORM BATCH-LIST-EDIT-PROCEDURE
               IF WS-BLM-EDIT-BAD
                   EXIT PARAGRAPH
               END-IF
               IF WS-BLM-WORK = WS-BLM-BEFORE
                   MOVE "NOTHING CHANGED -- KEY THE COLUMNS TO CHANGE."
                       TO WS-BLM-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * the second pair of eyes: tier 1, or no tier known at all.
           MOVE WS-BLM-INPUT-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE WS-BLM-OPERATOR TO WS-BLM-CHG-REQUESTER
           MOVE WS-BLM-INPUT-REASON TO WS-BLM-CHG-REASON
           IF WS-OWNER-FOUND-IDX = 0 OR WS-OWNER-HIT-TIER = "1"
               PERFORM BATCH-LIST-HOLD-PENDING-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM BATCH-LIST-FREEZE-PROCEDURE
           IF WS-FREEZE-FROZEN
               MOVE SPACES TO WS-BLM-MSG
               STRING "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                   WS-FREEZE-HIT-END ", NO EXEMPTION."
                   DELIMITED BY SIZE INTO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM BATCH-LIST-APPLY-PROCEDURE
           MOVE WS-BLM-VERB TO WS-BLM-CHG-ACTION
           PERFORM BATCH-LIST-LOG-PROCEDURE
           MOVE SPACES TO WS-BLM-MSG
           STRING WS-BLM-VERB DELIMITED BY SPACE
               " DONE." DELIMITED BY SIZE INTO WS-BLM-MSG.

      * the keyed columns over the entry's current ones -- a blank
      * column keeps what is there, "-" puts it back to blank.
       BATCH-LIST-OVERLAY-PROCEDURE.
           IF WS-BLM-INPUT-FREQ = "-"
               MOVE SPACE TO WS-BLM-WORK-FREQ
           ELSE
               IF WS-BLM-INPUT-FREQ NOT = SPACE
                   MOVE WS-BLM-INPUT-FREQ TO WS-BLM-WORK-FREQ
               END-IF
           END-IF
           IF WS-BLM-INPUT-UNIT = "-"
               MOVE SPACES TO WS-BLM-WORK-UNIT
           ELSE
               IF WS-BLM-INPUT-UNIT NOT = SPACES
                   MOVE WS-BLM-INPUT-UNIT TO WS-BLM-WORK-UNIT
               END-IF
           END-IF
           IF WS-BLM-INPUT-MODE = "-"
               MOVE SPACE TO WS-BLM-WORK-MODE
           ELSE
               IF WS-BLM-INPUT-MODE NOT = SPACE
                   MOVE WS-BLM-INPUT-MODE TO WS-BLM-WORK-MODE
               END-IF
           END-IF
           IF WS-BLM-INPUT-DETAIL = "-"
               MOVE SPACE TO WS-BLM-WORK-DETAIL
           ELSE
               IF WS-BLM-INPUT-DETAIL NOT = SPACE
                   MOVE WS-BLM-INPUT-DETAIL TO WS-BLM-WORK-DETAIL
               END-IF
           END-IF
           IF WS-BLM-INPUT-TRACE = "-"
               MOVE SPACE TO WS-BLM-WORK-TRACE
           ELSE
               IF WS-BLM-INPUT-TRACE NOT = SPACE
                   MOVE WS-BLM-INPUT-TRACE TO WS-BLM-WORK-TRACE
               END-IF
           END-IF.

      * every column against what BATCH-RUN-PROGRAM accepts (the
      * same shapes PREFLIGHT-PROGRAM reports on), then the source
      * itself: on disk, owned on OWNERMST, and not retired.
       BATCH-LIST-EDIT-PROCEDURE.
           SET WS-BLM-EDIT-BAD TO TRUE

           IF WS-BLM-WORK-FREQ NOT = "A" AND NOT = "D" AND NOT = "M"
               AND NOT = SPACE
               MOVE "FREQUENCY MUST BE A, D, M OR BLANK." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

      * a unit code is left-justified with no blanks inside it.
           MOVE "N" TO WS-BLM-BLANK-SEEN
           PERFORM VARYING WS-BLM-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-BLM-CHAR-IDX > 4
               IF WS-BLM-WORK-UNIT (WS-BLM-CHAR-IDX:1) = SPACE
                   MOVE "Y" TO WS-BLM-BLANK-SEEN
               ELSE
                   IF WS-BLM-BLANK-SEEN = "Y"
                       MOVE "UNIT MUST BE LEFT-JUSTIFIED, NO BLANKS."
                           TO WS-BLM-MSG
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BLM-WORK-MODE NOT = "S" AND NOT = "L"
               AND NOT = SPACE
               MOVE "MODE MUST BE S, L OR BLANK." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-BLM-WORK-DETAIL NOT = "Y" AND NOT = "N"
               AND NOT = SPACE
               MOVE "DETAIL MUST BE Y, N OR BLANK." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-BLM-WORK-TRACE NOT = "T" AND NOT = "N"
               AND NOT = SPACE
               MOVE "TRACE MUST BE T, N OR BLANK." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BLM-WORK-NAME TO WS-BLM-PROBE-NAME
           OPEN INPUT BATCH-SOURCE-FILE
           IF WS-BLM-PROBE-STATUS NOT = "00"
               MOVE SPACES TO WS-BLM-MSG
               STRING "SOURCE NOT FOUND, STATUS=" WS-BLM-PROBE-STATUS
                   " -- NOT SAVED."
                   DELIMITED BY SIZE INTO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF
           CLOSE BATCH-SOURCE-FILE

           MOVE WS-BLM-WORK-NAME TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-FOUND-IDX = 0
               MOVE "SOURCE HAS NO OWNERMST RECORD -- OWN IT FIRST."
                   TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-HIT-LIFECYCLE = "R"
               MOVE "SOURCE IS RETIRED ON OWNERMST -- NOT SAVED." TO
                   WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           SET WS-BLM-EDIT-OK TO TRUE.

      * WS-BLM-WORK onto the list under WS-BLM-VERB -- appended on an
      * add, squeezed out on a delete, over the old entry otherwise.
      * WS-BLM-FOUND-IDX is the entry's place (found again first on
      * an approval, since the list may have moved since).
       BATCH-LIST-APPLY-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-BLM-VERB-ADD
                   ADD 1 TO WS-BLM-COUNT
                   MOVE WS-BLM-WORK TO WS-BLM-ENTRY (WS-BLM-COUNT)
               WHEN WS-BLM-VERB-DELETE
                   PERFORM VARYING WS-BLM-SHIFT-IDX FROM
                       WS-BLM-FOUND-IDX BY 1 UNTIL
                       WS-BLM-SHIFT-IDX >= WS-BLM-COUNT
                       MOVE WS-BLM-ENTRY (WS-BLM-SHIFT-IDX + 1) TO
                           WS-BLM-ENTRY (WS-BLM-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BLM-COUNT
               WHEN OTHER
                   MOVE WS-BLM-WORK TO WS-BLM-ENTRY (WS-BLM-FOUND-IDX)
           END-EVALUATE.

      * a tier-1 change goes onto BATCHPND only, on record in
      * BATCHCHG -- tonight's run sees the entry as it was until a
      * second operator approves it.
       BATCH-LIST-HOLD-PENDING-PROCEDURE.
           IF WS-BLM-PEND-COUNT >= WS-BLM-PEND-MAX
               MOVE "PENDING LIST IS FULL -- NOT RECORDED." TO
                   WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-BLM-CHG-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BLM-CHG-DASHED
           STRING WS-BLM-CHG-YYYY "-" WS-BLM-CHG-MM "-" WS-BLM-CHG-DD
               DELIMITED BY SIZE INTO WS-BLM-CHG-DASHED

           ADD 1 TO WS-BLM-PEND-COUNT
           MOVE WS-BLM-WORK TO WS-BLM-PEND-IMAGE (WS-BLM-PEND-COUNT)
           MOVE WS-BLM-VERB TO WS-BLM-PEND-ACTION (WS-BLM-PEND-COUNT)
           MOVE WS-BLM-OPERATOR TO
               WS-BLM-PEND-REQUESTER (WS-BLM-PEND-COUNT)
           MOVE WS-BLM-CHG-DASHED TO
               WS-BLM-PEND-DATE (WS-BLM-PEND-COUNT)
           MOVE WS-BLM-INPUT-REASON TO
               WS-BLM-PEND-REASON (WS-BLM-PEND-COUNT)
           SET WS-BLM-PEND-OPEN (WS-BLM-PEND-COUNT) TO TRUE

           MOVE SPACES TO WS-BLM-CHG-ACTION
           STRING "REQUEST " WS-BLM-VERB
               DELIMITED BY SIZE INTO WS-BLM-CHG-ACTION
           PERFORM BATCH-LIST-LOG-PROCEDURE
           MOVE SPACES TO WS-BLM-MSG
           STRING WS-BLM-VERB DELIMITED BY SPACE
               " RECORDED -- TIER 1, PENDING SECOND APPROVAL."
               DELIMITED BY SIZE INTO WS-BLM-MSG.

      * review mode -- only an operator holding the promote-approve
      * authority decides tier-1 changes, and never their own.
       BATCH-LIST-REVIEW-PROCEDURE.
           MOVE WS-BLM-OPERATOR TO WS-OPER-QUERY
           MOVE "P" TO WS-OPER-NEED
           MOVE "REVIEW OF PENDING BATCHLST CHANGES" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-BLM-MSG
               STRING "REVIEW REFUSED -- " WS-OPER-REASON
                   " FOR PROMOTE-APPROVE."
                   DELIMITED BY SIZE INTO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           IF WS-BLM-PEND-COUNT = 0
               MOVE "NOTHING PENDING TO REVIEW." TO WS-BLM-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BLM-PEND-IDX FROM 1 BY 1 UNTIL
               WS-BLM-PEND-IDX > WS-BLM-PEND-COUNT
               PERFORM BATCH-LIST-REVIEW-ONE-PROCEDURE
           END-PERFORM

      * decided changes were flagged "X" below -- squeeze them out
      * now that the walk is over.
           PERFORM BATCH-LIST-SQUEEZE-PROCEDURE.

       BATCH-LIST-REVIEW-ONE-PROCEDURE.
           MOVE WS-BLM-PEND-IMAGE (WS-BLM-PEND-IDX) TO WS-BLM-WORK
           MOVE WS-BLM-WORK-NAME TO WS-BLM-INPUT-SOURCE
           PERFORM BATCH-LIST-FIND-PROCEDURE
           IF WS-BLM-FOUND-IDX > 0
               MOVE WS-BLM-ENTRY (WS-BLM-FOUND-IDX) TO WS-BLM-BEFORE
           ELSE
               MOVE SPACES TO WS-BLM-BEFORE
           END-IF

           MOVE SPACES TO WS-BLM-DISPLAY-LINE
           STRING "PENDING " WS-BLM-PEND-ACTION (WS-BLM-PEND-IDX)
               ": " WS-BLM-WORK-NAME
               DELIMITED BY SIZE INTO WS-BLM-DISPLAY-LINE
           DISPLAY WS-BLM-DISPLAY-LINE
           DISPLAY "  NOW:       " WS-BLM-BEFORE (42:16)
           DISPLAY "  REQUESTED: " WS-BLM-WORK (42:16)
           DISPLAY "  BY " WS-BLM-PEND-REQUESTER (WS-BLM-PEND-IDX)
               " ON " WS-BLM-PEND-DATE (WS-BLM-PEND-IDX)
               " -- " WS-BLM-PEND-REASON (WS-BLM-PEND-IDX)

           IF WS-BLM-PEND-REQUESTER (WS-BLM-PEND-IDX) = WS-BLM-OPERATOR
               DISPLAY "YOU REQUESTED THIS CHANGE -- A DIFFERENT "
                   "OPERATOR MUST DECIDE IT. SKIPPED."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BLM-DECISION
           DISPLAY SCR-BLM-REVIEW
           ACCEPT SCR-BLM-REVIEW

           MOVE WS-BLM-PEND-ACTION (WS-BLM-PEND-IDX) TO WS-BLM-VERB
           MOVE WS-BLM-PEND-REQUESTER (WS-BLM-PEND-IDX) TO
               WS-BLM-CHG-REQUESTER
           MOVE WS-BLM-PEND-REASON (WS-BLM-PEND-IDX) TO
               WS-BLM-CHG-REASON
           EVALUATE TRUE
               WHEN WS-BLM-DECISION = "A"
                   PERFORM BATCH-LIST-APPROVE-PROCEDURE
               WHEN WS-BLM-DECISION = "R"
                   MOVE SPACES TO WS-BLM-CHG-ACTION
                   STRING "REJECT " WS-BLM-VERB
                       DELIMITED BY SIZE INTO WS-BLM-CHG-ACTION
                   PERFORM BATCH-LIST-LOG-PROCEDURE
                   SET WS-BLM-PEND-DECIDED (WS-BLM-PEND-IDX) TO TRUE
               WHEN OTHER
                   DISPLAY "LEFT PENDING."
           END-EVALUATE.

      * the list may have moved since the request -- an add whose
      * source has since been listed, or an update or delete whose
      * entry has gone, cannot be applied and stays pending for the
      * requester to withdraw by rejection.
       BATCH-LIST-APPROVE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-BLM-VERB-ADD AND WS-BLM-FOUND-IDX > 0
                   DISPLAY "SOURCE IS ALREADY LISTED -- LEFT PENDING."
                   EXIT PARAGRAPH
               WHEN WS-BLM-VERB-ADD AND WS-BLM-COUNT >= WS-BLM-MAX
                   DISPLAY "BATCH FILE LIST IS FULL -- LEFT PENDING."
                   EXIT PARAGRAPH
               WHEN NOT WS-BLM-VERB-ADD AND WS-BLM-FOUND-IDX = 0
                   DISPLAY "SOURCE IS NO LONGER LISTED -- LEFT PENDING."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM BATCH-LIST-FREEZE-PROCEDURE
           IF WS-FREEZE-FROZEN
               DISPLAY "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                   WS-FREEZE-HIT-END " -- " WS-FREEZE-HIT-REASON
               DISPLAY "NO APPROVED EXEMPTION -- LEFT PENDING."
               EXIT PARAGRAPH
           END-IF

           PERFORM BATCH-LIST-APPLY-PROCEDURE
           MOVE SPACES TO WS-BLM-CHG-ACTION
           STRING "APPROVE " WS-BLM-VERB
               DELIMITED BY SIZE INTO WS-BLM-CHG-ACTION
           PERFORM BATCH-LIST-LOG-PROCEDURE
           SET WS-BLM-PEND-DECIDED (WS-BLM-PEND-IDX) TO TRUE.

      * the freeze check, against the OWNERMST desk and tier of the
      * entry's source -- as PROMOTE-FREEZE-PROCEDURE does it for the
      * script. a source OWNERMST does not know is held by any tier
      * freeze in force.
       BATCH-LIST-FREEZE-PROCEDURE.
           MOVE WS-BLM-INPUT-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           MOVE WS-BLM-INPUT-SOURCE (1:20) TO WS-FREEZE-SUBJECT
           MOVE WS-OWNER-HIT-DESK TO WS-FREEZE-DESK
           MOVE WS-OWNER-HIT-TIER TO WS-FREEZE-TIER
           SET WS-FREEZE-SCOPED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE.

       BATCH-LIST-SQUEEZE-PROCEDURE.
           MOVE 1 TO WS-BLM-PEND-IDX
           PERFORM UNTIL WS-BLM-PEND-IDX > WS-BLM-PEND-COUNT
               IF WS-BLM-PEND-DECIDED (WS-BLM-PEND-IDX)
                   PERFORM VARYING WS-BLM-SHIFT-IDX FROM
                       WS-BLM-PEND-IDX BY 1 UNTIL
                       WS-BLM-SHIFT-IDX >= WS-BLM-PEND-COUNT
                       MOVE WS-BLM-PEND-ENTRY (WS-BLM-SHIFT-IDX + 1)
                           TO WS-BLM-PEND-ENTRY (WS-BLM-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BLM-PEND-COUNT
               ELSE
                   ADD 1 TO WS-BLM-PEND-IDX
               END-IF
           END-PERFORM.

      * one BATCHCHG record per action -- the usual OPEN EXTEND with
      * create-on-first-use fallback. the caller sets the action,
      * the requester and reason, WS-BLM-BEFORE and WS-BLM-WORK.
       BATCH-LIST-LOG-PROCEDURE.
           ACCEPT WS-BLM-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BLM-CHG-TIME FROM TIME

           OPEN EXTEND BATCH-CHANGE-FILE
           IF WS-BLM-CHG-STATUS NOT = "00"
               OPEN OUTPUT BATCH-CHANGE-FILE
           END-IF

           MOVE SPACES TO BATCH-CHANGE-RECORD
           STRING WS-BLM-CHG-YYYY "-" WS-BLM-CHG-MM "-"
               WS-BLM-CHG-DD " "
               WS-BLM-CHG-HH ":" WS-BLM-CHG-MIN ":" WS-BLM-CHG-SS
               " " WS-BLM-OPERATOR
               " " WS-BLM-CHG-ACTION
               " " WS-BLM-WORK-NAME
               " " WS-BLM-BEFORE (42:16)
               " " WS-BLM-WORK (42:16)
               " REQ=" WS-BLM-CHG-REQUESTER
               " " WS-BLM-CHG-REASON
               DELIMITED BY SIZE INTO BATCH-CHANGE-RECORD
           WRITE BATCH-CHANGE-RECORD

           CLOSE BATCH-CHANGE-FILE.

       BATCH-LIST-SAVE-PROCEDURE.
           OPEN OUTPUT BATCH-FILE-LIST
           PERFORM VARYING WS-BLM-IDX FROM 1 BY 1 UNTIL
               WS-BLM-IDX > WS-BLM-COUNT
               MOVE WS-BLM-ENTRY (WS-BLM-IDX) TO BATCH-FILE-LIST-RECORD
               WRITE BATCH-FILE-LIST-RECORD
           END-PERFORM
           CLOSE BATCH-FILE-LIST

           OPEN OUTPUT BATCH-PENDING-FILE
           PERFORM VARYING WS-BLM-PEND-IDX FROM 1 BY 1 UNTIL
               WS-BLM-PEND-IDX > WS-BLM-PEND-COUNT
               MOVE SPACES TO BATCH-PENDING-RECORD
               MOVE WS-BLM-PEND-IMAGE (WS-BLM-PEND-IDX) TO
                   BATCH-PENDING-IMAGE
               MOVE WS-BLM-PEND-ACTION (WS-BLM-PEND-IDX) TO
                   BATCH-PENDING-ACTION
               MOVE WS-BLM-PEND-REQUESTER (WS-BLM-PEND-IDX) TO
                   BATCH-PENDING-REQUESTER
               MOVE WS-BLM-PEND-DATE (WS-BLM-PEND-IDX) TO
                   BATCH-PENDING-DATE
               MOVE WS-BLM-PEND-REASON (WS-BLM-PEND-IDX) TO
                   BATCH-PENDING-REASON
               WRITE BATCH-PENDING-RECORD
           END-PERFORM
           CLOSE BATCH-PENDING-FILE.

       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
