      * working out who owns a file before a finding could even be
      * assigned; this master is the answer the reporting programs
      * now stamp onto their findings.
      * the same screen winds a script down: lifecycle D deprecates
      * it (a sunset date is required), R retires it (the sunset
      * date defaults to today) -- BATCH-RUN-PROGRAM refuses a
      * retired script -- and A puts it back in service.
      * OWNERMST is written back whole at exit; each record the
      * session added, changed or removed goes onto the RECOVJNL
      * forward-recovery journal then, with its before and after
      * images.
      * the operator must be active on OPERMSTR to sign on. a
      * record's desk, tier and lifecycle decide which freezes reach
      * its script, so an add, update or delete is held to the
      * change-freeze calendar against the desk and tier the record
      * has and, on an add or a move, the ones keyed -- refused
      * without an approved FRZEXMPT exemption for the script.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-MAINT-PROGRAM.

           SELECT OWNER-CHANGE-FILE ASSIGN TO "OWNRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-CHG-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.
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
           RECORD CONTAINS 100 CHARACTERS.
       01 OWNER-CHANGE-RECORD PIC X(100).

       COPY "recov-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "recov-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".
       01 WS-OWN-FILE-STATUS PIC XX VALUE "00".
       01 WS-OWN-CHG-STATUS  PIC XX VALUE "00".

               10 WS-OWN-ANALYST PIC X(8).
               10 WS-OWN-TIER    PIC X(1).
               10 WS-OWN-CONTACT PIC X(20).
               10 WS-OWN-LIFECYCLE PIC X(1).
               10 WS-OWN-SUNSET  PIC X(10).

       01 WS-OWN-EOF-SWITCH PIC X VALUE "N".
           88 WS-OWN-EOF-ON  VALUE "Y".
       01 WS-OWN-INPUT-ANALYST PIC X(8).
       01 WS-OWN-INPUT-TIER    PIC X(1).
       01 WS-OWN-INPUT-CONTACT PIC X(20).
       01 WS-OWN-INPUT-LIFECYCLE PIC X(1).
       01 WS-OWN-INPUT-SUNSET    PIC X(10).

      * the lifecycle the action would leave the script in, edited
      * before anything is applied.
       01 WS-OWN-NEW-LIFECYCLE PIC X(1).
       01 WS-OWN-NEW-SUNSET    PIC X(10).
       01 WS-OWN-LIFE-SWITCH PIC X VALUE "Y".
           88 WS-OWN-LIFE-OK  VALUE "Y".
           88 WS-OWN-LIFE-BAD VALUE "N".

       01 WS-OWN-MSG PIC X(60) VALUE SPACES.
       01 WS-OWN-DISPLAY-LINE PIC X(90).
           05 WS-OWN-CHG-SS  PIC 99.
           05 FILLER         PIC 99.
       01 WS-OWN-CHG-ACTION PIC X(8).
       01 WS-OWN-CHG-TAIL   PIC X(17).

       SCREEN SECTION.
       COPY "owner-maint-screen.cpy".
               ACCEPT SCR-OWNER-SIGNON
           END-PERFORM

           MOVE "OWNER-MAINT" TO WS-OPER-CALLER
           MOVE WS-OWN-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO OWNERMST MAINTENANCE" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "OWNER-MAINT-PROGRAM: OPERATOR "
                   WS-OWN-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           MOVE "OWNER-MAINT-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-OWN-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "OWNERMST" TO WS-RECOV-MASTER
           MOVE 100 TO WS-RECOV-PRIOR-LEN
           MOVE 40 TO WS-RECOV-KEY-LEN

           PERFORM OWNER-LOAD-PROCEDURE

           PERFORM UNTIL WS-OWN-DONE-ON
               MOVE SPACES TO WS-OWN-INPUT-ANALYST
               MOVE SPACES TO WS-OWN-INPUT-TIER
               MOVE SPACES TO WS-OWN-INPUT-CONTACT
               MOVE SPACES TO WS-OWN-INPUT-LIFECYCLE
               MOVE SPACES TO WS-OWN-INPUT-SUNSET
               MOVE SPACES TO WS-OWN-CHG-TAIL
               DISPLAY SCR-OWNER-INPUT
               ACCEPT SCR-OWNER-INPUT

                               WS-OWN-TIER (WS-OWN-COUNT)
                           MOVE OWNER-MASTER-CONTACT TO
                               WS-OWN-CONTACT (WS-OWN-COUNT)
                           MOVE OWNER-MASTER-LIFECYCLE TO
                               WS-OWN-LIFECYCLE (WS-OWN-COUNT)
                           MOVE OWNER-MASTER-SUNSET TO
                               WS-OWN-SUNSET (WS-OWN-COUNT)
                           MOVE OWNER-MASTER-RECORD TO WS-RECOV-AFTER
                           PERFORM RECOV-PRIOR-KEEP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "SCRIPT OWNERSHIP MASTER -- OPERATOR "
               WS-OWN-OPERATOR
           DISPLAY "  # SOURCE                       DESK ANALYST T "
               "L SUNSET"

           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1 UNTIL
               WS-OWN-IDX > WS-OWN-COUNT
                   WS-OWN-SOURCE (WS-OWN-IDX) (1:28) " "
                   WS-OWN-DESK (WS-OWN-IDX) " "
                   WS-OWN-ANALYST (WS-OWN-IDX) " "
                   WS-OWN-TIER (WS-OWN-IDX) " "
                   WS-OWN-LIFECYCLE (WS-OWN-IDX) " "
                   WS-OWN-SUNSET (WS-OWN-IDX)
                   DELIMITED BY SIZE INTO WS-OWN-DISPLAY-LINE
               DISPLAY WS-OWN-DISPLAY-LINE
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-OWN-NEW-LIFECYCLE
           MOVE SPACES TO WS-OWN-NEW-SUNSET
           PERFORM OWNER-LIFECYCLE-EDIT-PROCEDURE
           IF WS-OWN-LIFE-BAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWN-INPUT-DESK TO WS-FREEZE-DESK
           MOVE WS-OWN-INPUT-TIER TO WS-FREEZE-TIER
           PERFORM OWNER-FREEZE-PROCEDURE
           IF WS-FREEZE-FROZEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OWN-COUNT
           MOVE WS-OWN-INPUT-SOURCE TO WS-OWN-SOURCE (WS-OWN-COUNT)
           MOVE WS-OWN-INPUT-DESK TO WS-OWN-DESK (WS-OWN-COUNT)
           MOVE WS-OWN-INPUT-TIER TO WS-OWN-TIER (WS-OWN-COUNT)
           MOVE WS-OWN-INPUT-CONTACT TO
               WS-OWN-CONTACT (WS-OWN-COUNT)
           MOVE WS-OWN-NEW-LIFECYCLE TO
               WS-OWN-LIFECYCLE (WS-OWN-COUNT)
           MOVE WS-OWN-NEW-SUNSET TO WS-OWN-SUNSET (WS-OWN-COUNT)

           MOVE "ADD" TO WS-OWN-CHG-ACTION
           PERFORM OWNER-LOG-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWN-LIFECYCLE (WS-OWN-FOUND-IDX) TO
               WS-OWN-NEW-LIFECYCLE
           MOVE WS-OWN-SUNSET (WS-OWN-FOUND-IDX) TO WS-OWN-NEW-SUNSET
           PERFORM OWNER-LIFECYCLE-EDIT-PROCEDURE
           IF WS-OWN-LIFE-BAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWN-DESK (WS-OWN-FOUND-IDX) TO WS-FREEZE-DESK
           MOVE WS-OWN-TIER (WS-OWN-FOUND-IDX) TO WS-FREEZE-TIER
           PERFORM OWNER-FREEZE-PROCEDURE
           IF WS-FREEZE-FROZEN
               EXIT PARAGRAPH
           END-IF
      * a move to another desk or tier must clear that one's freezes
      * as well -- nothing is moved into a frozen scope unexempted.
           IF (WS-OWN-INPUT-DESK NOT = SPACES
               AND WS-OWN-INPUT-DESK NOT =
               WS-OWN-DESK (WS-OWN-FOUND-IDX))
               OR (WS-OWN-INPUT-TIER NOT = SPACES
               AND WS-OWN-INPUT-TIER NOT =
               WS-OWN-TIER (WS-OWN-FOUND-IDX))
               IF WS-OWN-INPUT-DESK NOT = SPACES
                   MOVE WS-OWN-INPUT-DESK TO WS-FREEZE-DESK
               END-IF
               IF WS-OWN-INPUT-TIER NOT = SPACES
                   MOVE WS-OWN-INPUT-TIER TO WS-FREEZE-TIER
               END-IF
               PERFORM OWNER-FREEZE-PROCEDURE
               IF WS-FREEZE-FROZEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-OWN-INPUT-DESK NOT = SPACES
               MOVE WS-OWN-INPUT-DESK TO
                   WS-OWN-DESK (WS-OWN-FOUND-IDX)
               MOVE WS-OWN-INPUT-CONTACT TO
                   WS-OWN-CONTACT (WS-OWN-FOUND-IDX)
           END-IF
           IF WS-OWN-NEW-LIFECYCLE NOT =
               WS-OWN-LIFECYCLE (WS-OWN-FOUND-IDX)
               OR WS-OWN-NEW-SUNSET NOT =
               WS-OWN-SUNSET (WS-OWN-FOUND-IDX)
               STRING "LIFE=" WS-OWN-NEW-LIFECYCLE " "
                   WS-OWN-NEW-SUNSET
                   DELIMITED BY SIZE INTO WS-OWN-CHG-TAIL
           END-IF
           MOVE WS-OWN-NEW-LIFECYCLE TO
               WS-OWN-LIFECYCLE (WS-OWN-FOUND-IDX)
           MOVE WS-OWN-NEW-SUNSET TO WS-OWN-SUNSET (WS-OWN-FOUND-IDX)

           MOVE "UPDATE" TO WS-OWN-CHG-ACTION
           PERFORM OWNER-LOG-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWN-DESK (WS-OWN-FOUND-IDX) TO WS-FREEZE-DESK
           MOVE WS-OWN-TIER (WS-OWN-FOUND-IDX) TO WS-FREEZE-TIER
           PERFORM OWNER-FREEZE-PROCEDURE
           IF WS-FREEZE-FROZEN
               EXIT PARAGRAPH
           END-IF

           MOVE "DELETE" TO WS-OWN-CHG-ACTION
           PERFORM OWNER-LOG-PROCEDURE


           MOVE "OWNERSHIP REMOVED." TO WS-OWN-MSG.

      * the freeze check for the keyed source against the desk and
      * tier the caller loaded into WS-FREEZE-DESK / WS-FREEZE-TIER
      * -- a blank tier is held by any tier freeze in force. a hold
      * leaves the refusal in WS-OWN-MSG.
       OWNER-FREEZE-PROCEDURE.
           MOVE WS-OWN-INPUT-SOURCE (1:20) TO WS-FREEZE-SUBJECT
           SET WS-FREEZE-SCOPED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE
           IF WS-FREEZE-FROZEN
               MOVE SPACES TO WS-OWN-MSG
               STRING "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                   WS-FREEZE-HIT-END ", NO EXEMPTION."
                   DELIMITED BY SIZE INTO WS-OWN-MSG
           END-IF.

      * the lifecycle edit -- the caller loads the script's current
      * lifecycle into WS-OWN-NEW-*, this overlays what was keyed.
      * a deprecated script must say when it goes; a retired one
      * with no date keyed was retired today; an active one has no
      * sunset at all.
       OWNER-LIFECYCLE-EDIT-PROCEDURE.
           SET WS-OWN-LIFE-OK TO TRUE

           IF WS-OWN-INPUT-LIFECYCLE NOT = SPACE
               IF WS-OWN-INPUT-LIFECYCLE NOT = "A" AND NOT = "D"
                   AND NOT = "R"
                   MOVE "LIFECYCLE MUST BE A, D OR R." TO WS-OWN-MSG
                   SET WS-OWN-LIFE-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OWN-INPUT-LIFECYCLE TO WS-OWN-NEW-LIFECYCLE
           END-IF

           IF WS-OWN-INPUT-SUNSET NOT = SPACES
               IF WS-OWN-INPUT-SUNSET (1:4) NOT NUMERIC
                   OR WS-OWN-INPUT-SUNSET (5:1) NOT = "-"
                   OR WS-OWN-INPUT-SUNSET (6:2) NOT NUMERIC
                   OR WS-OWN-INPUT-SUNSET (8:1) NOT = "-"
                   OR WS-OWN-INPUT-SUNSET (9:2) NOT NUMERIC
                   MOVE "SUNSET DATE MUST BE YYYY-MM-DD." TO
                       WS-OWN-MSG
                   SET WS-OWN-LIFE-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OWN-INPUT-SUNSET TO WS-OWN-NEW-SUNSET
           END-IF

           EVALUATE WS-OWN-NEW-LIFECYCLE
               WHEN "D"
                   IF WS-OWN-NEW-SUNSET = SPACES
                       MOVE "A DEPRECATED SCRIPT NEEDS A SUNSET DATE."
                           TO WS-OWN-MSG
                       SET WS-OWN-LIFE-BAD TO TRUE
                   END-IF
               WHEN "R"
                   IF WS-OWN-NEW-SUNSET = SPACES
                       ACCEPT WS-OWN-CHG-DATE FROM DATE YYYYMMDD
                       STRING WS-OWN-CHG-YYYY "-" WS-OWN-CHG-MM "-"
                           WS-OWN-CHG-DD
                           DELIMITED BY SIZE INTO WS-OWN-NEW-SUNSET
                   END-IF
               WHEN OTHER
                   MOVE "A" TO WS-OWN-NEW-LIFECYCLE
                   MOVE SPACES TO WS-OWN-NEW-SUNSET
           END-EVALUATE.

      * one OWNRCHG record per maintenance action -- the usual OPEN
      * EXTEND with create-on-first-use fallback.
       OWNER-LOG-PROCEDURE.
               " " WS-OWN-OPERATOR
               " " WS-OWN-CHG-ACTION
               " " WS-OWN-INPUT-SOURCE
               " " WS-OWN-CHG-TAIL
               DELIMITED BY SIZE INTO OWNER-CHANGE-RECORD
           WRITE OWNER-CHANGE-RECORD

               MOVE WS-OWN-TIER (WS-OWN-IDX) TO OWNER-MASTER-TIER
               MOVE WS-OWN-CONTACT (WS-OWN-IDX) TO
                   OWNER-MASTER-CONTACT
               MOVE WS-OWN-LIFECYCLE (WS-OWN-IDX) TO
                   OWNER-MASTER-LIFECYCLE
               MOVE WS-OWN-SUNSET (WS-OWN-IDX) TO OWNER-MASTER-SUNSET
               WRITE OWNER-MASTER-RECORD
               MOVE OWNER-MASTER-RECORD TO WS-RECOV-AFTER
               PERFORM RECOV-PRIOR-MATCH-PROCEDURE
           END-PERFORM

           CLOSE OWNER-MASTER-FILE

           PERFORM RECOV-PRIOR-FINISH-PROCEDURE.

       COPY "recov-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
