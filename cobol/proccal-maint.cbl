      * PROCCAL-MAINT-PROGRAM -- the maintenance screen for the
      * processing calendar BATCH-RUN-PROGRAM schedules by, for the
      * one-off days PROCCAL-GEN-PROGRAM's rules cannot know about:
      * an emergency closure, a working Saturday, a holiday declared
      * at short notice. a month is shown at a time; a date is added
      * or changed (type B, E or H, with a note saying why) or
      * deleted -- a date absent from the calendar is a business day.
      * a day changed here is marked origin M, and the next
      * generation of that year keeps it.
      *
      * the month-end is kept right as the month changes: setting a
      * day E makes any other E day in the month a B, and otherwise
      * the month's E day is derived again as its last listed
      * business day -- so closing the old month-end moves it back to
      * the day before, and the operator is told where it went. an E
      * day set by hand (or typed in before the generator) stays put.
      *
      * every change, and every month-end it moved, lands in the
      * CALCHG change trail with the operator and the day before and
      * after. the operator must be active on OPERMSTR to sign on.
      * the calendar is shared by every run it schedules, so any
      * change freeze in force holds an add, change or delete unless
      * FRZEXMPT carries an approved exemption for PROCCAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCCAL-MAINT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCM-FILE-STATUS.
           SELECT CALENDAR-CHANGE-FILE ASSIGN TO "CALCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCM-CHG-STATUS.
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
       COPY "proccal-file.cpy".

      * change trail -- one record per change or moved month-end,
      * with the day's type, origin and note before and after.
       FD CALENDAR-CHANGE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 CALENDAR-CHANGE-RECORD PIC X(200).

       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".

       01 WS-PCM-FILE-STATUS PIC XX VALUE "00".
       01 WS-PCM-CHG-STATUS  PIC XX VALUE "00".

      * the calendar, held in date order.
       01 WS-PCM-MAX   PIC 9(4) VALUE 1200.
       01 WS-PCM-COUNT PIC 9(4) VALUE 0.
       01 WS-PCM-TABLE.
           05 WS-PCM-ENTRY OCCURS 1200 TIMES.
               10 WS-PCM-DATE   PIC X(10).
               10 WS-PCM-TYPE   PIC X(1).
               10 WS-PCM-ORIGIN PIC X(1).
               10 WS-PCM-NOTE   PIC X(30).

       01 WS-PCM-EOF-SWITCH PIC X VALUE "N".
           88 WS-PCM-EOF-ON  VALUE "Y".
           88 WS-PCM-EOF-OFF VALUE "N".

       01 WS-PCM-DONE-SWITCH PIC X VALUE "N".
           88 WS-PCM-DONE-ON  VALUE "Y".
           88 WS-PCM-DONE-OFF VALUE "N".

       01 WS-PCM-FULL-SWITCH PIC X VALUE "N".
           88 WS-PCM-FULL VALUE "Y".

       01 WS-PCM-IDX        PIC 9(4).
       01 WS-PCM-FOUND-IDX  PIC 9(4).
       01 WS-PCM-SHIFT-IDX  PIC 9(4).
       01 WS-PCM-LAST-IDX   PIC 9(4).
       01 WS-PCM-FIXED-IDX  PIC 9(4).
       01 WS-PCM-OLD-E-IDX  PIC 9(4).

       01 WS-PCM-OPERATOR   PIC X(8) VALUE SPACES.
       01 WS-PCM-ACTION     PIC X(1).
       01 WS-PCM-INPUT-DATE PIC X(10).
       01 WS-PCM-INPUT-TYPE PIC X(1).
       01 WS-PCM-INPUT-NOTE PIC X(30).

      * the month shown, and the one re-derived after a change.
       01 WS-PCM-MONTH PIC X(7) VALUE SPACES.

      * the keyed date, taken apart for editing.
       01 WS-PCM-YMD.
           05 WS-PCM-YMD-YYYY PIC 9(4).
           05 WS-PCM-YMD-MM   PIC 99.
           05 WS-PCM-YMD-DD   PIC 99.
       01 WS-PCM-YMD-N REDEFINES WS-PCM-YMD PIC 9(8).
       01 WS-PCM-FIRST-INT  PIC 9(7).
       01 WS-PCM-NEXT-INT   PIC 9(7).
       01 WS-PCM-MONTH-DAYS PIC 99.

      * a day as it stood and as it stands, for the change trail.
       01 WS-PCM-BEFORE.
           05 WS-PCM-BEFORE-TYPE   PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PCM-BEFORE-ORIGIN PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PCM-BEFORE-NOTE   PIC X(30).
       01 WS-PCM-AFTER.
           05 WS-PCM-AFTER-TYPE    PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PCM-AFTER-ORIGIN  PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PCM-AFTER-NOTE    PIC X(30).
       01 WS-PCM-CHG-ACTION PIC X(8).
       01 WS-PCM-CHG-DAY    PIC X(10).

       01 WS-PCM-MSG PIC X(60) VALUE SPACES.
       01 WS-PCM-DISPLAY-LINE PIC X(80).

       01 WS-PCM-TODAY.
           05 WS-PCM-TODAY-YYYY PIC 9(4).
           05 WS-PCM-TODAY-MM   PIC 99.
           05 WS-PCM-TODAY-DD   PIC 99.
       01 WS-PCM-CHG-TIME.
           05 WS-PCM-CHG-HH  PIC 99.
           05 WS-PCM-CHG-MIN PIC 99.
           05 WS-PCM-CHG-SS  PIC 99.
           05 FILLER         PIC 99.

       SCREEN SECTION.
       COPY "proccal-maint-screen.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      * who is at the keyboard -- stamped onto every CALCHG record.
           PERFORM UNTIL WS-PCM-OPERATOR NOT = SPACES
               DISPLAY SCR-PCM-SIGNON
               ACCEPT SCR-PCM-SIGNON
           END-PERFORM

           MOVE "PROCCAL-MAINT" TO WS-OPER-CALLER
           MOVE WS-PCM-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO PROCCAL MAINTENANCE" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "PROCCAL-MAINT-PROGRAM: OPERATOR "
                   WS-PCM-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           ACCEPT WS-PCM-TODAY FROM DATE YYYYMMDD
           STRING WS-PCM-TODAY-YYYY "-" WS-PCM-TODAY-MM
               DELIMITED BY SIZE INTO WS-PCM-MONTH

           PERFORM CALENDAR-LOAD-PROCEDURE
           IF WS-PCM-FULL
      * a calendar bigger than the table would be cut short on save.
               DISPLAY "PROCCAL-MAINT-PROGRAM: PROCCAL HOLDS MORE THAN "
                   WS-PCM-MAX " RECORDS -- NOT OPENED FOR CHANGE"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-PCM-DONE-ON
               PERFORM CALENDAR-DISPLAY-PROCEDURE

               MOVE SPACES TO WS-PCM-MSG
               MOVE SPACES TO WS-PCM-ACTION
               MOVE SPACES TO WS-PCM-INPUT-DATE
               MOVE SPACES TO WS-PCM-INPUT-TYPE
               MOVE SPACES TO WS-PCM-INPUT-NOTE
               DISPLAY SCR-PCM-INPUT
               ACCEPT SCR-PCM-INPUT

               EVALUATE WS-PCM-ACTION
                   WHEN "A"
                       PERFORM CALENDAR-CHANGE-PROCEDURE
                   WHEN "D"
                       PERFORM CALENDAR-DELETE-PROCEDURE
                   WHEN "M"
                       PERFORM CALENDAR-EDIT-DATE-PROCEDURE
                       IF WS-PCM-MSG = SPACES
                           MOVE WS-PCM-INPUT-DATE (1:7) TO WS-PCM-MONTH
                       END-IF
                   WHEN "X"
                       SET WS-PCM-DONE-ON TO TRUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE A, D, M, OR X." TO
                           WS-PCM-MSG
               END-EVALUATE
           END-PERFORM

           PERFORM CALENDAR-SAVE-PROCEDURE

           STOP RUN.

       CALENDAR-LOAD-PROCEDURE.
           OPEN INPUT PROCESS-CALENDAR-FILE
           IF WS-PCM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-PCM-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PCM-EOF-ON
               READ PROCESS-CALENDAR-FILE
                   AT END
                       SET WS-PCM-EOF-ON TO TRUE
                   NOT AT END
                       IF PROCESS-CALENDAR-DATE NOT = SPACES
                           IF WS-PCM-COUNT < WS-PCM-MAX
                               ADD 1 TO WS-PCM-COUNT
                               MOVE PROCESS-CALENDAR-DATE TO
                                   WS-PCM-DATE (WS-PCM-COUNT)
                               MOVE PROCESS-CALENDAR-TYPE TO
                                   WS-PCM-TYPE (WS-PCM-COUNT)
                               MOVE PROCESS-CALENDAR-ORIGIN TO
                                   WS-PCM-ORIGIN (WS-PCM-COUNT)
                               MOVE PROCESS-CALENDAR-NOTE TO
                                   WS-PCM-NOTE (WS-PCM-COUNT)
                           ELSE
                               SET WS-PCM-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROCESS-CALENDAR-FILE.

       CALENDAR-DISPLAY-PROCEDURE.
           DISPLAY " "
           DISPLAY "PROCESSING CALENDAR MAINTENANCE -- OPERATOR "
               WS-PCM-OPERATOR " -- MONTH " WS-PCM-MONTH
           DISPLAY "  DATE       T O NOTE"

           PERFORM VARYING WS-PCM-IDX FROM 1 BY 1 UNTIL
               WS-PCM-IDX > WS-PCM-COUNT
               IF WS-PCM-DATE (WS-PCM-IDX) (1:7) = WS-PCM-MONTH
                   MOVE SPACES TO WS-PCM-DISPLAY-LINE
                   STRING "  " WS-PCM-DATE (WS-PCM-IDX)
                       " " WS-PCM-TYPE (WS-PCM-IDX)
                       " " WS-PCM-ORIGIN (WS-PCM-IDX)
                       " " WS-PCM-NOTE (WS-PCM-IDX)
                       DELIMITED BY SIZE INTO WS-PCM-DISPLAY-LINE
                   DISPLAY WS-PCM-DISPLAY-LINE
               END-IF
           END-PERFORM
           DISPLAY "  (A DATE NOT LISTED IS A BUSINESS DAY)"

           IF WS-PCM-MSG NOT = SPACES
               DISPLAY " "
               DISPLAY WS-PCM-MSG
           END-IF.

      * the keyed date must be a real yyyy-mm-dd date.
       CALENDAR-EDIT-DATE-PROCEDURE.
           IF WS-PCM-INPUT-DATE (1:4) IS NOT NUMERIC
               OR WS-PCM-INPUT-DATE (5:1) NOT = "-"
               OR WS-PCM-INPUT-DATE (6:2) IS NOT NUMERIC
               OR WS-PCM-INPUT-DATE (8:1) NOT = "-"
               OR WS-PCM-INPUT-DATE (9:2) IS NOT NUMERIC
               OR WS-PCM-INPUT-DATE (1:4) < "1601"
               OR WS-PCM-INPUT-DATE (6:2) < "01"
               OR WS-PCM-INPUT-DATE (6:2) > "12"
               OR WS-PCM-INPUT-DATE (9:2) < "01"
               MOVE "DATE MUST BE YYYY-MM-DD." TO WS-PCM-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCM-INPUT-DATE (1:4) TO WS-PCM-YMD-YYYY
           MOVE WS-PCM-INPUT-DATE (6:2) TO WS-PCM-YMD-MM
           MOVE 1 TO WS-PCM-YMD-DD
           COMPUTE WS-PCM-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCM-YMD-N)
           IF WS-PCM-YMD-MM = 12
               ADD 1 TO WS-PCM-YMD-YYYY
               MOVE 1 TO WS-PCM-YMD-MM
           ELSE
               ADD 1 TO WS-PCM-YMD-MM
           END-IF
           COMPUTE WS-PCM-NEXT-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCM-YMD-N)
           COMPUTE WS-PCM-MONTH-DAYS =
               WS-PCM-NEXT-INT - WS-PCM-FIRST-INT
           MOVE WS-PCM-INPUT-DATE (9:2) TO WS-PCM-YMD-DD
           IF WS-PCM-YMD-DD > WS-PCM-MONTH-DAYS
               MOVE "NO SUCH DAY IN THAT MONTH." TO WS-PCM-MSG
           END-IF.

       CALENDAR-FIND-PROCEDURE.
           MOVE 0 TO WS-PCM-FOUND-IDX
           PERFORM VARYING WS-PCM-IDX FROM 1 BY 1 UNTIL
               WS-PCM-IDX > WS-PCM-COUNT
               IF WS-PCM-DATE (WS-PCM-IDX) = WS-PCM-INPUT-DATE
                   MOVE WS-PCM-IDX TO WS-PCM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * add a date, or change one already listed. the day becomes
      * origin M whatever it was.
       CALENDAR-CHANGE-PROCEDURE.
           PERFORM CALENDAR-EDIT-DATE-PROCEDURE
           IF WS-PCM-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PCM-INPUT-TYPE NOT = "B" AND NOT = "E"
               AND NOT = "H"
               MOVE "TYPE MUST BE B, E OR H." TO WS-PCM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-PCM-INPUT-NOTE = SPACES
               MOVE "A NOTE IS REQUIRED -- SAY WHY THE DAY CHANGED." TO
                   WS-PCM-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM CALENDAR-FREEZE-PROCEDURE
           IF WS-PCM-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCM-INPUT-DATE (1:7) TO WS-PCM-MONTH
           PERFORM CALENDAR-FIND-PROCEDURE
           IF WS-PCM-FOUND-IDX = 0
               IF WS-PCM-COUNT >= WS-PCM-MAX
                   MOVE "CALENDAR IS FULL -- NOT ADDED." TO WS-PCM-MSG
                   EXIT PARAGRAPH
               END-IF
               PERFORM CALENDAR-INSERT-PROCEDURE
               MOVE SPACES TO WS-PCM-BEFORE-TYPE
               MOVE SPACES TO WS-PCM-BEFORE-ORIGIN
               MOVE "(NOT LISTED)" TO WS-PCM-BEFORE-NOTE
               MOVE "ADD" TO WS-PCM-CHG-ACTION
           ELSE
               MOVE WS-PCM-TYPE (WS-PCM-FOUND-IDX) TO
                   WS-PCM-BEFORE-TYPE
               MOVE WS-PCM-ORIGIN (WS-PCM-FOUND-IDX) TO
                   WS-PCM-BEFORE-ORIGIN
               MOVE WS-PCM-NOTE (WS-PCM-FOUND-IDX) TO
                   WS-PCM-BEFORE-NOTE
               MOVE "CHANGE" TO WS-PCM-CHG-ACTION
           END-IF

           MOVE WS-PCM-INPUT-TYPE TO WS-PCM-TYPE (WS-PCM-FOUND-IDX)
           MOVE "M" TO WS-PCM-ORIGIN (WS-PCM-FOUND-IDX)
           MOVE WS-PCM-INPUT-NOTE TO WS-PCM-NOTE (WS-PCM-FOUND-IDX)
           MOVE WS-PCM-INPUT-TYPE TO WS-PCM-AFTER-TYPE
           MOVE "M" TO WS-PCM-AFTER-ORIGIN
           MOVE WS-PCM-INPUT-NOTE TO WS-PCM-AFTER-NOTE
           MOVE WS-PCM-INPUT-DATE TO WS-PCM-CHG-DAY
           PERFORM CALENDAR-LOG-PROCEDURE

           MOVE "DATE " TO WS-PCM-MSG
           MOVE WS-PCM-INPUT-DATE TO WS-PCM-MSG (6:10)
           MOVE " SAVED." TO WS-PCM-MSG (16:7)
           PERFORM CALENDAR-MONTH-END-PROCEDURE.

      * the freeze check -- PROCCAL is shared, so every freeze in
      * force reaches it. a hold leaves the refusal in WS-PCM-MSG.
       CALENDAR-FREEZE-PROCEDURE.
           MOVE "PROCCAL" TO WS-FREEZE-SUBJECT
           MOVE SPACES TO WS-FREEZE-DESK
           MOVE SPACE TO WS-FREEZE-TIER
           SET WS-FREEZE-SHARED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE
           IF WS-FREEZE-FROZEN
               STRING "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                   WS-FREEZE-HIT-END ", NO EXEMPTION."
                   DELIMITED BY SIZE INTO WS-PCM-MSG
           END-IF.

      * a new date goes in at its place in date order; the slot is
      * left in WS-PCM-FOUND-IDX.
       CALENDAR-INSERT-PROCEDURE.
           MOVE 1 TO WS-PCM-FOUND-IDX
           PERFORM UNTIL WS-PCM-FOUND-IDX > WS-PCM-COUNT
               OR WS-PCM-DATE (WS-PCM-FOUND-IDX) > WS-PCM-INPUT-DATE
               ADD 1 TO WS-PCM-FOUND-IDX
           END-PERFORM
           PERFORM VARYING WS-PCM-SHIFT-IDX FROM WS-PCM-COUNT BY -1
               UNTIL WS-PCM-SHIFT-IDX < WS-PCM-FOUND-IDX
               MOVE WS-PCM-ENTRY (WS-PCM-SHIFT-IDX) TO
                   WS-PCM-ENTRY (WS-PCM-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PCM-COUNT
           MOVE WS-PCM-INPUT-DATE TO WS-PCM-DATE (WS-PCM-FOUND-IDX).

      * a deleted date is a business day again.
       CALENDAR-DELETE-PROCEDURE.
           PERFORM CALENDAR-EDIT-DATE-PROCEDURE
           IF WS-PCM-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PCM-INPUT-NOTE = SPACES
               MOVE "A NOTE IS REQUIRED -- SAY WHY THE DAY CHANGED." TO
                   WS-PCM-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM CALENDAR-FREEZE-PROCEDURE
           IF WS-PCM-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCM-INPUT-DATE (1:7) TO WS-PCM-MONTH
           PERFORM CALENDAR-FIND-PROCEDURE
           IF WS-PCM-FOUND-IDX = 0
               MOVE "DATE NOT LISTED -- ALREADY A BUSINESS DAY." TO
                   WS-PCM-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCM-TYPE (WS-PCM-FOUND-IDX) TO WS-PCM-BEFORE-TYPE
           MOVE WS-PCM-ORIGIN (WS-PCM-FOUND-IDX) TO
               WS-PCM-BEFORE-ORIGIN
           MOVE WS-PCM-NOTE (WS-PCM-FOUND-IDX) TO WS-PCM-BEFORE-NOTE
           MOVE SPACES TO WS-PCM-AFTER-TYPE
           MOVE SPACES TO WS-PCM-AFTER-ORIGIN
           MOVE WS-PCM-INPUT-NOTE TO WS-PCM-AFTER-NOTE
           MOVE "DELETE" TO WS-PCM-CHG-ACTION
           MOVE WS-PCM-INPUT-DATE TO WS-PCM-CHG-DAY
           PERFORM CALENDAR-LOG-PROCEDURE

           PERFORM VARYING WS-PCM-SHIFT-IDX FROM WS-PCM-FOUND-IDX BY 1
               UNTIL WS-PCM-SHIFT-IDX >= WS-PCM-COUNT
               MOVE WS-PCM-ENTRY (WS-PCM-SHIFT-IDX + 1) TO
                   WS-PCM-ENTRY (WS-PCM-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-PCM-COUNT

           MOVE "DATE " TO WS-PCM-MSG
           MOVE WS-PCM-INPUT-DATE TO WS-PCM-MSG (6:10)
           MOVE " DELETED." TO WS-PCM-MSG (16:9)
           MOVE 0 TO WS-PCM-FOUND-IDX
           PERFORM CALENDAR-MONTH-END-PROCEDURE.

      * WS-PCM-MONTH after a change to one of its days (the day at
      * WS-PCM-FOUND-IDX, zero for a delete). a day just set E is
      * the month-end and any other E day goes back to B. failing
      * that, an E day not generated -- set by hand, or typed in
      * before the generator -- stands. failing that, the month-end
      * is the month's last listed business day.
       CALENDAR-MONTH-END-PROCEDURE.
           MOVE 0 TO WS-PCM-FIXED-IDX
           MOVE 0 TO WS-PCM-OLD-E-IDX
           MOVE 0 TO WS-PCM-LAST-IDX
           IF WS-PCM-FOUND-IDX > 0
               IF WS-PCM-TYPE (WS-PCM-FOUND-IDX) = "E"
                   MOVE WS-PCM-FOUND-IDX TO WS-PCM-FIXED-IDX
               END-IF
           END-IF

           PERFORM VARYING WS-PCM-IDX FROM 1 BY 1 UNTIL
               WS-PCM-IDX > WS-PCM-COUNT
               IF WS-PCM-DATE (WS-PCM-IDX) (1:7) = WS-PCM-MONTH
                   EVALUATE WS-PCM-TYPE (WS-PCM-IDX)
                       WHEN "E"
                           IF WS-PCM-OLD-E-IDX = 0
                               MOVE WS-PCM-IDX TO WS-PCM-OLD-E-IDX
                           END-IF
                           IF WS-PCM-FIXED-IDX = 0
                               AND WS-PCM-ORIGIN (WS-PCM-IDX) NOT = "G"
                               MOVE WS-PCM-IDX TO WS-PCM-FIXED-IDX
                           END-IF
                           MOVE WS-PCM-IDX TO WS-PCM-LAST-IDX
                       WHEN "B"
                           MOVE WS-PCM-IDX TO WS-PCM-LAST-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-PCM-FIXED-IDX = 0
               MOVE WS-PCM-LAST-IDX TO WS-PCM-FIXED-IDX
           END-IF
           IF WS-PCM-FIXED-IDX = 0
               MOVE "NO BUSINESS DAY LISTED IN " TO WS-PCM-MSG (26:26)
               MOVE WS-PCM-MONTH TO WS-PCM-MSG (52:7)
               EXIT PARAGRAPH
           END-IF

      * every other E day in the month back to B, each one logged.
           PERFORM VARYING WS-PCM-IDX FROM 1 BY 1 UNTIL
               WS-PCM-IDX > WS-PCM-COUNT
               IF WS-PCM-DATE (WS-PCM-IDX) (1:7) = WS-PCM-MONTH
                   AND WS-PCM-TYPE (WS-PCM-IDX) = "E"
                   AND WS-PCM-IDX NOT = WS-PCM-FIXED-IDX
                   MOVE "B" TO WS-PCM-TYPE (WS-PCM-IDX)
                   MOVE "E" TO WS-PCM-BEFORE-TYPE
                   MOVE "DEMOTE E" TO WS-PCM-CHG-ACTION
                   PERFORM CALENDAR-LOG-DERIVED-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-PCM-TYPE (WS-PCM-FIXED-IDX) NOT = "E"
               MOVE WS-PCM-FIXED-IDX TO WS-PCM-IDX
               MOVE WS-PCM-TYPE (WS-PCM-IDX) TO WS-PCM-BEFORE-TYPE
               MOVE "E" TO WS-PCM-TYPE (WS-PCM-IDX)
               MOVE "DERIVE E" TO WS-PCM-CHG-ACTION
               PERFORM CALENDAR-LOG-DERIVED-PROCEDURE
           END-IF

           IF WS-PCM-FIXED-IDX NOT = WS-PCM-OLD-E-IDX
               MOVE "MONTH-END IS NOW " TO WS-PCM-MSG (26:17)
               MOVE WS-PCM-DATE (WS-PCM-FIXED-IDX) TO
                   WS-PCM-MSG (43:10)
           END-IF.

      * a month-end moved by CALENDAR-MONTH-END-PROCEDURE, for the
      * trail: the day at WS-PCM-IDX, its old type already in
      * WS-PCM-BEFORE-TYPE.
       CALENDAR-LOG-DERIVED-PROCEDURE.
           MOVE WS-PCM-ORIGIN (WS-PCM-IDX) TO WS-PCM-BEFORE-ORIGIN
           MOVE WS-PCM-NOTE (WS-PCM-IDX) TO WS-PCM-BEFORE-NOTE
           MOVE WS-PCM-TYPE (WS-PCM-IDX) TO WS-PCM-AFTER-TYPE
           MOVE WS-PCM-ORIGIN (WS-PCM-IDX) TO WS-PCM-AFTER-ORIGIN
           MOVE WS-PCM-NOTE (WS-PCM-IDX) TO WS-PCM-AFTER-NOTE
           MOVE WS-PCM-DATE (WS-PCM-IDX) TO WS-PCM-CHG-DAY
           PERFORM CALENDAR-LOG-PROCEDURE.

      * one CALCHG record per change -- the usual OPEN EXTEND with
      * create-on-first-use fallback.
       CALENDAR-LOG-PROCEDURE.
           ACCEPT WS-PCM-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PCM-CHG-TIME FROM TIME

           OPEN EXTEND CALENDAR-CHANGE-FILE
           IF WS-PCM-CHG-STATUS NOT = "00"
               OPEN OUTPUT CALENDAR-CHANGE-FILE
           END-IF

           MOVE SPACES TO CALENDAR-CHANGE-RECORD
           STRING WS-PCM-TODAY-YYYY "-" WS-PCM-TODAY-MM "-"
               WS-PCM-TODAY-DD " "
               WS-PCM-CHG-HH ":" WS-PCM-CHG-MIN ":" WS-PCM-CHG-SS
               " " WS-PCM-OPERATOR
               " " WS-PCM-CHG-ACTION
               " " WS-PCM-CHG-DAY
               " " WS-PCM-BEFORE
               " " WS-PCM-AFTER
               DELIMITED BY SIZE INTO CALENDAR-CHANGE-RECORD
           WRITE CALENDAR-CHANGE-RECORD

           CLOSE CALENDAR-CHANGE-FILE.

       CALENDAR-SAVE-PROCEDURE.
           OPEN OUTPUT PROCESS-CALENDAR-FILE
           PERFORM VARYING WS-PCM-IDX FROM 1 BY 1 UNTIL
               WS-PCM-IDX > WS-PCM-COUNT
               MOVE SPACES TO PROCESS-CALENDAR-RECORD
               MOVE WS-PCM-DATE (WS-PCM-IDX) TO PROCESS-CALENDAR-DATE
               MOVE WS-PCM-TYPE (WS-PCM-IDX) TO PROCESS-CALENDAR-TYPE
               MOVE WS-PCM-ORIGIN (WS-PCM-IDX) TO
                   PROCESS-CALENDAR-ORIGIN
               MOVE WS-PCM-NOTE (WS-PCM-IDX) TO PROCESS-CALENDAR-NOTE
               WRITE PROCESS-CALENDAR-RECORD
           END-PERFORM
           CLOSE PROCESS-CALENDAR-FILE.

       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
