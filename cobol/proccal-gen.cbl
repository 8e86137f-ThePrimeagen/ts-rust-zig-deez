      * PROCCAL-GEN-PROGRAM builds a year of the processing calendar
      * BATCH-RUN-PROGRAM schedules by (see proccal-file.cpy) from
      * the HOLRULES holiday rules, instead of someone typing next
      * year's holidays and month-ends in by hand each December --
      * the way a month-end got missed and the M-frequency scripts
      * did not run on the month's real last business day. every
      * day of the year is written: Saturdays and Sundays as H, the
      * rule holidays as H, and every other day B, except the last
      * business day of each month, which is derived as the E day.
      * days set by hand on PROCCAL-MAINT-PROGRAM (origin M) are kept
      * over what the rules would say, and a month whose E was set by
      * hand keeps it. the other years on PROCCAL are kept, except
      * anything older than the year before the one being built.
      *
      * HOLRULES cards ("*" in column 1 comments a card out):
      *   col  1      rule -- F fixed date, N nth weekday of the
      *               month, L last weekday of the month
      *   cols 3-4    month (01-12)
      *   cols 6-7    day of the month (F only)
      *   col  9      which weekday, 1-5 (N only: 4 = the fourth)
      *   col  11     weekday, 1 = Monday ... 7 = Sunday (N and L)
      *   col  13     weekend substitution -- S = a Saturday holiday
      *               is kept on the Friday before and a Sunday one
      *               on the Monday after; M = either is kept on the
      *               Monday after; blank = none, a weekend holiday
      *               is simply lost. a kept day that is already a
      *               holiday moves on to the next free weekday.
      *   cols 15-44  the holiday's name, written as the day's note
      *
      * CALCTL cards:
      *   MODE=GENERATE (default) YEAR=yyyy (default next year) --
      *                 build that year and rewrite PROCCAL.
      *   MODE=CHECK    the year-end check: every month from this one
      *                 on must have its E day, and next year's
      *                 calendar must be complete (all twelve month-
      *                 ends) by December 1st. LEAD=mm-dd (default
      *                 11-01) is when the check starts warning that
      *                 next year is still missing.
      *
      * RETURN-CODE: 0 = done clean; 4 = GENERATE skipped a rule
      * date that does not exist that year (29 February, a fifth
      * Monday) or found a month with no business day, or CHECK found
      * next year missing inside the lead window or a month with more
      * than one E day; 8 = CHECK found a month this year with no E
      * day, no PROCCAL at all, or next year still incomplete on or
      * after December 1st; 16 = the run could not be made (bad
      * cards, a bad or missing HOLRULES, PROCCAL too big to hold).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCCAL-GEN-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCG-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCG-CTL-STATUS.
           SELECT HOLIDAY-RULE-FILE ASSIGN TO "HOLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCG-RULE-STATUS.
           SELECT PROCESS-CALENDAR-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCG-CAL-STATUS.
           SELECT PCG-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PCG-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PCG-CONTROL-RECORD PIC X(80).

       FD HOLIDAY-RULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLIDAY-RULE-RECORD.
           05 HOLIDAY-RULE-TYPE    PIC X(1).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-MONTH   PIC X(2).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-DAY     PIC X(2).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-NTH     PIC X(1).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-WEEKDAY PIC X(1).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-SUBST   PIC X(1).
           05 FILLER               PIC X(1).
           05 HOLIDAY-RULE-NAME    PIC X(30).
           05 FILLER               PIC X(36).

       COPY "proccal-file.cpy".

       FD PCG-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 PCG-REPORT-RECORD PIC X(132).

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".

       01 WS-PCG-CTL-STATUS  PIC XX VALUE "00".
       01 WS-PCG-RULE-STATUS PIC XX VALUE "00".
       01 WS-PCG-CAL-STATUS  PIC XX VALUE "00".

       01 WS-PCG-EOF-SWITCH PIC X VALUE "N".
           88 WS-PCG-EOF-ON  VALUE "Y".
           88 WS-PCG-EOF-OFF VALUE "N".

       01 WS-PCG-CARD-KEY   PIC X(12).
       01 WS-PCG-CARD-VALUE PIC X(40).

       01 WS-PCG-MODE PIC X(8) VALUE "GENERATE".
           88 WS-PCG-GENERATE VALUE "GENERATE".
           88 WS-PCG-CHECK    VALUE "CHECK".
       01 WS-PCG-YEAR PIC 9(4) VALUE 0.
       01 WS-PCG-LEAD PIC X(5) VALUE "11-01".
       01 WS-PCG-CARDS-SWITCH PIC X VALUE "Y".
           88 WS-PCG-CARDS-OK  VALUE "Y".
           88 WS-PCG-CARDS-BAD VALUE "N".
       01 WS-PCG-REFUSAL PIC X(80) VALUE SPACES.
       01 WS-PCG-RC PIC 99 VALUE 0.

      * the holiday rules as loaded, and the date each one fell on
      * in the year being built (zero when it has no date there).
       01 WS-PCG-RULE-MAX   PIC 9(3) VALUE 100.
       01 WS-PCG-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-PCG-RULE-TABLE.
           05 WS-PCG-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-PCG-RULE-TYPE    PIC X(1).
               10 WS-PCG-RULE-MONTH   PIC 99.
               10 WS-PCG-RULE-DAY     PIC 99.
               10 WS-PCG-RULE-NTH     PIC 9.
               10 WS-PCG-RULE-WEEKDAY PIC 9.
               10 WS-PCG-RULE-SUBST   PIC X(1).
               10 WS-PCG-RULE-NAME    PIC X(30).
               10 WS-PCG-RULE-ACTUAL  PIC 9(7).
       01 WS-PCG-RULE-IDX   PIC 9(3).
       01 WS-PCG-RECORD-NO  PIC 9(5) VALUE 0.

      * PROCCAL as it stood -- every year, so the years not being
      * built can be written back.
       01 WS-PCG-CAL-MAX   PIC 9(4) VALUE 1200.
       01 WS-PCG-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-PCG-CAL-TABLE.
           05 WS-PCG-CAL-ENTRY OCCURS 1200 TIMES.
               10 WS-PCG-CAL-DATE   PIC X(10).
               10 WS-PCG-CAL-TYPE   PIC X(1).
               10 WS-PCG-CAL-ORIGIN PIC X(1).
               10 WS-PCG-CAL-NOTE   PIC X(30).
       01 WS-PCG-CAL-IDX PIC 9(4).
       01 WS-PCG-CAL-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-PCG-CAL-OVERFLOW VALUE "Y".

      * the year being built, one entry per day.
       01 WS-PCG-YEAR-DAYS PIC 9(3) VALUE 0.
       01 WS-PCG-DAY-TABLE.
           05 WS-PCG-DAY-ENTRY OCCURS 366 TIMES.
               10 WS-PCG-DAY-DATE    PIC X(10).
               10 WS-PCG-DAY-TYPE    PIC X(1).
               10 WS-PCG-DAY-ORIGIN  PIC X(1).
               10 WS-PCG-DAY-NOTE    PIC X(30).
               10 WS-PCG-DAY-DOW     PIC 9.
               10 WS-PCG-DAY-MONTH   PIC 99.
               10 WS-PCG-DAY-HOLIDAY PIC X(1).
       01 WS-PCG-DAY-IDX  PIC 9(3).
       01 WS-PCG-LAST-B   PIC 9(3).
       01 WS-PCG-MONTH    PIC 99.
       01 WS-PCG-E-SEEN   PIC X(1).

      * date arithmetic -- days are counted through FUNCTION
      * INTEGER-OF-DATE and back; no ordinary verb adds days.
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so the
      * remainder of (day - 1) by 7, plus one, is the weekday with
      * 1 = Monday and 7 = Sunday, as HOLRULES numbers them.
       01 WS-PCG-YMD.
           05 WS-PCG-YMD-YYYY PIC 9(4).
           05 WS-PCG-YMD-MM   PIC 99.
           05 WS-PCG-YMD-DD   PIC 99.
       01 WS-PCG-YMD-N REDEFINES WS-PCG-YMD PIC 9(8).
       01 WS-PCG-DASHED    PIC X(10).
       01 WS-PCG-INT       PIC 9(7).
       01 WS-PCG-JAN1-INT  PIC 9(7).
       01 WS-PCG-DEC31-INT PIC 9(7).
       01 WS-PCG-FIRST-INT PIC 9(7).
       01 WS-PCG-NEXT-INT  PIC 9(7).
       01 WS-PCG-DOW       PIC 9.
       01 WS-PCG-QUOTIENT  PIC 9(7).
       01 WS-PCG-OFFSET    PIC 99.
       01 WS-PCG-MONTH-DAYS PIC 99.
       01 WS-PCG-CALC-YEAR PIC 9(4).
       01 WS-PCG-CANDIDATE PIC S9(7).
       01 WS-PCG-DIRECTION PIC S9 VALUE 1.
       01 WS-PCG-FREE-SWITCH PIC X VALUE "N".
           88 WS-PCG-FREE     VALUE "Y".
           88 WS-PCG-NOT-FREE VALUE "N".

      * the year bounds PROCCAL is rewritten around -- anything
      * before the prior year's first day goes.
       01 WS-PCG-YEAR-START  PIC X(10).
       01 WS-PCG-YEAR-END    PIC X(10).
       01 WS-PCG-KEEP-FROM   PIC X(10).
       01 WS-PCG-PRIOR-YEAR  PIC 9(4).
       01 WS-PCG-NEXT-YEAR   PIC 9(4).

      * the year-end check's count of E days per month, for this
      * year and next.
       01 WS-PCG-CHECK-YEAR PIC 9(4).
       01 WS-PCG-CHECK-RECORDS PIC 9(4).
       01 WS-PCG-E-COUNTS.
           05 WS-PCG-E-COUNT PIC 99 OCCURS 12 TIMES.
       01 WS-PCG-MISSING-MONTHS PIC 99.
       01 WS-PCG-DUE-DATE PIC X(10).
       01 WS-PCG-LEAD-DATE PIC X(10).
       01 WS-PCG-CHECK-MM PIC 99.

       01 WS-PCG-HOLIDAYS  PIC 9(3) VALUE 0.
       01 WS-PCG-OBSERVED  PIC 9(3) VALUE 0.
       01 WS-PCG-MANUAL    PIC 9(3) VALUE 0.
       01 WS-PCG-REPLACED  PIC 9(4) VALUE 0.
       01 WS-PCG-DROPPED   PIC 9(4) VALUE 0.
       01 WS-PCG-WRITTEN   PIC 9(4) VALUE 0.
       01 WS-PCG-WARNINGS  PIC 9(3) VALUE 0.
       01 WS-PCG-FINDINGS  PIC 9(3) VALUE 0.

       01 WS-PCG-TODAY.
           05 WS-PCG-TODAY-YYYY PIC 9(4).
           05 WS-PCG-TODAY-MM   PIC 99.
           05 WS-PCG-TODAY-DD   PIC 99.
       01 WS-PCG-TODAY-DASHED PIC X(10).

      * the calendar, resolved through the active environment
      * profile at start-up -- the QA profile has its own.
       01 WS-PROF-DSN-PROCCAL PIC X(40) VALUE "PROCCAL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "PROCCAL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-PROCCAL

           ACCEPT WS-PCG-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PCG-TODAY-DASHED
           STRING WS-PCG-TODAY-YYYY "-" WS-PCG-TODAY-MM "-"
               WS-PCG-TODAY-DD
               DELIMITED BY SIZE INTO WS-PCG-TODAY-DASHED
           COMPUTE WS-PCG-YEAR = WS-PCG-TODAY-YYYY + 1

           OPEN OUTPUT PCG-REPORT-FILE
           PERFORM PCG-READ-CONTROL-PROCEDURE

           MOVE SPACES TO PCG-REPORT-RECORD
           IF WS-PCG-CHECK
               STRING "PROCESSING CALENDAR " WS-PCG-TODAY-DASHED
                   " -- MODE CHECK -- CALENDAR " WS-PROF-DSN-PROCCAL
                   DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           ELSE
               STRING "PROCESSING CALENDAR " WS-PCG-TODAY-DASHED
                   " -- MODE GENERATE " WS-PCG-YEAR " -- CALENDAR "
                   WS-PROF-DSN-PROCCAL
                   DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           END-IF
           WRITE PCG-REPORT-RECORD

           IF WS-PCG-CARDS-BAD
               PERFORM PCG-REFUSE-PROCEDURE
           END-IF

           IF WS-PCG-CHECK
               PERFORM PCG-CHECK-PROCEDURE
           ELSE
               PERFORM PCG-GENERATE-PROCEDURE
           END-IF

           CLOSE PCG-REPORT-FILE
           MOVE WS-PCG-RC TO RETURN-CODE
           STOP RUN.

       PCG-READ-CONTROL-PROCEDURE.
           OPEN INPUT PCG-CONTROL-FILE
           IF WS-PCG-CTL-STATUS NOT = "00"
               DISPLAY "PROCCAL-GEN-PROGRAM: NO CALCTL -- MODE="
                   "GENERATE FOR NEXT YEAR APPLIES"
               EXIT PARAGRAPH
           END-IF

           SET WS-PCG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PCG-EOF-ON
               READ PCG-CONTROL-FILE
                   AT END
                       SET WS-PCG-EOF-ON TO TRUE
                   NOT AT END
                       IF PCG-CONTROL-RECORD (1:1) NOT = "*"
                           AND PCG-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-PCG-CARD-KEY
                           MOVE SPACES TO WS-PCG-CARD-VALUE
                           UNSTRING PCG-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-PCG-CARD-KEY WS-PCG-CARD-VALUE
                           PERFORM PCG-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PCG-CONTROL-FILE

           IF WS-PCG-CARDS-OK
               AND NOT WS-PCG-GENERATE AND NOT WS-PCG-CHECK
               MOVE SPACES TO WS-PCG-REFUSAL
               STRING "MODE=" WS-PCG-MODE " IS NOT GENERATE OR CHECK"
                   DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               SET WS-PCG-CARDS-BAD TO TRUE
           END-IF.

       PCG-APPLY-CARD-PROCEDURE.
           EVALUATE WS-PCG-CARD-KEY
               WHEN "MODE"
                   MOVE WS-PCG-CARD-VALUE (1:8) TO WS-PCG-MODE
               WHEN "YEAR"
                   IF WS-PCG-CARD-VALUE (1:4) IS NUMERIC
                       AND WS-PCG-CARD-VALUE (5:36) = SPACES
                       AND WS-PCG-CARD-VALUE (1:4) > "1601"
                       MOVE WS-PCG-CARD-VALUE (1:4) TO WS-PCG-YEAR
                   ELSE
                       MOVE "YEAR= MUST BE FOUR DIGITS (YEAR=2027)" TO
                           WS-PCG-REFUSAL
                       SET WS-PCG-CARDS-BAD TO TRUE
                   END-IF
               WHEN "LEAD"
                   IF WS-PCG-CARD-VALUE (1:2) IS NUMERIC
                       AND WS-PCG-CARD-VALUE (3:1) = "-"
                       AND WS-PCG-CARD-VALUE (4:2) IS NUMERIC
                       AND WS-PCG-CARD-VALUE (6:35) = SPACES
                       AND WS-PCG-CARD-VALUE (1:5) < "12-01"
                       MOVE WS-PCG-CARD-VALUE (1:5) TO WS-PCG-LEAD
                   ELSE
                       MOVE "LEAD= MUST BE MM-DD BEFORE 12-01" TO
                           WS-PCG-REFUSAL
                       SET WS-PCG-CARDS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "PROCCAL-GEN-PROGRAM: CALCTL CARD '"
                       WS-PCG-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      *----------------------------------------------------------------
      * MODE=GENERATE
      *----------------------------------------------------------------
       PCG-GENERATE-PROCEDURE.
           PERFORM PCG-LOAD-RULES-PROCEDURE
           PERFORM PCG-LOAD-CALENDAR-PROCEDURE
           IF WS-PCG-CAL-OVERFLOW
               MOVE SPACES TO WS-PCG-REFUSAL
               STRING "PROCCAL HOLDS MORE THAN " WS-PCG-CAL-MAX
                   " RECORDS -- NOT REWRITTEN"
                   DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               PERFORM PCG-REFUSE-PROCEDURE
           END-IF

           PERFORM PCG-BUILD-YEAR-PROCEDURE
           PERFORM PCG-PLACE-HOLIDAYS-PROCEDURE
           PERFORM PCG-OBSERVE-HOLIDAYS-PROCEDURE
           PERFORM PCG-APPLY-MANUAL-PROCEDURE
           PERFORM PCG-MONTH-ENDS-PROCEDURE
           PERFORM PCG-WRITE-CALENDAR-PROCEDURE

           MOVE SPACES TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           MOVE SPACES TO PCG-REPORT-RECORD
           STRING "YEAR " WS-PCG-YEAR ": " WS-PCG-YEAR-DAYS " DAYS, "
               WS-PCG-HOLIDAYS " RULE HOLIDAYS, " WS-PCG-OBSERVED
               " KEPT ON A WEEKDAY, " WS-PCG-MANUAL
               " HAND-SET DAYS KEPT"
               DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           MOVE SPACES TO PCG-REPORT-RECORD
           STRING "PROCCAL: " WS-PCG-WRITTEN " RECORDS WRITTEN, "
               WS-PCG-REPLACED " OF THE YEAR REPLACED, "
               WS-PCG-DROPPED " BEFORE " WS-PCG-KEEP-FROM " DROPPED, "
               WS-PCG-WARNINGS " WARNING(S)"
               DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD

           IF WS-PCG-WARNINGS > 0
               MOVE 4 TO WS-PCG-RC
           END-IF.

      * every rule card is edited before any date is worked out --
      * one bad card and the year is not built, since a calendar
      * quietly missing a holiday is the failure this replaces.
       PCG-LOAD-RULES-PROCEDURE.
           OPEN INPUT HOLIDAY-RULE-FILE
           IF WS-PCG-RULE-STATUS NOT = "00"
               MOVE "NO HOLRULES -- A CALENDAR WITH NO HOLIDAYS IS NOT "
                   TO WS-PCG-REFUSAL
               MOVE "BUILT" TO WS-PCG-REFUSAL (52:5)
               PERFORM PCG-REFUSE-PROCEDURE
           END-IF

           MOVE 0 TO WS-PCG-RECORD-NO
           SET WS-PCG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PCG-EOF-ON
               READ HOLIDAY-RULE-FILE
                   AT END
                       SET WS-PCG-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PCG-RECORD-NO
                       IF HOLIDAY-RULE-RECORD (1:1) NOT = "*"
                           AND HOLIDAY-RULE-RECORD NOT = SPACES
                           PERFORM PCG-EDIT-RULE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLIDAY-RULE-FILE

           IF WS-PCG-CARDS-BAD
               PERFORM PCG-REFUSE-PROCEDURE
           END-IF
           IF WS-PCG-RULE-COUNT = 0
               MOVE "HOLRULES HOLDS NO RULES -- NOTHING TO BUILD FROM"
                   TO WS-PCG-REFUSAL
               PERFORM PCG-REFUSE-PROCEDURE
           END-IF.

       PCG-EDIT-RULE-PROCEDURE.
           IF WS-PCG-CARDS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PCG-REFUSAL

           EVALUATE TRUE
               WHEN HOLIDAY-RULE-TYPE NOT = "F" AND NOT = "N"
                   AND NOT = "L"
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": RULE MUST BE F, N OR L"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-MONTH IS NOT NUMERIC
                   OR HOLIDAY-RULE-MONTH < "01"
                   OR HOLIDAY-RULE-MONTH > "12"
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": MONTH (COLS 3-4) MUST BE 01-12"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-TYPE = "F"
                   AND (HOLIDAY-RULE-DAY IS NOT NUMERIC
                   OR HOLIDAY-RULE-DAY < "01"
                   OR HOLIDAY-RULE-DAY > "31")
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": DAY (COLS 6-7) MUST BE 01-31"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-TYPE = "N"
                   AND (HOLIDAY-RULE-NTH < "1"
                   OR HOLIDAY-RULE-NTH > "5")
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": WHICH WEEKDAY (COL 9) MUST BE 1-5"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-TYPE NOT = "F"
                   AND (HOLIDAY-RULE-WEEKDAY < "1"
                   OR HOLIDAY-RULE-WEEKDAY > "7")
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": WEEKDAY (COL 11) MUST BE 1-7"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-SUBST NOT = "S" AND NOT = "M"
                   AND NOT = SPACE
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": SUBSTITUTION (COL 13) MUST BE S, M OR BLANK"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN HOLIDAY-RULE-NAME = SPACES
                   STRING "HOLRULES RECORD " WS-PCG-RECORD-NO
                       ": NAME (COLS 15-44) IS REQUIRED"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
               WHEN WS-PCG-RULE-COUNT >= WS-PCG-RULE-MAX
                   STRING "HOLRULES HOLDS MORE THAN " WS-PCG-RULE-MAX
                       " RULES"
                       DELIMITED BY SIZE INTO WS-PCG-REFUSAL
           END-EVALUATE
           IF WS-PCG-REFUSAL NOT = SPACES
               SET WS-PCG-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PCG-RULE-COUNT
           MOVE HOLIDAY-RULE-TYPE TO
               WS-PCG-RULE-TYPE (WS-PCG-RULE-COUNT)
           MOVE HOLIDAY-RULE-MONTH TO
               WS-PCG-RULE-MONTH (WS-PCG-RULE-COUNT)
           MOVE 0 TO WS-PCG-RULE-DAY (WS-PCG-RULE-COUNT)
           MOVE 0 TO WS-PCG-RULE-NTH (WS-PCG-RULE-COUNT)
           MOVE 0 TO WS-PCG-RULE-WEEKDAY (WS-PCG-RULE-COUNT)
           IF HOLIDAY-RULE-TYPE = "F"
               MOVE HOLIDAY-RULE-DAY TO
                   WS-PCG-RULE-DAY (WS-PCG-RULE-COUNT)
           ELSE
               MOVE HOLIDAY-RULE-WEEKDAY TO
                   WS-PCG-RULE-WEEKDAY (WS-PCG-RULE-COUNT)
           END-IF
           IF HOLIDAY-RULE-TYPE = "N"
               MOVE HOLIDAY-RULE-NTH TO
                   WS-PCG-RULE-NTH (WS-PCG-RULE-COUNT)
           END-IF
           MOVE HOLIDAY-RULE-SUBST TO
               WS-PCG-RULE-SUBST (WS-PCG-RULE-COUNT)
           MOVE HOLIDAY-RULE-NAME TO
               WS-PCG-RULE-NAME (WS-PCG-RULE-COUNT)
           MOVE 0 TO WS-PCG-RULE-ACTUAL (WS-PCG-RULE-COUNT).

      * PROCCAL whole, every year on it. an absent calendar loads
      * empty -- the first generation creates it.
       PCG-LOAD-CALENDAR-PROCEDURE.
           MOVE 0 TO WS-PCG-CAL-COUNT
           OPEN INPUT PROCESS-CALENDAR-FILE
           IF WS-PCG-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-PCG-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PCG-EOF-ON
               READ PROCESS-CALENDAR-FILE
                   AT END
                       SET WS-PCG-EOF-ON TO TRUE
                   NOT AT END
                       IF PROCESS-CALENDAR-DATE NOT = SPACES
                           IF WS-PCG-CAL-COUNT < WS-PCG-CAL-MAX
                               ADD 1 TO WS-PCG-CAL-COUNT
                               MOVE PROCESS-CALENDAR-DATE TO
                                   WS-PCG-CAL-DATE (WS-PCG-CAL-COUNT)
                               MOVE PROCESS-CALENDAR-TYPE TO
                                   WS-PCG-CAL-TYPE (WS-PCG-CAL-COUNT)
                               MOVE PROCESS-CALENDAR-ORIGIN TO
                                   WS-PCG-CAL-ORIGIN (WS-PCG-CAL-COUNT)
                               MOVE PROCESS-CALENDAR-NOTE TO
                                   WS-PCG-CAL-NOTE (WS-PCG-CAL-COUNT)
                           ELSE
                               SET WS-PCG-CAL-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROCESS-CALENDAR-FILE.

      * every day of the year: a weekday is a business day, a
      * Saturday or Sunday is not, until the rules say otherwise.
       PCG-BUILD-YEAR-PROCEDURE.
           MOVE WS-PCG-YEAR TO WS-PCG-YMD-YYYY
           MOVE 1 TO WS-PCG-YMD-MM
           MOVE 1 TO WS-PCG-YMD-DD
           COMPUTE WS-PCG-JAN1-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCG-YMD-N)
           MOVE 12 TO WS-PCG-YMD-MM
           MOVE 31 TO WS-PCG-YMD-DD
           COMPUTE WS-PCG-DEC31-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCG-YMD-N)
           COMPUTE WS-PCG-YEAR-DAYS =
               WS-PCG-DEC31-INT - WS-PCG-JAN1-INT + 1

           MOVE SPACES TO WS-PCG-YEAR-START
           STRING WS-PCG-YEAR "-01-01"
               DELIMITED BY SIZE INTO WS-PCG-YEAR-START
           MOVE SPACES TO WS-PCG-YEAR-END
           STRING WS-PCG-YEAR "-12-31"
               DELIMITED BY SIZE INTO WS-PCG-YEAR-END
           COMPUTE WS-PCG-PRIOR-YEAR = WS-PCG-YEAR - 1
           MOVE SPACES TO WS-PCG-KEEP-FROM
           STRING WS-PCG-PRIOR-YEAR "-01-01"
               DELIMITED BY SIZE INTO WS-PCG-KEEP-FROM

           PERFORM VARYING WS-PCG-DAY-IDX FROM 1 BY 1 UNTIL
               WS-PCG-DAY-IDX > WS-PCG-YEAR-DAYS
               COMPUTE WS-PCG-INT = WS-PCG-JAN1-INT + WS-PCG-DAY-IDX
                   - 1
               PERFORM PCG-INT-TO-DATE-PROCEDURE
               MOVE WS-PCG-DASHED TO WS-PCG-DAY-DATE (WS-PCG-DAY-IDX)
               MOVE WS-PCG-DOW TO WS-PCG-DAY-DOW (WS-PCG-DAY-IDX)
               MOVE WS-PCG-YMD-MM TO WS-PCG-DAY-MONTH (WS-PCG-DAY-IDX)
               MOVE "G" TO WS-PCG-DAY-ORIGIN (WS-PCG-DAY-IDX)
               MOVE "N" TO WS-PCG-DAY-HOLIDAY (WS-PCG-DAY-IDX)
               IF WS-PCG-DOW > 5
                   MOVE "H" TO WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
                   MOVE "WEEKEND" TO WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
               ELSE
                   MOVE "B" TO WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
                   MOVE SPACES TO WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
               END-IF
           END-PERFORM.

      * pass one: each rule's own date this year, marked a holiday.
       PCG-PLACE-HOLIDAYS-PROCEDURE.
           MOVE SPACES TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           MOVE "=== HOLIDAYS ===" TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD

           MOVE WS-PCG-YEAR TO WS-PCG-CALC-YEAR
           PERFORM VARYING WS-PCG-RULE-IDX FROM 1 BY 1 UNTIL
               WS-PCG-RULE-IDX > WS-PCG-RULE-COUNT
               PERFORM PCG-RULE-DATE-PROCEDURE
               MOVE WS-PCG-INT TO WS-PCG-RULE-ACTUAL (WS-PCG-RULE-IDX)
               IF WS-PCG-INT = 0
                   ADD 1 TO WS-PCG-WARNINGS
                   MOVE SPACES TO PCG-REPORT-RECORD
                   STRING "  WARNING -- "
                       WS-PCG-RULE-NAME (WS-PCG-RULE-IDX)
                       " HAS NO DATE IN " WS-PCG-YEAR " -- SKIPPED"
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   WRITE PCG-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-PCG-HOLIDAYS
                   COMPUTE WS-PCG-DAY-IDX =
                       WS-PCG-INT - WS-PCG-JAN1-INT + 1
                   MOVE "H" TO WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
                   MOVE "Y" TO WS-PCG-DAY-HOLIDAY (WS-PCG-DAY-IDX)
                   MOVE WS-PCG-RULE-NAME (WS-PCG-RULE-IDX) TO
                       WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
                   MOVE SPACES TO PCG-REPORT-RECORD
                   STRING "  " WS-PCG-DAY-DATE (WS-PCG-DAY-IDX) " "
                       WS-PCG-RULE-NAME (WS-PCG-RULE-IDX)
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   IF WS-PCG-DAY-DOW (WS-PCG-DAY-IDX) > 5
                       IF WS-PCG-RULE-SUBST (WS-PCG-RULE-IDX) = SPACE
                           MOVE "(FALLS ON A WEEKEND -- NOT MOVED)" TO
                               PCG-REPORT-RECORD (45:33)
                       ELSE
                           MOVE "(FALLS ON A WEEKEND)" TO
                               PCG-REPORT-RECORD (45:20)
                       END-IF
                   END-IF
                   WRITE PCG-REPORT-RECORD
               END-IF
           END-PERFORM.

      * pass two, once every rule's own date is known: a weekend
      * holiday with substitution is kept on a weekday instead --
      * the Friday before or Monday after, stepping on past any day
      * already a holiday. a Saturday next New Year's Day with S
      * is kept on this year's last Friday, so next year's rules are
      * looked at for that too.
       PCG-OBSERVE-HOLIDAYS-PROCEDURE.
           PERFORM VARYING WS-PCG-RULE-IDX FROM 1 BY 1 UNTIL
               WS-PCG-RULE-IDX > WS-PCG-RULE-COUNT
               IF WS-PCG-RULE-ACTUAL (WS-PCG-RULE-IDX) > 0
                   AND WS-PCG-RULE-SUBST (WS-PCG-RULE-IDX) NOT = SPACE
                   MOVE WS-PCG-RULE-ACTUAL (WS-PCG-RULE-IDX) TO
                       WS-PCG-INT
                   PERFORM PCG-INT-TO-DATE-PROCEDURE
                   IF WS-PCG-DOW > 5
                       PERFORM PCG-OBSERVE-ONE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-PCG-CALC-YEAR = WS-PCG-YEAR + 1
           PERFORM VARYING WS-PCG-RULE-IDX FROM 1 BY 1 UNTIL
               WS-PCG-RULE-IDX > WS-PCG-RULE-COUNT
               IF WS-PCG-RULE-SUBST (WS-PCG-RULE-IDX) = "S"
                   PERFORM PCG-RULE-DATE-PROCEDURE
                   IF WS-PCG-INT > 0
                       PERFORM PCG-INT-TO-DATE-PROCEDURE
                       IF WS-PCG-DOW = 6
                           AND WS-PCG-INT - 1 <= WS-PCG-DEC31-INT
                           PERFORM PCG-OBSERVE-ONE-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * WS-PCG-INT / WS-PCG-DOW is the rule's weekend date.
       PCG-OBSERVE-ONE-PROCEDURE.
           IF WS-PCG-RULE-SUBST (WS-PCG-RULE-IDX) = "S"
               AND WS-PCG-DOW = 6
               MOVE -1 TO WS-PCG-DIRECTION
           ELSE
               MOVE 1 TO WS-PCG-DIRECTION
           END-IF

           COMPUTE WS-PCG-CANDIDATE = WS-PCG-INT + WS-PCG-DIRECTION
           SET WS-PCG-NOT-FREE TO TRUE
           PERFORM UNTIL WS-PCG-FREE
               OR WS-PCG-CANDIDATE < WS-PCG-JAN1-INT
               OR WS-PCG-CANDIDATE > WS-PCG-DEC31-INT
               COMPUTE WS-PCG-DAY-IDX =
                   WS-PCG-CANDIDATE - WS-PCG-JAN1-INT + 1
               IF WS-PCG-DAY-DOW (WS-PCG-DAY-IDX) < 6
                   AND WS-PCG-DAY-HOLIDAY (WS-PCG-DAY-IDX) = "N"
                   SET WS-PCG-FREE TO TRUE
               ELSE
                   ADD WS-PCG-DIRECTION TO WS-PCG-CANDIDATE
               END-IF
           END-PERFORM

           IF WS-PCG-NOT-FREE
      * kept in the year next door -- that year's generation puts it
      * there, and says so in its own report.
               MOVE SPACES TO PCG-REPORT-RECORD
               STRING "  " WS-PCG-RULE-NAME (WS-PCG-RULE-IDX)
                   " OF " WS-PCG-DASHED " IS KEPT OUTSIDE "
                   WS-PCG-YEAR
                   DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               WRITE PCG-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PCG-OBSERVED
           MOVE "H" TO WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
           MOVE "Y" TO WS-PCG-DAY-HOLIDAY (WS-PCG-DAY-IDX)
           MOVE SPACES TO WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
           STRING WS-PCG-RULE-NAME (WS-PCG-RULE-IDX) (1:19)
               " (OBSERVED)"
               DELIMITED BY SIZE INTO WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
           MOVE SPACES TO PCG-REPORT-RECORD
           STRING "  " WS-PCG-DAY-DATE (WS-PCG-DAY-IDX) " "
               WS-PCG-RULE-NAME (WS-PCG-RULE-IDX)
               " (KEPT FOR " WS-PCG-DASHED ")"
               DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD.

      * a day set by hand this year stands over what the rules say.
       PCG-APPLY-MANUAL-PROCEDURE.
           PERFORM VARYING WS-PCG-CAL-IDX FROM 1 BY 1 UNTIL
               WS-PCG-CAL-IDX > WS-PCG-CAL-COUNT
               IF WS-PCG-CAL-ORIGIN (WS-PCG-CAL-IDX) = "M"
                   AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) >=
                   WS-PCG-YEAR-START
                   AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) <=
                   WS-PCG-YEAR-END
                   AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2)
                   IS NUMERIC
                   AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (9:2)
                   IS NUMERIC
                   MOVE WS-PCG-YEAR TO WS-PCG-YMD-YYYY
                   MOVE WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2) TO
                       WS-PCG-YMD-MM
                   MOVE WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (9:2) TO
                       WS-PCG-YMD-DD
                   COMPUTE WS-PCG-DAY-IDX =
                       FUNCTION INTEGER-OF-DATE (WS-PCG-YMD-N)
                       - WS-PCG-JAN1-INT + 1
                   ADD 1 TO WS-PCG-MANUAL
                   MOVE WS-PCG-CAL-TYPE (WS-PCG-CAL-IDX) TO
                       WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
                   MOVE "M" TO WS-PCG-DAY-ORIGIN (WS-PCG-DAY-IDX)
                   MOVE WS-PCG-CAL-NOTE (WS-PCG-CAL-IDX) TO
                       WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX)
               END-IF
           END-PERFORM.

      * the month-end business day is derived, never typed: the last
      * B day of each month becomes its E day, unless the month's E
      * was set by hand.
       PCG-MONTH-ENDS-PROCEDURE.
           MOVE SPACES TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           MOVE "=== MONTH-END BUSINESS DAYS ===" TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD

           PERFORM VARYING WS-PCG-MONTH FROM 1 BY 1 UNTIL
               WS-PCG-MONTH > 12
               MOVE 0 TO WS-PCG-LAST-B
               MOVE "N" TO WS-PCG-E-SEEN
               PERFORM VARYING WS-PCG-DAY-IDX FROM 1 BY 1 UNTIL
                   WS-PCG-DAY-IDX > WS-PCG-YEAR-DAYS
                   IF WS-PCG-DAY-MONTH (WS-PCG-DAY-IDX) = WS-PCG-MONTH
                       EVALUATE WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX)
                           WHEN "B"
                               MOVE WS-PCG-DAY-IDX TO WS-PCG-LAST-B
                           WHEN "E"
                               MOVE "Y" TO WS-PCG-E-SEEN
                               MOVE WS-PCG-DAY-IDX TO WS-PCG-LAST-B
                       END-EVALUATE
                   END-IF
               END-PERFORM

               MOVE SPACES TO PCG-REPORT-RECORD
               EVALUATE TRUE
                   WHEN WS-PCG-E-SEEN = "Y"
                       STRING "  " WS-PCG-DAY-DATE (WS-PCG-LAST-B)
                           " (SET BY HAND)"
                           DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   WHEN WS-PCG-LAST-B > 0
                       MOVE "E" TO WS-PCG-DAY-TYPE (WS-PCG-LAST-B)
                       IF WS-PCG-DAY-NOTE (WS-PCG-LAST-B) = SPACES
                           MOVE "MONTH-END" TO
                               WS-PCG-DAY-NOTE (WS-PCG-LAST-B)
                       END-IF
                       STRING "  " WS-PCG-DAY-DATE (WS-PCG-LAST-B)
                           DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-PCG-WARNINGS
                       STRING "  WARNING -- " WS-PCG-YEAR "-"
                           WS-PCG-MONTH " HAS NO BUSINESS DAY, SO NO "
                           "MONTH-END"
                           DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               END-EVALUATE
               WRITE PCG-REPORT-RECORD
           END-PERFORM.

      * PROCCAL rewritten in date order: the kept records before the
      * year, the year itself, the kept records after it.
       PCG-WRITE-CALENDAR-PROCEDURE.
           OPEN OUTPUT PROCESS-CALENDAR-FILE

           PERFORM VARYING WS-PCG-CAL-IDX FROM 1 BY 1 UNTIL
               WS-PCG-CAL-IDX > WS-PCG-CAL-COUNT
               EVALUATE TRUE
                   WHEN WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) <
                       WS-PCG-KEEP-FROM
                       ADD 1 TO WS-PCG-DROPPED
                   WHEN WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) <
                       WS-PCG-YEAR-START
                       PERFORM PCG-WRITE-KEPT-PROCEDURE
                   WHEN WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) <=
                       WS-PCG-YEAR-END
                       ADD 1 TO WS-PCG-REPLACED
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-PCG-DAY-IDX FROM 1 BY 1 UNTIL
               WS-PCG-DAY-IDX > WS-PCG-YEAR-DAYS
               MOVE SPACES TO PROCESS-CALENDAR-RECORD
               MOVE WS-PCG-DAY-DATE (WS-PCG-DAY-IDX) TO
                   PROCESS-CALENDAR-DATE
               MOVE WS-PCG-DAY-TYPE (WS-PCG-DAY-IDX) TO
                   PROCESS-CALENDAR-TYPE
               MOVE WS-PCG-DAY-ORIGIN (WS-PCG-DAY-IDX) TO
                   PROCESS-CALENDAR-ORIGIN
               MOVE WS-PCG-DAY-NOTE (WS-PCG-DAY-IDX) TO
                   PROCESS-CALENDAR-NOTE
               WRITE PROCESS-CALENDAR-RECORD
               ADD 1 TO WS-PCG-WRITTEN
           END-PERFORM

           PERFORM VARYING WS-PCG-CAL-IDX FROM 1 BY 1 UNTIL
               WS-PCG-CAL-IDX > WS-PCG-CAL-COUNT
               IF WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) > WS-PCG-YEAR-END
                   PERFORM PCG-WRITE-KEPT-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE PROCESS-CALENDAR-FILE.

       PCG-WRITE-KEPT-PROCEDURE.
           MOVE SPACES TO PROCESS-CALENDAR-RECORD
           MOVE WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) TO
               PROCESS-CALENDAR-DATE
           MOVE WS-PCG-CAL-TYPE (WS-PCG-CAL-IDX) TO
               PROCESS-CALENDAR-TYPE
           MOVE WS-PCG-CAL-ORIGIN (WS-PCG-CAL-IDX) TO
               PROCESS-CALENDAR-ORIGIN
           MOVE WS-PCG-CAL-NOTE (WS-PCG-CAL-IDX) TO
               PROCESS-CALENDAR-NOTE
           WRITE PROCESS-CALENDAR-RECORD
           ADD 1 TO WS-PCG-WRITTEN.

      * the rule at WS-PCG-RULE-IDX in WS-PCG-CALC-YEAR, as a day
      * number in WS-PCG-INT -- zero when the year has no such day.
       PCG-RULE-DATE-PROCEDURE.
           MOVE 0 TO WS-PCG-INT
           MOVE WS-PCG-CALC-YEAR TO WS-PCG-YMD-YYYY
           MOVE WS-PCG-RULE-MONTH (WS-PCG-RULE-IDX) TO WS-PCG-YMD-MM
           PERFORM PCG-MONTH-LENGTH-PROCEDURE

           EVALUATE WS-PCG-RULE-TYPE (WS-PCG-RULE-IDX)
               WHEN "F"
                   IF WS-PCG-RULE-DAY (WS-PCG-RULE-IDX) <=
                       WS-PCG-MONTH-DAYS
                       COMPUTE WS-PCG-INT = WS-PCG-FIRST-INT
                           + WS-PCG-RULE-DAY (WS-PCG-RULE-IDX) - 1
                   END-IF
               WHEN "N"
                   MOVE WS-PCG-FIRST-INT TO WS-PCG-INT
                   PERFORM PCG-INT-TO-DATE-PROCEDURE
                   COMPUTE WS-PCG-OFFSET =
                       WS-PCG-RULE-WEEKDAY (WS-PCG-RULE-IDX)
                       - WS-PCG-DOW + 7
                   DIVIDE WS-PCG-OFFSET BY 7 GIVING WS-PCG-QUOTIENT
                       REMAINDER WS-PCG-OFFSET
                   COMPUTE WS-PCG-OFFSET = WS-PCG-OFFSET
                       + 7 * (WS-PCG-RULE-NTH (WS-PCG-RULE-IDX) - 1)
                   IF WS-PCG-OFFSET < WS-PCG-MONTH-DAYS
                       COMPUTE WS-PCG-INT = WS-PCG-FIRST-INT
                           + WS-PCG-OFFSET
                   ELSE
                       MOVE 0 TO WS-PCG-INT
                   END-IF
               WHEN "L"
                   COMPUTE WS-PCG-INT = WS-PCG-NEXT-INT - 1
                   PERFORM PCG-INT-TO-DATE-PROCEDURE
                   COMPUTE WS-PCG-OFFSET = WS-PCG-DOW
                       - WS-PCG-RULE-WEEKDAY (WS-PCG-RULE-IDX) + 7
                   DIVIDE WS-PCG-OFFSET BY 7 GIVING WS-PCG-QUOTIENT
                       REMAINDER WS-PCG-OFFSET
                   COMPUTE WS-PCG-INT = WS-PCG-NEXT-INT - 1
                       - WS-PCG-OFFSET
           END-EVALUATE.

      * the month in WS-PCG-YMD-YYYY / WS-PCG-YMD-MM: its first day
      * as a day number, the first day of the month after, and its
      * length.
       PCG-MONTH-LENGTH-PROCEDURE.
           MOVE 1 TO WS-PCG-YMD-DD
           COMPUTE WS-PCG-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCG-YMD-N)
           IF WS-PCG-YMD-MM = 12
               ADD 1 TO WS-PCG-YMD-YYYY
               MOVE 1 TO WS-PCG-YMD-MM
           ELSE
               ADD 1 TO WS-PCG-YMD-MM
           END-IF
           COMPUTE WS-PCG-NEXT-INT =
               FUNCTION INTEGER-OF-DATE (WS-PCG-YMD-N)
           COMPUTE WS-PCG-MONTH-DAYS =
               WS-PCG-NEXT-INT - WS-PCG-FIRST-INT.

      * WS-PCG-INT back to a date, dashed, and its weekday.
       PCG-INT-TO-DATE-PROCEDURE.
           COMPUTE WS-PCG-YMD-N = FUNCTION DATE-OF-INTEGER (WS-PCG-INT)
           MOVE SPACES TO WS-PCG-DASHED
           STRING WS-PCG-YMD-YYYY "-" WS-PCG-YMD-MM "-" WS-PCG-YMD-DD
               DELIMITED BY SIZE INTO WS-PCG-DASHED
           COMPUTE WS-PCG-QUOTIENT = WS-PCG-INT - 1
           DIVIDE WS-PCG-QUOTIENT BY 7 GIVING WS-PCG-QUOTIENT
               REMAINDER WS-PCG-DOW
           ADD 1 TO WS-PCG-DOW.

      *----------------------------------------------------------------
      * MODE=CHECK
      *----------------------------------------------------------------
      * the year-end check. this year: every month from this one on
      * must carry an E day. next year: once the lead date is
      * reached, all twelve month-ends must be there -- a warning
      * until December 1st, a failure from then on.
       PCG-CHECK-PROCEDURE.
           PERFORM PCG-LOAD-CALENDAR-PROCEDURE
           IF WS-PCG-CAL-COUNT = 0
               MOVE SPACES TO PCG-REPORT-RECORD
               STRING "  NO PROCCAL RECORDS -- BATCH-RUN-PROGRAM "
                   "TREATS EVERY FILE AS DUE EVERY DAY"
                   DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               WRITE PCG-REPORT-RECORD
               MOVE 8 TO WS-PCG-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCG-TODAY-YYYY TO WS-PCG-CHECK-YEAR
           PERFORM PCG-COUNT-MONTH-ENDS-PROCEDURE
           PERFORM VARYING WS-PCG-CHECK-MM FROM WS-PCG-TODAY-MM BY 1
               UNTIL WS-PCG-CHECK-MM > 12
               PERFORM PCG-CHECK-MONTH-PROCEDURE
               IF WS-PCG-E-COUNT (WS-PCG-CHECK-MM) = 0
                   MOVE 8 TO WS-PCG-RC
               END-IF
           END-PERFORM

           COMPUTE WS-PCG-NEXT-YEAR = WS-PCG-TODAY-YYYY + 1
           MOVE WS-PCG-NEXT-YEAR TO WS-PCG-CHECK-YEAR
           PERFORM PCG-COUNT-MONTH-ENDS-PROCEDURE
           MOVE 0 TO WS-PCG-MISSING-MONTHS
           PERFORM VARYING WS-PCG-CHECK-MM FROM 1 BY 1
               UNTIL WS-PCG-CHECK-MM > 12
               IF WS-PCG-E-COUNT (WS-PCG-CHECK-MM) = 0
                   ADD 1 TO WS-PCG-MISSING-MONTHS
               ELSE
                   PERFORM PCG-CHECK-MONTH-PROCEDURE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PCG-DUE-DATE
           STRING WS-PCG-TODAY-YYYY "-12-01"
               DELIMITED BY SIZE INTO WS-PCG-DUE-DATE
           MOVE SPACES TO WS-PCG-LEAD-DATE
           STRING WS-PCG-TODAY-YYYY "-" WS-PCG-LEAD
               DELIMITED BY SIZE INTO WS-PCG-LEAD-DATE

           MOVE SPACES TO PCG-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PCG-MISSING-MONTHS = 0
                   STRING "  " WS-PCG-NEXT-YEAR " CALENDAR IS IN "
                       "PLACE -- " WS-PCG-CHECK-RECORDS " RECORDS, "
                       "ALL TWELVE MONTH-ENDS"
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               WHEN WS-PCG-TODAY-DASHED >= WS-PCG-DUE-DATE
                   ADD 1 TO WS-PCG-FINDINGS
                   MOVE 8 TO WS-PCG-RC
                   STRING "  OVERDUE -- " WS-PCG-NEXT-YEAR
                       " CALENDAR STILL LACKS " WS-PCG-MISSING-MONTHS
                       " MONTH-END(S); IT WAS DUE BY "
                       WS-PCG-DUE-DATE " -- RUN MODE=GENERATE"
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               WHEN WS-PCG-TODAY-DASHED >= WS-PCG-LEAD-DATE
                   ADD 1 TO WS-PCG-FINDINGS
                   IF WS-PCG-RC < 4
                       MOVE 4 TO WS-PCG-RC
                   END-IF
                   STRING "  DUE -- " WS-PCG-NEXT-YEAR
                       " CALENDAR LACKS " WS-PCG-MISSING-MONTHS
                       " MONTH-END(S); GENERATE IT BEFORE "
                       WS-PCG-DUE-DATE
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
               WHEN OTHER
                   STRING "  " WS-PCG-NEXT-YEAR " CALENDAR NOT YET "
                       "BUILT -- NOT DUE UNTIL " WS-PCG-DUE-DATE
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           END-EVALUATE
           WRITE PCG-REPORT-RECORD

           MOVE SPACES TO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           MOVE SPACES TO PCG-REPORT-RECORD
           STRING "END OF CHECK -- " WS-PCG-FINDINGS " FINDING(S)"
               DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD.

       PCG-COUNT-MONTH-ENDS-PROCEDURE.
           MOVE 0 TO WS-PCG-CHECK-RECORDS
           INITIALIZE WS-PCG-E-COUNTS
           PERFORM VARYING WS-PCG-CAL-IDX FROM 1 BY 1 UNTIL
               WS-PCG-CAL-IDX > WS-PCG-CAL-COUNT
               IF WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (1:4) =
                   WS-PCG-CHECK-YEAR
                   ADD 1 TO WS-PCG-CHECK-RECORDS
                   IF WS-PCG-CAL-TYPE (WS-PCG-CAL-IDX) = "E"
                       AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2)
                       IS NUMERIC
                       AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2)
                       >= "01"
                       AND WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2)
                       <= "12"
                       MOVE WS-PCG-CAL-DATE (WS-PCG-CAL-IDX) (6:2) TO
                           WS-PCG-MONTH
                       ADD 1 TO WS-PCG-E-COUNT (WS-PCG-MONTH)
                   END-IF
               END-IF
           END-PERFORM.

      * one month of WS-PCG-CHECK-YEAR: no E day, or more than one.
       PCG-CHECK-MONTH-PROCEDURE.
           MOVE SPACES TO PCG-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PCG-E-COUNT (WS-PCG-CHECK-MM) = 0
                   ADD 1 TO WS-PCG-FINDINGS
                   STRING "  " WS-PCG-CHECK-YEAR "-" WS-PCG-CHECK-MM
                       " HAS NO MONTH-END (E) DAY -- M-FREQUENCY "
                       "SCRIPTS WILL NOT RUN FOR IT"
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   WRITE PCG-REPORT-RECORD
               WHEN WS-PCG-E-COUNT (WS-PCG-CHECK-MM) > 1
                   ADD 1 TO WS-PCG-FINDINGS
                   IF WS-PCG-RC < 4
                       MOVE 4 TO WS-PCG-RC
                   END-IF
                   STRING "  " WS-PCG-CHECK-YEAR "-" WS-PCG-CHECK-MM
                       " HAS " WS-PCG-E-COUNT (WS-PCG-CHECK-MM)
                       " MONTH-END (E) DAYS -- M-FREQUENCY SCRIPTS "
                       "WILL RUN MORE THAN ONCE"
                       DELIMITED BY SIZE INTO PCG-REPORT-RECORD
                   WRITE PCG-REPORT-RECORD
           END-EVALUATE.

       PCG-REFUSE-PROCEDURE.
           MOVE SPACES TO PCG-REPORT-RECORD
           STRING "  REFUSED -- " WS-PCG-REFUSAL
               DELIMITED BY SIZE INTO PCG-REPORT-RECORD
           WRITE PCG-REPORT-RECORD
           CLOSE PCG-REPORT-FILE
           DISPLAY "PROCCAL-GEN-PROGRAM: REFUSED -- " WS-PCG-REFUSAL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       COPY "profile-proc.cpy".
