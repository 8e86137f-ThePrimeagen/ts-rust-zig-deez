      * PARM-MAINT-PROGRAM -- the maintenance screen for PARMTBL, the
      * effective-dated parameter table the rule scripts read through
      * the Evaluator's param() builtin. a rate change used to mean
      * editing a literal in the script and a full governed
      * promotion; now it is a dated row here and the script does
      * not change. OWNER-MAINT-PROGRAM's list-and-prompt layout,
      * under KEYWORD-MAINT-PROGRAM's two-person control: adds,
      * updates and deletes sit pending until a different operator
      * approves them in review mode, and every request, approval
      * and rejection lands in the PARMCHG change trail with who,
      * when, and the before and after values.
      *
      * an update may only change a row's effective-to date and
      * value -- a new rate from a new date is a new row, so the
      * history of what was in force when stays on the table.
      * within one name and unit the date ranges may not overlap;
      * the check runs against every row, pending ones included, so
      * two requests in flight cannot collide either.
      *
      * the operator signing on must be an active id on OPERMSTR,
      * and review mode is the promote-approve authority's alone --
      * a rate change alters what production scripts compute, so
      * it is approved by the desk that approves promotions. an
      * approval is a change to a shared table, so any change
      * freeze in force holds it pending unless FRZEXMPT carries an
      * approved exemption, as for the keyword table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-TABLE-FILE ASSIGN TO "PARMTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PARM-CHANGE-FILE ASSIGN TO "PARMCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-CHG-STATUS.
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
       COPY "parm-table-file.cpy".

      * change trail -- one record per maintenance action, with the
      * row's key, the effective-to and value before the action and
      * after it.
       FD PARM-CHANGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 PARM-CHANGE-RECORD PIC X(160).

       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".

       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-CHG-STATUS  PIC XX VALUE "00".

       01 WS-PARM-MAX   PIC 9(3) VALUE 500.
       01 WS-PARM-COUNT PIC 9(3) VALUE 0.
       01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 500 TIMES.
               10 WS-PARM-NAME      PIC X(20).
               10 WS-PARM-UNIT      PIC X(4).
               10 WS-PARM-FROM      PIC X(10).
               10 WS-PARM-TO        PIC X(10).
               10 WS-PARM-VALUE     PIC X(30).
               10 WS-PARM-STATUS    PIC X(1).
                   88 WS-PARM-ACTIVE      VALUE "A".
                   88 WS-PARM-PENDING-ADD VALUE "P".
                   88 WS-PARM-PENDING-UPD VALUE "U".
                   88 WS-PARM-PENDING-DEL VALUE "D".
               10 WS-PARM-REQUESTER PIC X(8).
               10 WS-PARM-PEND-TO    PIC X(10).
               10 WS-PARM-PEND-VALUE PIC X(30).

       01 WS-PARM-EOF-SWITCH PIC X VALUE "N".
           88 WS-PARM-EOF-ON  VALUE "Y".
           88 WS-PARM-EOF-OFF VALUE "N".

       01 WS-PARM-DONE-SWITCH PIC X VALUE "N".
           88 WS-PARM-DONE-ON  VALUE "Y".
           88 WS-PARM-DONE-OFF VALUE "N".

       01 WS-PARM-IDX       PIC 9(3).
       01 WS-PARM-FOUND-IDX PIC 9(3).
       01 WS-PARM-SHIFT-IDX PIC 9(3).
       01 WS-PARM-OTHER-IDX PIC 9(3).

       01 WS-PARM-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-PARM-ACTION   PIC X(1).
       01 WS-PARM-DECISION PIC X(1).
       01 WS-PARM-INPUT-NAME  PIC X(20).
       01 WS-PARM-INPUT-UNIT  PIC X(4).
       01 WS-PARM-INPUT-FROM  PIC X(10).
       01 WS-PARM-INPUT-TO    PIC X(10).
       01 WS-PARM-INPUT-VALUE PIC X(30).

      * date validation -- yyyy-mm-dd, month 01-12, day 01-31.
       01 WS-PARM-DATE-CHECK.
           05 WS-PARM-DATE-YYYY  PIC X(4).
           05 WS-PARM-DATE-DASH1 PIC X(1).
           05 WS-PARM-DATE-MM    PIC X(2).
           05 WS-PARM-DATE-DASH2 PIC X(1).
           05 WS-PARM-DATE-DD    PIC X(2).
       01 WS-PARM-DATE-SWITCH PIC X VALUE "Y".
           88 WS-PARM-DATE-VALID   VALUE "Y".
           88 WS-PARM-DATE-INVALID VALUE "N".

      * overlap check -- the proposed range against every other row
      * of the same name and unit; a blank effective-to is open-ended.
       01 WS-PARM-NEW-FROM   PIC X(10).
       01 WS-PARM-NEW-TO     PIC X(10).
       01 WS-PARM-OTHER-TO   PIC X(10).
       01 WS-PARM-OPEN-END   PIC X(10) VALUE "9999-12-31".
       01 WS-PARM-OVERLAP-SWITCH PIC X VALUE "N".
           88 WS-PARM-OVERLAP-FOUND VALUE "Y".
           88 WS-PARM-OVERLAP-NONE  VALUE "N".

       01 WS-PARM-MSG PIC X(60) VALUE SPACES.
       01 WS-PARM-DISPLAY-LINE PIC X(100).
       01 WS-PARM-PENDING-COUNT PIC 9(3) VALUE 0.

       01 WS-PARM-CHG-DATE.
           05 WS-PARM-CHG-YYYY PIC 9(4).
           05 WS-PARM-CHG-MM   PIC 99.
           05 WS-PARM-CHG-DD   PIC 99.
       01 WS-PARM-CHG-TIME.
           05 WS-PARM-CHG-HH  PIC 99.
           05 WS-PARM-CHG-MIN PIC 99.
           05 WS-PARM-CHG-SS  PIC 99.
           05 FILLER          PIC 99.
       01 WS-PARM-CHG-ACTION    PIC X(12).
       01 WS-PARM-CHG-IDX       PIC 9(3).
       01 WS-PARM-CHG-OLD-TO    PIC X(10).
       01 WS-PARM-CHG-OLD-VALUE PIC X(30).
       01 WS-PARM-CHG-NEW-TO    PIC X(10).
       01 WS-PARM-CHG-NEW-VALUE PIC X(30).

       SCREEN SECTION.
       COPY "parm-maint-screen.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      * who is at the keyboard -- stamped onto every PARMCHG record
      * and checked in review mode so nobody approves their own
      * change.
           PERFORM UNTIL WS-PARM-OPERATOR NOT = SPACES
               DISPLAY SCR-PARM-SIGNON
               ACCEPT SCR-PARM-SIGNON
           END-PERFORM

           MOVE "PARM-MAINT" TO WS-OPER-CALLER
           MOVE WS-PARM-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO PARMTBL MAINTENANCE" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "PARM-MAINT-PROGRAM: OPERATOR "
                   WS-PARM-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           PERFORM PARM-LOAD-PROCEDURE

           PERFORM UNTIL WS-PARM-DONE-ON
               PERFORM PARM-DISPLAY-PROCEDURE

               MOVE SPACES TO WS-PARM-MSG
               MOVE SPACES TO WS-PARM-ACTION
               MOVE SPACES TO WS-PARM-INPUT-NAME
               MOVE SPACES TO WS-PARM-INPUT-UNIT
               MOVE SPACES TO WS-PARM-INPUT-FROM
               MOVE SPACES TO WS-PARM-INPUT-TO
               MOVE SPACES TO WS-PARM-INPUT-VALUE
               DISPLAY SCR-PARM-INPUT
               ACCEPT SCR-PARM-INPUT

               EVALUATE WS-PARM-ACTION
                   WHEN "A"
                       PERFORM PARM-ADD-PROCEDURE
                   WHEN "U"
                       PERFORM PARM-UPDATE-PROCEDURE
                   WHEN "D"
                       PERFORM PARM-DELETE-PROCEDURE
                   WHEN "R"
                       PERFORM PARM-REVIEW-PROCEDURE
                   WHEN "X"
                       SET WS-PARM-DONE-ON TO TRUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE A, U, D, R, OR X."
                           TO WS-PARM-MSG
               END-EVALUATE
           END-PERFORM

           PERFORM PARM-SAVE-PROCEDURE

           STOP RUN.

       PARM-LOAD-PROCEDURE.
           OPEN INPUT PARM-TABLE-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-PARM-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PARM-EOF-ON
               READ PARM-TABLE-FILE
                   AT END
                       SET WS-PARM-EOF-ON TO TRUE
                   NOT AT END
                       IF PARM-TABLE-NAME NOT = SPACES
                           AND WS-PARM-COUNT < WS-PARM-MAX
                           ADD 1 TO WS-PARM-COUNT
                           MOVE PARM-TABLE-NAME TO
                               WS-PARM-NAME (WS-PARM-COUNT)
                           MOVE PARM-TABLE-UNIT TO
                               WS-PARM-UNIT (WS-PARM-COUNT)
                           MOVE PARM-TABLE-EFF-FROM TO
                               WS-PARM-FROM (WS-PARM-COUNT)
                           MOVE PARM-TABLE-EFF-TO TO
                               WS-PARM-TO (WS-PARM-COUNT)
                           MOVE PARM-TABLE-VALUE TO
                               WS-PARM-VALUE (WS-PARM-COUNT)
                           MOVE PARM-TABLE-STATUS TO
                               WS-PARM-STATUS (WS-PARM-COUNT)
                           MOVE PARM-TABLE-REQUESTER TO
                               WS-PARM-REQUESTER (WS-PARM-COUNT)
                           MOVE PARM-TABLE-PEND-TO TO
                               WS-PARM-PEND-TO (WS-PARM-COUNT)
                           MOVE PARM-TABLE-PEND-VALUE TO
                               WS-PARM-PEND-VALUE (WS-PARM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARM-TABLE-FILE.

       PARM-DISPLAY-PROCEDURE.
           DISPLAY " "
           DISPLAY "PARAMETER TABLE MAINTENANCE -- OPERATOR "
               WS-PARM-OPERATOR
           DISPLAY "  # NAME                 UNIT FROM       TO"
               "         VALUE                          STATUS"

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL
               WS-PARM-IDX > WS-PARM-COUNT
               MOVE SPACES TO WS-PARM-DISPLAY-LINE
               EVALUATE TRUE
                   WHEN WS-PARM-PENDING-ADD (WS-PARM-IDX)
                       STRING WS-PARM-IDX " "
                           WS-PARM-NAME (WS-PARM-IDX) " "
                           WS-PARM-UNIT (WS-PARM-IDX) " "
                           WS-PARM-FROM (WS-PARM-IDX) " "
                           WS-PARM-TO (WS-PARM-IDX) " "
                           WS-PARM-VALUE (WS-PARM-IDX)
                           " ADD PENDING ("
                           WS-PARM-REQUESTER (WS-PARM-IDX) ")"
                           DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
                   WHEN WS-PARM-PENDING-UPD (WS-PARM-IDX)
                       STRING WS-PARM-IDX " "
                           WS-PARM-NAME (WS-PARM-IDX) " "
                           WS-PARM-UNIT (WS-PARM-IDX) " "
                           WS-PARM-FROM (WS-PARM-IDX) " "
                           WS-PARM-TO (WS-PARM-IDX) " "
                           WS-PARM-VALUE (WS-PARM-IDX)
                           " UPD PENDING ("
                           WS-PARM-REQUESTER (WS-PARM-IDX) ")"
                           DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
                   WHEN WS-PARM-PENDING-DEL (WS-PARM-IDX)
                       STRING WS-PARM-IDX " "
                           WS-PARM-NAME (WS-PARM-IDX) " "
                           WS-PARM-UNIT (WS-PARM-IDX) " "
                           WS-PARM-FROM (WS-PARM-IDX) " "
                           WS-PARM-TO (WS-PARM-IDX) " "
                           WS-PARM-VALUE (WS-PARM-IDX)
                           " DEL PENDING ("
                           WS-PARM-REQUESTER (WS-PARM-IDX) ")"
                           DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
                   WHEN OTHER
                       STRING WS-PARM-IDX " "
                           WS-PARM-NAME (WS-PARM-IDX) " "
                           WS-PARM-UNIT (WS-PARM-IDX) " "
                           WS-PARM-FROM (WS-PARM-IDX) " "
                           WS-PARM-TO (WS-PARM-IDX) " "
                           WS-PARM-VALUE (WS-PARM-IDX)
                           " ACTIVE"
                           DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
               END-EVALUATE
               DISPLAY WS-PARM-DISPLAY-LINE
           END-PERFORM

           IF WS-PARM-MSG NOT = SPACES
               DISPLAY " "
               DISPLAY WS-PARM-MSG
           END-IF.

      * a row is addressed by its whole key -- name, unit, and
      * effective-from date.
       PARM-FIND-PROCEDURE.
           MOVE 0 TO WS-PARM-FOUND-IDX
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL
               WS-PARM-IDX > WS-PARM-COUNT
               IF WS-PARM-NAME (WS-PARM-IDX) = WS-PARM-INPUT-NAME
                   AND WS-PARM-UNIT (WS-PARM-IDX) = WS-PARM-INPUT-UNIT
                   AND WS-PARM-FROM (WS-PARM-IDX) = WS-PARM-INPUT-FROM
                   MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PARM-CHECK-DATE-PROCEDURE.
           SET WS-PARM-DATE-VALID TO TRUE
           IF WS-PARM-DATE-YYYY IS NOT NUMERIC
               OR WS-PARM-DATE-MM IS NOT NUMERIC
               OR WS-PARM-DATE-DD IS NOT NUMERIC
               OR WS-PARM-DATE-DASH1 NOT = "-"
               OR WS-PARM-DATE-DASH2 NOT = "-"
               SET WS-PARM-DATE-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-DATE-MM < "01" OR WS-PARM-DATE-MM > "12"
               OR WS-PARM-DATE-DD < "01" OR WS-PARM-DATE-DD > "31"
               SET WS-PARM-DATE-INVALID TO TRUE
           END-IF.

      * the proposed WS-PARM-NEW-FROM through WS-PARM-NEW-TO against
      * every other row of the input name and unit -- the row at
      * WS-PARM-FOUND-IDX (the one being changed, zero on an add)
      * is passed over.
       PARM-CHECK-OVERLAP-PROCEDURE.
           SET WS-PARM-OVERLAP-NONE TO TRUE
           IF WS-PARM-NEW-TO = SPACES
               MOVE WS-PARM-OPEN-END TO WS-PARM-NEW-TO
           END-IF

           PERFORM VARYING WS-PARM-OTHER-IDX FROM 1 BY 1 UNTIL
               WS-PARM-OTHER-IDX > WS-PARM-COUNT
               OR WS-PARM-OVERLAP-FOUND
               IF WS-PARM-OTHER-IDX NOT = WS-PARM-FOUND-IDX
                   AND WS-PARM-NAME (WS-PARM-OTHER-IDX) =
                       WS-PARM-INPUT-NAME
                   AND WS-PARM-UNIT (WS-PARM-OTHER-IDX) =
                       WS-PARM-INPUT-UNIT
                   MOVE WS-PARM-TO (WS-PARM-OTHER-IDX) TO
                       WS-PARM-OTHER-TO
                   IF WS-PARM-PENDING-UPD (WS-PARM-OTHER-IDX)
                       AND (WS-PARM-PEND-TO (WS-PARM-OTHER-IDX) >
                       WS-PARM-OTHER-TO
                       OR WS-PARM-PEND-TO (WS-PARM-OTHER-IDX) =
                       SPACES)
                       MOVE WS-PARM-PEND-TO (WS-PARM-OTHER-IDX) TO
                           WS-PARM-OTHER-TO
                   END-IF
                   IF WS-PARM-OTHER-TO = SPACES
                       MOVE WS-PARM-OPEN-END TO WS-PARM-OTHER-TO
                   END-IF
                   IF WS-PARM-NEW-FROM <= WS-PARM-OTHER-TO
                       AND WS-PARM-FROM (WS-PARM-OTHER-IDX) <=
                           WS-PARM-NEW-TO
                       SET WS-PARM-OVERLAP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * the add only goes PENDING, on record in PARMCHG, awaiting a
      * second operator's approval -- scripts see nothing until then.
       PARM-ADD-PROCEDURE.
           IF WS-PARM-INPUT-NAME = SPACES
               OR WS-PARM-INPUT-VALUE = SPACES
               MOVE "NAME AND VALUE ARE REQUIRED." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-INPUT-FROM TO WS-PARM-DATE-CHECK
           PERFORM PARM-CHECK-DATE-PROCEDURE
           IF WS-PARM-DATE-INVALID
               MOVE "EFFECTIVE FROM MUST BE YYYY-MM-DD." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-INPUT-TO NOT = SPACES
               MOVE WS-PARM-INPUT-TO TO WS-PARM-DATE-CHECK
               PERFORM PARM-CHECK-DATE-PROCEDURE
               IF WS-PARM-DATE-INVALID
                   OR WS-PARM-INPUT-TO < WS-PARM-INPUT-FROM
                   MOVE "EFFECTIVE TO MUST BE BLANK OR A YYYY-MM-DD ON"
                       TO WS-PARM-MSG
                   MOVE " OR AFTER FROM." TO WS-PARM-MSG (45:16)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PARM-FIND-PROCEDURE
           IF WS-PARM-FOUND-IDX > 0
               MOVE "ROW ALREADY ON FILE -- USE U TO UPDATE." TO
                   WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-COUNT >= WS-PARM-MAX
               MOVE "PARAMETER TABLE IS FULL -- NOT ADDED." TO
                   WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-INPUT-FROM TO WS-PARM-NEW-FROM
           MOVE WS-PARM-INPUT-TO TO WS-PARM-NEW-TO
           PERFORM PARM-CHECK-OVERLAP-PROCEDURE
           IF WS-PARM-OVERLAP-FOUND
               MOVE "DATES OVERLAP ANOTHER ROW FOR THIS NAME AND UNIT."
                   TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PARM-COUNT
           MOVE WS-PARM-INPUT-NAME TO WS-PARM-NAME (WS-PARM-COUNT)
           MOVE WS-PARM-INPUT-UNIT TO WS-PARM-UNIT (WS-PARM-COUNT)
           MOVE WS-PARM-INPUT-FROM TO WS-PARM-FROM (WS-PARM-COUNT)
           MOVE WS-PARM-INPUT-TO TO WS-PARM-TO (WS-PARM-COUNT)
           MOVE WS-PARM-INPUT-VALUE TO WS-PARM-VALUE (WS-PARM-COUNT)
           SET WS-PARM-PENDING-ADD (WS-PARM-COUNT) TO TRUE
           MOVE WS-PARM-OPERATOR TO WS-PARM-REQUESTER (WS-PARM-COUNT)
           MOVE SPACES TO WS-PARM-PEND-TO (WS-PARM-COUNT)
           MOVE SPACES TO WS-PARM-PEND-VALUE (WS-PARM-COUNT)

           MOVE WS-PARM-COUNT TO WS-PARM-CHG-IDX
           MOVE "REQUEST ADD" TO WS-PARM-CHG-ACTION
           MOVE SPACES TO WS-PARM-CHG-OLD-TO
           MOVE SPACES TO WS-PARM-CHG-OLD-VALUE
           MOVE WS-PARM-INPUT-TO TO WS-PARM-CHG-NEW-TO
           MOVE WS-PARM-INPUT-VALUE TO WS-PARM-CHG-NEW-VALUE
           PERFORM PARM-LOG-PROCEDURE
           MOVE "ADD RECORDED -- PENDING SECOND APPROVAL." TO
               WS-PARM-MSG.

      * an update requests a new effective-to and/or value for an
      * active row; the current ones stay in force until approval.
      * a blank value keeps the current value, a blank effective-to
      * keeps the current effective-to (an open-ended row is closed
      * by giving it a date, not reopened by blanking one).
       PARM-UPDATE-PROCEDURE.
           PERFORM PARM-FIND-PROCEDURE
           IF WS-PARM-FOUND-IDX = 0
               MOVE "ROW NOT ON FILE -- USE A TO ADD." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PARM-ACTIVE (WS-PARM-FOUND-IDX)
               MOVE "ROW ALREADY HAS A PENDING CHANGE." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-INPUT-TO = SPACES
               AND WS-PARM-INPUT-VALUE = SPACES
               MOVE "GIVE A NEW EFFECTIVE TO, A NEW VALUE, OR BOTH."
                   TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF

           IF WS-PARM-INPUT-TO = SPACES
               MOVE WS-PARM-TO (WS-PARM-FOUND-IDX) TO WS-PARM-INPUT-TO
           ELSE
               MOVE WS-PARM-INPUT-TO TO WS-PARM-DATE-CHECK
               PERFORM PARM-CHECK-DATE-PROCEDURE
               IF WS-PARM-DATE-INVALID
                   OR WS-PARM-INPUT-TO < WS-PARM-INPUT-FROM
                   MOVE "EFFECTIVE TO MUST BE A YYYY-MM-DD ON OR AFTER"
                       TO WS-PARM-MSG
                   MOVE " FROM." TO WS-PARM-MSG (46:6)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PARM-INPUT-VALUE = SPACES
               MOVE WS-PARM-VALUE (WS-PARM-FOUND-IDX) TO
                   WS-PARM-INPUT-VALUE
           END-IF

           MOVE WS-PARM-INPUT-FROM TO WS-PARM-NEW-FROM
           MOVE WS-PARM-INPUT-TO TO WS-PARM-NEW-TO
           PERFORM PARM-CHECK-OVERLAP-PROCEDURE
           IF WS-PARM-OVERLAP-FOUND
               MOVE "DATES OVERLAP ANOTHER ROW FOR THIS NAME AND UNIT."
                   TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF

           SET WS-PARM-PENDING-UPD (WS-PARM-FOUND-IDX) TO TRUE
           MOVE WS-PARM-OPERATOR TO
               WS-PARM-REQUESTER (WS-PARM-FOUND-IDX)
           MOVE WS-PARM-INPUT-TO TO WS-PARM-PEND-TO (WS-PARM-FOUND-IDX)
           MOVE WS-PARM-INPUT-VALUE TO
               WS-PARM-PEND-VALUE (WS-PARM-FOUND-IDX)

           MOVE WS-PARM-FOUND-IDX TO WS-PARM-CHG-IDX
           MOVE "REQUEST UPD" TO WS-PARM-CHG-ACTION
           MOVE WS-PARM-TO (WS-PARM-FOUND-IDX) TO WS-PARM-CHG-OLD-TO
           MOVE WS-PARM-VALUE (WS-PARM-FOUND-IDX) TO
               WS-PARM-CHG-OLD-VALUE
           MOVE WS-PARM-INPUT-TO TO WS-PARM-CHG-NEW-TO
           MOVE WS-PARM-INPUT-VALUE TO WS-PARM-CHG-NEW-VALUE
           PERFORM PARM-LOG-PROCEDURE
           MOVE "UPDATE RECORDED -- PENDING SECOND APPROVAL." TO
               WS-PARM-MSG.

      * a delete likewise only marks the row PENDING-DEL -- the value
      * stays in force until a second operator approves its removal.
       PARM-DELETE-PROCEDURE.
           PERFORM PARM-FIND-PROCEDURE
           IF WS-PARM-FOUND-IDX = 0
               MOVE "ROW NOT ON FILE." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PARM-ACTIVE (WS-PARM-FOUND-IDX)
               MOVE "ROW ALREADY HAS A PENDING CHANGE." TO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF

           SET WS-PARM-PENDING-DEL (WS-PARM-FOUND-IDX) TO TRUE
           MOVE WS-PARM-OPERATOR TO
               WS-PARM-REQUESTER (WS-PARM-FOUND-IDX)

           MOVE WS-PARM-FOUND-IDX TO WS-PARM-CHG-IDX
           MOVE "REQUEST DEL" TO WS-PARM-CHG-ACTION
           MOVE WS-PARM-TO (WS-PARM-FOUND-IDX) TO WS-PARM-CHG-OLD-TO
           MOVE WS-PARM-VALUE (WS-PARM-FOUND-IDX) TO
               WS-PARM-CHG-OLD-VALUE
           MOVE SPACES TO WS-PARM-CHG-NEW-TO
           MOVE SPACES TO WS-PARM-CHG-NEW-VALUE
           PERFORM PARM-LOG-PROCEDURE
           MOVE "DELETE RECORDED -- PENDING SECOND APPROVAL." TO
               WS-PARM-MSG.

      * review mode -- walks every pending row prompting the current
      * operator to approve, reject, or skip. the requester may not
      * decide their own change.
       PARM-REVIEW-PROCEDURE.
      * deciding is the promote-approve authority's alone -- anyone
      * active may request, not everyone may approve.
           MOVE WS-PARM-OPERATOR TO WS-OPER-QUERY
           MOVE "P" TO WS-OPER-NEED
           MOVE "REVIEW OF PENDING PARMTBL CHANGES" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-PARM-MSG
               STRING "REVIEW REFUSED -- " WS-OPER-REASON
                   " FOR PROMOTE-APPROVE."
                   DELIMITED BY SIZE INTO WS-PARM-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PARM-PENDING-COUNT

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL
               WS-PARM-IDX > WS-PARM-COUNT
               IF NOT WS-PARM-ACTIVE (WS-PARM-IDX)
                   ADD 1 TO WS-PARM-PENDING-COUNT
                   PERFORM PARM-REVIEW-ONE-PROCEDURE
               END-IF
           END-PERFORM

      * approved deletes and rejected adds were flagged "X" below --
      * squeeze them out now that the walk is over.
           PERFORM PARM-SQUEEZE-PROCEDURE

           IF WS-PARM-PENDING-COUNT = 0
               MOVE "NOTHING PENDING TO REVIEW." TO WS-PARM-MSG
           END-IF.

       PARM-REVIEW-ONE-PROCEDURE.
           MOVE SPACES TO WS-PARM-DISPLAY-LINE
           EVALUATE TRUE
               WHEN WS-PARM-PENDING-ADD (WS-PARM-IDX)
                   STRING "PENDING ADD: " WS-PARM-NAME (WS-PARM-IDX)
                       " " WS-PARM-UNIT (WS-PARM-IDX)
                       " " WS-PARM-FROM (WS-PARM-IDX)
                       " TO " WS-PARM-TO (WS-PARM-IDX)
                       " = " WS-PARM-VALUE (WS-PARM-IDX)
                       DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
               WHEN WS-PARM-PENDING-UPD (WS-PARM-IDX)
                   STRING "PENDING UPDATE: " WS-PARM-NAME (WS-PARM-IDX)
                       " " WS-PARM-UNIT (WS-PARM-IDX)
                       " " WS-PARM-FROM (WS-PARM-IDX)
                       " TO " WS-PARM-PEND-TO (WS-PARM-IDX)
                       " = " WS-PARM-PEND-VALUE (WS-PARM-IDX)
                       DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
               WHEN OTHER
                   STRING "PENDING DELETE: " WS-PARM-NAME (WS-PARM-IDX)
                       " " WS-PARM-UNIT (WS-PARM-IDX)
                       " " WS-PARM-FROM (WS-PARM-IDX)
                       DELIMITED BY SIZE INTO WS-PARM-DISPLAY-LINE
           END-EVALUATE
           DISPLAY WS-PARM-DISPLAY-LINE
           IF WS-PARM-PENDING-UPD (WS-PARM-IDX)
               DISPLAY "  NOW IN FORCE: TO " WS-PARM-TO (WS-PARM-IDX)
                   " = " WS-PARM-VALUE (WS-PARM-IDX)
           END-IF
           DISPLAY "  REQUESTED BY " WS-PARM-REQUESTER (WS-PARM-IDX)

           IF WS-PARM-REQUESTER (WS-PARM-IDX) = WS-PARM-OPERATOR
               DISPLAY "YOU REQUESTED THIS CHANGE -- A DIFFERENT "
                   "OPERATOR MUST DECIDE IT. SKIPPED."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-DECISION
           DISPLAY SCR-PARM-REVIEW
           ACCEPT SCR-PARM-REVIEW

      * an approval changes what every script reading the parameter
      * computes, so any change freeze in force holds it -- the row
      * stays pending unless FRZEXMPT carries an approved exemption.
      * a rejection changes nothing and goes through.
           IF WS-PARM-DECISION = "A"
               MOVE "PARMTBL" TO WS-FREEZE-SUBJECT
               MOVE SPACES TO WS-FREEZE-DESK
               MOVE SPACE TO WS-FREEZE-TIER
               SET WS-FREEZE-SHARED TO TRUE
               PERFORM FREEZE-CHECK-PROCEDURE
               IF WS-FREEZE-FROZEN
                   DISPLAY "CHANGE FREEZE " WS-FREEZE-HIT-START " TO "
                       WS-FREEZE-HIT-END " -- " WS-FREEZE-HIT-REASON
                   DISPLAY "NO APPROVED EXEMPTION -- LEFT PENDING."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-PARM-IDX TO WS-PARM-CHG-IDX
           MOVE WS-PARM-TO (WS-PARM-IDX) TO WS-PARM-CHG-OLD-TO
           MOVE WS-PARM-VALUE (WS-PARM-IDX) TO WS-PARM-CHG-OLD-VALUE
           EVALUATE TRUE
               WHEN WS-PARM-DECISION = "A"
                   AND WS-PARM-PENDING-ADD (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-CHG-OLD-TO
                   MOVE SPACES TO WS-PARM-CHG-OLD-VALUE
                   MOVE WS-PARM-TO (WS-PARM-IDX) TO WS-PARM-CHG-NEW-TO
                   MOVE WS-PARM-VALUE (WS-PARM-IDX) TO
                       WS-PARM-CHG-NEW-VALUE
                   SET WS-PARM-ACTIVE (WS-PARM-IDX) TO TRUE
                   MOVE SPACES TO WS-PARM-REQUESTER (WS-PARM-IDX)
                   MOVE "APPROVE ADD" TO WS-PARM-CHG-ACTION
                   PERFORM PARM-LOG-PROCEDURE
               WHEN WS-PARM-DECISION = "A"
                   AND WS-PARM-PENDING-UPD (WS-PARM-IDX)
                   MOVE WS-PARM-PEND-TO (WS-PARM-IDX) TO
                       WS-PARM-CHG-NEW-TO
                   MOVE WS-PARM-PEND-VALUE (WS-PARM-IDX) TO
                       WS-PARM-CHG-NEW-VALUE
                   MOVE WS-PARM-PEND-TO (WS-PARM-IDX) TO
                       WS-PARM-TO (WS-PARM-IDX)
                   MOVE WS-PARM-PEND-VALUE (WS-PARM-IDX) TO
                       WS-PARM-VALUE (WS-PARM-IDX)
                   SET WS-PARM-ACTIVE (WS-PARM-IDX) TO TRUE
                   MOVE SPACES TO WS-PARM-REQUESTER (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-PEND-TO (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-PEND-VALUE (WS-PARM-IDX)
                   MOVE "APPROVE UPD" TO WS-PARM-CHG-ACTION
                   PERFORM PARM-LOG-PROCEDURE
               WHEN WS-PARM-DECISION = "A"
                   AND WS-PARM-PENDING-DEL (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-CHG-NEW-TO
                   MOVE SPACES TO WS-PARM-CHG-NEW-VALUE
                   MOVE "APPROVE DEL" TO WS-PARM-CHG-ACTION
                   PERFORM PARM-LOG-PROCEDURE
                   MOVE "X" TO WS-PARM-STATUS (WS-PARM-IDX)
               WHEN WS-PARM-DECISION = "R"
                   AND WS-PARM-PENDING-ADD (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-CHG-OLD-TO
                   MOVE SPACES TO WS-PARM-CHG-OLD-VALUE
                   MOVE SPACES TO WS-PARM-CHG-NEW-TO
                   MOVE SPACES TO WS-PARM-CHG-NEW-VALUE
                   MOVE "REJECT ADD" TO WS-PARM-CHG-ACTION
                   PERFORM PARM-LOG-PROCEDURE
                   MOVE "X" TO WS-PARM-STATUS (WS-PARM-IDX)
               WHEN WS-PARM-DECISION = "R"
                   MOVE WS-PARM-TO (WS-PARM-IDX) TO WS-PARM-CHG-NEW-TO
                   MOVE WS-PARM-VALUE (WS-PARM-IDX) TO
                       WS-PARM-CHG-NEW-VALUE
                   IF WS-PARM-PENDING-UPD (WS-PARM-IDX)
                       MOVE "REJECT UPD" TO WS-PARM-CHG-ACTION
                   ELSE
                       MOVE "REJECT DEL" TO WS-PARM-CHG-ACTION
                   END-IF
                   SET WS-PARM-ACTIVE (WS-PARM-IDX) TO TRUE
                   MOVE SPACES TO WS-PARM-REQUESTER (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-PEND-TO (WS-PARM-IDX)
                   MOVE SPACES TO WS-PARM-PEND-VALUE (WS-PARM-IDX)
                   PERFORM PARM-LOG-PROCEDURE
               WHEN OTHER
                   DISPLAY "LEFT PENDING."
           END-EVALUATE.

      * removes the rows the review pass flagged "X", after the walk
      * so indexes stay stable during it.
       PARM-SQUEEZE-PROCEDURE.
           MOVE 1 TO WS-PARM-IDX
           PERFORM UNTIL WS-PARM-IDX > WS-PARM-COUNT
               IF WS-PARM-STATUS (WS-PARM-IDX) = "X"
                   PERFORM VARYING WS-PARM-SHIFT-IDX FROM WS-PARM-IDX
                       BY 1 UNTIL WS-PARM-SHIFT-IDX >= WS-PARM-COUNT
                       MOVE WS-PARM-ENTRY (WS-PARM-SHIFT-IDX + 1) TO
                           WS-PARM-ENTRY (WS-PARM-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PARM-COUNT
               ELSE
                   ADD 1 TO WS-PARM-IDX
               END-IF
           END-PERFORM.

      * one PARMCHG record per maintenance action -- the usual OPEN
      * EXTEND with create-on-first-use fallback. the caller sets
      * WS-PARM-CHG-IDX, the action, and the before and after
      * effective-to and value.
       PARM-LOG-PROCEDURE.
           ACCEPT WS-PARM-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-CHG-TIME FROM TIME

           OPEN EXTEND PARM-CHANGE-FILE
           IF WS-PARM-CHG-STATUS NOT = "00"
               OPEN OUTPUT PARM-CHANGE-FILE
           END-IF

           MOVE SPACES TO PARM-CHANGE-RECORD
           STRING WS-PARM-CHG-YYYY "-" WS-PARM-CHG-MM "-"
               WS-PARM-CHG-DD " "
               WS-PARM-CHG-HH ":" WS-PARM-CHG-MIN ":" WS-PARM-CHG-SS
               " " WS-PARM-OPERATOR
               " " WS-PARM-CHG-ACTION
               " " WS-PARM-NAME (WS-PARM-CHG-IDX)
               " " WS-PARM-UNIT (WS-PARM-CHG-IDX)
               " " WS-PARM-FROM (WS-PARM-CHG-IDX)
               " " WS-PARM-CHG-OLD-TO
               " " WS-PARM-CHG-OLD-VALUE
               " " WS-PARM-CHG-NEW-TO
               " " WS-PARM-CHG-NEW-VALUE
               DELIMITED BY SIZE INTO PARM-CHANGE-RECORD
           WRITE PARM-CHANGE-RECORD

           CLOSE PARM-CHANGE-FILE.

       PARM-SAVE-PROCEDURE.
           OPEN OUTPUT PARM-TABLE-FILE

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL
               WS-PARM-IDX > WS-PARM-COUNT
               MOVE SPACES TO PARM-TABLE-RECORD
               MOVE WS-PARM-NAME (WS-PARM-IDX) TO PARM-TABLE-NAME
               MOVE WS-PARM-UNIT (WS-PARM-IDX) TO PARM-TABLE-UNIT
               MOVE WS-PARM-FROM (WS-PARM-IDX) TO PARM-TABLE-EFF-FROM
               MOVE WS-PARM-TO (WS-PARM-IDX) TO PARM-TABLE-EFF-TO
               MOVE WS-PARM-VALUE (WS-PARM-IDX) TO PARM-TABLE-VALUE
               MOVE WS-PARM-STATUS (WS-PARM-IDX) TO PARM-TABLE-STATUS
               MOVE WS-PARM-REQUESTER (WS-PARM-IDX) TO
                   PARM-TABLE-REQUESTER
               MOVE WS-PARM-PEND-TO (WS-PARM-IDX) TO PARM-TABLE-PEND-TO
               MOVE WS-PARM-PEND-VALUE (WS-PARM-IDX) TO
                   PARM-TABLE-PEND-VALUE
               WRITE PARM-TABLE-RECORD
           END-PERFORM

           CLOSE PARM-TABLE-FILE.

       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
