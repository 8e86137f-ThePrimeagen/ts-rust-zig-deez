      * an add or update reads the member file itself and computes
      * the content fingerprint with the lexer's own rolling
      * checksum, so the cataloged fingerprint can never be a typo.
      * the operator must be active on OPERMSTR to sign on, and an
      * add, update or delete -- sanctioning a member as production
      * code -- needs the promote-approve authority; anyone else
      * may look but not change, and each refusal goes to OPERLOG.
      * a shared member reaches every script that splices it, so any
      * change freeze in force (FREEZCAL) refuses a catalog change
      * unless FRZEXMPT carries an approved exemption for the
      * member; the refusal or exemption is logged to OPERLOG too.
      * L sets a member's lifecycle without re-reading it (a retired
      * member may already be gone from the library): D deprecates
      * it to a sunset date, R retires it (sunset defaults to today)
      * and A puts it back in service. the batch gate warns on a new
      * import of a deprecated member and blocks a retired one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CATALOG-MAINT-PROGRAM.

           SELECT CATALOG-CHANGE-FILE ASSIGN TO "IMPCCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPCAT-CHG-STATUS.
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
           RECORD CONTAINS 80 CHARACTERS.
       01 CATALOG-CHANGE-RECORD PIC X(80).

       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "freeze-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "freeze-data.cpy".
       01 WS-IMPCAT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-IMPCAT-MEMBER-STATUS PIC XX VALUE "00".
       01 WS-IMPCAT-CHG-STATUS    PIC XX VALUE "00".
               10 WS-IMPCAT-VERSION PIC X(4).
               10 WS-IMPCAT-FP      PIC 9(8).
               10 WS-IMPCAT-STATUS  PIC X(1).
               10 WS-IMPCAT-LIFECYCLE PIC X(1).
               10 WS-IMPCAT-SUNSET  PIC X(10).

       01 WS-IMPCAT-EOF-SWITCH PIC X VALUE "N".
           88 WS-IMPCAT-EOF-ON  VALUE "Y".
       01 WS-IMPCAT-INPUT-MEMBER  PIC X(20).
       01 WS-IMPCAT-INPUT-DESK    PIC X(4).
       01 WS-IMPCAT-INPUT-VERSION PIC X(4).
       01 WS-IMPCAT-INPUT-LIFECYCLE PIC X(1).
       01 WS-IMPCAT-INPUT-SUNSET    PIC X(10).

       01 WS-IMPCAT-NEW-LIFECYCLE PIC X(1).
       01 WS-IMPCAT-NEW-SUNSET    PIC X(10).

       01 WS-IMPCAT-MSG PIC X(60) VALUE SPACES.
       01 WS-IMPCAT-DISPLAY-LINE PIC X(80).

      * fingerprint scratch -- the same multiply-and-add rolling
      * checksum LEXER-APPEND-SOURCE-RECORD-PROCEDURE uses, over the
           05 WS-IMPCAT-CHG-SS  PIC 99.
           05 FILLER            PIC 99.
       01 WS-IMPCAT-CHG-ACTION PIC X(12).
       01 WS-IMPCAT-CHG-TAIL   PIC X(12).

       SCREEN SECTION.
       COPY "import-catalog-screen.cpy".
               ACCEPT SCR-IMPCAT-SIGNON
           END-PERFORM

           MOVE "IMPORT-CATALOG-MAINT" TO WS-OPER-CALLER
           MOVE WS-IMPCAT-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO IMPORT CATALOG MAINTENANCE" TO
               WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "IMPORT-CATALOG-MAINT-PROGRAM: OPERATOR "
                   WS-IMPCAT-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

           PERFORM IMPCAT-LOAD-PROCEDURE

           PERFORM UNTIL WS-IMPCAT-DONE-ON
               MOVE SPACES TO WS-IMPCAT-INPUT-MEMBER
               MOVE SPACES TO WS-IMPCAT-INPUT-DESK
               MOVE SPACES TO WS-IMPCAT-INPUT-VERSION
               MOVE SPACES TO WS-IMPCAT-INPUT-LIFECYCLE
               MOVE SPACES TO WS-IMPCAT-INPUT-SUNSET
               MOVE SPACES TO WS-IMPCAT-CHG-TAIL
               DISPLAY SCR-IMPCAT-INPUT
               ACCEPT SCR-IMPCAT-INPUT

               IF WS-IMPCAT-ACTION = "A" OR "U" OR "D" OR "L"
                   PERFORM IMPCAT-ENTITLED-PROCEDURE
               END-IF

               EVALUATE WS-IMPCAT-ACTION
                   WHEN "A"
                       PERFORM IMPCAT-ADD-PROCEDURE
                       PERFORM IMPCAT-UPDATE-PROCEDURE
                   WHEN "D"
                       PERFORM IMPCAT-DELETE-PROCEDURE
                   WHEN "L"
                       PERFORM IMPCAT-LIFECYCLE-PROCEDURE
                   WHEN "X"
                       SET WS-IMPCAT-DONE-ON TO TRUE
                   WHEN "R"
                       CONTINUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE A, U, D, L, OR X."
                           TO WS-IMPCAT-MSG
               END-EVALUATE
           END-PERFORM


           STOP RUN.

      * a change to the catalog sanctions a member as production
      * code -- the promote-approve authority's call. a refused
      * action comes back as R, which the EVALUATE passes by.
       IMPCAT-ENTITLED-PROCEDURE.
           MOVE WS-IMPCAT-OPERATOR TO WS-OPER-QUERY
           MOVE "P" TO WS-OPER-NEED
           MOVE SPACES TO WS-OPER-DETAIL
           STRING "CATALOG ACTION " WS-IMPCAT-ACTION " ON "
               WS-IMPCAT-INPUT-MEMBER
               DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-IMPCAT-MSG
               STRING "CHANGE REFUSED -- " WS-OPER-REASON
                   " FOR PROMOTE-APPROVE."
                   DELIMITED BY SIZE INTO WS-IMPCAT-MSG
               MOVE "R" TO WS-IMPCAT-ACTION
               EXIT PARAGRAPH
           END-IF

      * and no change-freeze in force may hold it without exemption.
           MOVE WS-IMPCAT-INPUT-MEMBER TO WS-FREEZE-SUBJECT
           MOVE SPACES TO WS-FREEZE-DESK
           MOVE SPACE TO WS-FREEZE-TIER
           SET WS-FREEZE-SHARED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE
           IF WS-FREEZE-FROZEN
               MOVE SPACES TO WS-IMPCAT-MSG
               STRING "CHANGE REFUSED -- FREEZE " WS-FREEZE-HIT-START
                   " TO " WS-FREEZE-HIT-END ", NO EXEMPTION."
                   DELIMITED BY SIZE INTO WS-IMPCAT-MSG
               MOVE "R" TO WS-IMPCAT-ACTION
           END-IF.

       IMPCAT-LOAD-PROCEDURE.
           OPEN INPUT IMPORT-CATALOG-FILE
           IF WS-IMPCAT-FILE-STATUS NOT = "00"
                               WS-IMPCAT-FP (WS-IMPCAT-COUNT)
                           MOVE IMPORT-CATALOG-STATUS TO
                               WS-IMPCAT-STATUS (WS-IMPCAT-COUNT)
                           MOVE IMPORT-CATALOG-LIFECYCLE TO
                               WS-IMPCAT-LIFECYCLE (WS-IMPCAT-COUNT)
                           MOVE IMPORT-CATALOG-SUNSET TO
                               WS-IMPCAT-SUNSET (WS-IMPCAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "IMPORT MEMBER CATALOG -- OPERATOR "
               WS-IMPCAT-OPERATOR
           DISPLAY "  # MEMBER               DESK VERS FINGERPRNT ST "
               "L SUNSET"

           PERFORM VARYING WS-IMPCAT-IDX FROM 1 BY 1 UNTIL
               WS-IMPCAT-IDX > WS-IMPCAT-COUNT
                   WS-IMPCAT-DESK (WS-IMPCAT-IDX) " "
                   WS-IMPCAT-VERSION (WS-IMPCAT-IDX) "   "
                   WS-IMPCAT-FP (WS-IMPCAT-IDX) "   "
                   WS-IMPCAT-STATUS (WS-IMPCAT-IDX) "  "
                   WS-IMPCAT-LIFECYCLE (WS-IMPCAT-IDX) " "
                   WS-IMPCAT-SUNSET (WS-IMPCAT-IDX)
                   DELIMITED BY SIZE INTO WS-IMPCAT-DISPLAY-LINE
               DISPLAY WS-IMPCAT-DISPLAY-LINE
           END-PERFORM
               WS-IMPCAT-VERSION (WS-IMPCAT-COUNT)
           MOVE WS-IMPCAT-FP-WORK TO WS-IMPCAT-FP (WS-IMPCAT-COUNT)
           MOVE "A" TO WS-IMPCAT-STATUS (WS-IMPCAT-COUNT)
           MOVE "A" TO WS-IMPCAT-LIFECYCLE (WS-IMPCAT-COUNT)
           MOVE SPACES TO WS-IMPCAT-SUNSET (WS-IMPCAT-COUNT)

           MOVE "ADD" TO WS-IMPCAT-CHG-ACTION
           PERFORM IMPCAT-LOG-PROCEDURE

           MOVE "MEMBER REMOVED FROM CATALOG." TO WS-IMPCAT-MSG.

      * deprecate, retire or reinstate -- the member's content and
      * fingerprint are left as cataloged. a deprecated member must
      * say when it goes; a retired one with no date keyed was
      * retired today; an active one has no sunset at all.
       IMPCAT-LIFECYCLE-PROCEDURE.
           PERFORM IMPCAT-FIND-PROCEDURE
           IF WS-IMPCAT-FOUND-IDX = 0
               MOVE "MEMBER NOT CATALOGED." TO WS-IMPCAT-MSG
               EXIT PARAGRAPH
           END-IF

           IF WS-IMPCAT-INPUT-LIFECYCLE NOT = "A" AND NOT = "D"
               AND NOT = "R"
               MOVE "LIFECYCLE MUST BE A, D OR R." TO WS-IMPCAT-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMPCAT-INPUT-LIFECYCLE TO WS-IMPCAT-NEW-LIFECYCLE

           MOVE WS-IMPCAT-INPUT-SUNSET TO WS-IMPCAT-NEW-SUNSET
           IF WS-IMPCAT-NEW-SUNSET NOT = SPACES
               IF WS-IMPCAT-NEW-SUNSET (1:4) NOT NUMERIC
                   OR WS-IMPCAT-NEW-SUNSET (5:1) NOT = "-"
                   OR WS-IMPCAT-NEW-SUNSET (6:2) NOT NUMERIC
                   OR WS-IMPCAT-NEW-SUNSET (8:1) NOT = "-"
                   OR WS-IMPCAT-NEW-SUNSET (9:2) NOT NUMERIC
                   MOVE "SUNSET DATE MUST BE YYYY-MM-DD." TO
                       WS-IMPCAT-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-IMPCAT-NEW-LIFECYCLE
               WHEN "D"
                   IF WS-IMPCAT-NEW-SUNSET = SPACES
                       MOVE "A DEPRECATED MEMBER NEEDS A SUNSET DATE."
                           TO WS-IMPCAT-MSG
                       EXIT PARAGRAPH
                   END-IF
               WHEN "R"
                   IF WS-IMPCAT-NEW-SUNSET = SPACES
                       ACCEPT WS-IMPCAT-CHG-DATE FROM DATE YYYYMMDD
                       STRING WS-IMPCAT-CHG-YYYY "-" WS-IMPCAT-CHG-MM
                           "-" WS-IMPCAT-CHG-DD
                           DELIMITED BY SIZE INTO WS-IMPCAT-NEW-SUNSET
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-IMPCAT-NEW-SUNSET
           END-EVALUATE

           MOVE WS-IMPCAT-NEW-LIFECYCLE TO
               WS-IMPCAT-LIFECYCLE (WS-IMPCAT-FOUND-IDX)
           MOVE WS-IMPCAT-NEW-SUNSET TO
               WS-IMPCAT-SUNSET (WS-IMPCAT-FOUND-IDX)

           MOVE "LIFECYCLE" TO WS-IMPCAT-CHG-ACTION
           STRING WS-IMPCAT-NEW-LIFECYCLE " " WS-IMPCAT-NEW-SUNSET
               DELIMITED BY SIZE INTO WS-IMPCAT-CHG-TAIL
           PERFORM IMPCAT-LOG-PROCEDURE
           EVALUATE WS-IMPCAT-NEW-LIFECYCLE
               WHEN "D"
                   MOVE "MEMBER DEPRECATED." TO WS-IMPCAT-MSG
               WHEN "R"
                   MOVE "MEMBER RETIRED -- THE BATCH GATE BLOCKS IT."
                       TO WS-IMPCAT-MSG
               WHEN OTHER
                   MOVE "MEMBER RETURNED TO ACTIVE SERVICE." TO
                       WS-IMPCAT-MSG
           END-EVALUATE.

      * reads the member file named on the screen and computes its
      * content fingerprint -- a member that cannot be read is not
      * cataloged on faith.
               WS-IMPCAT-CHG-SS " "
               WS-IMPCAT-OPERATOR " "
               WS-IMPCAT-CHG-ACTION " "
               WS-IMPCAT-INPUT-MEMBER " "
               WS-IMPCAT-CHG-TAIL
               DELIMITED BY SIZE INTO CATALOG-CHANGE-RECORD
           WRITE CATALOG-CHANGE-RECORD

                   IMPORT-CATALOG-FINGERPRINT
               MOVE WS-IMPCAT-STATUS (WS-IMPCAT-IDX) TO
                   IMPORT-CATALOG-STATUS
               MOVE WS-IMPCAT-LIFECYCLE (WS-IMPCAT-IDX) TO
                   IMPORT-CATALOG-LIFECYCLE
               MOVE WS-IMPCAT-SUNSET (WS-IMPCAT-IDX) TO
                   IMPORT-CATALOG-SUNSET
               WRITE IMPORT-CATALOG-RECORD
           END-PERFORM

           CLOSE IMPORT-CATALOG-FILE.

       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "freeze-proc.cpy".
