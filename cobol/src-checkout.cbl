      * SRC-CHECKOUT-PROGRAM is the check-out / check-in desk for the
      * production rule scripts. before it, two analysts could both
      * copy LEXERSRC into CANDSRC, edit, and promote one after the
      * other -- the second promotion silently wiping out the first.
      * a script is now checked out to one analyst at a time on the
      * SRCLOCK register, and PROMOTE-PROGRAM promotes only for the
      * analyst holding it.
      *
      * SRCCTL cards: ACTION=OUT or ACTION=IN, SCRIPT=name (LEXERSRC
      * when omitted), ANALYST=xxxxxxxx (must be active on OPERMSTR).
      *
      * OUT takes the script for the analyst and writes the latest
      * SRCLIB version of it to CANDSRC as the analyst's working
      * copy -- or, for a script the library has no version of yet,
      * the production LEXERSRC itself. a script out to somebody
      * else is refused; one already out to the same analyst is left
      * alone, so a second OUT cannot overwrite work in progress.
      *
      * IN hands the script back without promoting it (a promotion
      * checks the script in by itself). only the holder may check a
      * script in -- releasing somebody else's check-out, for the
      * analyst who has left on holiday with it, takes the break-
      * glass authority on OPERMSTR and is logged as BROKEN.
      *
      * every action, refusals included, is appended to SRCLKLOG.
      *
      * RETURN-CODE: 0 = done; 4 = nothing to do (already out to
      * the analyst, or not out at all); 8 = refused; 16 = control
      * cards missing or SRCLIB / SRCLOCK unusable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRC-CHECKOUT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKOUT-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCO-CTL-STATUS.
           SELECT SOURCE-LIBRARY-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-LIBRARY-KEY
               FILE STATUS IS WS-SRCLIB-STATUS.
           SELECT SOURCE-LOCK-FILE ASSIGN TO "SRCLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-LOCK-SCRIPT
               FILE STATUS IS WS-SRCLIB-LOCK-STATUS.
           SELECT CHECKOUT-WORK-FILE ASSIGN TO "CANDSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCO-WORK-STATUS.
           SELECT CHECKOUT-PROD-FILE ASSIGN TO "LEXERSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCO-PROD-STATUS.
           SELECT CHECKOUT-LOG-FILE ASSIGN TO "SRCLKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCO-LOG-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKOUT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CHECKOUT-CONTROL-RECORD PIC X(80).

       COPY "srclib-file.cpy".
       COPY "srclock-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".

      * the analyst's working copy, and the production script it is
      * seeded from when the library has nothing yet.
       FD CHECKOUT-WORK-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 CHECKOUT-WORK-RECORD PIC X(256).

       FD CHECKOUT-PROD-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 CHECKOUT-PROD-RECORD PIC X(256).

      * one appended record per check-out desk action.
       FD CHECKOUT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 CHECKOUT-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "srclib-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".

       01 WS-SCO-CTL-STATUS  PIC XX VALUE "00".
       01 WS-SCO-WORK-STATUS PIC XX VALUE "00".
       01 WS-SCO-PROD-STATUS PIC XX VALUE "00".
       01 WS-SCO-LOG-STATUS  PIC XX VALUE "00".

       01 WS-SCO-EOF-SWITCH PIC X VALUE "N".
           88 WS-SCO-EOF-ON  VALUE "Y".
           88 WS-SCO-EOF-OFF VALUE "N".

       01 WS-SCO-CARD-KEY   PIC X(12).
       01 WS-SCO-CARD-VALUE PIC X(40).

       01 WS-SCO-ACTION  PIC X(3) VALUE SPACES.
           88 WS-SCO-ACTION-OUT VALUE "OUT".
           88 WS-SCO-ACTION-IN  VALUE "IN".
       01 WS-SCO-SCRIPT  PIC X(20) VALUE "LEXERSRC".
       01 WS-SCO-ANALYST PIC X(8) VALUE SPACES.

       01 WS-SCO-EXTRACTED PIC 9(5) VALUE 0.
       01 WS-SCO-LINE      PIC 9(5) VALUE 0.

      * what lands on SRCLKLOG: CHECKOUT, CHECKIN, BROKEN, REFUSED.
       01 WS-SCO-OUTCOME PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SRC-CHECKOUT-READ-CONTROL-PROCEDURE

           MOVE WS-SCO-SCRIPT TO WS-SRCLIB-SCRIPT
           PERFORM SRCLIB-LOCK-READ-PROCEDURE

           MOVE "SRC-CHECKOUT-PROGRAM" TO WS-OPER-CALLER
           MOVE WS-SCO-ANALYST TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SRCCTL ANALYST= ON A SCRIPT CHECK-OUT" TO
               WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-ANALYST
                   " REFUSED -- " WS-OPER-REASON " (" WS-OPER-AUTH-NAME
                   " ON OPERMSTR)"
               MOVE "REFUSED " TO WS-SCO-OUTCOME
               PERFORM SRC-CHECKOUT-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SCO-ACTION-OUT
               PERFORM SRC-CHECKOUT-OUT-PROCEDURE
           ELSE
               PERFORM SRC-CHECKOUT-IN-PROCEDURE
           END-IF

           STOP RUN.

       SRC-CHECKOUT-READ-CONTROL-PROCEDURE.
           OPEN INPUT CHECKOUT-CONTROL-FILE
           IF WS-SCO-CTL-STATUS NOT = "00"
               DISPLAY "SRC-CHECKOUT-PROGRAM: NO SRCCTL CONTROL "
                   "DATASET -- NOTHING NAMES THE ACTION. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-SCO-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCO-EOF-ON
               READ CHECKOUT-CONTROL-FILE
                   AT END
                       SET WS-SCO-EOF-ON TO TRUE
                   NOT AT END
                       IF CHECKOUT-CONTROL-RECORD (1:1) NOT = "*"
                           AND CHECKOUT-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-SCO-CARD-KEY
                           MOVE SPACES TO WS-SCO-CARD-VALUE
                           UNSTRING CHECKOUT-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-SCO-CARD-KEY WS-SCO-CARD-VALUE
                           EVALUATE WS-SCO-CARD-KEY
                               WHEN "ACTION"
                                   MOVE WS-SCO-CARD-VALUE (1:3) TO
                                       WS-SCO-ACTION
                               WHEN "SCRIPT"
                                   MOVE WS-SCO-CARD-VALUE (1:20) TO
                                       WS-SCO-SCRIPT
                               WHEN "ANALYST"
                                   MOVE WS-SCO-CARD-VALUE (1:8) TO
                                       WS-SCO-ANALYST
                               WHEN OTHER
                                   DISPLAY "SRC-CHECKOUT-PROGRAM: "
                                       "SRCCTL CARD '" WS-SCO-CARD-KEY
                                       "' NOT RECOGNIZED -- IGNORED"
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHECKOUT-CONTROL-FILE

           IF WS-SCO-ANALYST = SPACES
               OR WS-SCO-SCRIPT = SPACES
               OR NOT (WS-SCO-ACTION-OUT OR WS-SCO-ACTION-IN)
               DISPLAY "SRC-CHECKOUT-PROGRAM: SRCCTL MUST NAME "
                   "ACTION=OUT OR IN, AND ANALYST=. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * check-out: the lock first, then the working copy -- an
      * analyst handed a CANDSRC must already own the script.
       SRC-CHECKOUT-OUT-PROCEDURE.
           IF WS-SRCLIB-LOCKED
               IF WS-SRCLIB-LOCK-HOLDER = WS-SCO-ANALYST
                   DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                       " IS ALREADY CHECKED OUT TO " WS-SCO-ANALYST
                       " SINCE " WS-SRCLIB-LOCK-DATE
                       " -- CANDSRC LEFT AS IT IS"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                       " IS CHECKED OUT TO " WS-SRCLIB-LOCK-HOLDER
                       " SINCE " WS-SRCLIB-LOCK-DATE " "
                       WS-SRCLIB-LOCK-TIME ". REFUSED"
                   MOVE "REFUSED " TO WS-SCO-OUTCOME
                   PERFORM SRC-CHECKOUT-LOG-PROCEDURE
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM SRCLIB-OPEN-PROCEDURE
           IF WS-SRCLIB-STATUS NOT = "00"
               DISPLAY "SRC-CHECKOUT-PROGRAM: SRCLIB OPEN FAILED, "
                   "STATUS=" WS-SRCLIB-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SRCLIB-LATEST-PROCEDURE

           MOVE WS-SCO-ANALYST TO WS-SRCLIB-LOCK-HOLDER
           MOVE WS-SRCLIB-LATEST TO WS-SRCLIB-LOCK-BASE
           PERFORM SRCLIB-LOCK-TAKE-PROCEDURE
           IF WS-SRCLIB-LOCK-STATUS NOT = "00"
               DISPLAY "SRC-CHECKOUT-PROGRAM: SRCLOCK WRITE FAILED, "
                   "STATUS=" WS-SRCLIB-LOCK-STATUS
                   " -- " WS-SCO-SCRIPT " NOT CHECKED OUT"
               CLOSE SOURCE-LIBRARY-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CHECKOUT-WORK-FILE
           IF WS-SRCLIB-LATEST > 0
               PERFORM SRC-CHECKOUT-EXTRACT-PROCEDURE
           ELSE
               PERFORM SRC-CHECKOUT-SEED-PROCEDURE
           END-IF
           CLOSE CHECKOUT-WORK-FILE
           CLOSE SOURCE-LIBRARY-FILE

           MOVE "CHECKOUT" TO WS-SCO-OUTCOME
           PERFORM SRC-CHECKOUT-LOG-PROCEDURE

           IF WS-SRCLIB-LATEST > 0
               DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                   " CHECKED OUT TO " WS-SCO-ANALYST " -- VERSION "
                   WS-SRCLIB-LATEST ", " WS-SCO-EXTRACTED
                   " RECORDS ON CANDSRC"
           ELSE
               DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                   " CHECKED OUT TO " WS-SCO-ANALYST " -- NO SRCLIB "
                   "VERSION YET, " WS-SCO-EXTRACTED
                   " RECORDS OF PRODUCTION ON CANDSRC"
           END-IF
           MOVE 0 TO RETURN-CODE.

      * the latest version's lines, 00001 up to the header's count.
       SRC-CHECKOUT-EXTRACT-PROCEDURE.
           MOVE WS-SCO-SCRIPT TO SOURCE-LIBRARY-SCRIPT
           MOVE WS-SRCLIB-LATEST TO SOURCE-LIBRARY-VERSION
           MOVE 0 TO SOURCE-LIBRARY-LINE
           READ SOURCE-LIBRARY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SOURCE-LIBRARY-RECORDS TO WS-SCO-LINE

           PERFORM VARYING WS-SCO-EXTRACTED FROM 0 BY 1 UNTIL
               WS-SCO-EXTRACTED >= WS-SCO-LINE
               MOVE WS-SCO-SCRIPT TO SOURCE-LIBRARY-SCRIPT
               MOVE WS-SRCLIB-LATEST TO SOURCE-LIBRARY-VERSION
               COMPUTE SOURCE-LIBRARY-LINE = WS-SCO-EXTRACTED + 1
               READ SOURCE-LIBRARY-FILE
                   INVALID KEY
                       MOVE SPACES TO SOURCE-LIBRARY-TEXT
               END-READ
               MOVE SOURCE-LIBRARY-TEXT TO CHECKOUT-WORK-RECORD
               WRITE CHECKOUT-WORK-RECORD
           END-PERFORM.

      * a script older than the library -- production is the base.
       SRC-CHECKOUT-SEED-PROCEDURE.
           OPEN INPUT CHECKOUT-PROD-FILE
           IF WS-SCO-PROD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-SCO-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SCO-EOF-ON
               READ CHECKOUT-PROD-FILE
                   AT END
                       SET WS-SCO-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCO-EXTRACTED
                       MOVE CHECKOUT-PROD-RECORD TO
                           CHECKOUT-WORK-RECORD
                       WRITE CHECKOUT-WORK-RECORD
               END-READ
           END-PERFORM

           CLOSE CHECKOUT-PROD-FILE.

      * check-in without a promotion. CANDSRC is not touched -- the
      * work is simply no longer protected by the lock.
       SRC-CHECKOUT-IN-PROCEDURE.
           IF WS-SRCLIB-UNLOCKED
               DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                   " IS NOT CHECKED OUT -- NOTHING TO CHECK IN"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SRCLIB-LOCK-HOLDER = WS-SCO-ANALYST
               MOVE "CHECKIN " TO WS-SCO-OUTCOME
           ELSE
               MOVE "B" TO WS-OPER-NEED
               MOVE SPACES TO WS-OPER-DETAIL
               STRING "SRCCTL RELEASE OF " WS-SRCLIB-LOCK-HOLDER
                   "'S CHECK-OUT"
                   DELIMITED BY SIZE INTO WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
               IF WS-OPER-REFUSED
                   DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
                       " IS CHECKED OUT TO " WS-SRCLIB-LOCK-HOLDER
                       " -- " WS-SCO-ANALYST " HAS NO "
                       WS-OPER-AUTH-NAME " AUTHORITY TO RELEASE IT. "
                       "REFUSED"
                   MOVE "REFUSED " TO WS-SCO-OUTCOME
                   PERFORM SRC-CHECKOUT-LOG-PROCEDURE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BROKEN  " TO WS-SCO-OUTCOME
           END-IF

           PERFORM SRCLIB-LOCK-RELEASE-PROCEDURE
           IF WS-SRCLIB-LOCK-STATUS NOT = "00"
               DISPLAY "SRC-CHECKOUT-PROGRAM: SRCLOCK UPDATE FAILED, "
                   "STATUS=" WS-SRCLIB-LOCK-STATUS
                   " -- " WS-SCO-SCRIPT " STILL CHECKED OUT"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SRC-CHECKOUT-LOG-PROCEDURE
           DISPLAY "SRC-CHECKOUT-PROGRAM: " WS-SCO-SCRIPT
               " CHECKED IN (" WS-SCO-OUTCOME ") BY " WS-SCO-ANALYST
               " -- WAS OUT TO " WS-SRCLIB-LOCK-HOLDER
               " SINCE " WS-SRCLIB-LOCK-DATE
           MOVE 0 TO RETURN-CODE.

      * the usual OPEN EXTEND with create-on-first-use fallback.
       SRC-CHECKOUT-LOG-PROCEDURE.
           PERFORM SRCLIB-STAMP-PROCEDURE

           OPEN EXTEND CHECKOUT-LOG-FILE
           IF WS-SCO-LOG-STATUS NOT = "00"
               OPEN OUTPUT CHECKOUT-LOG-FILE
           END-IF

           MOVE SPACES TO CHECKOUT-LOG-RECORD
           STRING WS-SRCLIB-STAMP-DASHED " " WS-SRCLIB-STAMP-COLON
               " " WS-SCO-OUTCOME
               " " WS-SCO-SCRIPT
               " ID=" WS-SCO-ANALYST
               " HOLDER=" WS-SRCLIB-LOCK-HOLDER
               " BASE=" WS-SRCLIB-LOCK-BASE
               DELIMITED BY SIZE INTO CHECKOUT-LOG-RECORD
           WRITE CHECKOUT-LOG-RECORD

           CLOSE CHECKOUT-LOG-FILE.

       COPY "srclib-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
