      * fingerprint, and the gate results.
      *
      * PROMOCTL cards: REQUESTER=xxxxxxxx  APPROVER=xxxxxxxx
      * the approver may not be the requester. both ids must be
      * active on OPERMSTR and the approver must hold the
      * promote-approve authority -- an unknown, suspended or
      * unentitled id is refused, and the refusal lands in OPERLOG
      * as well as PROMOLOG.
      * the script's own assertion tests are a hard gate, like the
      * grammar: the test step (ScriptTest) leaves SCRTEST, and a
      * missing or unfinished SCRTEST, one run over other content
      * than this candidate, or any FAIL case refuses the promotion.
      * SHADOWMAX=nnnnnnn turns on the outcome gate: the shadow-run
      * step (ShadowRun) has evaluated production and candidate over
      * the historical case deck, and a candidate that changes more
      * outcomes than SHADOWMAX is refused -- unless ACKCHANGES=
      * nnnnnnn names exactly the changed count SHADSUM reports, the
      * approver's acknowledgement that the move is the intended one.
      * the SHADSUM record must be for this candidate (same content
      * fingerprint), so a stale shadow run proves nothing.
      *
      * SCRIPT=name names the production script the candidate
      * replaces (LEXERSRC when omitted), so the change-freeze
      * calendar can find its OWNERMST desk and tier. a promotion
      * inside a freeze that reaches the script is refused unless
      * FRZEXMPT carries an approved exemption for it; both the
      * refusal and the exemption land in OPERLOG.
      *
      * the script must be checked out to the requester on SRCLOCK
      * (SRC-CHECKOUT-PROGRAM) -- one not checked out, out to
      * somebody else, or checked out from a version the library
      * has since moved past is refused, so two analysts' edits can
      * never overwrite each other. the promoted content goes into
      * the SRCLIB source library as the script's next version, with
      * its fingerprint, requester and approver, and the requester's
      * check-out is released. SRC-ROLLBACK-PROGRAM restores a prior
      * version from there.
      *
      * RETURN-CODE: 0 = promoted; 8 = refused (gates or approval);
      * 16 = control cards missing or candidate unreadable.
           SELECT COMPLEXITY-REPORT-FILE ASSIGN TO "CMPLXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLX-FILE-STATUS.
           SELECT SCRIPT-TEST-FILE ASSIGN TO "SCRTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-TST-STATUS.
           SELECT SHADOW-SUMMARY-FILE ASSIGN TO "SHADSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-SHD-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT FREEZE-CALENDAR-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-CAL-STATUS.
           SELECT FREEZE-EXEMPT-FILE ASSIGN TO "FRZEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-EXM-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       COPY "lexer-spill-file.cpy".
       COPY "lexer-import-file.cpy".
       COPY "cmplx-file.cpy".
       COPY "script-test-file.cpy".
       COPY "shadow-summary-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "owner-file.cpy".
       COPY "freeze-file.cpy".
       COPY "srclib-file.cpy".
       COPY "srclock-file.cpy".

       FD PROMOTE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

      * one appended record per promotion attempt -- who requested,
      * who approved, the candidate's content fingerprint, the gate
      * results, the verdict, and the SRCLIB version a promotion
      * became. this file IS the answer to "how did that script get
      * into production".
       FD PROMOTE-LOG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PROMOTE-LOG-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "parser-data.cpy".
       COPY "cmplx-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "owner-data.cpy".
       COPY "freeze-data.cpy".
       COPY "srclib-data.cpy".

       01 WS-PROMO-CTL-STATUS PIC XX VALUE "00".
       01 WS-PROMO-LOG-STATUS PIC XX VALUE "00".
       01 WS-PROMO-TST-STATUS PIC XX VALUE "00".
       01 WS-PROMO-SHD-STATUS PIC XX VALUE "00".

       01 WS-PROMO-EOF-SWITCH PIC X VALUE "N".
           88 WS-PROMO-EOF-ON  VALUE "Y".

       01 WS-PROMO-CARD-KEY   PIC X(12).
       01 WS-PROMO-CARD-VALUE PIC X(40).
       01 WS-PROMO-CARD-NUMBER PIC 9(7) VALUE 0.
       01 WS-PROMO-CARD-DIGITS PIC 9(2) VALUE 0.

       01 WS-PROMO-REQUESTER PIC X(8) VALUE SPACES.
       01 WS-PROMO-APPROVER  PIC X(8) VALUE SPACES.
       01 WS-PROMO-SCRIPT    PIC X(20) VALUE "LEXERSRC".

       01 WS-PROMO-GATE-SWITCH PIC X VALUE "Y".
           88 WS-PROMO-GATES-PASS VALUE "Y".
           88 WS-PROMO-GATES-FAIL VALUE "N".

      * the assertion-test gate's tally off SCRTEST.
       01 WS-PROMO-TEST-SWITCH PIC X VALUE "N".
           88 WS-PROMO-TESTED VALUE "Y".
       01 WS-PROMO-TEST-TRAILER PIC X VALUE "N".
           88 WS-PROMO-TEST-COMPLETE VALUE "Y".
       01 WS-PROMO-TEST-FP     PIC 9(8) VALUE 0.
       01 WS-PROMO-TEST-PASSED PIC 9(5) VALUE 0.
       01 WS-PROMO-TEST-FAILED PIC 9(5) VALUE 0.

      * the outcome gate -- off unless PROMOCTL carries SHADOWMAX=.
       01 WS-PROMO-SHADOW-SWITCH PIC X VALUE "N".
           88 WS-PROMO-SHADOW-ON  VALUE "Y".
           88 WS-PROMO-SHADOW-OFF VALUE "N".
       01 WS-PROMO-SHADOW-MAX  PIC 9(7) VALUE 0.
       01 WS-PROMO-ACK-SWITCH  PIC X VALUE "N".
           88 WS-PROMO-ACK-GIVEN VALUE "Y".
       01 WS-PROMO-ACK-CHANGES PIC 9(7) VALUE 0.
       01 WS-PROMO-SHD-CHANGED PIC 9(7) VALUE 0.
       01 WS-PROMO-ACK-FLAG    PIC X VALUE "N".

       01 WS-PROMO-VERDICT PIC X(8) VALUE SPACES.
       01 WS-PROMO-COPIED  PIC 9(5) VALUE 0.

       01 WS-PROMO-LOG-PTR PIC 9(3) VALUE 1.

       01 WS-PROMO-LOG-DATE.
           05 WS-PROMO-LOG-YYYY PIC 9(4).
           05 WS-PROMO-LOG-MM   PIC 99.
               STOP RUN
           END-IF

      * and the two ids must be ones OPERMSTR vouches for.
           MOVE "PROMOTE-PROGRAM" TO WS-OPER-CALLER
           MOVE WS-PROMO-REQUESTER TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "PROMOCTL REQUESTER= ON A PROMOTION" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-ALLOWED
               MOVE WS-PROMO-APPROVER TO WS-OPER-QUERY
               MOVE "P" TO WS-OPER-NEED
               MOVE "PROMOCTL APPROVER= ON A PROMOTION" TO
                   WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
           END-IF
           IF WS-OPER-REFUSED
               DISPLAY "PROMOTE-PROGRAM: " WS-OPER-QUERY " REFUSED -- "
                   WS-OPER-REASON " (" WS-OPER-AUTH-NAME
                   " ON OPERMSTR). REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * and the production script may be under a change freeze.
           PERFORM PROMOTE-FREEZE-PROCEDURE

      * and the requester must hold the script's check-out.
           PERFORM PROMOTE-LOCK-PROCEDURE

      * the grammar re-check below walks the in-memory table only --
      * a candidate big enough to spill gets refused outright rather
      * than promoted on a partial check.
               STOP RUN
           END-IF

           PERFORM PROMOTE-TEST-GATE-PROCEDURE

           IF WS-PROMO-SHADOW-ON
               PERFORM PROMOTE-SHADOW-GATE-PROCEDURE
           END-IF

           PERFORM PROMOTE-COPY-PROCEDURE
           PERFORM SRCLIB-LOCK-RELEASE-PROCEDURE

           MOVE "PROMOTED" TO WS-PROMO-VERDICT
           PERFORM PROMOTE-LOG-PROCEDURE
               LEXER-INPUT-HEADER-FINGERPRINT
               " BY " WS-PROMO-REQUESTER
               " APPROVED BY " WS-PROMO-APPROVER
           DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
               " VERSION " WS-SRCLIB-NEW-VERSION
               " STORED ON SRCLIB -- CHECKED IN"

           MOVE 0 TO RETURN-CODE
           STOP RUN.
                               WHEN "APPROVER"
                                   MOVE WS-PROMO-CARD-VALUE (1:8) TO
                                       WS-PROMO-APPROVER
                               WHEN "SCRIPT"
                                   MOVE WS-PROMO-CARD-VALUE (1:20) TO
                                       WS-PROMO-SCRIPT
                               WHEN "SHADOWMAX"
                                   PERFORM PROMOTE-CARD-NUMBER-PROCEDURE
                                   MOVE WS-PROMO-CARD-NUMBER TO
                                       WS-PROMO-SHADOW-MAX
                                   SET WS-PROMO-SHADOW-ON TO TRUE
                               WHEN "ACKCHANGES"
                                   PERFORM PROMOTE-CARD-NUMBER-PROCEDURE
                                   MOVE WS-PROMO-CARD-NUMBER TO
                                       WS-PROMO-ACK-CHANGES
                                   SET WS-PROMO-ACK-GIVEN TO TRUE
                               WHEN OTHER
                                   DISPLAY "PROMOTE-PROGRAM: PROMOCTL "
                                       "CARD '" WS-PROMO-CARD-KEY
               STOP RUN
           END-IF.

      * the freeze check, against the OWNERMST desk and tier of the
      * script being replaced -- a script OWNERMST does not know is
      * held by any tier freeze in force.
       PROMOTE-FREEZE-PROCEDURE.
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           MOVE SPACES TO WS-OWNER-QUERY
           MOVE WS-PROMO-SCRIPT TO WS-OWNER-QUERY (1:20)
           PERFORM OWNER-LOOKUP-PROCEDURE

           MOVE WS-PROMO-SCRIPT TO WS-FREEZE-SUBJECT
           MOVE WS-OWNER-HIT-DESK TO WS-FREEZE-DESK
           MOVE WS-OWNER-HIT-TIER TO WS-FREEZE-TIER
           SET WS-FREEZE-SCOPED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE

           IF WS-FREEZE-FROZEN
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
                   " IS UNDER A CHANGE FREEZE " WS-FREEZE-HIT-START
                   " TO " WS-FREEZE-HIT-END " -- "
                   WS-FREEZE-HIT-REASON
               DISPLAY "PROMOTE-PROGRAM: NO APPROVED EXEMPTION ON "
                   "FRZEXMPT. REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FREEZE-EXEMPT
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
                   " IS UNDER A CHANGE FREEZE -- PROCEEDING ON AN "
                   "APPROVED EXEMPTION"
           END-IF.

      * the check-out rule. the library is opened here, before any
      * gate runs, so a promotion that could not be recorded as a
      * version is refused rather than installed unrecorded.
       PROMOTE-LOCK-PROCEDURE.
           MOVE WS-PROMO-SCRIPT TO WS-SRCLIB-SCRIPT
           PERFORM SRCLIB-LOCK-READ-PROCEDURE

           IF WS-SRCLIB-UNLOCKED
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
                   " IS NOT CHECKED OUT -- " WS-PROMO-REQUESTER
                   " MUST CHECK IT OUT BEFORE PROMOTING. REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SRCLIB-LOCK-HOLDER NOT = WS-PROMO-REQUESTER
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
                   " IS CHECKED OUT TO " WS-SRCLIB-LOCK-HOLDER
                   " SINCE " WS-SRCLIB-LOCK-DATE " "
                   WS-SRCLIB-LOCK-TIME ", NOT TO "
                   WS-PROMO-REQUESTER ". REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SRCLIB-OPEN-PROCEDURE
           IF WS-SRCLIB-STATUS NOT = "00"
               DISPLAY "PROMOTE-PROGRAM: SRCLIB OPEN FAILED, STATUS="
                   WS-SRCLIB-STATUS " -- THE PROMOTION COULD NOT BE "
                   "KEPT AS A VERSION. REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SRCLIB-LATEST-PROCEDURE
           IF WS-SRCLIB-LATEST > WS-SRCLIB-LOCK-BASE
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SCRIPT
                   " WAS CHECKED OUT AT VERSION " WS-SRCLIB-LOCK-BASE
                   " BUT SRCLIB IS NOW AT VERSION " WS-SRCLIB-LATEST
                   " -- THE CANDIDATE IS NOT BUILT ON PRODUCTION. "
                   "REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * a numeric card value, digits left-justified as keyed --
      * anything that is not all digits is a control-card error, not
      * a zero, since a zero SHADOWMAX would refuse every change.
       PROMOTE-CARD-NUMBER-PROCEDURE.
           MOVE 0 TO WS-PROMO-CARD-NUMBER
           MOVE 0 TO WS-PROMO-CARD-DIGITS
           INSPECT WS-PROMO-CARD-VALUE TALLYING WS-PROMO-CARD-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PROMO-CARD-DIGITS = 0
               OR WS-PROMO-CARD-DIGITS > 7
               OR WS-PROMO-CARD-VALUE (1:WS-PROMO-CARD-DIGITS)
                   IS NOT NUMERIC
               DISPLAY "PROMOTE-PROGRAM: PROMOCTL CARD "
                   WS-PROMO-CARD-KEY " VALUE '" WS-PROMO-CARD-VALUE
                   "' IS NOT A COUNT. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PROMO-CARD-VALUE (1:WS-PROMO-CARD-DIGITS) TO
               WS-PROMO-CARD-NUMBER.

      * the assertion-test gate. the failing cases are counted off
      * the D records themselves rather than taken from the trailer,
      * and the trailer must be there -- a test run cut short says
      * nothing about the cases it never reached.
       PROMOTE-TEST-GATE-PROCEDURE.
           OPEN INPUT SCRIPT-TEST-FILE
           IF WS-PROMO-TST-STATUS NOT = "00"
               DISPLAY "PROMOTE-PROGRAM: NO SCRTEST FROM THE SCRIPT "
                   "TEST STEP. REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-PROMO-TESTED TO TRUE
           SET WS-PROMO-EOF-OFF TO TRUE
           PERFORM UNTIL WS-PROMO-EOF-ON
               READ SCRIPT-TEST-FILE
                   AT END
                       SET WS-PROMO-EOF-ON TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SCRIPT-TEST-REC-IS-HEADER
                               IF SCRIPT-TEST-FINGERPRINT IS NUMERIC
                                   MOVE SCRIPT-TEST-FINGERPRINT TO
                                       WS-PROMO-TEST-FP
                               END-IF
                           WHEN SCRIPT-TEST-REC-IS-DETAIL
                               IF SCRIPT-TEST-PASSED
                                   ADD 1 TO WS-PROMO-TEST-PASSED
                               ELSE
                                   ADD 1 TO WS-PROMO-TEST-FAILED
                                   DISPLAY "PROMOTE-PROGRAM: TEST "
                                       "CASE " SCRIPT-TEST-NAME
                                       " FAILED -- " SCRIPT-TEST-REASON
                               END-IF
                           WHEN SCRIPT-TEST-REC-IS-TRAILER
                               SET WS-PROMO-TEST-COMPLETE TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCRIPT-TEST-FILE

           IF NOT WS-PROMO-TEST-COMPLETE
               OR WS-PROMO-TEST-FP NOT = LEXER-INPUT-HEADER-FINGERPRINT
               DISPLAY "PROMOTE-PROGRAM: SCRTEST IS INCOMPLETE OR NOT "
                   "FOR THIS CANDIDATE (FP="
                   LEXER-INPUT-HEADER-FINGERPRINT "). REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PROMO-TEST-FAILED > 0
               DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-TEST-FAILED
                   " SCRIPT TEST CASE(S) FAILED. CANDIDATE NOT PROMOTED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the outcome gate. SHADSUM is the shadow-run step's verdict
      * on this candidate; a missing or stale one refuses, as does a
      * changed count over SHADOWMAX that the approver has not
      * acknowledged to the case.
       PROMOTE-SHADOW-GATE-PROCEDURE.
           OPEN INPUT SHADOW-SUMMARY-FILE
           IF WS-PROMO-SHD-STATUS NOT = "00"
               DISPLAY "PROMOTE-PROGRAM: SHADOWMAX GIVEN BUT NO "
                   "SHADSUM FROM THE SHADOW RUN. REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SHADOW-SUMMARY-FILE
               AT END
                   MOVE SPACES TO SHADOW-SUMMARY-RECORD
           END-READ
           CLOSE SHADOW-SUMMARY-FILE

           IF SHADOW-SUM-CAND-FP IS NOT NUMERIC
               OR SHADOW-SUM-CHANGED IS NOT NUMERIC
               OR SHADOW-SUM-CAND-FP NOT =
                   LEXER-INPUT-HEADER-FINGERPRINT
               DISPLAY "PROMOTE-PROGRAM: SHADSUM IS NOT FOR THIS "
                   "CANDIDATE (FP=" LEXER-INPUT-HEADER-FINGERPRINT
                   "). REFUSED"
               MOVE "REFUSED " TO WS-PROMO-VERDICT
               PERFORM PROMOTE-LOG-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SHADOW-SUM-CHANGED TO WS-PROMO-SHD-CHANGED
           IF WS-PROMO-SHD-CHANGED > WS-PROMO-SHADOW-MAX
               IF WS-PROMO-ACK-GIVEN
                   AND WS-PROMO-ACK-CHANGES = WS-PROMO-SHD-CHANGED
                   MOVE "Y" TO WS-PROMO-ACK-FLAG
                   DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SHD-CHANGED
                       " OUTCOMES CHANGED, OVER SHADOWMAX "
                       WS-PROMO-SHADOW-MAX " -- ACKNOWLEDGED BY "
                       WS-PROMO-APPROVER
               ELSE
                   DISPLAY "PROMOTE-PROGRAM: " WS-PROMO-SHD-CHANGED
                       " OUTCOMES CHANGED, OVER SHADOWMAX "
                       WS-PROMO-SHADOW-MAX
                       " AND NOT ACKNOWLEDGED (ACKCHANGES=). REFUSED"
                   MOVE "REFUSED " TO WS-PROMO-VERDICT
                   PERFORM PROMOTE-LOG-PROCEDURE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * records copy verbatim, continuation markers and all, the way
      * SRC-ARCHIVE-PROGRAM snapshots -- the promoted LEXERSRC lexes
      * identically to the candidate the gates just proved. each
      * record also goes onto SRCLIB under the script's next
      * version, whose header completes it once the copy is done.
       PROMOTE-COPY-PROCEDURE.
           PERFORM SRCLIB-START-VERSION-PROCEDURE
           MOVE LEXER-INPUT-HEADER-FINGERPRINT TO WS-SRCLIB-NEW-FP
           MOVE WS-PROMO-REQUESTER TO WS-SRCLIB-PROMOTER
           MOVE WS-PROMO-APPROVER TO WS-SRCLIB-APPROVER
           MOVE "P" TO WS-SRCLIB-ACTION
           MOVE 0 TO WS-SRCLIB-FROM

           OPEN INPUT LEXER-SOURCE-FILE
           OPEN OUTPUT PROMOTE-TARGET-FILE

                       MOVE LEXER-SOURCE-RECORD TO
                           PROMOTE-TARGET-RECORD
                       WRITE PROMOTE-TARGET-RECORD
                       MOVE LEXER-SOURCE-RECORD TO WS-SRCLIB-LINE-TEXT
                       PERFORM SRCLIB-PUT-LINE-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE LEXER-SOURCE-FILE
           CLOSE PROMOTE-TARGET-FILE

           PERFORM SRCLIB-PUT-HEADER-PROCEDURE
           CLOSE SOURCE-LIBRARY-FILE.

      * the usual OPEN EXTEND with create-on-first-use fallback.
       PROMOTE-LOG-PROCEDURE.
           END-IF

           MOVE SPACES TO PROMOTE-LOG-RECORD
           MOVE 1 TO WS-PROMO-LOG-PTR
           STRING WS-PROMO-LOG-YYYY "-" WS-PROMO-LOG-MM "-"
               WS-PROMO-LOG-DD " "
               WS-PROMO-LOG-HH ":" WS-PROMO-LOG-MIN ":"
               " SCORE=" WS-CMPLX-SCORE
               " " WS-PROMO-VERDICT
               DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
               WITH POINTER WS-PROMO-LOG-PTR
           IF WS-PROMO-TESTED
               STRING " TST=" WS-PROMO-TEST-PASSED
                   "/" WS-PROMO-TEST-FAILED
                   DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
                   WITH POINTER WS-PROMO-LOG-PTR
           END-IF
           IF WS-PROMO-SHADOW-ON
               STRING " SHD=" WS-PROMO-SHD-CHANGED
                   " ACK=" WS-PROMO-ACK-FLAG
                   DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
                   WITH POINTER WS-PROMO-LOG-PTR
           END-IF
           IF WS-SRCLIB-NEW-VERSION > 0
               STRING " VER=" WS-SRCLIB-NEW-VERSION
                   DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
                   WITH POINTER WS-PROMO-LOG-PTR
           END-IF
           WRITE PROMOTE-LOG-RECORD

           CLOSE PROMOTE-LOG-FILE.

       COPY "parser-proc.cpy".
       COPY "cmplx-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "owner-proc.cpy".
       COPY "freeze-proc.cpy".
       COPY "srclib-proc.cpy".
       COPY "lexer-proc.cpy".
