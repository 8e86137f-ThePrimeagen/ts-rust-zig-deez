      * OWNER-ATTEST-PROGRAM -- the screen where an owning analyst
      * works through the ownership attestation period ATTEST-OPEN-
      * PROGRAM opened, in the OWNER-MAINT-PROGRAM style. the
      * analyst signs on and sees the scripts OWNERMST puts in their
      * name that are still pending on OWNATTST, then for each one
      * either
      *   C  confirms it -- desk and analyst as they stand, with the
      *      tier and escalation contact corrected on the way if
      *      they have drifted (blank keeps the current value); or
      *   H  hands it over -- the new analyst (and desk, when the
      *      script moves desks) goes onto OWNERMST, and the script
      *      stays pending until the new owner confirms it.
      * only the current owner may confirm or hand over a script.
      * both land in the OWNRCHG history with who and when, the
      * same file OWNER-MAINT-PROGRAM logs to. the OWNERMST records
      * the session changed go onto the RECOVJNL forward-recovery
      * journal when it is written back at exit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-ATTEST-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-OWN-STATUS.
           SELECT OWNER-ATTEST-FILE ASSIGN TO "OWNATTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-FILE-STATUS.
           SELECT OWNER-CHANGE-FILE ASSIGN TO "OWNRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-CHG-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "owner-file.cpy".
       COPY "attest-file.cpy".

       FD OWNER-CHANGE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OWNER-CHANGE-RECORD PIC X(100).

       COPY "recov-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "recov-data.cpy".
       01 WS-ATT-OWN-STATUS  PIC XX VALUE "00".
       01 WS-ATT-FILE-STATUS PIC XX VALUE "00".
       01 WS-ATT-CHG-STATUS  PIC XX VALUE "00".

      * OWNERMST, held whole -- it is written back out at exit with
      * whatever this session confirmed or handed over.
       01 WS-ATT-OWN-MAX   PIC 9(3) VALUE 200.
       01 WS-ATT-OWN-COUNT PIC 9(3) VALUE 0.
       01 WS-ATT-OWN-TABLE.
           05 WS-ATT-OWN-ENTRY OCCURS 200 TIMES.
               10 WS-ATT-OWN-SOURCE  PIC X(40).
               10 WS-ATT-OWN-DESK    PIC X(4).
               10 WS-ATT-OWN-ANALYST PIC X(8).
               10 WS-ATT-OWN-TIER    PIC X(1).
               10 WS-ATT-OWN-CONTACT PIC X(20).
               10 WS-ATT-OWN-LIFECYCLE PIC X(1).
               10 WS-ATT-OWN-SUNSET  PIC X(10).
       01 WS-ATT-OWN-IDX       PIC 9(3).
       01 WS-ATT-OWN-FOUND-IDX PIC 9(3).

      * the open period off OWNATTST, likewise held whole.
       01 WS-ATT-MAX   PIC 9(3) VALUE 200.
       01 WS-ATT-COUNT PIC 9(3) VALUE 0.
       01 WS-ATT-TABLE.
           05 WS-ATT-ENTRY OCCURS 200 TIMES.
               10 WS-ATT-SOURCE      PIC X(40).
               10 WS-ATT-OPENED      PIC X(10).
               10 WS-ATT-DUE         PIC X(10).
               10 WS-ATT-STATUS      PIC X(1).
                   88 WS-ATT-PENDING  VALUE "P".
                   88 WS-ATT-ATTESTED VALUE "A".
               10 WS-ATT-BY          PIC X(8).
               10 WS-ATT-DATE        PIC X(10).
               10 WS-ATT-HANDED-FROM PIC X(8).
       01 WS-ATT-IDX       PIC 9(3).
       01 WS-ATT-FOUND-IDX PIC 9(3).
       01 WS-ATT-MINE      PIC 9(3) VALUE 0.

       01 WS-ATT-EOF-SWITCH PIC X VALUE "N".
           88 WS-ATT-EOF-ON  VALUE "Y".
           88 WS-ATT-EOF-OFF VALUE "N".

       01 WS-ATT-DONE-SWITCH PIC X VALUE "N".
           88 WS-ATT-DONE-ON  VALUE "Y".
           88 WS-ATT-DONE-OFF VALUE "N".

       01 WS-ATT-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-ATT-ACTION   PIC X(1).
       01 WS-ATT-INPUT-SOURCE  PIC X(40).
       01 WS-ATT-INPUT-TIER    PIC X(1).
       01 WS-ATT-INPUT-CONTACT PIC X(20).
       01 WS-ATT-INPUT-DESK    PIC X(4).
       01 WS-ATT-INPUT-ANALYST PIC X(8).

       01 WS-ATT-MSG PIC X(60) VALUE SPACES.
       01 WS-ATT-DISPLAY-LINE PIC X(90).

       01 WS-ATT-TODAY.
           05 WS-ATT-TODAY-YYYY PIC 9(4).
           05 WS-ATT-TODAY-MM   PIC 99.
           05 WS-ATT-TODAY-DD   PIC 99.
       01 WS-ATT-TODAY-DASHED PIC X(10).

       01 WS-ATT-CHG-TIME.
           05 WS-ATT-CHG-HH  PIC 99.
           05 WS-ATT-CHG-MIN PIC 99.
           05 WS-ATT-CHG-SS  PIC 99.
           05 FILLER         PIC 99.
       01 WS-ATT-CHG-ACTION PIC X(8).

       SCREEN SECTION.
       COPY "owner-attest-screen.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      * who is at the keyboard -- the analyst whose scripts are
      * listed, stamped onto every attestation and OWNRCHG record.
           PERFORM UNTIL WS-ATT-OPERATOR NOT = SPACES
               DISPLAY SCR-ATTEST-SIGNON
               ACCEPT SCR-ATTEST-SIGNON
           END-PERFORM

           ACCEPT WS-ATT-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ATT-TODAY-DASHED
           STRING WS-ATT-TODAY-YYYY "-" WS-ATT-TODAY-MM "-"
               WS-ATT-TODAY-DD
               DELIMITED BY SIZE INTO WS-ATT-TODAY-DASHED

           MOVE "OWNER-ATTEST-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-ATT-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "OWNERMST" TO WS-RECOV-MASTER
           MOVE 100 TO WS-RECOV-PRIOR-LEN
           MOVE 40 TO WS-RECOV-KEY-LEN

           PERFORM ATTEST-LOAD-PROCEDURE
           IF WS-ATT-COUNT = 0
               DISPLAY "OWNER-ATTEST-PROGRAM: NO ATTESTATION PERIOD "
                   "IS OPEN (OWNATTST STATUS=" WS-ATT-FILE-STATUS
                   ") -- NOTHING TO ATTEST"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-ATT-DONE-ON
               PERFORM ATTEST-DISPLAY-PROCEDURE

               MOVE SPACES TO WS-ATT-MSG
               MOVE SPACES TO WS-ATT-ACTION
               MOVE SPACES TO WS-ATT-INPUT-SOURCE
               MOVE SPACES TO WS-ATT-INPUT-TIER
               MOVE SPACES TO WS-ATT-INPUT-CONTACT
               MOVE SPACES TO WS-ATT-INPUT-DESK
               MOVE SPACES TO WS-ATT-INPUT-ANALYST
               DISPLAY SCR-ATTEST-INPUT
               ACCEPT SCR-ATTEST-INPUT

               EVALUATE WS-ATT-ACTION
                   WHEN "C"
                       PERFORM ATTEST-CONFIRM-PROCEDURE
                   WHEN "H"
                       PERFORM ATTEST-HANDOVER-PROCEDURE
                   WHEN "X"
                       SET WS-ATT-DONE-ON TO TRUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE C, H, OR X." TO
                           WS-ATT-MSG
               END-EVALUATE
           END-PERFORM

           PERFORM ATTEST-SAVE-PROCEDURE

           STOP RUN.

       ATTEST-LOAD-PROCEDURE.
           OPEN INPUT OWNER-MASTER-FILE
           IF WS-ATT-OWN-STATUS = "00"
               SET WS-ATT-EOF-OFF TO TRUE
               PERFORM UNTIL WS-ATT-EOF-ON
                   READ OWNER-MASTER-FILE
                       AT END
                           SET WS-ATT-EOF-ON TO TRUE
                       NOT AT END
                           IF OWNER-MASTER-SOURCE NOT = SPACES
                               AND WS-ATT-OWN-COUNT < WS-ATT-OWN-MAX
                               ADD 1 TO WS-ATT-OWN-COUNT
                               MOVE OWNER-MASTER-SOURCE TO
                                   WS-ATT-OWN-SOURCE (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-DESK TO
                                   WS-ATT-OWN-DESK (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-ANALYST TO
                                   WS-ATT-OWN-ANALYST
                                   (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-TIER TO
                                   WS-ATT-OWN-TIER (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-CONTACT TO
                                   WS-ATT-OWN-CONTACT
                                   (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-LIFECYCLE TO
                                   WS-ATT-OWN-LIFECYCLE
                                   (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-SUNSET TO
                                   WS-ATT-OWN-SUNSET
                                   (WS-ATT-OWN-COUNT)
                               MOVE OWNER-MASTER-RECORD TO
                                   WS-RECOV-AFTER
                               PERFORM RECOV-PRIOR-KEEP-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-MASTER-FILE
           END-IF

           OPEN INPUT OWNER-ATTEST-FILE
           IF WS-ATT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-ATT-EOF-OFF TO TRUE
           PERFORM UNTIL WS-ATT-EOF-ON
               READ OWNER-ATTEST-FILE
                   AT END
                       SET WS-ATT-EOF-ON TO TRUE
                   NOT AT END
                       IF OWNER-ATTEST-SOURCE NOT = SPACES
                           AND WS-ATT-COUNT < WS-ATT-MAX
                           ADD 1 TO WS-ATT-COUNT
                           MOVE OWNER-ATTEST-SOURCE TO
                               WS-ATT-SOURCE (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-OPENED TO
                               WS-ATT-OPENED (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-DUE TO
                               WS-ATT-DUE (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-STATUS TO
                               WS-ATT-STATUS (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-BY TO
                               WS-ATT-BY (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-DATE TO
                               WS-ATT-DATE (WS-ATT-COUNT)
                           MOVE OWNER-ATTEST-HANDED-FROM TO
                               WS-ATT-HANDED-FROM (WS-ATT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OWNER-ATTEST-FILE.

      * the signed-on analyst's pending scripts -- the owner is read
      * off OWNERMST as it stands now, so a script handed over this
      * session drops off this list and onto the new owner's.
       ATTEST-DISPLAY-PROCEDURE.
           DISPLAY " "
           DISPLAY "OWNERSHIP ATTESTATION -- ANALYST " WS-ATT-OPERATOR
               " -- PERIOD OPENED " WS-ATT-OPENED (1)
           DISPLAY "  # SOURCE                       DESK T DUE"
               "        CONTACT"

           MOVE 0 TO WS-ATT-MINE
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1 UNTIL
               WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-PENDING (WS-ATT-IDX)
                   MOVE WS-ATT-SOURCE (WS-ATT-IDX) TO
                       WS-ATT-INPUT-SOURCE
                   PERFORM ATTEST-FIND-OWNER-PROCEDURE
                   IF WS-ATT-OWN-FOUND-IDX > 0
                       AND WS-ATT-OWN-ANALYST (WS-ATT-OWN-FOUND-IDX) =
                       WS-ATT-OPERATOR
                       ADD 1 TO WS-ATT-MINE
                       MOVE SPACES TO WS-ATT-DISPLAY-LINE
                       STRING WS-ATT-MINE "  "
                           WS-ATT-SOURCE (WS-ATT-IDX) (1:28) " "
                           WS-ATT-OWN-DESK (WS-ATT-OWN-FOUND-IDX) " "
                           WS-ATT-OWN-TIER (WS-ATT-OWN-FOUND-IDX) " "
                           WS-ATT-DUE (WS-ATT-IDX) " "
                           WS-ATT-OWN-CONTACT (WS-ATT-OWN-FOUND-IDX)
                           DELIMITED BY SIZE INTO WS-ATT-DISPLAY-LINE
                       DISPLAY WS-ATT-DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ATT-INPUT-SOURCE

           IF WS-ATT-MINE = 0
               DISPLAY "NOTHING PENDING IN YOUR NAME."
           END-IF

           IF WS-ATT-MSG NOT = SPACES
               DISPLAY " "
               DISPLAY WS-ATT-MSG
           END-IF.

       ATTEST-FIND-OWNER-PROCEDURE.
           MOVE 0 TO WS-ATT-OWN-FOUND-IDX
           PERFORM VARYING WS-ATT-OWN-IDX FROM 1 BY 1 UNTIL
               WS-ATT-OWN-IDX > WS-ATT-OWN-COUNT
               IF WS-ATT-OWN-SOURCE (WS-ATT-OWN-IDX) =
                   WS-ATT-INPUT-SOURCE
                   MOVE WS-ATT-OWN-IDX TO WS-ATT-OWN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * the script named on the screen must be pending in this
      * period and owned by the analyst at the keyboard -- nobody
      * attests, or gives away, a script that is not theirs.
       ATTEST-FIND-PROCEDURE.
           MOVE 0 TO WS-ATT-FOUND-IDX
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1 UNTIL
               WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-SOURCE (WS-ATT-IDX) = WS-ATT-INPUT-SOURCE
                   MOVE WS-ATT-IDX TO WS-ATT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ATT-FOUND-IDX = 0
               MOVE "SOURCE NOT IN THIS ATTESTATION PERIOD." TO
                   WS-ATT-MSG
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ATT-PENDING (WS-ATT-FOUND-IDX)
               MOVE 0 TO WS-ATT-FOUND-IDX
               MOVE "SOURCE ALREADY ATTESTED THIS PERIOD." TO
                   WS-ATT-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM ATTEST-FIND-OWNER-PROCEDURE
           IF WS-ATT-OWN-FOUND-IDX = 0
               MOVE 0 TO WS-ATT-FOUND-IDX
               MOVE "SOURCE NO LONGER ON OWNERMST." TO WS-ATT-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-ATT-OWN-ANALYST (WS-ATT-OWN-FOUND-IDX) NOT =
               WS-ATT-OPERATOR
               MOVE 0 TO WS-ATT-FOUND-IDX
               MOVE "SOURCE IS NOT OWNED BY YOU -- NOT CHANGED." TO
                   WS-ATT-MSG
           END-IF.

       ATTEST-CONFIRM-PROCEDURE.
           PERFORM ATTEST-FIND-PROCEDURE
           IF WS-ATT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ATT-INPUT-TIER NOT = SPACES
               AND WS-ATT-INPUT-TIER NOT = "1"
               AND WS-ATT-INPUT-TIER NOT = "2"
               AND WS-ATT-INPUT-TIER NOT = "3"
               MOVE "TIER MUST BE 1, 2 OR 3 -- NOT CONFIRMED." TO
                   WS-ATT-MSG
               EXIT PARAGRAPH
           END-IF

           IF WS-ATT-INPUT-TIER NOT = SPACES
               MOVE WS-ATT-INPUT-TIER TO
                   WS-ATT-OWN-TIER (WS-ATT-OWN-FOUND-IDX)
           END-IF
           IF WS-ATT-INPUT-CONTACT NOT = SPACES
               MOVE WS-ATT-INPUT-CONTACT TO
                   WS-ATT-OWN-CONTACT (WS-ATT-OWN-FOUND-IDX)
           END-IF

           SET WS-ATT-ATTESTED (WS-ATT-FOUND-IDX) TO TRUE
           MOVE WS-ATT-OPERATOR TO WS-ATT-BY (WS-ATT-FOUND-IDX)
           MOVE WS-ATT-TODAY-DASHED TO WS-ATT-DATE (WS-ATT-FOUND-IDX)

           MOVE "ATTEST" TO WS-ATT-CHG-ACTION
           PERFORM ATTEST-LOG-PROCEDURE
           MOVE "OWNERSHIP CONFIRMED." TO WS-ATT-MSG.

      * the new owner takes the script pending -- they confirm it
      * themselves, so a hand-over is never its own attestation.
       ATTEST-HANDOVER-PROCEDURE.
           PERFORM ATTEST-FIND-PROCEDURE
           IF WS-ATT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ATT-INPUT-ANALYST = SPACES
               OR WS-ATT-INPUT-ANALYST = WS-ATT-OPERATOR
               MOVE "NAME THE NEW ANALYST -- NOT HANDED OVER." TO
                   WS-ATT-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ATT-INPUT-ANALYST TO
               WS-ATT-OWN-ANALYST (WS-ATT-OWN-FOUND-IDX)
           IF WS-ATT-INPUT-DESK NOT = SPACES
               MOVE WS-ATT-INPUT-DESK TO
                   WS-ATT-OWN-DESK (WS-ATT-OWN-FOUND-IDX)
           END-IF
           IF WS-ATT-INPUT-CONTACT NOT = SPACES
               MOVE WS-ATT-INPUT-CONTACT TO
                   WS-ATT-OWN-CONTACT (WS-ATT-OWN-FOUND-IDX)
           END-IF
           MOVE WS-ATT-OPERATOR TO
               WS-ATT-HANDED-FROM (WS-ATT-FOUND-IDX)

           MOVE "HANDOVER" TO WS-ATT-CHG-ACTION
           PERFORM ATTEST-LOG-PROCEDURE
           MOVE SPACES TO WS-ATT-MSG
           STRING "HANDED OVER TO " WS-ATT-INPUT-ANALYST
               " -- PENDING THEIR CONFIRMATION."
               DELIMITED BY SIZE INTO WS-ATT-MSG.

      * one OWNRCHG record per action, in OWNER-MAINT-PROGRAM's
      * layout -- a hand-over carries the new analyst after the
      * source. the usual OPEN EXTEND with create-on-first-use
      * fallback.
       ATTEST-LOG-PROCEDURE.
           ACCEPT WS-ATT-CHG-TIME FROM TIME

           OPEN EXTEND OWNER-CHANGE-FILE
           IF WS-ATT-CHG-STATUS NOT = "00"
               OPEN OUTPUT OWNER-CHANGE-FILE
           END-IF

           MOVE SPACES TO OWNER-CHANGE-RECORD
           STRING WS-ATT-TODAY-DASHED " "
               WS-ATT-CHG-HH ":" WS-ATT-CHG-MIN ":" WS-ATT-CHG-SS
               " " WS-ATT-OPERATOR
               " " WS-ATT-CHG-ACTION
               " " WS-ATT-INPUT-SOURCE
               DELIMITED BY SIZE INTO OWNER-CHANGE-RECORD
           IF WS-ATT-CHG-ACTION = "HANDOVER"
               MOVE WS-ATT-INPUT-ANALYST TO OWNER-CHANGE-RECORD (90:8)
           END-IF
           WRITE OWNER-CHANGE-RECORD

           CLOSE OWNER-CHANGE-FILE.

       ATTEST-SAVE-PROCEDURE.
           OPEN OUTPUT OWNER-MASTER-FILE
           PERFORM VARYING WS-ATT-OWN-IDX FROM 1 BY 1 UNTIL
               WS-ATT-OWN-IDX > WS-ATT-OWN-COUNT
               MOVE SPACES TO OWNER-MASTER-RECORD
               MOVE WS-ATT-OWN-SOURCE (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-SOURCE
               MOVE WS-ATT-OWN-DESK (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-DESK
               MOVE WS-ATT-OWN-ANALYST (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-ANALYST
               MOVE WS-ATT-OWN-TIER (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-TIER
               MOVE WS-ATT-OWN-CONTACT (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-CONTACT
               MOVE WS-ATT-OWN-LIFECYCLE (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-LIFECYCLE
               MOVE WS-ATT-OWN-SUNSET (WS-ATT-OWN-IDX) TO
                   OWNER-MASTER-SUNSET
               WRITE OWNER-MASTER-RECORD
               MOVE OWNER-MASTER-RECORD TO WS-RECOV-AFTER
               PERFORM RECOV-PRIOR-MATCH-PROCEDURE
           END-PERFORM
           CLOSE OWNER-MASTER-FILE
           PERFORM RECOV-PRIOR-FINISH-PROCEDURE

           OPEN OUTPUT OWNER-ATTEST-FILE
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1 UNTIL
               WS-ATT-IDX > WS-ATT-COUNT
               MOVE SPACES TO OWNER-ATTEST-RECORD
               MOVE WS-ATT-SOURCE (WS-ATT-IDX) TO OWNER-ATTEST-SOURCE
               MOVE WS-ATT-OPENED (WS-ATT-IDX) TO OWNER-ATTEST-OPENED
               MOVE WS-ATT-DUE (WS-ATT-IDX) TO OWNER-ATTEST-DUE
               MOVE WS-ATT-STATUS (WS-ATT-IDX) TO OWNER-ATTEST-STATUS
               MOVE WS-ATT-BY (WS-ATT-IDX) TO OWNER-ATTEST-BY
               MOVE WS-ATT-DATE (WS-ATT-IDX) TO OWNER-ATTEST-DATE
               MOVE WS-ATT-HANDED-FROM (WS-ATT-IDX) TO
                   OWNER-ATTEST-HANDED-FROM
               WRITE OWNER-ATTEST-RECORD
           END-PERFORM
           CLOSE OWNER-ATTEST-FILE.

       COPY "recov-proc.cpy".
