      * ATTEST-OPEN-PROGRAM opens an ownership attestation period --
      * OWNERMST says who owns each script, but nobody ever
      * re-confirmed it, and escalation contacts went stale as
      * people moved desks. this job writes a fresh OWNATTST with
      * one pending record per OWNERMST script, stamped with today
      * as the opening date and the date the owner's confirmation
      * falls due. the owning analyst then confirms (or hands over)
      * in OWNER-ATTEST-PROGRAM, and ATTEST-OVERDUE-PROGRAM chases
      * what is still pending.
      *
      * ATTCTL card (optional): DUEDAYS=nnn, the days the owners get
      * before a confirmation is overdue (default 30).
      *
      * the outgoing period is not carried forward -- a script still
      * pending from it is counted on the console, since the new
      * period asks its owner again anyway.
      *
      * RETURN-CODE: 0 = period opened; 4 = period opened, scripts
      * from the previous period never attested; 16 = OWNERMST
      * missing or empty.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST-OPEN-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-CONTROL-FILE ASSIGN TO "ATTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATO-CTL-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT OWNER-ATTEST-FILE ASSIGN TO "OWNATTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATO-ATT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATTEST-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ATTEST-CONTROL-RECORD PIC X(80).

       COPY "owner-file.cpy".
       COPY "attest-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-ATO-CTL-STATUS PIC XX VALUE "00".
       01 WS-ATO-ATT-STATUS PIC XX VALUE "00".

       01 WS-ATO-EOF-SWITCH PIC X VALUE "N".
           88 WS-ATO-EOF-ON  VALUE "Y".
           88 WS-ATO-EOF-OFF VALUE "N".

       01 WS-ATO-DUE-DAYS PIC 9(3) VALUE 30.

       01 WS-ATO-CARD-KEY   PIC X(12).
       01 WS-ATO-CARD-VALUE PIC X(40).
       01 WS-ATO-CARD-NUM   PIC X(3).
       01 WS-ATO-CARD-NUM-9 REDEFINES WS-ATO-CARD-NUM PIC 9(3).

       01 WS-ATO-TODAY.
           05 WS-ATO-TODAY-YYYY PIC 9(4).
           05 WS-ATO-TODAY-MM   PIC 99.
           05 WS-ATO-TODAY-DD   PIC 99.
       01 WS-ATO-TODAY-N REDEFINES WS-ATO-TODAY PIC 9(8).
       01 WS-ATO-TODAY-DASHED PIC X(10).

      * the due date -- calendar days go through FUNCTION
      * INTEGER-OF-DATE and back; no ordinary verb adds days.
       01 WS-ATO-DUE-INT PIC 9(8).
       01 WS-ATO-DUE.
           05 WS-ATO-DUE-YYYY PIC 9(4).
           05 WS-ATO-DUE-MM   PIC 99.
           05 WS-ATO-DUE-DD   PIC 99.
       01 WS-ATO-DUE-N REDEFINES WS-ATO-DUE PIC 9(8).
       01 WS-ATO-DUE-DASHED PIC X(10).

       01 WS-ATO-PRIOR-OPENED  PIC X(10) VALUE SPACES.
       01 WS-ATO-PRIOR-PENDING PIC 9(3) VALUE 0.
       01 WS-ATO-WRITTEN       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ATTEST-OPEN-READ-CONTROL-PROCEDURE

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           IF WS-OWNER-COUNT = 0
               DISPLAY "ATTEST-OPEN-PROGRAM: OWNERMST MISSING OR "
                   "EMPTY, STATUS=" WS-OWNER-FILE-STATUS
                   " -- NOTHING TO ATTEST. ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-ATO-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ATO-TODAY-DASHED
           STRING WS-ATO-TODAY-YYYY "-" WS-ATO-TODAY-MM "-"
               WS-ATO-TODAY-DD
               DELIMITED BY SIZE INTO WS-ATO-TODAY-DASHED

           COMPUTE WS-ATO-DUE-INT = FUNCTION INTEGER-OF-DATE
               (WS-ATO-TODAY-N) + WS-ATO-DUE-DAYS
           COMPUTE WS-ATO-DUE-N = FUNCTION DATE-OF-INTEGER
               (WS-ATO-DUE-INT)
           MOVE SPACES TO WS-ATO-DUE-DASHED
           STRING WS-ATO-DUE-YYYY "-" WS-ATO-DUE-MM "-"
               WS-ATO-DUE-DD
               DELIMITED BY SIZE INTO WS-ATO-DUE-DASHED

           PERFORM ATTEST-OPEN-SCAN-PRIOR-PROCEDURE
           PERFORM ATTEST-OPEN-WRITE-PROCEDURE

           DISPLAY "ATTEST-OPEN-PROGRAM: PERIOD OPENED "
               WS-ATO-TODAY-DASHED " -- " WS-ATO-WRITTEN
               " SCRIPT(S) TO ATTEST BY " WS-ATO-DUE-DASHED

           IF WS-ATO-PRIOR-PENDING > 0
               DISPLAY "ATTEST-OPEN-PROGRAM: " WS-ATO-PRIOR-PENDING
                   " SCRIPT(S) NEVER ATTESTED IN THE PERIOD OPENED "
                   WS-ATO-PRIOR-OPENED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       ATTEST-OPEN-READ-CONTROL-PROCEDURE.
           OPEN INPUT ATTEST-CONTROL-FILE
           IF WS-ATO-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-ATO-EOF-OFF TO TRUE
           PERFORM UNTIL WS-ATO-EOF-ON
               READ ATTEST-CONTROL-FILE
                   AT END
                       SET WS-ATO-EOF-ON TO TRUE
                   NOT AT END
                       IF ATTEST-CONTROL-RECORD (1:1) NOT = "*"
                           AND ATTEST-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-ATO-CARD-KEY
                           MOVE SPACES TO WS-ATO-CARD-VALUE
                           UNSTRING ATTEST-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-ATO-CARD-KEY WS-ATO-CARD-VALUE
                           IF WS-ATO-CARD-KEY = "DUEDAYS"
                               MOVE WS-ATO-CARD-VALUE (1:3) TO
                                   WS-ATO-CARD-NUM
                               IF WS-ATO-CARD-NUM IS NUMERIC
                                   AND WS-ATO-CARD-NUM-9 > 0
                                   MOVE WS-ATO-CARD-NUM-9 TO
                                       WS-ATO-DUE-DAYS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATTEST-CONTROL-FILE.

      * what the outgoing period left unconfirmed, for the console.
       ATTEST-OPEN-SCAN-PRIOR-PROCEDURE.
           OPEN INPUT OWNER-ATTEST-FILE
           IF WS-ATO-ATT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-ATO-EOF-OFF TO TRUE
           PERFORM UNTIL WS-ATO-EOF-ON
               READ OWNER-ATTEST-FILE
                   AT END
                       SET WS-ATO-EOF-ON TO TRUE
                   NOT AT END
                       MOVE OWNER-ATTEST-OPENED TO WS-ATO-PRIOR-OPENED
                       IF OWNER-ATTEST-PENDING
                           ADD 1 TO WS-ATO-PRIOR-PENDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OWNER-ATTEST-FILE.

      * a retired script has nobody left to answer for it -- it is
      * not asked.
       ATTEST-OPEN-WRITE-PROCEDURE.
           OPEN OUTPUT OWNER-ATTEST-FILE

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1 UNTIL
               WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OWNER-LIFECYCLE (WS-OWNER-IDX) NOT = "R"
                   MOVE SPACES TO OWNER-ATTEST-RECORD
                   MOVE WS-OWNER-SOURCE (WS-OWNER-IDX) TO
                       OWNER-ATTEST-SOURCE
                   MOVE WS-ATO-TODAY-DASHED TO OWNER-ATTEST-OPENED
                   MOVE WS-ATO-DUE-DASHED TO OWNER-ATTEST-DUE
                   SET OWNER-ATTEST-PENDING TO TRUE
                   WRITE OWNER-ATTEST-RECORD
                   ADD 1 TO WS-ATO-WRITTEN
               END-IF
           END-PERFORM

           CLOSE OWNER-ATTEST-FILE.

       COPY "owner-proc.cpy".
