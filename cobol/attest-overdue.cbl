      * ATTEST-OVERDUE-PROGRAM is the weekly chase on the ownership
      * attestation period ATTEST-OPEN-PROGRAM opened: every script
      * still pending on OWNATTST past its due date, grouped by the
      * owning desk OWNERMST gives it now (so a hand-over shows
      * against the desk it went to), with the analyst who owes the
      * confirmation, the tier, and the days overdue, to ATTSTRPT.
      * a tier-1 (regulated) script more than 30 days overdue also
      * raises an ALERTQ record for the paging monitor -- and
      * DIGEST-PROGRAM counts the same scripts among the morning's
      * findings.
      *
      * RETURN-CODE: 0 = nothing overdue; 4 = scripts overdue;
      * 8 = a tier-1 script past the alert threshold; 16 = no
      * attestation period open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST-OVERDUE-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-ATTEST-FILE ASSIGN TO "OWNATTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATV-ATT-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT ATTEST-REPORT-FILE ASSIGN TO "ATTSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATV-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "attest-file.cpy".
       COPY "owner-file.cpy".

       FD ATTEST-REPORT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 ATTEST-REPORT-RECORD PIC X(130).

       FD ALERT-QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-QUEUE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-ATV-ATT-STATUS   PIC XX VALUE "00".
       01 WS-ATV-ALERT-STATUS PIC XX VALUE "00".

       01 WS-ATV-EOF-SWITCH PIC X VALUE "N".
           88 WS-ATV-EOF-ON  VALUE "Y".
           88 WS-ATV-EOF-OFF VALUE "N".

      * a regulated script this far past due pages someone.
       01 WS-ATV-ALERT-DAYS PIC 9(3) VALUE 30.

       01 WS-ATV-TODAY.
           05 WS-ATV-TODAY-YYYY PIC 9(4).
           05 WS-ATV-TODAY-MM   PIC 99.
           05 WS-ATV-TODAY-DD   PIC 99.
       01 WS-ATV-TODAY-N REDEFINES WS-ATV-TODAY PIC 9(8).
       01 WS-ATV-TODAY-DASHED PIC X(10).

      * days overdue -- FUNCTION INTEGER-OF-DATE is the one way to
      * count days between two calendar dates.
       01 WS-ATV-YMD PIC X(8).
       01 WS-ATV-YMD-9 REDEFINES WS-ATV-YMD PIC 9(8).
       01 WS-ATV-TODAY-INT PIC 9(8).
       01 WS-ATV-DUE-INT   PIC 9(8).
       01 WS-ATV-LATE      PIC S9(5).

       01 WS-ATV-OPENED   PIC X(10) VALUE SPACES.
       01 WS-ATV-TOTAL    PIC 9(3) VALUE 0.
       01 WS-ATV-ATTESTED PIC 9(3) VALUE 0.
       01 WS-ATV-PENDING  PIC 9(3) VALUE 0.

      * the overdue scripts, and the desks they group under in
      * order of first appearance.
       01 WS-ATV-OVD-MAX   PIC 9(3) VALUE 200.
       01 WS-ATV-OVD-COUNT PIC 9(3) VALUE 0.
       01 WS-ATV-OVD-TABLE.
           05 WS-ATV-OVD-ENTRY OCCURS 200 TIMES.
               10 WS-ATV-OVD-SOURCE  PIC X(40).
               10 WS-ATV-OVD-DESK    PIC X(4).
               10 WS-ATV-OVD-ANALYST PIC X(8).
               10 WS-ATV-OVD-TIER    PIC X(1).
               10 WS-ATV-OVD-DUE     PIC X(10).
               10 WS-ATV-OVD-DAYS    PIC 9(5).
               10 WS-ATV-OVD-FROM    PIC X(8).
       01 WS-ATV-OVD-IDX PIC 9(3).

       01 WS-ATV-DESK-MAX   PIC 99 VALUE 30.
       01 WS-ATV-DESK-COUNT PIC 99 VALUE 0.
       01 WS-ATV-DESK-TABLE.
           05 WS-ATV-DESK-ENTRY OCCURS 30 TIMES.
               10 WS-ATV-DESK-CODE  PIC X(4).
               10 WS-ATV-DESK-OVD   PIC 9(3).
       01 WS-ATV-DESK-IDX PIC 99.

       01 WS-ATV-ALERTED   PIC 9(3) VALUE 0.
       01 WS-ATV-ALERT-MARK PIC X(7).
       01 WS-ATV-ALERT-TEXT PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ATV-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ATV-TODAY-DASHED
           STRING WS-ATV-TODAY-YYYY "-" WS-ATV-TODAY-MM "-"
               WS-ATV-TODAY-DD
               DELIMITED BY SIZE INTO WS-ATV-TODAY-DASHED
           COMPUTE WS-ATV-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-ATV-TODAY-N)

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           PERFORM ATTEST-OVERDUE-SCAN-PROCEDURE
           PERFORM ATTEST-OVERDUE-WRITE-PROCEDURE

           EVALUATE TRUE
               WHEN WS-ATV-ALERTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ATV-OVD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       ATTEST-OVERDUE-SCAN-PROCEDURE.
           OPEN INPUT OWNER-ATTEST-FILE
           IF WS-ATV-ATT-STATUS NOT = "00"
               DISPLAY "ATTEST-OVERDUE-PROGRAM: NO ATTESTATION PERIOD "
                   "OPEN (OWNATTST STATUS=" WS-ATV-ATT-STATUS
                   "). ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-ATV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-ATV-EOF-ON
               READ OWNER-ATTEST-FILE
                   AT END
                       SET WS-ATV-EOF-ON TO TRUE
                   NOT AT END
                       IF OWNER-ATTEST-SOURCE NOT = SPACES
                           ADD 1 TO WS-ATV-TOTAL
                           MOVE OWNER-ATTEST-OPENED TO WS-ATV-OPENED
                           IF OWNER-ATTEST-ATTESTED
                               ADD 1 TO WS-ATV-ATTESTED
                           ELSE
                               ADD 1 TO WS-ATV-PENDING
                               PERFORM ATTEST-OVERDUE-ONE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OWNER-ATTEST-FILE.

      * one pending script -- overdue once today is past its due
      * date, owner and tier as OWNERMST has them today.
       ATTEST-OVERDUE-ONE-PROCEDURE.
           MOVE SPACES TO WS-ATV-YMD
           STRING OWNER-ATTEST-DUE (1:4) OWNER-ATTEST-DUE (6:2)
               OWNER-ATTEST-DUE (9:2)
               DELIMITED BY SIZE INTO WS-ATV-YMD
           IF WS-ATV-YMD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ATV-DUE-INT = FUNCTION INTEGER-OF-DATE
               (WS-ATV-YMD-9)
           COMPUTE WS-ATV-LATE = WS-ATV-TODAY-INT - WS-ATV-DUE-INT
           IF WS-ATV-LATE <= 0
               OR WS-ATV-OVD-COUNT >= WS-ATV-OVD-MAX
               EXIT PARAGRAPH
           END-IF

           MOVE OWNER-ATTEST-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE

           ADD 1 TO WS-ATV-OVD-COUNT
           MOVE OWNER-ATTEST-SOURCE TO
               WS-ATV-OVD-SOURCE (WS-ATV-OVD-COUNT)
           MOVE WS-OWNER-HIT-DESK TO WS-ATV-OVD-DESK (WS-ATV-OVD-COUNT)
           MOVE WS-OWNER-HIT-ANALYST TO
               WS-ATV-OVD-ANALYST (WS-ATV-OVD-COUNT)
           MOVE WS-OWNER-HIT-TIER TO WS-ATV-OVD-TIER (WS-ATV-OVD-COUNT)
           MOVE OWNER-ATTEST-DUE TO WS-ATV-OVD-DUE (WS-ATV-OVD-COUNT)
           MOVE WS-ATV-LATE TO WS-ATV-OVD-DAYS (WS-ATV-OVD-COUNT)
           MOVE OWNER-ATTEST-HANDED-FROM TO
               WS-ATV-OVD-FROM (WS-ATV-OVD-COUNT)

           PERFORM VARYING WS-ATV-DESK-IDX FROM 1 BY 1 UNTIL
               WS-ATV-DESK-IDX > WS-ATV-DESK-COUNT
               IF WS-ATV-DESK-CODE (WS-ATV-DESK-IDX) =
                   WS-OWNER-HIT-DESK
                   ADD 1 TO WS-ATV-DESK-OVD (WS-ATV-DESK-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ATV-DESK-COUNT < WS-ATV-DESK-MAX
               ADD 1 TO WS-ATV-DESK-COUNT
               MOVE WS-OWNER-HIT-DESK TO
                   WS-ATV-DESK-CODE (WS-ATV-DESK-COUNT)
               MOVE 1 TO WS-ATV-DESK-OVD (WS-ATV-DESK-COUNT)
           END-IF.

       ATTEST-OVERDUE-WRITE-PROCEDURE.
           OPEN OUTPUT ATTEST-REPORT-FILE

           MOVE SPACES TO ATTEST-REPORT-RECORD
           STRING "OWNERSHIP ATTESTATION OVERDUE REPORT AS OF "
               WS-ATV-TODAY-DASHED " -- PERIOD OPENED " WS-ATV-OPENED
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
           WRITE ATTEST-REPORT-RECORD

           MOVE SPACES TO ATTEST-REPORT-RECORD
           STRING WS-ATV-TOTAL " SCRIPT(S) IN THE PERIOD, "
               WS-ATV-ATTESTED " ATTESTED, " WS-ATV-PENDING
               " PENDING, " WS-ATV-OVD-COUNT " OVERDUE"
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
           WRITE ATTEST-REPORT-RECORD

           PERFORM VARYING WS-ATV-DESK-IDX FROM 1 BY 1 UNTIL
               WS-ATV-DESK-IDX > WS-ATV-DESK-COUNT
               MOVE SPACES TO ATTEST-REPORT-RECORD
               WRITE ATTEST-REPORT-RECORD
               MOVE SPACES TO ATTEST-REPORT-RECORD
               STRING "=== DESK " WS-ATV-DESK-CODE (WS-ATV-DESK-IDX)
                   " -- " WS-ATV-DESK-OVD (WS-ATV-DESK-IDX)
                   " OVERDUE ==="
                   DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
               WRITE ATTEST-REPORT-RECORD
               MOVE SPACES TO ATTEST-REPORT-RECORD
               MOVE "    SOURCE                        ANALYST  T DUE"
                   TO ATTEST-REPORT-RECORD
               MOVE "DAYS  HANDED FROM" TO ATTEST-REPORT-RECORD (57:17)
               WRITE ATTEST-REPORT-RECORD
               PERFORM VARYING WS-ATV-OVD-IDX FROM 1 BY 1 UNTIL
                   WS-ATV-OVD-IDX > WS-ATV-OVD-COUNT
                   IF WS-ATV-OVD-DESK (WS-ATV-OVD-IDX) =
                       WS-ATV-DESK-CODE (WS-ATV-DESK-IDX)
                       PERFORM ATTEST-OVERDUE-LINE-PROCEDURE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO ATTEST-REPORT-RECORD
           WRITE ATTEST-REPORT-RECORD
           MOVE SPACES TO ATTEST-REPORT-RECORD
           STRING "END OF REPORT -- " WS-ATV-ALERTED
               " TIER-1 SCRIPT(S) MORE THAN " WS-ATV-ALERT-DAYS
               " DAYS OVERDUE ALERTED"
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
           WRITE ATTEST-REPORT-RECORD

           CLOSE ATTEST-REPORT-FILE.

       ATTEST-OVERDUE-LINE-PROCEDURE.
           MOVE SPACES TO WS-ATV-ALERT-MARK
           IF WS-ATV-OVD-TIER (WS-ATV-OVD-IDX) = "1"
               AND WS-ATV-OVD-DAYS (WS-ATV-OVD-IDX) >
               WS-ATV-ALERT-DAYS
               MOVE "ALERTED" TO WS-ATV-ALERT-MARK
               PERFORM ATTEST-OVERDUE-ALERT-PROCEDURE
           END-IF

           MOVE SPACES TO ATTEST-REPORT-RECORD
           STRING "    " WS-ATV-OVD-SOURCE (WS-ATV-OVD-IDX) (1:29)
               " " WS-ATV-OVD-ANALYST (WS-ATV-OVD-IDX)
               " " WS-ATV-OVD-TIER (WS-ATV-OVD-IDX)
               " " WS-ATV-OVD-DUE (WS-ATV-OVD-IDX)
               " " WS-ATV-OVD-DAYS (WS-ATV-OVD-IDX)
               " " WS-ATV-OVD-FROM (WS-ATV-OVD-IDX)
               " " WS-ATV-ALERT-MARK
               DELIMITED BY SIZE INTO ATTEST-REPORT-RECORD
           WRITE ATTEST-REPORT-RECORD.

       ATTEST-OVERDUE-ALERT-PROCEDURE.
           ADD 1 TO WS-ATV-ALERTED
           MOVE SPACES TO WS-ATV-ALERT-TEXT
           STRING "ATTEST: "
               WS-ATV-OVD-SOURCE (WS-ATV-OVD-IDX) (1:20)
               " TIER-1 " WS-ATV-OVD-DAYS (WS-ATV-OVD-IDX)
               " DAYS OVERDUE "
               WS-ATV-OVD-DESK (WS-ATV-OVD-IDX) " "
               WS-ATV-OVD-ANALYST (WS-ATV-OVD-IDX)
               DELIMITED BY SIZE INTO WS-ATV-ALERT-TEXT

           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ATV-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE SPACES TO ALERT-QUEUE-RECORD
           MOVE WS-ATV-ALERT-TEXT TO ALERT-QUEUE-RECORD
           WRITE ALERT-QUEUE-RECORD
           CLOSE ALERT-QUEUE-FILE.

       COPY "owner-proc.cpy".
