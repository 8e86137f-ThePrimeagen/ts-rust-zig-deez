      * REPORT-BURST-PROGRAM -- the morning distribution of the
      * night's reports. instead of the operations desk cutting
      * BATCHRPT, LINTRPT, LEXEXCPT, PARSERRS and CMPLXRPT apart by
      * hand and pasting each desk its own pieces, every line of
      * every report is traced to the script it is about and, off
      * OWNERMST, to the desk that owns that script, and each desk
      * gets one packet with only its own scripts' lines in it, in
      * report order, paginated, under a heading naming the desk and
      * its contact.
      *
      * a line belongs to a script by the report's own shape:
      *   BATCHRPT  the script named on the "=== JOB ... SOURCE" or
      *             "=== FILE" line heading its section; the run's
      *             other "===" lines (summary, restart) belong to
      *             no script
      *   LINTRPT   the script on the "LINT REPORT - JOB" heading
      *   PARSERRS  the script on the "PARSER ERRORS - JOB" heading
      *   CMPLXRPT  the script in columns 1-20 of each line
      *   LEXEXCPT  the script the line's JOB= tag ran (off today's
      *             LEXAUDIT lines and the headings above), or the
      *             script a retired-refusal or deprecated-import
      *             line names
      * a script with no OWNERMST record goes in the UNWN packet; a
      * line about no script at all goes in the OPS packet, for the
      * operations desk. packets are written to <BURSTPKT>.<desk>,
      * one per desk with anything in it tonight.
      *
      * the BURSTMAN manifest lists each packet -- desk, recipient
      * (the first contact OWNERMST gives for the desk), dataset,
      * pages, lines, the lines from each report, and a hash total
      * (each line's characters weighted by position, trailing
      * blanks excluded, summed) -- and reconciles: the lines and
      * hash total every packet carries of each report must add up
      * to that report's own, and each desk's packet must carry
      * exactly the lines first counted to it. a report that is not
      * there is said so and carries nothing.
      *
      * RETURN-CODE: 0 = every report burst and in balance; 4 = in
      * balance, but a report was not there; 8 = OUT OF BALANCE --
      * hold the packets; 16 = no OWNERMST, nothing to burst by.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURST-REPORT-FILE ASSIGN TO DYNAMIC
               WS-BRST-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRST-RPT-STATUS.
           SELECT BURST-PACKET-FILE ASSIGN TO DYNAMIC
               WS-BRST-PACKET-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRST-PKT-STATUS.
           SELECT BURST-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-BURSTMAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.

           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OUTCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-CATALOG-KEY
               FILE STATUS IS WS-OUTCAT-STATUS.
           SELECT OUTPUT-SCAN-FILE ASSIGN TO DYNAMIC
               WS-OUTCAT-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCAT-SCAN-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * any of the five reports -- BATCHRPT's is the widest record;
      * the narrower ones read in space-filled.
       FD BURST-REPORT-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01 BURST-REPORT-RECORD PIC X(330).

       FD BURST-PACKET-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01 BURST-PACKET-RECORD PIC X(330).

       FD BURST-MANIFEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 BURST-MANIFEST-RECORD PIC X(132).

       COPY "lexer-audit-file.cpy".
       COPY "owner-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "owner-data.cpy".
       COPY "outcat-data.cpy".

       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-BRST-RPT-STATUS PIC XX VALUE "00".
       01 WS-BRST-PKT-STATUS PIC XX VALUE "00".
       01 WS-BRST-REPORT-DSN PIC X(44) VALUE SPACES.
       01 WS-BRST-PACKET-DSN PIC X(44) VALUE SPACES.

       01 WS-BRST-EOF-SWITCH PIC X VALUE "N".
           88 WS-BRST-EOF-ON  VALUE "Y".
           88 WS-BRST-EOF-OFF VALUE "N".

       01 WS-BRST-TODAY.
           05 WS-BRST-TODAY-YYYY PIC 9(4).
           05 WS-BRST-TODAY-MM   PIC 99.
           05 WS-BRST-TODAY-DD   PIC 99.
       01 WS-BRST-TODAY-DASHED PIC X(10).

      * the five reports, in the order each packet carries them.
      * LEXEXCPT comes last: its JOB= tags are resolved through the
      * job/script pairs the headings of the others add to the map.
       01 WS-BRST-RPT-COUNT PIC 9 VALUE 5.
       01 WS-BRST-RPT-TABLE.
           05 WS-BRST-RPT-ENTRY OCCURS 5 TIMES.
               10 WS-BRST-RPT-NAME     PIC X(8).
               10 WS-BRST-RPT-DSN      PIC X(44).
               10 WS-BRST-RPT-FOUND    PIC X(1).
               10 WS-BRST-RPT-LINES    PIC 9(7).
               10 WS-BRST-RPT-HASH     PIC 9(15).
               10 WS-BRST-RPT-SENT     PIC 9(7).
               10 WS-BRST-RPT-SENT-HASH PIC 9(15).
       01 WS-BRST-RPT-IDX PIC 9.

      * tonight's job ids and the script each one ran.
       01 WS-BRST-JOB-MAX   PIC 9(4) VALUE 1000.
       01 WS-BRST-JOB-COUNT PIC 9(4) VALUE 0.
       01 WS-BRST-JOB-TABLE.
           05 WS-BRST-JOB-ENTRY OCCURS 1000 TIMES.
               10 WS-BRST-JOB-ID     PIC X(8).
               10 WS-BRST-JOB-SOURCE PIC X(20).
       01 WS-BRST-JOB-IDX PIC 9(4).
       01 WS-BRST-MAP-JOB    PIC X(8).
       01 WS-BRST-MAP-SOURCE PIC X(20).

      * every desk OWNERMST names, plus UNWN and OPS. the plan
      * counts are what the first pass attributed to the desk, the
      * sent counts what its packet actually carried.
       01 WS-BRST-DESK-MAX   PIC 99 VALUE 40.
       01 WS-BRST-DESK-COUNT PIC 99 VALUE 0.
       01 WS-BRST-DESK-TABLE.
           05 WS-BRST-DESK-ENTRY OCCURS 40 TIMES.
               10 WS-BRST-DESK-CODE    PIC X(4).
               10 WS-BRST-DESK-CONTACT PIC X(20).
               10 WS-BRST-DESK-DSN     PIC X(44).
               10 WS-BRST-DESK-PLANNED PIC 9(7).
               10 WS-BRST-DESK-LINES   PIC 9(7).
               10 WS-BRST-DESK-PAGES   PIC 9(4).
               10 WS-BRST-DESK-HASH    PIC 9(15).
               10 WS-BRST-DESK-PLAN    PIC 9(7) OCCURS 5 TIMES.
               10 WS-BRST-DESK-SENT    PIC 9(7) OCCURS 5 TIMES.
       01 WS-BRST-DESK-IDX   PIC 99.
       01 WS-BRST-PACKET-IDX PIC 99.
       01 WS-BRST-QUERY-DESK PIC X(4).
       01 WS-BRST-FOUND-DESK PIC 99.
       01 WS-BRST-OPS-DESK   PIC X(4) VALUE "OPS".
       01 WS-BRST-UNWN-DESK  PIC X(4) VALUE "UNWN".

      * the line in hand: the script it is about (spaces for none),
      * the section's script carried from its heading, the desk.
       01 WS-BRST-LINE-SOURCE PIC X(20).
       01 WS-BRST-SECTION-SOURCE PIC X(20).
       01 WS-BRST-LINE-DESK PIC 99.
       01 WS-BRST-SCAN-IDX PIC 9(3).
       01 WS-BRST-CHAR-IDX PIC 9(3).
       01 WS-BRST-LINE-LEN PIC 9(3).
       01 WS-BRST-LINE-HASH PIC 9(9).

      * packet pagination.
       01 WS-BRST-PAGE-SIZE PIC 99 VALUE 56.
       01 WS-BRST-PAGE-USED PIC 99.
       01 WS-BRST-PACKET-OUT PIC X(330).
       01 WS-BRST-BREAK-SWITCH PIC X.
           88 WS-BRST-BREAK-DUE  VALUE "Y".
           88 WS-BRST-BREAK-DONE VALUE "N".

       01 WS-BRST-PACKETS     PIC 99 VALUE 0.
       01 WS-BRST-TOTAL-PAGES PIC 9(5) VALUE 0.
       01 WS-BRST-TOTAL-LINES PIC 9(7) VALUE 0.
       01 WS-BRST-TOTAL-HASH  PIC 9(15) VALUE 0.
       01 WS-BRST-SOURCE-LINES PIC 9(7) VALUE 0.
       01 WS-BRST-SOURCE-HASH  PIC 9(15) VALUE 0.
       01 WS-BRST-MISSING      PIC 9 VALUE 0.
       01 WS-BRST-BALANCE-SWITCH PIC X VALUE "Y".
           88 WS-BRST-IN-BALANCE  VALUE "Y".
           88 WS-BRST-OUT-BALANCE VALUE "N".

       01 WS-BRST-SHOW-LINES PIC Z(6)9.
       01 WS-BRST-SHOW-SENT  PIC Z(6)9.
       01 WS-BRST-SHOW-PAGES PIC Z(4)9.
       01 WS-BRST-SHOW-HASH  PIC Z(14)9.
       01 WS-BRST-SHOW-HASH2 PIC Z(14)9.
       01 WS-BRST-SHOW-COUNT PIC Z(5)9 OCCURS 5 TIMES.

      * the datasets this program touches, resolved through the
      * active environment profile at start-up.
       01 WS-PROF-DSN-BATCHRPT PIC X(40) VALUE "BATCHRPT".
       01 WS-PROF-DSN-LINTRPT  PIC X(40) VALUE "LINTRPT".
       01 WS-PROF-DSN-PARSERRS PIC X(40) VALUE "PARSERRS".
       01 WS-PROF-DSN-CMPLXRPT PIC X(40) VALUE "CMPLXRPT".
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-BURSTPKT PIC X(40) VALUE "BURSTPKT".
       01 WS-PROF-DSN-BURSTMAN PIC X(40) VALUE "BURSTMAN".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROFILE-INIT-PROCEDURE
           MOVE "BATCHRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-BATCHRPT
           MOVE "LINTRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LINTRPT
           MOVE "PARSERRS" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-PARSERRS
           MOVE "CMPLXRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-CMPLXRPT
           MOVE "LEXEXCPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXEXCPT
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT
           MOVE "BURSTPKT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-BURSTPKT
           MOVE "BURSTMAN" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-BURSTMAN

      * PARSERRS and LEXEXCPT are cataloged outputs -- the latest
      * active generation, or the plain name when there is none.
           MOVE "PARSERRS" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-PARSERRS TO WS-OUTCAT-BASE
           PERFORM OUTCAT-CURRENT-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-PARSERRS
           MOVE "LEXEXCPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-CURRENT-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT

           INITIALIZE WS-BRST-RPT-TABLE
           MOVE "BATCHRPT" TO WS-BRST-RPT-NAME (1)
           MOVE WS-PROF-DSN-BATCHRPT TO WS-BRST-RPT-DSN (1)
           MOVE "LINTRPT" TO WS-BRST-RPT-NAME (2)
           MOVE WS-PROF-DSN-LINTRPT TO WS-BRST-RPT-DSN (2)
           MOVE "PARSERRS" TO WS-BRST-RPT-NAME (3)
           MOVE WS-PROF-DSN-PARSERRS TO WS-BRST-RPT-DSN (3)
           MOVE "CMPLXRPT" TO WS-BRST-RPT-NAME (4)
           MOVE WS-PROF-DSN-CMPLXRPT TO WS-BRST-RPT-DSN (4)
           MOVE "LEXEXCPT" TO WS-BRST-RPT-NAME (5)
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-BRST-RPT-DSN (5)

           ACCEPT WS-BRST-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BRST-TODAY-DASHED
           STRING WS-BRST-TODAY-YYYY "-" WS-BRST-TODAY-MM "-"
               WS-BRST-TODAY-DD
               DELIMITED BY SIZE INTO WS-BRST-TODAY-DASHED

           OPEN OUTPUT BURST-MANIFEST-FILE
           MOVE SPACES TO BURST-MANIFEST-RECORD
           STRING "DISTRIBUTION MANIFEST " WS-BRST-TODAY-DASHED
               " -- PACKETS " WS-PROF-DSN-BURSTPKT
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD

           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           IF WS-OWNER-COUNT = 0
               MOVE SPACES TO BURST-MANIFEST-RECORD
               MOVE "  REFUSED -- NO OWNERMST RECORDS, SO NO DESK TO"
                   TO BURST-MANIFEST-RECORD
               MOVE " SEND ANYTHING TO" TO BURST-MANIFEST-RECORD (48:17)
               WRITE BURST-MANIFEST-RECORD
               CLOSE BURST-MANIFEST-FILE
               DISPLAY "REPORT-BURST-PROGRAM: REFUSED -- NO OWNERMST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BURST-LOAD-DESKS-PROCEDURE
           PERFORM BURST-LOAD-JOBS-PROCEDURE
           PERFORM BURST-TALLY-PROCEDURE

           PERFORM VARYING WS-BRST-PACKET-IDX FROM 1 BY 1 UNTIL
               WS-BRST-PACKET-IDX > WS-BRST-DESK-COUNT
               IF WS-BRST-DESK-PLANNED (WS-BRST-PACKET-IDX) > 0
                   PERFORM BURST-WRITE-PACKET-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM BURST-MANIFEST-PROCEDURE
           CLOSE BURST-MANIFEST-FILE

           EVALUATE TRUE
               WHEN WS-BRST-OUT-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BRST-MISSING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      * one desk entry per desk OWNERMST names, its recipient the
      * first contact given for it; UNWN and OPS close the table.
       BURST-LOAD-DESKS-PROCEDURE.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1 UNTIL
               WS-OWNER-IDX > WS-OWNER-COUNT
               MOVE WS-OWNER-DESK (WS-OWNER-IDX) TO WS-BRST-QUERY-DESK
               IF WS-BRST-QUERY-DESK = SPACES
                   MOVE WS-BRST-UNWN-DESK TO WS-BRST-QUERY-DESK
               END-IF
               PERFORM BURST-FIND-DESK-PROCEDURE
               IF WS-BRST-FOUND-DESK = 0
                   AND WS-BRST-DESK-COUNT < WS-BRST-DESK-MAX - 2
                   ADD 1 TO WS-BRST-DESK-COUNT
                   MOVE WS-BRST-DESK-COUNT TO WS-BRST-FOUND-DESK
                   INITIALIZE WS-BRST-DESK-ENTRY (WS-BRST-FOUND-DESK)
                   MOVE WS-BRST-QUERY-DESK TO
                       WS-BRST-DESK-CODE (WS-BRST-FOUND-DESK)
               END-IF
               IF WS-BRST-FOUND-DESK > 0
                   IF WS-BRST-DESK-CONTACT (WS-BRST-FOUND-DESK) =
                       SPACES
                       MOVE WS-OWNER-CONTACT (WS-OWNER-IDX) TO
                           WS-BRST-DESK-CONTACT (WS-BRST-FOUND-DESK)
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-BRST-UNWN-DESK TO WS-BRST-QUERY-DESK
           PERFORM BURST-FIND-DESK-PROCEDURE
           IF WS-BRST-FOUND-DESK = 0
               ADD 1 TO WS-BRST-DESK-COUNT
               INITIALIZE WS-BRST-DESK-ENTRY (WS-BRST-DESK-COUNT)
               MOVE WS-BRST-UNWN-DESK TO
                   WS-BRST-DESK-CODE (WS-BRST-DESK-COUNT)
           END-IF
           MOVE WS-BRST-UNWN-DESK TO WS-BRST-QUERY-DESK
           PERFORM BURST-FIND-DESK-PROCEDURE
           IF WS-BRST-DESK-CONTACT (WS-BRST-FOUND-DESK) = SPACES
               MOVE "OPERATIONS-NO OWNER" TO
                   WS-BRST-DESK-CONTACT (WS-BRST-FOUND-DESK)
           END-IF

           ADD 1 TO WS-BRST-DESK-COUNT
           INITIALIZE WS-BRST-DESK-ENTRY (WS-BRST-DESK-COUNT)
           MOVE WS-BRST-OPS-DESK TO
               WS-BRST-DESK-CODE (WS-BRST-DESK-COUNT)
           MOVE "OPERATIONS DESK" TO
               WS-BRST-DESK-CONTACT (WS-BRST-DESK-COUNT)

           PERFORM VARYING WS-BRST-DESK-IDX FROM 1 BY 1 UNTIL
               WS-BRST-DESK-IDX > WS-BRST-DESK-COUNT
               MOVE SPACES TO WS-BRST-DESK-DSN (WS-BRST-DESK-IDX)
               STRING WS-PROF-DSN-BURSTPKT DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-BRST-DESK-CODE (WS-BRST-DESK-IDX)
                   DELIMITED BY SPACE
                   INTO WS-BRST-DESK-DSN (WS-BRST-DESK-IDX)
           END-PERFORM.

       BURST-FIND-DESK-PROCEDURE.
           MOVE 0 TO WS-BRST-FOUND-DESK
           PERFORM VARYING WS-BRST-DESK-IDX FROM 1 BY 1 UNTIL
               WS-BRST-DESK-IDX > WS-BRST-DESK-COUNT
               IF WS-BRST-DESK-CODE (WS-BRST-DESK-IDX) =
                   WS-BRST-QUERY-DESK
                   MOVE WS-BRST-DESK-IDX TO WS-BRST-FOUND-DESK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * today's LEXAUDIT lines pair each job id with its script --
      * the way a LEXEXCPT line, which names only its job, is traced.
      * a rerun's later line supersedes.
       BURST-LOAD-JOBS-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-LEXER-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-BRST-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BRST-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-BRST-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (1:10) =
                           WS-BRST-TODAY-DASHED
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           MOVE LEXER-AUDIT-LOG-RECORD (76:8) TO
                               WS-BRST-MAP-JOB
                           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO
                               WS-BRST-MAP-SOURCE
                           PERFORM BURST-MAP-JOB-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       BURST-MAP-JOB-PROCEDURE.
           IF WS-BRST-MAP-JOB = SPACES
               OR WS-BRST-MAP-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BRST-JOB-IDX FROM 1 BY 1 UNTIL
               WS-BRST-JOB-IDX > WS-BRST-JOB-COUNT
               IF WS-BRST-JOB-ID (WS-BRST-JOB-IDX) = WS-BRST-MAP-JOB
                   MOVE WS-BRST-MAP-SOURCE TO
                       WS-BRST-JOB-SOURCE (WS-BRST-JOB-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BRST-JOB-COUNT < WS-BRST-JOB-MAX
               ADD 1 TO WS-BRST-JOB-COUNT
               MOVE WS-BRST-MAP-JOB TO
                   WS-BRST-JOB-ID (WS-BRST-JOB-COUNT)
               MOVE WS-BRST-MAP-SOURCE TO
                   WS-BRST-JOB-SOURCE (WS-BRST-JOB-COUNT)
           END-IF.

      * the first pass: every line of every report counted, hash-
      * totalled and attributed -- the figures the packets must
      * reconcile back to.
       BURST-TALLY-PROCEDURE.
           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               MOVE "N" TO WS-BRST-RPT-FOUND (WS-BRST-RPT-IDX)
               MOVE WS-BRST-RPT-DSN (WS-BRST-RPT-IDX) TO
                   WS-BRST-REPORT-DSN
               OPEN INPUT BURST-REPORT-FILE
               IF WS-BRST-RPT-STATUS = "00"
                   MOVE "Y" TO WS-BRST-RPT-FOUND (WS-BRST-RPT-IDX)
                   MOVE SPACES TO WS-BRST-SECTION-SOURCE
                   SET WS-BRST-EOF-OFF TO TRUE
                   PERFORM UNTIL WS-BRST-EOF-ON
                       READ BURST-REPORT-FILE
                           AT END
                               SET WS-BRST-EOF-ON TO TRUE
                           NOT AT END
                               PERFORM BURST-TALLY-LINE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE BURST-REPORT-FILE
               ELSE
                   ADD 1 TO WS-BRST-MISSING
               END-IF
           END-PERFORM.

       BURST-TALLY-LINE-PROCEDURE.
           PERFORM BURST-ATTRIBUTE-PROCEDURE
           PERFORM BURST-HASH-PROCEDURE
           ADD 1 TO WS-BRST-RPT-LINES (WS-BRST-RPT-IDX)
           ADD WS-BRST-LINE-HASH TO WS-BRST-RPT-HASH (WS-BRST-RPT-IDX)
           ADD 1 TO WS-BRST-DESK-PLAN (WS-BRST-LINE-DESK,
               WS-BRST-RPT-IDX)
           ADD 1 TO WS-BRST-DESK-PLANNED (WS-BRST-LINE-DESK).

      * which script the line in BURST-REPORT-RECORD is about, by
      * the shape of the report at WS-BRST-RPT-IDX, and so which
      * desk gets it (WS-BRST-LINE-DESK). a heading line that names
      * a job and its script also goes on the job map.
       BURST-ATTRIBUTE-PROCEDURE.
           MOVE SPACES TO WS-BRST-LINE-SOURCE

           EVALUATE WS-BRST-RPT-NAME (WS-BRST-RPT-IDX)
               WHEN "BATCHRPT"
                   EVALUATE TRUE
                       WHEN BURST-REPORT-RECORD (1:8) = "=== JOB "
                           PERFORM BURST-HEADING-SOURCE-PROCEDURE
                           MOVE BURST-REPORT-RECORD (9:8) TO
                               WS-BRST-MAP-JOB
                           PERFORM BURST-MAP-JOB-PROCEDURE
                       WHEN BURST-REPORT-RECORD (1:9) = "=== FILE "
                           UNSTRING BURST-REPORT-RECORD (10:40)
                               DELIMITED BY SPACE
                               INTO WS-BRST-SECTION-SOURCE
                       WHEN BURST-REPORT-RECORD (1:4) = "=== "
                           MOVE SPACES TO WS-BRST-SECTION-SOURCE
                   END-EVALUATE
                   MOVE WS-BRST-SECTION-SOURCE TO WS-BRST-LINE-SOURCE
               WHEN "LINTRPT"
                   IF BURST-REPORT-RECORD (1:18) = "LINT REPORT - JOB "
                       PERFORM BURST-HEADING-SOURCE-PROCEDURE
                       MOVE BURST-REPORT-RECORD (19:8) TO
                           WS-BRST-MAP-JOB
                       PERFORM BURST-MAP-JOB-PROCEDURE
                   END-IF
                   MOVE WS-BRST-SECTION-SOURCE TO WS-BRST-LINE-SOURCE
               WHEN "PARSERRS"
                   IF BURST-REPORT-RECORD (1:20) =
                       "PARSER ERRORS - JOB "
                       PERFORM BURST-HEADING-SOURCE-PROCEDURE
                       MOVE BURST-REPORT-RECORD (21:8) TO
                           WS-BRST-MAP-JOB
                       PERFORM BURST-MAP-JOB-PROCEDURE
                   END-IF
                   MOVE WS-BRST-SECTION-SOURCE TO WS-BRST-LINE-SOURCE
               WHEN "CMPLXRPT"
                   MOVE BURST-REPORT-RECORD (1:20) TO
                       WS-BRST-LINE-SOURCE
               WHEN "LEXEXCPT"
                   PERFORM BURST-EXCEPTION-SOURCE-PROCEDURE
           END-EVALUATE

           IF WS-BRST-LINE-SOURCE = SPACES
               MOVE WS-BRST-OPS-DESK TO WS-BRST-QUERY-DESK
           ELSE
               MOVE WS-BRST-LINE-SOURCE TO WS-OWNER-QUERY (1:20)
               MOVE SPACES TO WS-OWNER-QUERY (21:20)
               PERFORM OWNER-LOOKUP-PROCEDURE
               MOVE WS-OWNER-HIT-DESK TO WS-BRST-QUERY-DESK
               IF WS-BRST-QUERY-DESK = SPACES
                   MOVE WS-BRST-UNWN-DESK TO WS-BRST-QUERY-DESK
               END-IF
           END-IF
           PERFORM BURST-FIND-DESK-PROCEDURE
      * a desk past the table's room travels with the unowned.
           IF WS-BRST-FOUND-DESK = 0
               MOVE WS-BRST-UNWN-DESK TO WS-BRST-QUERY-DESK
               PERFORM BURST-FIND-DESK-PROCEDURE
           END-IF
           MOVE WS-BRST-FOUND-DESK TO WS-BRST-LINE-DESK.

      * the script after " SOURCE " on a section heading starts the
      * section, and pairs with the heading's job id on the map.
       BURST-HEADING-SOURCE-PROCEDURE.
           MOVE SPACES TO WS-BRST-SECTION-SOURCE
           PERFORM VARYING WS-BRST-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-BRST-SCAN-IDX > 300
               IF BURST-REPORT-RECORD (WS-BRST-SCAN-IDX:8) =
                   " SOURCE "
                   MOVE BURST-REPORT-RECORD (WS-BRST-SCAN-IDX + 8:20)
                       TO WS-BRST-SECTION-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-BRST-SECTION-SOURCE TO WS-BRST-MAP-SOURCE.

      * LEXEXCPT: the JOB= tag's script, else the script a retired-
      * refusal or deprecated-import line names.
       BURST-EXCEPTION-SOURCE-PROCEDURE.
           PERFORM VARYING WS-BRST-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-BRST-SCAN-IDX > 76
               IF BURST-REPORT-RECORD (WS-BRST-SCAN-IDX:4) = "JOB="
                   MOVE BURST-REPORT-RECORD (WS-BRST-SCAN-IDX + 4:8)
                       TO WS-BRST-MAP-JOB
                   PERFORM VARYING WS-BRST-JOB-IDX FROM 1 BY 1 UNTIL
                       WS-BRST-JOB-IDX > WS-BRST-JOB-COUNT
                       IF WS-BRST-JOB-ID (WS-BRST-JOB-IDX) =
                           WS-BRST-MAP-JOB
                           MOVE WS-BRST-JOB-SOURCE (WS-BRST-JOB-IDX)
                               TO WS-BRST-LINE-SOURCE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF BURST-REPORT-RECORD (1:24) = "RETIRED SCRIPT REFUSED: "
               UNSTRING BURST-REPORT-RECORD (25:40)
                   DELIMITED BY SPACE INTO WS-BRST-LINE-SOURCE
               EXIT PARAGRAPH
           END-IF

           IF BURST-REPORT-RECORD (1:18) = "DEPRECATED IMPORT "
               PERFORM VARYING WS-BRST-SCAN-IDX FROM 19 BY 1 UNTIL
                   WS-BRST-SCAN-IDX > 76
                   IF BURST-REPORT-RECORD (WS-BRST-SCAN-IDX:4) =
                       " BY "
                       MOVE BURST-REPORT-RECORD
                           (WS-BRST-SCAN-IDX + 4:20)
                           TO WS-BRST-LINE-SOURCE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * the line's hash: each character's code weighted by its
      * column, trailing blanks excluded -- summed, so the packets'
      * hash totals add back up to the report's.
       BURST-HASH-PROCEDURE.
           MOVE 0 TO WS-BRST-LINE-HASH
           MOVE 0 TO WS-BRST-LINE-LEN
           PERFORM VARYING WS-BRST-CHAR-IDX FROM 330 BY -1
               UNTIL WS-BRST-CHAR-IDX < 1
               IF BURST-REPORT-RECORD (WS-BRST-CHAR-IDX:1)
                   NOT = SPACE
                   MOVE WS-BRST-CHAR-IDX TO WS-BRST-LINE-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BRST-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-BRST-CHAR-IDX > WS-BRST-LINE-LEN
               COMPUTE WS-BRST-LINE-HASH = WS-BRST-LINE-HASH
                   + FUNCTION ORD
                   (BURST-REPORT-RECORD (WS-BRST-CHAR-IDX:1))
                   * WS-BRST-CHAR-IDX
           END-PERFORM.

      * one desk's packet: every report read again and the desk's
      * lines copied across, each report under a break line naming
      * it, paginated under the desk's heading.
       BURST-WRITE-PACKET-PROCEDURE.
           MOVE WS-BRST-DESK-DSN (WS-BRST-PACKET-IDX) TO
               WS-BRST-PACKET-DSN
           OPEN OUTPUT BURST-PACKET-FILE
           IF WS-BRST-PKT-STATUS NOT = "00"
               DISPLAY "REPORT-BURST-PROGRAM: PACKET "
                   WS-BRST-PACKET-DSN " WOULD NOT OPEN, STATUS="
                   WS-BRST-PKT-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRST-PACKETS
           MOVE WS-BRST-PAGE-SIZE TO WS-BRST-PAGE-USED

           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               IF WS-BRST-DESK-PLAN (WS-BRST-PACKET-IDX,
                   WS-BRST-RPT-IDX) > 0
                   PERFORM BURST-PACKET-REPORT-PROCEDURE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-BRST-PACKET-OUT
           PERFORM BURST-PACKET-LINE-PROCEDURE
           MOVE WS-BRST-DESK-LINES (WS-BRST-PACKET-IDX) TO
               WS-BRST-SHOW-LINES
           MOVE WS-BRST-DESK-HASH (WS-BRST-PACKET-IDX) TO
               WS-BRST-SHOW-HASH
           STRING "--- END OF PACKET FOR DESK "
               WS-BRST-DESK-CODE (WS-BRST-PACKET-IDX) ": "
               WS-BRST-SHOW-LINES " REPORT LINE(S), HASH TOTAL "
               WS-BRST-SHOW-HASH " ---"
               DELIMITED BY SIZE INTO WS-BRST-PACKET-OUT
           PERFORM BURST-PACKET-LINE-PROCEDURE

           CLOSE BURST-PACKET-FILE.

       BURST-PACKET-REPORT-PROCEDURE.
           MOVE WS-BRST-RPT-DSN (WS-BRST-RPT-IDX) TO WS-BRST-REPORT-DSN
           OPEN INPUT BURST-REPORT-FILE
           IF WS-BRST-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-BRST-BREAK-DUE TO TRUE
           MOVE SPACES TO WS-BRST-SECTION-SOURCE
           SET WS-BRST-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BRST-EOF-ON
               READ BURST-REPORT-FILE
                   AT END
                       SET WS-BRST-EOF-ON TO TRUE
                   NOT AT END
                       PERFORM BURST-ATTRIBUTE-PROCEDURE
                       IF WS-BRST-LINE-DESK = WS-BRST-PACKET-IDX
                           PERFORM BURST-PACKET-REPORT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BURST-REPORT-FILE.

       BURST-PACKET-REPORT-LINE-PROCEDURE.
           IF WS-BRST-BREAK-DUE
               SET WS-BRST-BREAK-DONE TO TRUE
               MOVE SPACES TO WS-BRST-PACKET-OUT
               PERFORM BURST-PACKET-LINE-PROCEDURE
               STRING "--- FROM " WS-BRST-RPT-NAME (WS-BRST-RPT-IDX)
                   " (" DELIMITED BY SIZE
                   WS-BRST-RPT-DSN (WS-BRST-RPT-IDX) DELIMITED BY SPACE
                   ") ---" DELIMITED BY SIZE INTO WS-BRST-PACKET-OUT
               PERFORM BURST-PACKET-LINE-PROCEDURE
           END-IF

           PERFORM BURST-HASH-PROCEDURE
           ADD 1 TO WS-BRST-DESK-SENT (WS-BRST-PACKET-IDX,
               WS-BRST-RPT-IDX)
           ADD 1 TO WS-BRST-DESK-LINES (WS-BRST-PACKET-IDX)
           ADD WS-BRST-LINE-HASH TO
               WS-BRST-DESK-HASH (WS-BRST-PACKET-IDX)
           ADD 1 TO WS-BRST-RPT-SENT (WS-BRST-RPT-IDX)
           ADD WS-BRST-LINE-HASH TO
               WS-BRST-RPT-SENT-HASH (WS-BRST-RPT-IDX)
           MOVE BURST-REPORT-RECORD TO WS-BRST-PACKET-OUT
           PERFORM BURST-PACKET-LINE-PROCEDURE.

      * WS-BRST-PACKET-OUT onto the packet, under a fresh page
      * heading whenever the page is full.
       BURST-PACKET-LINE-PROCEDURE.
           IF WS-BRST-PAGE-USED >= WS-BRST-PAGE-SIZE
               ADD 1 TO WS-BRST-DESK-PAGES (WS-BRST-PACKET-IDX)
               MOVE 0 TO WS-BRST-PAGE-USED
               MOVE SPACES TO BURST-PACKET-RECORD
               STRING "DISTRIBUTION PACKET -- DESK "
                   WS-BRST-DESK-CODE (WS-BRST-PACKET-IDX)
                   " -- FOR " WS-BRST-DESK-CONTACT (WS-BRST-PACKET-IDX)
                   " -- RUN " WS-BRST-TODAY-DASHED
                   " -- PAGE " WS-BRST-DESK-PAGES (WS-BRST-PACKET-IDX)
                   DELIMITED BY SIZE INTO BURST-PACKET-RECORD
               WRITE BURST-PACKET-RECORD
               MOVE SPACES TO BURST-PACKET-RECORD
               WRITE BURST-PACKET-RECORD
           END-IF

           MOVE WS-BRST-PACKET-OUT TO BURST-PACKET-RECORD
           WRITE BURST-PACKET-RECORD
           ADD 1 TO WS-BRST-PAGE-USED
           MOVE SPACES TO WS-BRST-PACKET-OUT.

      * the manifest: what each report held, what each packet
      * carries and to whom, and whether it all adds back up.
       BURST-MANIFEST-PROCEDURE.
           MOVE SPACES TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE "=== SOURCE REPORTS ===" TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               MOVE SPACES TO BURST-MANIFEST-RECORD
               IF WS-BRST-RPT-FOUND (WS-BRST-RPT-IDX) = "Y"
                   MOVE WS-BRST-RPT-LINES (WS-BRST-RPT-IDX) TO
                       WS-BRST-SHOW-LINES
                   MOVE WS-BRST-RPT-HASH (WS-BRST-RPT-IDX) TO
                       WS-BRST-SHOW-HASH
                   STRING "  " WS-BRST-RPT-NAME (WS-BRST-RPT-IDX) " "
                       WS-BRST-RPT-DSN (WS-BRST-RPT-IDX)
                       WS-BRST-SHOW-LINES " LINES  HASH "
                       WS-BRST-SHOW-HASH
                       DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
               ELSE
                   STRING "  " WS-BRST-RPT-NAME (WS-BRST-RPT-IDX) " "
                       WS-BRST-RPT-DSN (WS-BRST-RPT-IDX)
                       " NOT FOUND -- NOTHING FROM IT IN ANY PACKET"
                       DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
               END-IF
               WRITE BURST-MANIFEST-RECORD
               ADD WS-BRST-RPT-LINES (WS-BRST-RPT-IDX) TO
                   WS-BRST-SOURCE-LINES
               ADD WS-BRST-RPT-HASH (WS-BRST-RPT-IDX) TO
                   WS-BRST-SOURCE-HASH
           END-PERFORM

           MOVE SPACES TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE "=== PACKETS ===" TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE SPACES TO BURST-MANIFEST-RECORD
           STRING "  DESK RECIPIENT            DATASET"
               "                                       PAGES"
               "   LINES BATCHRPT LINTRPT PARSERRS CMPLXRPT LEXEXCPT"
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           PERFORM VARYING WS-BRST-DESK-IDX FROM 1 BY 1 UNTIL
               WS-BRST-DESK-IDX > WS-BRST-DESK-COUNT
               PERFORM BURST-MANIFEST-DESK-PROCEDURE
           END-PERFORM

           PERFORM BURST-RECONCILE-PROCEDURE.

       BURST-MANIFEST-DESK-PROCEDURE.
           MOVE SPACES TO BURST-MANIFEST-RECORD
           IF WS-BRST-DESK-PLANNED (WS-BRST-DESK-IDX) = 0
               STRING "  " WS-BRST-DESK-CODE (WS-BRST-DESK-IDX) " "
                   WS-BRST-DESK-CONTACT (WS-BRST-DESK-IDX) " "
                   "NOTHING TONIGHT -- NO PACKET"
                   DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
               WRITE BURST-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               MOVE WS-BRST-DESK-SENT (WS-BRST-DESK-IDX,
                   WS-BRST-RPT-IDX) TO
                   WS-BRST-SHOW-COUNT (WS-BRST-RPT-IDX)
           END-PERFORM
           MOVE WS-BRST-DESK-PAGES (WS-BRST-DESK-IDX) TO
               WS-BRST-SHOW-PAGES
           MOVE WS-BRST-DESK-LINES (WS-BRST-DESK-IDX) TO
               WS-BRST-SHOW-LINES
           STRING "  " WS-BRST-DESK-CODE (WS-BRST-DESK-IDX) " "
               WS-BRST-DESK-CONTACT (WS-BRST-DESK-IDX) " "
               WS-BRST-DESK-DSN (WS-BRST-DESK-IDX)
               WS-BRST-SHOW-PAGES WS-BRST-SHOW-LINES "   "
               WS-BRST-SHOW-COUNT (1) "  " WS-BRST-SHOW-COUNT (2)
               "   " WS-BRST-SHOW-COUNT (3) "   "
               WS-BRST-SHOW-COUNT (4) "   " WS-BRST-SHOW-COUNT (5)
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD

           MOVE WS-BRST-DESK-HASH (WS-BRST-DESK-IDX) TO
               WS-BRST-SHOW-HASH
           MOVE SPACES TO BURST-MANIFEST-RECORD
           STRING "       HASH TOTAL " WS-BRST-SHOW-HASH
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD

      * the desk's packet must carry exactly what the first pass
      * counted to it -- anything else means a report moved under
      * the run, or a line went to the wrong packet.
           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               IF WS-BRST-DESK-SENT (WS-BRST-DESK-IDX,
                   WS-BRST-RPT-IDX) NOT =
                   WS-BRST-DESK-PLAN (WS-BRST-DESK-IDX,
                   WS-BRST-RPT-IDX)
                   SET WS-BRST-OUT-BALANCE TO TRUE
                   MOVE WS-BRST-DESK-PLAN (WS-BRST-DESK-IDX,
                       WS-BRST-RPT-IDX) TO WS-BRST-SHOW-LINES
                   MOVE WS-BRST-DESK-SENT (WS-BRST-DESK-IDX,
                       WS-BRST-RPT-IDX) TO WS-BRST-SHOW-SENT
                   MOVE SPACES TO BURST-MANIFEST-RECORD
                   STRING "       OUT OF BALANCE -- "
                       WS-BRST-RPT-NAME (WS-BRST-RPT-IDX)
                       " COUNTED " WS-BRST-SHOW-LINES
                       " TO THIS DESK, PACKET CARRIES "
                       WS-BRST-SHOW-SENT
                       DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
                   WRITE BURST-MANIFEST-RECORD
               END-IF
           END-PERFORM

           ADD WS-BRST-DESK-PAGES (WS-BRST-DESK-IDX) TO
               WS-BRST-TOTAL-PAGES
           ADD WS-BRST-DESK-LINES (WS-BRST-DESK-IDX) TO
               WS-BRST-TOTAL-LINES
           ADD WS-BRST-DESK-HASH (WS-BRST-DESK-IDX) TO
               WS-BRST-TOTAL-HASH.

      * each report's lines and hash total across all the packets
      * against the report's own, then the control total.
       BURST-RECONCILE-PROCEDURE.
           MOVE SPACES TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE "=== RECONCILIATION ===" TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           PERFORM VARYING WS-BRST-RPT-IDX FROM 1 BY 1 UNTIL
               WS-BRST-RPT-IDX > WS-BRST-RPT-COUNT
               MOVE WS-BRST-RPT-LINES (WS-BRST-RPT-IDX) TO
                   WS-BRST-SHOW-LINES
               MOVE WS-BRST-RPT-SENT (WS-BRST-RPT-IDX) TO
                   WS-BRST-SHOW-SENT
               MOVE WS-BRST-RPT-HASH (WS-BRST-RPT-IDX) TO
                   WS-BRST-SHOW-HASH
               MOVE WS-BRST-RPT-SENT-HASH (WS-BRST-RPT-IDX) TO
                   WS-BRST-SHOW-HASH2
               MOVE SPACES TO BURST-MANIFEST-RECORD
               STRING "  " WS-BRST-RPT-NAME (WS-BRST-RPT-IDX)
                   " REPORT " WS-BRST-SHOW-LINES " LINES HASH "
                   WS-BRST-SHOW-HASH "  PACKETS " WS-BRST-SHOW-SENT
                   " LINES HASH " WS-BRST-SHOW-HASH2
                   DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
               IF WS-BRST-RPT-LINES (WS-BRST-RPT-IDX) =
                   WS-BRST-RPT-SENT (WS-BRST-RPT-IDX)
                   AND WS-BRST-RPT-HASH (WS-BRST-RPT-IDX) =
                   WS-BRST-RPT-SENT-HASH (WS-BRST-RPT-IDX)
                   MOVE "IN BALANCE" TO BURST-MANIFEST-RECORD (100:10)
               ELSE
                   SET WS-BRST-OUT-BALANCE TO TRUE
                   MOVE "OUT OF BALANCE" TO
                       BURST-MANIFEST-RECORD (100:14)
               END-IF
               WRITE BURST-MANIFEST-RECORD
           END-PERFORM

           MOVE SPACES TO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE WS-BRST-TOTAL-PAGES TO WS-BRST-SHOW-PAGES
           MOVE WS-BRST-TOTAL-LINES TO WS-BRST-SHOW-SENT
           MOVE WS-BRST-TOTAL-HASH TO WS-BRST-SHOW-HASH2
           MOVE WS-BRST-SOURCE-LINES TO WS-BRST-SHOW-LINES
           MOVE WS-BRST-SOURCE-HASH TO WS-BRST-SHOW-HASH
           MOVE SPACES TO BURST-MANIFEST-RECORD
           STRING "CONTROL TOTAL: " WS-BRST-PACKETS " PACKET(S), "
               WS-BRST-SHOW-PAGES " PAGE(S), " WS-BRST-SHOW-SENT
               " LINES, HASH " WS-BRST-SHOW-HASH2
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE SPACES TO BURST-MANIFEST-RECORD
           STRING "SOURCE TOTAL:  " WS-BRST-SHOW-LINES
               " LINES, HASH " WS-BRST-SHOW-HASH
               DELIMITED BY SIZE INTO BURST-MANIFEST-RECORD
           WRITE BURST-MANIFEST-RECORD
           MOVE SPACES TO BURST-MANIFEST-RECORD
           IF WS-BRST-IN-BALANCE
               MOVE "*** IN BALANCE -- RELEASE THE PACKETS ***" TO
                   BURST-MANIFEST-RECORD
           ELSE
               MOVE "*** OUT OF BALANCE -- HOLD THE PACKETS ***" TO
                   BURST-MANIFEST-RECORD
           END-IF
           WRITE BURST-MANIFEST-RECORD.

       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "owner-proc.cpy".
