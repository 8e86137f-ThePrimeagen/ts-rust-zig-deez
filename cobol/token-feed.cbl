      * subscribers read nothing until READY appears. a failed
      * verify leaves the prior night's published feed untouched
      * and raises an ALERTQ record.
      * staging is written in the newest feed layout; the publish
      * cuts one copy per layout some FEEDSUBS subscriber is pinned
      * to -- layout 01 on TOKNFEED as ever, a later one nn on
      * TOKNFEED.Vnn -- each with its own FEEDHDR saying which (see
      * token-feed-file.cpy). FEEDRDY lists the layouts published.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-FEED-PROGRAM.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STG-STATUS.
           SELECT PUBLISHED-FEED-FILE ASSIGN TO DYNAMIC
               WS-FEED-PUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-SUBSCRIBER-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-FEEDSUBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-SUBS-STATUS.
           SELECT FEED-READY-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-FEEDRDY
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "lexer-audit-file.cpy".
       COPY "token-feed-file.cpy".

      * one published layout -- its record length is the layout's.
       FD PUBLISHED-FEED-FILE
           RECORD IS VARYING IN SIZE FROM 280 TO 300 CHARACTERS
           DEPENDING ON WS-FEED-PUB-LEN.
       01 PUBLISHED-FEED-RECORD PIC X(300).

      * the subscriber registry -- only the pinned layout matters
      * here; FEED-ROUTER-PROGRAM documents the rest of the card.
       FD FEED-SUBSCRIBER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 FEED-SUBSCRIBER-RECORD.
           05 FEED-SUBSCRIBER-ID     PIC X(8).
           05 FILLER                 PIC X(67).
           05 FEED-SUBSCRIBER-LAYOUT PIC X(2).
           05 FILLER                 PIC X(3).

       FD FEED-READY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 WS-FEED-CUR-LITERAL PIC X(256).
       01 WS-FEED-CUR-LINE    PIC 9(5).
       01 WS-FEED-CUR-COL     PIC 9(5).
       01 WS-FEED-CUR-SOURCE  PIC X(20).

       01 WS-FEED-SPILL-EOF-SWITCH PIC X VALUE "N".
           88 WS-FEED-SPILL-EOF-ON  VALUE "Y".
           88 WS-FEED-TRL-NOT-SEEN VALUE "N".
       01 WS-FEED-PUBLISHED PIC 9(7) VALUE 0.

      * the feed layouts -- each one's record length, and whether a
      * subscriber is pinned to it tonight. 01 always publishes:
      * TOKNFEED is what reconciliation, replay and the archive
      * read.
       01 WS-FEED-LAYOUT-NEWEST PIC 99 VALUE 2.
       01 WS-FEED-LAYOUT-LENGTHS PIC X(6) VALUE "280300".
       01 WS-FEED-LAYOUT-LEN-TABLE REDEFINES WS-FEED-LAYOUT-LENGTHS.
           05 WS-FEED-LAYOUT-LEN PIC 9(3) OCCURS 2 TIMES.
       01 WS-FEED-LAYOUT-PINS PIC X(2) VALUE "YN".
       01 WS-FEED-LAYOUT-PIN-TABLE REDEFINES WS-FEED-LAYOUT-PINS.
           05 WS-FEED-LAYOUT-PINNED PIC X OCCURS 2 TIMES.
       01 WS-FEED-LAYOUT-IDX  PIC 99.
       01 WS-FEED-LAYOUT-CARD PIC X(2).
       01 WS-FEED-LAYOUT-CARD-9 REDEFINES WS-FEED-LAYOUT-CARD PIC 99.
       01 WS-FEED-LAYOUT-LIST PIC X(40) VALUE SPACES.
       01 WS-FEED-LAYOUT-PTR  PIC 99.
       01 WS-FEED-SUBS-STATUS PIC XX VALUE "00".
       01 WS-FEED-SUBS-EOF-SWITCH PIC X VALUE "N".
           88 WS-FEED-SUBS-EOF-ON  VALUE "Y".
           88 WS-FEED-SUBS-EOF-OFF VALUE "N".
       01 WS-FEED-PUB-NAME PIC X(44) VALUE SPACES.
       01 WS-FEED-PUB-LEN  PIC 9(3) VALUE 280.

      * the staging and ready dataset names, resolved through the
      * profile alongside the rest.
       01 WS-PROF-DSN-TOKNFDST PIC X(40) VALUE "TOKNFDST".
       01 WS-PROF-DSN-FEEDRDY  PIC X(40) VALUE "FEEDRDY".
       01 WS-PROF-DSN-ALERTQ   PIC X(40) VALUE "ALERTQ".
       01 WS-PROF-DSN-FEEDSUBS PIC X(40) VALUE "FEEDSUBS".

      * the datasets this program touches, resolved through the
      * active environment profile at start-up -- production
           MOVE "ALERTQ" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALERTQ
           MOVE "FEEDSUBS" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-FEEDSUBS
           PERFORM LEXER-READ-SOURCE-PROCEDURE.
           PERFORM LEXER-PARSE-PROCEDURE.
           PERFORM TOKEN-FEED-WRITE-PROCEDURE.
           PERFORM TOKEN-FEED-VERIFY-PROCEDURE.
           IF WS-FEED-VRFY-OK
               PERFORM TOKEN-FEED-PINS-PROCEDURE
               PERFORM TOKEN-FEED-PUBLISH-PROCEDURE
           ELSE
               PERFORM TOKEN-FEED-HOLD-PROCEDURE
               " SRC=" LEXER-INPUT-HEADER-SOURCE-FILE
               " FP=" LEXER-INPUT-HEADER-FINGERPRINT
               " VER=" LEXER-INPUT-HEADER-VERSION
               " LAYOUT=" WS-FEED-LAYOUT-NEWEST
               DELIMITED BY SIZE INTO TOKEN-FEED-LITERAL
           MOVE 0 TO TOKEN-FEED-LINE-NO
           MOVE 0 TO TOKEN-FEED-COL-NO
                   (WS-FEED-TOKEN-IDX) TO WS-FEED-CUR-LINE
               MOVE LEXER-OUTPUT-TOKEN-COL-LIST
                   (WS-FEED-TOKEN-IDX) TO WS-FEED-CUR-COL
               MOVE LEXER-OUTPUT-TOKEN-SOURCE-LIST
                   (WS-FEED-TOKEN-IDX) TO WS-FEED-CUR-SOURCE
               PERFORM TOKEN-FEED-WRITE-ONE-PROCEDURE
           END-PERFORM

                           WS-FEED-CUR-LITERAL
                       MOVE LEXER-SPILL-TOKEN-LINE TO WS-FEED-CUR-LINE
                       MOVE LEXER-SPILL-TOKEN-COL TO WS-FEED-CUR-COL
                       MOVE LEXER-SPILL-TOKEN-SOURCE TO
                           WS-FEED-CUR-SOURCE
                       PERFORM TOKEN-FEED-WRITE-ONE-PROCEDURE
               END-READ
           END-PERFORM
           MOVE WS-FEED-CUR-LITERAL TO TOKEN-FEED-LITERAL
           MOVE WS-FEED-CUR-LINE TO TOKEN-FEED-LINE-NO
           MOVE WS-FEED-CUR-COL TO TOKEN-FEED-COL-NO
           MOVE WS-FEED-CUR-SOURCE TO TOKEN-FEED-SOURCE
           WRITE TOKEN-FEED-RECORD.


                   END-IF
           END-EVALUATE.

      * which layouts tonight's subscribers are pinned to. a pin
      * this program does not know is left unpublished -- sending a
      * subscriber some other layout than the one it loads is the
      * silent break the versioning exists to prevent -- and
      * PREFLIGHT-PROGRAM reports the card before the window.
       TOKEN-FEED-PINS-PROCEDURE.
           OPEN INPUT FEED-SUBSCRIBER-FILE
           IF WS-FEED-SUBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-FEED-SUBS-EOF-OFF TO TRUE
           PERFORM UNTIL WS-FEED-SUBS-EOF-ON
               READ FEED-SUBSCRIBER-FILE
                   AT END
                       SET WS-FEED-SUBS-EOF-ON TO TRUE
                   NOT AT END
                       IF FEED-SUBSCRIBER-ID NOT = SPACES
                           AND FEED-SUBSCRIBER-RECORD (1:1) NOT = "*"
                           MOVE FEED-SUBSCRIBER-LAYOUT TO
                               WS-FEED-LAYOUT-CARD
                           IF WS-FEED-LAYOUT-CARD = SPACES
                               MOVE "01" TO WS-FEED-LAYOUT-CARD
                           END-IF
                           IF WS-FEED-LAYOUT-CARD IS NUMERIC
                               AND WS-FEED-LAYOUT-CARD-9 > 0
                               AND WS-FEED-LAYOUT-CARD-9 NOT >
                               WS-FEED-LAYOUT-NEWEST
                               MOVE "Y" TO WS-FEED-LAYOUT-PINNED
                                   (WS-FEED-LAYOUT-CARD-9)
                           ELSE
                               DISPLAY "TOKEN-FEED-PROGRAM: "
                                   FEED-SUBSCRIBER-ID " PINNED TO "
                                   "LAYOUT '" WS-FEED-LAYOUT-CARD
                                   "' -- NO SUCH LAYOUT, NOTHING "
                                   "PUBLISHED FOR IT"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FEED-SUBSCRIBER-FILE.

      * phase three: the verified staging copies whole to the
      * subscriber-visible name of each pinned layout, and only then
      * does the READY indicator appear -- the record subscribers
      * are told to wait for, carrying the run date, fingerprint,
      * totals, and the layouts published.
       TOKEN-FEED-PUBLISH-PROCEDURE.
           MOVE SPACES TO WS-FEED-LAYOUT-LIST
           MOVE 1 TO WS-FEED-LAYOUT-PTR
           PERFORM VARYING WS-FEED-LAYOUT-IDX FROM 1 BY 1 UNTIL
               WS-FEED-LAYOUT-IDX > WS-FEED-LAYOUT-NEWEST
               IF WS-FEED-LAYOUT-PINNED (WS-FEED-LAYOUT-IDX) = "Y"
                   PERFORM TOKEN-FEED-PUBLISH-ONE-PROCEDURE
                   IF WS-FEED-LAYOUT-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-FEED-LAYOUT-LIST
                           WITH POINTER WS-FEED-LAYOUT-PTR
                   END-IF
                   STRING WS-FEED-LAYOUT-IDX DELIMITED BY SIZE
                       INTO WS-FEED-LAYOUT-LIST
                       WITH POINTER WS-FEED-LAYOUT-PTR
               END-IF
           END-PERFORM

           OPEN OUTPUT FEED-READY-FILE
           MOVE SPACES TO FEED-READY-RECORD
           STRING "READY RUN=" LEXER-INPUT-HEADER-RUN-DATE
               " FP=" LEXER-INPUT-HEADER-FINGERPRINT
               " RECORDS=" WS-FEED-VRFY-COUNT
               " CHECKSUM=" WS-FEED-TRL-SUM
               " LAYOUTS=" WS-FEED-LAYOUT-LIST
               DELIMITED BY SIZE INTO FEED-READY-RECORD
           WRITE FEED-READY-RECORD
           CLOSE FEED-READY-FILE.

      * one layout: each staged record cut to the layout's length,
      * the FEEDHDR's layout number set to match.
       TOKEN-FEED-PUBLISH-ONE-PROCEDURE.
           MOVE WS-FEED-LAYOUT-LEN (WS-FEED-LAYOUT-IDX) TO
               WS-FEED-PUB-LEN
           IF WS-FEED-LAYOUT-IDX = 1
               MOVE WS-PROF-DSN-TOKNFEED TO WS-FEED-PUB-NAME
           ELSE
               MOVE SPACES TO WS-FEED-PUB-NAME
               STRING WS-PROF-DSN-TOKNFEED DELIMITED BY SPACE
                   ".V" WS-FEED-LAYOUT-IDX DELIMITED BY SIZE
                   INTO WS-FEED-PUB-NAME
           END-IF

           MOVE 0 TO WS-FEED-PUBLISHED
           OPEN INPUT TOKEN-FEED-FILE
           OPEN OUTPUT PUBLISHED-FEED-FILE
                       SET WS-FEED-VRFY-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-PUBLISHED
                       IF TOKEN-FEED-TYPE-NAME = "FEEDHDR"
                           MOVE WS-FEED-LAYOUT-IDX TO
                               TOKEN-FEED-LITERAL (86:2)
                       END-IF
                       MOVE TOKEN-FEED-RECORD (1:WS-FEED-PUB-LEN) TO
                           PUBLISHED-FEED-RECORD
                       WRITE PUBLISHED-FEED-RECORD
               END-READ
           CLOSE TOKEN-FEED-FILE
           CLOSE PUBLISHED-FEED-FILE

           DISPLAY "TOKEN-FEED-PROGRAM: FEED VERIFIED AND "
               "PUBLISHED TO " WS-FEED-PUB-NAME ", LAYOUT "
               WS-FEED-LAYOUT-IDX ", " WS-FEED-PUBLISHED " RECORDS".

      * a failed verify holds the publish: the prior night's feed
      * and its READY indicator stay exactly as they were, and the
