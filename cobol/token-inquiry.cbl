      * lexed that source file, newest first, via the alternate key
      * on TOKEN-MASTER-SOURCE -- and any run so listed dumps with
      * an ordinary job-id/run-date card on the next inquiry.
      * a SEARCH= card answers the other question compliance asks
      * -- which runs and which scripts ever carried a given string
      * or value -- off the TOKNLIDX literal index (see
      * token-literal-index-file.cpy) instead of a front-to-back
      * read of TOKNMSTR:
      *   cols  1-7  SEARCH=
      *   col   8    E exact match, P prefix match
      *   cols 10-21 token type name (IDENT, INT, DECIMAL, STRING),
      *              blank for every indexed type
      *   cols 23-32 earliest run date yyyy-mm-dd, blank for none
      *   cols 34-43 latest run date yyyy-mm-dd, blank for none
      *   cols 45-80 the literal text, as the lexer stored it
      * each hit names job, run date, sequence and source, so the
      * run itself dumps with an ordinary job-id/run-date card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-INQUIRY-PROGRAM.

               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-INQ-FILE-STATUS.
           SELECT TOKEN-LIDX-FILE ASSIGN TO "TOKNLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-LIDX-KEY
               FILE STATUS IS WS-INQ-LIDX-STATUS.
           SELECT INQUIRY-REQUEST-FILE ASSIGN TO "TOKNINQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".
       COPY "token-literal-index-file.cpy".

       FD INQUIRY-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER                   PIC X(1).
           05 INQUIRY-REQUEST-RUN-DATE PIC X(10).
           05 FILLER                   PIC X(61).
       01 INQUIRY-SEARCH-RECORD.
           05 FILLER                   PIC X(7).
           05 INQUIRY-SEARCH-MODE      PIC X(1).
           05 FILLER                   PIC X(1).
           05 INQUIRY-SEARCH-TYPE      PIC X(12).
           05 FILLER                   PIC X(1).
           05 INQUIRY-SEARCH-FROM      PIC X(10).
           05 FILLER                   PIC X(1).
           05 INQUIRY-SEARCH-TO        PIC X(10).
           05 FILLER                   PIC X(1).
           05 INQUIRY-SEARCH-TEXT      PIC X(36).

       FD INQUIRY-REPORT-FILE
           RECORD CONTAINS 320 CHARACTERS.
       WORKING-STORAGE SECTION.
       COPY "token-data.cpy".
       COPY "token-name-data.cpy".
       COPY "token-master-data.cpy".

       01 WS-INQ-FILE-STATUS PIC XX VALUE "00".

           05 WS-INQ-SWAP-WHEN   PIC X(10).
           05 WS-INQ-SWAP-TOKENS PIC 9(7).

      * SEARCH= query state. with no type on the card the search
      * walks every indexed type in turn -- the same four the
      * index's TOKEN-LIDX-TYPE-INDEXED condition admits.
       01 WS-INQ-LIDX-STATUS PIC XX VALUE "00".
       01 WS-INQ-LIDX-OPEN-SWITCH PIC X VALUE "N".
           88 WS-INQ-LIDX-OPEN     VALUE "Y".
           88 WS-INQ-LIDX-NOT-OPEN VALUE "N".

       01 WS-INQ-SRCH-MODE PIC X.
           88 WS-INQ-SRCH-EXACT  VALUE "E".
           88 WS-INQ-SRCH-PREFIX VALUE "P".
       01 WS-INQ-SRCH-MODE-NAME PIC X(6).
       01 WS-INQ-SRCH-TYPE-NAME PIC X(12).
       01 WS-INQ-SRCH-TYPE      PIC 99.
       01 WS-INQ-SRCH-FROM      PIC X(10).
       01 WS-INQ-SRCH-TO        PIC X(10).
       01 WS-INQ-SRCH-TEXT      PIC X(36).
       01 WS-INQ-SRCH-LEN       PIC 99.
       01 WS-INQ-SRCH-HITS      PIC 9(7).
       01 WS-INQ-SRCH-REJECT    PIC X(40).

       01 WS-INQ-SRCH-TYPE-VALUES PIC X(8) VALUE "02030423".
       01 WS-INQ-SRCH-TYPE-TABLE REDEFINES WS-INQ-SRCH-TYPE-VALUES.
           05 WS-INQ-SRCH-TYPE-CODE PIC 99 OCCURS 4 TIMES.
       01 WS-INQ-SRCH-TYPE-IDX  PIC 9.

       01 WS-INQ-HIT-LINE.
           05 FILLER              PIC X(6) VALUE "  JOB ".
           05 WS-INQ-HIT-JOB      PIC X(8).
           05 FILLER              PIC X(5) VALUE " RUN ".
           05 WS-INQ-HIT-DATE     PIC X(10).
           05 FILLER              PIC X(5) VALUE " SEQ ".
           05 WS-INQ-HIT-SEQ      PIC Z(6)9.
           05 FILLER              PIC X(8) VALUE " SOURCE ".
           05 WS-INQ-HIT-SOURCE   PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-INQ-HIT-TYPE     PIC X(8).
           05 WS-INQ-HIT-LITERAL  PIC X(242).

       01 WS-INQ-REPORT-LINE.
           05 WS-INQ-LINE-SEQ     PIC Z(6)9.
           05 FILLER              PIC X(1) VALUE SPACE.
               STOP RUN
           END-IF

      * the index is only needed by SEARCH= cards -- a missing one
      * turns those away individually instead of failing the whole
      * inquiry.
           OPEN INPUT TOKEN-LIDX-FILE
           IF WS-INQ-LIDX-STATUS = "00"
               SET WS-INQ-LIDX-OPEN TO TRUE
           ELSE
               SET WS-INQ-LIDX-NOT-OPEN TO TRUE
           END-IF

           SET WS-INQ-EOF-OFF TO TRUE
           PERFORM UNTIL WS-INQ-EOF-ON
               READ INQUIRY-REQUEST-FILE
                       SET WS-INQ-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INQ-REQUEST-COUNT
                       EVALUATE INQUIRY-REQUEST-RECORD (1:7)
                           WHEN "SOURCE="
                               MOVE INQUIRY-REQUEST-RECORD (8:20) TO
                                   WS-INQ-SOURCE
                               PERFORM INQUIRY-SOURCE-RUNS-PROCEDURE
                           WHEN "SEARCH="
                               PERFORM INQUIRY-SEARCH-PROCEDURE
                           WHEN OTHER
                               MOVE INQUIRY-REQUEST-JOB-ID TO
                                   WS-INQ-JOB-ID
                               MOVE INQUIRY-REQUEST-RUN-DATE TO
                                   WS-INQ-RUN-DATE
                               PERFORM INQUIRY-ONE-RUN-PROCEDURE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE INQUIRY-REQUEST-FILE
           CLOSE TOKEN-MASTER-FILE
           IF WS-INQ-LIDX-OPEN
               CLOSE TOKEN-LIDX-FILE
           END-IF
           CLOSE INQUIRY-REPORT-FILE

      * a requested run that isn't in the repository is the audit
           MOVE WS-INQ-JOB-ID TO TOKEN-MASTER-JOB-ID
           MOVE WS-INQ-RUN-DATE TO TOKEN-MASTER-RUN-DATE
           MOVE 0 TO TOKEN-MASTER-SEQ
           MOVE 0 TO TOKEN-MASTER-PART
           MOVE 0 TO WS-INQ-FOUND-COUNT
           SET WS-INQ-READ-DONE-OFF TO TRUE

           END-START

           PERFORM UNTIL WS-INQ-READ-DONE-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-INQ-READ-DONE-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-JOB-ID = WS-INQ-JOB-ID AND
                       TOKEN-MASTER-RUN-DATE = WS-INQ-RUN-DATE
                       ADD 1 TO WS-INQ-FOUND-COUNT
                       PERFORM INQUIRY-WRITE-TOKEN-PROCEDURE
                   ELSE
                       SET WS-INQ-READ-DONE-ON TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO INQUIRY-REPORT-RECORD

           MOVE TOKEN-MASTER-SEQ TO WS-INQ-LINE-SEQ
           MOVE WS-TOKEN-TYPE-NAME-OUTPUT TO WS-INQ-LINE-TYPE
           MOVE WS-TOKEN-MASTER-LITERAL TO WS-INQ-LINE-LITERAL
           MOVE TOKEN-MASTER-LINE TO WS-INQ-LINE-LINE-NO
           MOVE TOKEN-MASTER-COL TO WS-INQ-LINE-COL-NO

      * every run that ever lexed the named source file -- a keyed
      * positioning on the TOKEN-MASTER-SOURCE alternate key, rolling
      * the matching records up into distinct job/date runs with the
      * token count each run attributed to this source. literal
      * continuation parts carry their token's source too, so only
      * primaries are counted.
       INQUIRY-SOURCE-RUNS-PROCEDURE.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "=== RUNS TOUCHING SOURCE " WS-INQ-SOURCE " ==="
                       SET WS-INQ-READ-DONE-ON TO TRUE
                   NOT AT END
                       IF TOKEN-MASTER-SOURCE = WS-INQ-SOURCE
                           IF TOKEN-MASTER-PART-PRIMARY
                               PERFORM INQUIRY-NOTE-RUN-PROCEDURE
                           END-IF
                       ELSE
                           SET WS-INQ-READ-DONE-ON TO TRUE
                       END-IF
               END-PERFORM
           END-PERFORM.

      * one SEARCH= card -- validated first, so a mistyped card is
      * a visible rejection rather than a quiet "no matches".
       INQUIRY-SEARCH-PROCEDURE.
           MOVE INQUIRY-SEARCH-MODE TO WS-INQ-SRCH-MODE
           MOVE INQUIRY-SEARCH-TYPE TO WS-INQ-SRCH-TYPE-NAME
           MOVE INQUIRY-SEARCH-FROM TO WS-INQ-SRCH-FROM
           MOVE INQUIRY-SEARCH-TO TO WS-INQ-SRCH-TO
           MOVE INQUIRY-SEARCH-TEXT TO WS-INQ-SRCH-TEXT
           MOVE 0 TO WS-INQ-SRCH-HITS
           MOVE SPACES TO WS-INQ-SRCH-REJECT

           IF WS-INQ-SRCH-EXACT
               MOVE "EXACT" TO WS-INQ-SRCH-MODE-NAME
           ELSE
               MOVE "PREFIX" TO WS-INQ-SRCH-MODE-NAME
           END-IF
           IF WS-INQ-SRCH-TYPE-NAME = SPACES
               MOVE 0 TO WS-INQ-SRCH-TYPE
           ELSE
               MOVE WS-INQ-SRCH-TYPE-NAME TO WS-TOKEN-TYPE-CODE-NAME
               PERFORM TOKEN-TYPE-CODE-PROCEDURE
               MOVE WS-TOKEN-TYPE-CODE-OUT TO WS-INQ-SRCH-TYPE
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "=== LITERAL SEARCH " WS-INQ-SRCH-MODE-NAME
               " TYPE " WS-INQ-SRCH-TYPE-NAME " RUNS "
               WS-INQ-SRCH-FROM " THRU " WS-INQ-SRCH-TO " TEXT "
               WS-INQ-SRCH-TEXT " ==="
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           EVALUATE TRUE
               WHEN NOT WS-INQ-SRCH-EXACT AND NOT WS-INQ-SRCH-PREFIX
                   MOVE "MODE MUST BE E OR P" TO WS-INQ-SRCH-REJECT
               WHEN WS-INQ-SRCH-TEXT = SPACES
                   MOVE "NO SEARCH TEXT" TO WS-INQ-SRCH-REJECT
               WHEN WS-INQ-SRCH-TYPE-NAME NOT = SPACES
                   AND WS-INQ-SRCH-TYPE NOT = TOKEN-TYPE-IDENT
                   AND WS-INQ-SRCH-TYPE NOT = TOKEN-TYPE-INT
                   AND WS-INQ-SRCH-TYPE NOT = TOKEN-TYPE-DECIMAL
                   AND WS-INQ-SRCH-TYPE NOT = TOKEN-TYPE-STRING
                   MOVE "TOKEN TYPE IS NOT INDEXED" TO
                       WS-INQ-SRCH-REJECT
               WHEN WS-INQ-SRCH-FROM NOT = SPACES
                   AND WS-INQ-SRCH-TO NOT = SPACES
                   AND WS-INQ-SRCH-FROM > WS-INQ-SRCH-TO
                   MOVE "DATE RANGE IS BACKWARDS" TO
                       WS-INQ-SRCH-REJECT
               WHEN WS-INQ-LIDX-NOT-OPEN
                   MOVE "LITERAL INDEX TOKNLIDX NOT AVAILABLE" TO
                       WS-INQ-SRCH-REJECT
           END-EVALUATE

           IF WS-INQ-SRCH-REJECT NOT = SPACES
               ADD 1 TO WS-INQ-MISS-COUNT
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "** SEARCH CARD REJECTED: " WS-INQ-SRCH-REJECT
                   " **" DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

      * trailing blanks on the card are padding, not part of the
      * text being looked for.
           PERFORM VARYING WS-INQ-SRCH-LEN FROM 36 BY -1 UNTIL
               WS-INQ-SRCH-TEXT (WS-INQ-SRCH-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           IF WS-INQ-SRCH-TYPE-NAME = SPACES
               PERFORM VARYING WS-INQ-SRCH-TYPE-IDX FROM 1 BY 1 UNTIL
                   WS-INQ-SRCH-TYPE-IDX > 4
                   MOVE WS-INQ-SRCH-TYPE-CODE (WS-INQ-SRCH-TYPE-IDX)
                       TO WS-INQ-SRCH-TYPE
                   PERFORM INQUIRY-SEARCH-TYPE-PROCEDURE
               END-PERFORM
           ELSE
               PERFORM INQUIRY-SEARCH-TYPE-PROCEDURE
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-INQ-SRCH-HITS = 0
               ADD 1 TO WS-INQ-MISS-COUNT
               STRING "** NO MATCHING LITERALS ON FILE **"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           ELSE
               STRING "END OF SEARCH -- " WS-INQ-SRCH-HITS " HIT(S)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-IF
           WRITE INQUIRY-REPORT-RECORD.

      * positions at the first index entry whose text begins with
      * the search text (LOW-VALUES behind it sort below every real
      * continuation, the exact literal included) and reads forward
      * while type and leading text still match. both modes share
      * the positioning; exact additionally wants nothing after the
      * text.
       INQUIRY-SEARCH-TYPE-PROCEDURE.
           MOVE LOW-VALUES TO TOKEN-LIDX-KEY
           MOVE WS-INQ-SRCH-TYPE TO TOKEN-LIDX-TYPE
           MOVE WS-INQ-SRCH-TEXT (1:WS-INQ-SRCH-LEN) TO
               TOKEN-LIDX-TEXT (1:WS-INQ-SRCH-LEN)
           SET WS-INQ-READ-DONE-OFF TO TRUE

           START TOKEN-LIDX-FILE KEY >= TOKEN-LIDX-KEY
               INVALID KEY
                   SET WS-INQ-READ-DONE-ON TO TRUE
           END-START

           PERFORM UNTIL WS-INQ-READ-DONE-ON
               READ TOKEN-LIDX-FILE NEXT
                   AT END
                       SET WS-INQ-READ-DONE-ON TO TRUE
                   NOT AT END
                       IF TOKEN-LIDX-TYPE = WS-INQ-SRCH-TYPE AND
                           TOKEN-LIDX-TEXT (1:WS-INQ-SRCH-LEN) =
                           WS-INQ-SRCH-TEXT (1:WS-INQ-SRCH-LEN)
                           PERFORM INQUIRY-SEARCH-HIT-PROCEDURE
                       ELSE
                           SET WS-INQ-READ-DONE-ON TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       INQUIRY-SEARCH-HIT-PROCEDURE.
           IF WS-INQ-SRCH-EXACT
               IF TOKEN-LIDX-TEXT (WS-INQ-SRCH-LEN + 1:) NOT = SPACES
                   OR TOKEN-LIDX-TEXT-TAIL NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-INQ-SRCH-FROM NOT = SPACES
               AND TOKEN-LIDX-RUN-DATE < WS-INQ-SRCH-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-INQ-SRCH-TO NOT = SPACES
               AND TOKEN-LIDX-RUN-DATE > WS-INQ-SRCH-TO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INQ-SRCH-HITS
           MOVE TOKEN-LIDX-TYPE TO WS-TOKEN-TYPE-NAME-INPUT
           PERFORM TOKEN-TYPE-NAME-PROCEDURE

           MOVE TOKEN-LIDX-JOB-ID TO WS-INQ-HIT-JOB
           MOVE TOKEN-LIDX-RUN-DATE TO WS-INQ-HIT-DATE
           MOVE TOKEN-LIDX-SEQ TO WS-INQ-HIT-SEQ
           MOVE TOKEN-LIDX-SOURCE TO WS-INQ-HIT-SOURCE
           MOVE WS-TOKEN-TYPE-NAME-OUTPUT TO WS-INQ-HIT-TYPE
           MOVE SPACES TO WS-INQ-HIT-LITERAL
           STRING TOKEN-LIDX-TEXT TOKEN-LIDX-TEXT-TAIL
               DELIMITED BY SIZE INTO WS-INQ-HIT-LITERAL
           MOVE WS-INQ-HIT-LINE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       COPY "token-name-proc.cpy".
       COPY "token-master-proc.cpy".
