      *               mapping CHARGEBACK-PROGRAM uses)
      *   cols 12-31  selector value
      *   cols 33-72  destination dataset name
      *   col  74     feed format (below)
      *   cols 76-77  the feed layout the subscriber is pinned to
      *               (token-feed-file.cpy), blank = 01
      * each subscriber's feed is written in token-feed-file.cpy's
      * record shape, cut to its pinned layout, with its own FEEDHDR/
      * FEEDTRL control totals, and FEEDDIST reports what went where.
      * a pin to a layout this program does not know, or a compact
      * subscriber pinned past 01 (the compact variant carries
      * layout 01's fields only), is held, never sent another
      * layout in its place.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ROUTER-PROGRAM.

      * display shape, C = the compact variable-length variant for
      * subscribers whose transfer time is the bottleneck.
           05 FEED-SUBSCRIBER-FMT PIC X(1).
           05 FILLER              PIC X(1).
      * cols 76-77: pinned feed layout, blank = 01.
           05 FEED-SUBSCRIBER-LAYOUT PIC X(2).
           05 FILLER              PIC X(3).

       FD UNIT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER           PIC X(55).

      * token-feed-file.cpy's documented shape, under its own FD so
      * the one SELECT can be repointed per subscriber, each record
      * as long as the subscriber's pinned layout.
       FD ROUTED-FEED-FILE
           RECORD IS VARYING IN SIZE FROM 280 TO 300 CHARACTERS
           DEPENDING ON WS-ROUTE-FEED-LEN.
       01 ROUTED-FEED-RECORD.
           05 ROUTED-FEED-TYPE-NAME PIC X(12).
           05 ROUTED-FEED-LITERAL   PIC X(256).
           05 ROUTED-FEED-LINE-NO   PIC 9(5).
           05 ROUTED-FEED-COL-NO    PIC 9(5).
           05 FILLER                PIC X(2).
           05 ROUTED-FEED-SOURCE    PIC X(20).

      * the masking control file -- per subscriber, which literal-
      * carrying token types must have their ROUTED-FEED-LITERAL
      * through these, so a subscriber polling mid-write sees the
      * prior feed whole, never a partial one.
       FD ROUTED-PUBLISH-FILE
           RECORD IS VARYING IN SIZE FROM 280 TO 300 CHARACTERS
           DEPENDING ON WS-ROUTE-PUB-LEN.
       01 ROUTED-PUBLISH-RECORD PIC X(300).

       FD ROUTED-CPUB-FILE
           RECORD IS VARYING IN SIZE FROM 15 TO 271 CHARACTERS
               10 WS-ROUTE-SUB-VLEN PIC 99.
               10 WS-ROUTE-SUB-DEST PIC X(40).
               10 WS-ROUTE-SUB-FMT  PIC X(1).
               10 WS-ROUTE-SUB-LAYOUT PIC X(2).

       01 WS-ROUTE-MAP-MAX   PIC 99 VALUE 50.
       01 WS-ROUTE-MAP-COUNT PIC 99 VALUE 0.
       01 WS-ROUTE-SUB-COMPACT-SWITCH PIC X VALUE "N".
           88 WS-ROUTE-SUB-COMPACT  VALUE "Y".
           88 WS-ROUTE-SUB-DISPLAY  VALUE "N".
       01 WS-ROUTE-HDR-TEXT PIC X(90).

      * the feed layouts (token-feed-file.cpy) and each one's record
      * length -- a later layout only ever appends to the one before.
       01 WS-ROUTE-LAYOUT-NEWEST PIC 99 VALUE 2.
       01 WS-ROUTE-LAYOUT-LENGTHS PIC X(6) VALUE "280300".
       01 WS-ROUTE-LAYOUT-LEN-TABLE
           REDEFINES WS-ROUTE-LAYOUT-LENGTHS.
           05 WS-ROUTE-LAYOUT-LEN PIC 9(3) OCCURS 2 TIMES.
       01 WS-ROUTE-LAYOUT-CARD PIC X(2).
       01 WS-ROUTE-LAYOUT-CARD-9 REDEFINES WS-ROUTE-LAYOUT-CARD
           PIC 99.
       01 WS-ROUTE-FEED-LEN PIC 9(3) VALUE 280.
       01 WS-ROUTE-SUB-LEN  PIC 9(3) VALUE 280.
       01 WS-ROUTE-PUB-LEN  PIC 9(3) VALUE 280.

      * two-phase publish state -- the staging name, the publish
      * name, and the re-derived verification totals.
                               WS-ROUTE-SUB-DEST (WS-ROUTE-SUB-COUNT)
                           MOVE FEED-SUBSCRIBER-FMT TO
                               WS-ROUTE-SUB-FMT (WS-ROUTE-SUB-COUNT)
                           MOVE FEED-SUBSCRIBER-LAYOUT TO
                               WS-ROUTE-SUB-LAYOUT (WS-ROUTE-SUB-COUNT)
                           IF FEED-SUBSCRIBER-LAYOUT = SPACES
                               MOVE "01" TO WS-ROUTE-SUB-LAYOUT
                                   (WS-ROUTE-SUB-COUNT)
                           END-IF
                           MOVE 0 TO
                               WS-ROUTE-SUB-VLEN (WS-ROUTE-SUB-COUNT)
                           PERFORM VARYING WS-ROUTE-TRIM-IDX FROM 20
      * table, in token order), its own trailer totals, one
      * distribution line.
       ROUTER-ONE-SUBSCRIBER-PROCEDURE.
           MOVE WS-ROUTE-SUB-LAYOUT (WS-ROUTE-SUB-IDX) TO
               WS-ROUTE-LAYOUT-CARD
           IF WS-ROUTE-LAYOUT-CARD IS NOT NUMERIC
               OR WS-ROUTE-LAYOUT-CARD-9 = 0
               OR WS-ROUTE-LAYOUT-CARD-9 > WS-ROUTE-LAYOUT-NEWEST
               OR (WS-ROUTE-SUB-FMT (WS-ROUTE-SUB-IDX) = "C"
               AND WS-ROUTE-LAYOUT-CARD-9 > 1)
               PERFORM ROUTER-LAYOUT-HELD-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-LAYOUT-LEN (WS-ROUTE-LAYOUT-CARD-9) TO
               WS-ROUTE-SUB-LEN
           MOVE WS-ROUTE-SUB-LEN TO WS-ROUTE-FEED-LEN

           MOVE 0 TO WS-ROUTE-MASK-CUR
           MOVE 0 TO WS-ROUTE-MASKED-COUNT
           PERFORM VARYING WS-ROUTE-MASK-IDX FROM 1 BY 1 UNTIL
               " SRC=" LEXER-INPUT-HEADER-SOURCE-FILE
               " FP=" LEXER-INPUT-HEADER-FINGERPRINT
               " VER=" LEXER-INPUT-HEADER-VERSION
               " LAYOUT=" WS-ROUTE-LAYOUT-CARD
               DELIMITED BY SIZE INTO WS-ROUTE-HDR-TEXT

           IF WS-ROUTE-SUB-COMPACT
               " -> " WS-ROUTE-SUB-DEST (WS-ROUTE-SUB-IDX)
               " RECORDS=" WS-ROUTE-FEED-COUNT
               " MASKED=" WS-ROUTE-MASKED-COUNT
               " LAY=" WS-ROUTE-LAYOUT-CARD
               DELIMITED BY SIZE INTO FEED-DIST-REPORT-RECORD
      * the verdict lands in fixed columns at the line's tail.
           IF WS-ROUTE-VRFY-OK
               CLOSE ROUTED-COMPACT-FILE
               CLOSE ROUTED-CPUB-FILE
           ELSE
               MOVE WS-ROUTE-SUB-LEN TO WS-ROUTE-PUB-LEN
               OPEN INPUT ROUTED-FEED-FILE
               OPEN OUTPUT ROUTED-PUBLISH-FILE
               SET WS-ROUTE-VRFY-EOF-OFF TO TRUE
           WRITE ALERT-QUEUE-RECORD
           CLOSE ALERT-QUEUE-FILE.

      * a pin the router cannot honor: nothing is written, the
      * subscriber's prior feed stays as it was, and FEEDDIST and
      * ALERTQ say why.
       ROUTER-LAYOUT-HELD-PROCEDURE.
           ADD 1 TO WS-ROUTE-HELD-COUNT
           MOVE SPACES TO FEED-DIST-REPORT-RECORD
           STRING WS-ROUTE-SUB-ID (WS-ROUTE-SUB-IDX)
               " SEL=" WS-ROUTE-SUB-SEL (WS-ROUTE-SUB-IDX)
               " " WS-ROUTE-SUB-VAL (WS-ROUTE-SUB-IDX)
               " -> " WS-ROUTE-SUB-DEST (WS-ROUTE-SUB-IDX)
               " LAYOUT '" WS-ROUTE-SUB-LAYOUT (WS-ROUTE-SUB-IDX)
               "' NOT OFFERED"
               DELIMITED BY SIZE INTO FEED-DIST-REPORT-RECORD
           IF WS-ROUTE-SUB-FMT (WS-ROUTE-SUB-IDX) = "C"
               MOVE " IN COMPACT" TO FEED-DIST-REPORT-RECORD (104:11)
           END-IF
           MOVE "** HELD **" TO FEED-DIST-REPORT-RECORD (120:10)
           WRITE FEED-DIST-REPORT-RECORD

           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ROUTE-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE SPACES TO ALERT-QUEUE-RECORD
           STRING "FEED ROUTER: " WS-ROUTE-SUB-ID (WS-ROUTE-SUB-IDX)
               " PINNED TO LAYOUT '"
               WS-ROUTE-SUB-LAYOUT (WS-ROUTE-SUB-IDX)
               "' -- NOT SENT, PRIOR FEED KEPT"
               DELIMITED BY SIZE INTO ALERT-QUEUE-RECORD
           WRITE ALERT-QUEUE-RECORD
           CLOSE ALERT-QUEUE-FILE.

       ROUTER-STREAM-SPILL-PROCEDURE.
           OPEN INPUT LEXER-SPILL-FILE
           SET WS-ROUTE-SPILL-EOF-OFF TO TRUE

               MOVE WS-ROUTE-CUR-LINE TO ROUTED-FEED-LINE-NO
               MOVE WS-ROUTE-CUR-COL TO ROUTED-FEED-COL-NO
               MOVE WS-ROUTE-CUR-SOURCE TO ROUTED-FEED-SOURCE

               IF WS-ROUTE-SUB-COMPACT
                   PERFORM ROUTER-WRITE-COMPACT-PROCEDURE
      * scan as everywhere else.
       ROUTER-TRIM-HDR-PROCEDURE.
           MOVE 0 TO WS-ROUTE-LIT-LEN
           PERFORM VARYING WS-ROUTE-LIT-TRIM FROM 90 BY -1
               UNTIL WS-ROUTE-LIT-TRIM < 1
               IF WS-ROUTE-HDR-TEXT (WS-ROUTE-LIT-TRIM:1) NOT = SPACE
                   MOVE WS-ROUTE-LIT-TRIM TO WS-ROUTE-LIT-LEN
