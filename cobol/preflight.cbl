           05 FEED-SUBSCRIBER-DEST PIC X(40).
           05 FILLER              PIC X(1).
           05 FEED-SUBSCRIBER-FMT PIC X(1).
           05 FILLER              PIC X(1).
           05 FEED-SUBSCRIBER-LAYOUT PIC X(2).
           05 FILLER              PIC X(3).

       FD UNIT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 BATCH-FILE-LIST-STATUS PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-FORCE  PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-TRACE  PIC X(1).
           05 FILLER                 PIC X(23).

       FD KEYWORD-FILE
           RECORD CONTAINS 27 CHARACTERS.
               WHEN "VOLSWING"
               WHEN "ESCMIN"
               WHEN "HORIZON"
               WHEN "ABORTMAX"
                   MOVE WS-PRF-CARD-VALUE (1:3) TO WS-PRF-CARD-NUM
                   IF WS-PRF-CARD-NUM IS NOT NUMERIC
                       MOVE SPACES TO WS-PRF-FINDING-TEXT
               PERFORM PREFLIGHT-FINDING-PROCEDURE
           END-IF

      * the pinned feed layout -- blank (01) or one the feed
      * programs publish; the compact variant offers 01 only.
           IF FEED-SUBSCRIBER-LAYOUT NOT = SPACES
               AND FEED-SUBSCRIBER-LAYOUT NOT = "01"
               AND FEED-SUBSCRIBER-LAYOUT NOT = "02"
               MOVE SPACES TO WS-PRF-FINDING-TEXT
               STRING "FEEDSUBS RECORD " WS-PRF-RECORD-NO
                   ": LAYOUT '" FEED-SUBSCRIBER-LAYOUT
                   "' NOT BLANK, 01, OR 02"
                   DELIMITED BY SIZE INTO WS-PRF-FINDING-TEXT
               PERFORM PREFLIGHT-FINDING-PROCEDURE
           END-IF
           IF FEED-SUBSCRIBER-FMT = "C"
               AND FEED-SUBSCRIBER-LAYOUT = "02"
               MOVE SPACES TO WS-PRF-FINDING-TEXT
               STRING "FEEDSUBS RECORD " WS-PRF-RECORD-NO
                   ": COMPACT FORMAT CARRIES LAYOUT 01 ONLY"
                   DELIMITED BY SIZE INTO WS-PRF-FINDING-TEXT
               PERFORM PREFLIGHT-FINDING-PROCEDURE
           END-IF

           IF FEED-SUBSCRIBER-DEST = SPACES
               MOVE SPACES TO WS-PRF-FINDING-TEXT
               STRING "FEEDSUBS RECORD " WS-PRF-RECORD-NO
               PERFORM PREFLIGHT-FINDING-PROCEDURE
           END-IF

           IF BATCH-FILE-LIST-TRACE NOT = "T"
               AND BATCH-FILE-LIST-TRACE NOT = "N"
               AND BATCH-FILE-LIST-TRACE NOT = SPACE
               MOVE SPACES TO WS-PRF-FINDING-TEXT
               STRING "BATCHLST RECORD " WS-PRF-RECORD-NO
                   ": TRACE '" BATCH-FILE-LIST-TRACE
                   "' NOT T, N, OR BLANK"
                   DELIMITED BY SIZE INTO WS-PRF-FINDING-TEXT
               PERFORM PREFLIGHT-FINDING-PROCEDURE
           END-IF

      * duplicates: the consolidated run would lex the file twice
      * and the catch-up ledger would fight itself.
           PERFORM VARYING WS-PRF-NAME-IDX FROM 1 BY 1 UNTIL
