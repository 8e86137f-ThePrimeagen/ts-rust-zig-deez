      * working storage for TOKEN-MASTER-READ-NEXT-PROCEDURE and
      * TOKEN-MASTER-WRITE-PROCEDURE (see token-master-proc.cpy) --
      * the whole-token view of the variable-length TOKNMSTR record.
      * a reader gets the primary's fixed fields in the record area
      * as before and the full literal, reassembled from its parts,
      * in WS-TOKEN-MASTER-LITERAL; a writer fills
      * WS-TOKEN-MASTER-IMAGE and WS-TOKEN-MASTER-LITERAL and the
      * write splits the literal across as many parts as it needs.
      * the read leaves the primary's fields in WS-TOKEN-MASTER-IMAGE
      * too, which is what TOKEN-MASTER-DELETE-PROCEDURE works from.
       01 WS-TOKEN-MASTER-LITERAL PIC X(256).

       01 WS-TOKEN-MASTER-IMAGE.
           05 WS-TOKEN-MASTER-IMG-JOB-ID   PIC X(8).
           05 WS-TOKEN-MASTER-IMG-RUN-DATE PIC X(10).
           05 WS-TOKEN-MASTER-IMG-SEQ      PIC 9(7).
           05 WS-TOKEN-MASTER-IMG-TYPE     PIC 99.
           05 WS-TOKEN-MASTER-IMG-LINE     PIC 9(5).
           05 WS-TOKEN-MASTER-IMG-COL      PIC 9(5).
           05 WS-TOKEN-MASTER-IMG-SOURCE   PIC X(20).

      * characters of literal one part carries, and the bytes of a
      * record ahead of them -- the pair the space figures are
      * worked from.
       01 WS-TOKEN-MASTER-CHUNK PIC 99 VALUE 64.
       01 WS-TOKEN-MASTER-FIXED PIC 99 VALUE 64.

       01 WS-TOKEN-MASTER-LIT-LEN  PIC 9(3).
       01 WS-TOKEN-MASTER-LIT-POS  PIC 9(3).
       01 WS-TOKEN-MASTER-PART-LEN PIC 99.
       01 WS-TOKEN-MASTER-PART-NO  PIC 99.
       01 WS-TOKEN-MASTER-DEL-NO   PIC 99.

       01 WS-TOKEN-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 WS-TOKEN-MASTER-EOF-ON  VALUE "Y".
           88 WS-TOKEN-MASTER-EOF-OFF VALUE "N".
       01 WS-TOKEN-MASTER-FOUND-SWITCH PIC X VALUE "N".
           88 WS-TOKEN-MASTER-FOUND-ON  VALUE "Y".
           88 WS-TOKEN-MASTER-FOUND-OFF VALUE "N".
       01 WS-TOKEN-MASTER-DUP-SWITCH PIC X VALUE "N".
           88 WS-TOKEN-MASTER-DUP-ON  VALUE "Y".
           88 WS-TOKEN-MASTER-DUP-OFF VALUE "N".

      * whether the write and delete (token-master-update-proc.cpy)
      * journal each part to RECOVJNL -- on unless the caller is
      * rebuilding the repository whole.
       01 WS-TOKEN-MASTER-JOURNAL-SWITCH PIC X VALUE "Y".
           88 WS-TOKEN-MASTER-JOURNAL-ON  VALUE "Y".
           88 WS-TOKEN-MASTER-JOURNAL-OFF VALUE "N".

      * running totals since the program started: record bytes read
      * or written, parts written, and primaries whose continuation
      * parts were not where they should be (the literal comes back
      * as far as it got).
       01 WS-TOKEN-MASTER-BYTES   PIC 9(12) VALUE 0.
       01 WS-TOKEN-MASTER-PARTS   PIC 9(9) VALUE 0.
       01 WS-TOKEN-MASTER-BROKEN  PIC 9(7) VALUE 0.
