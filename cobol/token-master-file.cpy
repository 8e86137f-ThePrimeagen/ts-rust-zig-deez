      * enough for a spilled run's whole stream -- the store walks
      * TOKNSPIL first and the in-memory table after, so the
      * repository holds every token of a run of any size.
      * literals are stored at their real length: the record is a
      * 64-byte fixed part plus up to 64 characters of literal
      * text, and a literal longer than that carries on in
      * continuation records (TOKEN-MASTER-PART 1, 2, ...) right
      * behind its primary (PART 0), each repeating the primary's
      * fixed fields. TOKEN-MASTER-LIT-TOTAL on every part is the
      * whole literal's length. nothing reads or writes this layout
      * directly any more -- TOKEN-MASTER-READ-NEXT-PROCEDURE and
      * TOKEN-MASTER-WRITE-PROCEDURE (token-master-proc.cpy) hand
      * programs the whole literal in WS-TOKEN-MASTER-LITERAL,
      * blank-padded to 256 exactly as the fixed 314-byte record
      * used to carry it. the 314-byte layout itself survives only
      * in token-fixed-master-file.cpy, for the unload side of the
      * cutover onto this one.
       FD TOKEN-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 64 TO 128 CHARACTERS.

       01 TOKEN-MASTER-RECORD.
           05 TOKEN-MASTER-KEY.
               10 TOKEN-MASTER-JOB-ID   PIC X(8).
               10 TOKEN-MASTER-RUN-DATE PIC X(10).
               10 TOKEN-MASTER-SEQ      PIC 9(7).
               10 TOKEN-MASTER-PART     PIC 99.
                   88 TOKEN-MASTER-PART-PRIMARY VALUE 0.
           05 TOKEN-MASTER-TYPE         PIC 99.
           05 TOKEN-MASTER-LINE         PIC 9(5).
           05 TOKEN-MASTER-COL          PIC 9(5).
           05 TOKEN-MASTER-SOURCE       PIC X(20).
           05 TOKEN-MASTER-LIT-TOTAL    PIC 9(3).
           05 TOKEN-MASTER-LIT-LEN      PIC 99.
           05 TOKEN-MASTER-LIT-TEXT.
               10 TOKEN-MASTER-LIT-CHAR PIC X
                   OCCURS 0 TO 64 TIMES
                   DEPENDING ON TOKEN-MASTER-LIT-LEN.
