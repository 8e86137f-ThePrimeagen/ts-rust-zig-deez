      * the fixed 314-byte TOKNMSTR record every literal used to be
      * stored in, blank-padded to 256 characters whatever its real
      * length -- kept under its own names so TOKEN-UNLOAD-PROGRAM
      * can still read a repository in this layout (the unload half
      * of the cutover onto the variable-length record in
      * token-master-file.cpy), and so TOKEN-MIGRATE-PROGRAM can
      * still read the primary-key-only repository that came before
      * the alternate key.
       FD TOKEN-FIXED-FILE
           RECORD CONTAINS 314 CHARACTERS.

       01 TOKEN-FIXED-RECORD.
           05 TOKEN-FIXED-KEY.
               10 TOKEN-FIXED-JOB-ID   PIC X(8).
               10 TOKEN-FIXED-RUN-DATE PIC X(10).
               10 TOKEN-FIXED-SEQ      PIC 9(7).
           05 TOKEN-FIXED-TYPE         PIC 99.
           05 TOKEN-FIXED-LITERAL      PIC X(256).
           05 TOKEN-FIXED-LINE         PIC 9(5).
           05 TOKEN-FIXED-COL          PIC 9(5).
           05 TOKEN-FIXED-SOURCE       PIC X(20).
           05 FILLER                   PIC X(1).
