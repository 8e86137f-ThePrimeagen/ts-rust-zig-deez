      * record layout for OUTPUT-CATALOG-FILE (OUTCAT), the keyed
      * catalog of every generation the nightly steps write. an
      * output is named by its logical name (TOKNRPT, PARSESTM,
      * LEXEXCPT3, ...) and each run writes the next generation of
      * it to its own dataset, <name>.Gnnnn, instead of over last
      * night's. keyed by logical name and generation; generations
      * are numbered from 0001 with no gaps, and the record goes on
      * only after the dataset is written and closed, so a
      * generation with no catalog record was never completed and
      * does not exist as far as any reader is concerned -- the
      * next run writes over it. the record count and fingerprint
      * (the lexer's rolling checksum, trailing blanks excluded)
      * are taken by reading the dataset back after the close.
      * status: A = active, P = purged by OUTPUT-CATALOG-PROGRAM
      * under the generation count kept for the output; a purged
      * generation keeps its record, so the numbering never
      * reuses a number and the history of what was written stays.
       FD OUTPUT-CATALOG-FILE
           RECORD CONTAINS 160 CHARACTERS.

       01 OUTPUT-CATALOG-RECORD.
           05 OUTPUT-CATALOG-KEY.
               10 OUTPUT-CATALOG-NAME PIC X(12).
               10 OUTPUT-CATALOG-GEN  PIC 9(4).
           05 OUTPUT-CATALOG-DSN         PIC X(44).
           05 OUTPUT-CATALOG-DATE        PIC X(10).
           05 OUTPUT-CATALOG-TIME        PIC X(8).
           05 OUTPUT-CATALOG-JOB         PIC X(8).
           05 OUTPUT-CATALOG-PROGRAM     PIC X(30).
           05 OUTPUT-CATALOG-RECORDS     PIC 9(7).
           05 OUTPUT-CATALOG-FINGERPRINT PIC 9(8).
           05 OUTPUT-CATALOG-STATUS      PIC X(1).
               88 OUTPUT-CATALOG-ACTIVE VALUE "A".
               88 OUTPUT-CATALOG-PURGED VALUE "P".
           05 OUTPUT-CATALOG-PURGE-DATE  PIC X(10).
           05 FILLER                     PIC X(18).

      * any generation, read back for its count and fingerprint --
      * the widest record the cataloged outputs carry.
       FD OUTPUT-SCAN-FILE
           RECORD CONTAINS 300 CHARACTERS.

       01 OUTPUT-SCAN-RECORD PIC X(300).
