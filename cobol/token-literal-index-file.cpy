      * record layout for TOKEN-LIDX-FILE (TOKNLIDX), the literal-text
      * search index over the TOKNMSTR repository -- one record per
      * stored token whose text is worth searching for (identifiers,
      * integer and decimal values, string literals), keyed by token
      * type + literal text first and the TOKNMSTR key after, so
      * "which runs ever carried the string PROMO2019 or the value
      * 0.0725" is a keyed positioning for TOKEN-INQUIRY-PROGRAM
      * instead of a front-to-back read of the whole repository.
      * TOKEN-STORE-PROGRAM keeps it in step with TOKNMSTR -- the
      * purge of a re-run deletes the old run's entries and every
      * stored token writes its own -- and TOKEN-LIDX-REBUILD-PROGRAM
      * builds it afresh from TOKNMSTR (first time, or after a
      * TOKEN-RELOAD-PROGRAM cutover). the key carries the first 200
      * characters of the literal; TOKEN-LIDX-TEXT-TAIL holds the
      * rest, so an exact match is still judged on the whole text.
       FD TOKEN-LIDX-FILE
           RECORD CONTAINS 304 CHARACTERS.

       01 TOKEN-LIDX-RECORD.
           05 TOKEN-LIDX-KEY.
               10 TOKEN-LIDX-TYPE      PIC 99.
                   88 TOKEN-LIDX-TYPE-INDEXED VALUES 2 3 4 23.
               10 TOKEN-LIDX-TEXT      PIC X(200).
               10 TOKEN-LIDX-JOB-ID    PIC X(8).
               10 TOKEN-LIDX-RUN-DATE  PIC X(10).
               10 TOKEN-LIDX-SEQ       PIC 9(7).
           05 TOKEN-LIDX-SOURCE        PIC X(20).
           05 TOKEN-LIDX-TEXT-TAIL     PIC X(56).
           05 FILLER                   PIC X(1).
