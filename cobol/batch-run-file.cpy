      *   col  55     force (F = re-lex even when the content
      *               fingerprint matches the last stored run;
      *               blank = skip-unchanged applies)
      *   col  57     decision trace for the batch rule-execution
      *               step (T = trace every case to RULETRCE,
      *               N = never, blank = PARMCARD TRACE decides)
       FD BATCH-FILE-LIST
           RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-FILE-LIST-RECORD.
           05 BATCH-FILE-LIST-STATUS PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-FORCE  PIC X(1).
           05 FILLER                 PIC X(1).
           05 BATCH-FILE-LIST-TRACE  PIC X(1).
           05 FILLER                 PIC X(23).

       COPY "proccal-file.cpy".

      * the catch-up ledger: the last date each listed file actually
      * ran, so a month-end file whose scheduled day was missed runs
