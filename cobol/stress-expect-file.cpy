      * record layout for STRESS-EXPECT-FILE (STRSEXP), the expected
      * counts STRESS-GEN-PROGRAM writes alongside the stress scripts
      * and BATCHLST it builds -- one record per generated script,
      * under the BATCHnnn job id BATCH-RUN-PROGRAM will tag it with
      * (nnn being its position in the generated list). TOKENS and
      * LINES are what the script's LEXAUDIT line must say (end-of-
      * file token, spliced import members and all); ILLEGAL is the
      * number of ILLEGAL CHAR lines LEXEXCPT must carry for the job;
      * RESULT is the PASS/FAIL the run must record. TRIAL-BALANCE-
      * PROGRAM balances a rehearsal's evidence against it.
       FD STRESS-EXPECT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 STRESS-EXPECT-RECORD.
           05 STRESS-EXPECT-JOB-ID  PIC X(8).
           05 FILLER                PIC X(1).
           05 STRESS-EXPECT-SOURCE  PIC X(20).
           05 FILLER                PIC X(1).
           05 STRESS-EXPECT-TOKENS  PIC 9(7).
           05 FILLER                PIC X(1).
           05 STRESS-EXPECT-ILLEGAL PIC 9(7).
           05 FILLER                PIC X(1).
           05 STRESS-EXPECT-LINES   PIC 9(5).
           05 FILLER                PIC X(1).
           05 STRESS-EXPECT-RESULT  PIC X(4).
           05 FILLER                PIC X(24).
