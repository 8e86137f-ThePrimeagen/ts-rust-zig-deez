      * chain got is a record to read, not operator folklore about
      * COND codes. read back by CHAIN-STATUS-PROGRAM.
       FD RUN-CONTROL-FILE
           RECORD CONTAINS 122 CHARACTERS.

       01 RUN-CONTROL-RECORD.
           05 RUN-CONTROL-DATE       PIC X(10).
           05 FILLER                 PIC X(5) VALUE " ENV=".
           05 RUN-CONTROL-ENV        PIC X(8).
           05 FILLER                 PIC X(8).
      * cases a rule-execution step abandoned on a runaway limit
      * (step, depth or size -- see RuleExec) -- LEX-MONITOR-PROGRAM
      * alerts on it. written only when non-zero; older records and
      * every other step carry blanks here.
           05 FILLER                 PIC X(5) VALUE " ABT=".
           05 RUN-CONTROL-ABORTS     PIC 9(7).
