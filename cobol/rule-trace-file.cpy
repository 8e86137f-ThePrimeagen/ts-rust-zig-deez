      * record layout for RULE-TRACE-FILE (RULETRCE), the decision
      * trace the batch rule-execution step (RuleExec, see
      * RULEEXEC.jcl) writes for a traced run -- the answer to "why
      * did this account get 3.15%". one record per trace step, the
      * steps of one case numbered from 1 in the order evaluation
      * reached them:
      *   BRANCH  an if/else decision -- line/column of the
      *           condition, its value, and which arm ran
      *   CALL    a script function call with its argument values
      *   BUILTIN a builtin call (round, min, ...) likewise
      *   LET     a let binding and the value it received
      *   RESULT  the case's returned value (or error), always the
      *           case's last step; line and column are zero
      * tracing is PARMCARD TRACE=Y for the run, overridden by the
      * script's BATCHLST entry (see batch-run-file.cpy, column 57).
       FD RULE-TRACE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 RULE-TRACE-RECORD.
           05 RULE-TRACE-SEQ    PIC 9(7).
           05 RULE-TRACE-KEY    PIC X(20).
           05 RULE-TRACE-STEP   PIC 9(5).
           05 RULE-TRACE-EVENT  PIC X(8).
               88 RULE-TRACE-IS-BRANCH  VALUE "BRANCH  ".
               88 RULE-TRACE-IS-CALL    VALUE "CALL    ".
               88 RULE-TRACE-IS-BUILTIN VALUE "BUILTIN ".
               88 RULE-TRACE-IS-LET     VALUE "LET     ".
               88 RULE-TRACE-IS-RESULT  VALUE "RESULT  ".
           05 RULE-TRACE-LINE   PIC 9(5).
           05 RULE-TRACE-COL    PIC 9(5).
           05 RULE-TRACE-DETAIL PIC X(150).
