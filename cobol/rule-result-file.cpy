      * record layout for RULE-RESULT-FILE (RULERSLT), what the batch
      * rule-execution step (RuleExec, see RULEEXEC.jcl) writes when
      * it evaluates a production script against a case deck. one H
      * header record per run (job, script source, run date, the
      * script's content fingerprint, the case deck it read and the
      * number of cases) followed by one D record per case: the case
      * key off the deck, OK or ERR, the kind of value the script
      * returned (INTEGER, STRING, ... in the Evaluator's own words),
      * an error class for a case that failed, the returned value as
      * the Evaluator displays it, and the MonkeyError text.
      * error classes: EVAL for an ordinary evaluation error, INPUT
      * for a deck field that could not be bound, and STEP-LIMIT,
      * DEPTH-LIMIT or SIZE-LIMIT for a case abandoned on one of the
      * runaway limits (PARMCARD MAXSTEPS/MAXDEPTH/MAXSIZE).
       FD RULE-RESULT-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 RULE-RESULT-RECORD.
           05 RULE-RESULT-REC-TYPE PIC X(1).
               88 RULE-RESULT-REC-IS-HEADER VALUE "H".
               88 RULE-RESULT-REC-IS-DETAIL VALUE "D".
           05 RULE-RESULT-DETAIL.
               10 RULE-RESULT-SEQ    PIC 9(7).
               10 RULE-RESULT-KEY    PIC X(20).
               10 RULE-RESULT-STATUS PIC X(4).
                   88 RULE-RESULT-OK  VALUE "OK  ".
                   88 RULE-RESULT-ERR VALUE "ERR ".
               10 RULE-RESULT-KIND   PIC X(8).
               10 RULE-RESULT-CLASS  PIC X(12).
               10 RULE-RESULT-VALUE  PIC X(40).
               10 RULE-RESULT-ERROR  PIC X(100).
               10 FILLER             PIC X(8).
           05 RULE-RESULT-HEADER REDEFINES RULE-RESULT-DETAIL.
               10 RULE-RESULT-JOB-ID      PIC X(8).
               10 RULE-RESULT-SOURCE      PIC X(20).
               10 RULE-RESULT-RUN-DATE    PIC X(10).
               10 RULE-RESULT-FINGERPRINT PIC 9(8).
               10 RULE-RESULT-DECK        PIC X(20).
               10 RULE-RESULT-CASE-COUNT  PIC 9(7).
               10 FILLER                  PIC X(126).
