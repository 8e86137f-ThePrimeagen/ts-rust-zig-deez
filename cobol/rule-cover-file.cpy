      * record layout for RULE-COVER-FILE (RULECOV), the statement
      * coverage the batch rule-execution step (RuleExec, see
      * RULEEXEC.jcl) leaves behind. one H header record per run
      * (job, the script name BATCHLST and OWNERMST know it by, run
      * date, the script's content fingerprint, the number of cases
      * that evaluated and the number of coverage points) followed
      * by one D record per coverage point in source order: S for a
      * statement (LET, RETURN, EXPR -- top level or nested), T for
      * an if's then arm, E for its else arm (ELSE) or, when it has
      * none, the fall-through (NOELSE); the line and column of the
      * statement or the if, and how many cases reached it.
       FD RULE-COVER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 RULE-COVER-RECORD.
           05 RULE-COVER-REC-TYPE PIC X(1).
               88 RULE-COVER-REC-IS-HEADER VALUE "H".
               88 RULE-COVER-REC-IS-DETAIL VALUE "D".
           05 RULE-COVER-DETAIL.
               10 RULE-COVER-SEQ   PIC 9(5).
               10 RULE-COVER-KIND  PIC X(1).
                   88 RULE-COVER-IS-STMT VALUE "S".
                   88 RULE-COVER-IS-THEN VALUE "T".
                   88 RULE-COVER-IS-ELSE VALUE "E".
               10 RULE-COVER-LINE  PIC 9(5).
               10 RULE-COVER-COL   PIC 9(5).
               10 RULE-COVER-DESC  PIC X(6).
               10 RULE-COVER-CASES PIC 9(7).
               10 FILLER           PIC X(50).
           05 RULE-COVER-HEADER REDEFINES RULE-COVER-DETAIL.
               10 RULE-COVER-JOB-ID      PIC X(8).
               10 RULE-COVER-SOURCE      PIC X(20).
               10 RULE-COVER-RUN-DATE    PIC X(10).
               10 RULE-COVER-FINGERPRINT PIC 9(8).
               10 RULE-COVER-CASE-COUNT  PIC 9(7).
               10 RULE-COVER-POINT-COUNT PIC 9(5).
               10 FILLER                 PIC X(21).
