       01 strings-pass condition-value.
       01 parse-basic-pass condition-value.
       01 parse-cond-pass condition-value.
       01 parse-recov-pass condition-value.
       procedure division.

           display "Entered Program.".
               "fixtures/conditional.monkey",
               "fixtures/conditional.ast").

      * one broken statement after another -- each independent
      * mistake must come back with its own LINE/COL, the good
      * statements between them must still parse, and the grouped
      * "(b) = 2" tail must not produce a second, cascaded error.
           set parse-recov-pass to self::run-parser-fixture(
               "parse-recovery",
               "fixtures/recovery.monkey",
               "fixtures/recovery.ast").

           if not basic-pass or not illegal-pass or not strings-pass
               or not parse-basic-pass or not parse-cond-pass
               or not parse-recov-pass or not bench-all-pass
               display "One or more fixtures failed.".
      * RETURN-CODE 16 instead of a default clean 0 -- this is what
      * lets an unattended nightly run (MONKEYBATCH.jcl) detect a
