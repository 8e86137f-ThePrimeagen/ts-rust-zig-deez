      * record layout for the SEMANTIC-ERRORS-FILE (SEMERRS) that
      * SEMANTIC-CHECK-PROGRAM writes one line to for every scope
      * finding -- the semantic pass's counterpart to PARSERRS, same
      * "LINE 12 COL 8: ..." shape so an analyst reads both reports
      * the same way.
       FD SEMANTIC-ERRORS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SEMANTIC-ERRORS-RECORD PIC X(80).
