      * record layout for CONST-FINDING-FILE (CNSTFIND), the findings
      * CONST-CONFLICT-PROGRAM leaves for the morning digest: one
      * record per constant on the agreed must-be-uniform list
      * (CNSTUNIF) that the stored estate binds to more than one
      * value, rewritten whole on every run. the distinct values
      * (normalized, as the report groups them) are strung into
      * CNST-FIND-VALUE-LIST as far as they fit; the full picture,
      * script by script, is on CNSTRPT.
       FD CONST-FINDING-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 CONST-FINDING-RECORD.
           05 CNST-FIND-RUN-DATE   PIC X(10).
           05 FILLER               PIC X(1).
           05 CNST-FIND-NAME       PIC X(40).
           05 FILLER               PIC X(1).
           05 CNST-FIND-VALUES     PIC 9(3).
           05 FILLER               PIC X(1).
           05 CNST-FIND-SCRIPTS    PIC 9(3).
           05 FILLER               PIC X(1).
           05 CNST-FIND-VALUE-LIST PIC X(72).
