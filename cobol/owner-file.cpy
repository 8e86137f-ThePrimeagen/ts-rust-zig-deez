      * so the morning stops playing detective, DIGEST-PROGRAM
      * summarizes open findings by owner, and BATCH-RUN-PROGRAM
      * treats a file with no ownership record as a finding itself.
      * lifecycle: A (or blank) = active, D = deprecated (being wound
      * down by the sunset date), R = retired -- BATCH-RUN-PROGRAM
      * refuses a retired script and reports it as a finding. the
      * sunset date on a retired script is the day it was retired.
       FD OWNER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01 OWNER-MASTER-RECORD.
           05 OWNER-MASTER-SOURCE  PIC X(40).
           05 OWNER-MASTER-TIER    PIC X(1).
           05 FILLER               PIC X(1).
           05 OWNER-MASTER-CONTACT PIC X(20).
           05 FILLER               PIC X(1).
           05 OWNER-MASTER-LIFECYCLE PIC X(1).
               88 OWNER-MASTER-ACTIVE     VALUE "A" SPACE.
               88 OWNER-MASTER-DEPRECATED VALUE "D".
               88 OWNER-MASTER-RETIRED    VALUE "R".
           05 FILLER               PIC X(1).
           05 OWNER-MASTER-SUNSET  PIC X(10).
           05 FILLER               PIC X(10).
