      * record layout for COVERAGE-HISTORY-FILE (COVHIST), the
      * running history COVERAGE-PROGRAM appends one record to per
      * coverage run: the date, the script, the content fingerprint
      * covered, the number of cases run, the coverage points and
      * how many of them were reached, and the percentage -- the
      * number tracked over time, per script and (through OWNERMST)
      * per owning desk.
       FD COVERAGE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 COVERAGE-HISTORY-RECORD.
           05 COVERAGE-HIST-RUN-DATE PIC X(10).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-SOURCE   PIC X(20).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-FP       PIC 9(8).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-CASES    PIC 9(7).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-POINTS   PIC 9(5).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-REACHED  PIC 9(5).
           05 FILLER                 PIC X(1).
           05 COVERAGE-HIST-PCT      PIC 9(3)V9.
           05 FILLER                 PIC X(15).
