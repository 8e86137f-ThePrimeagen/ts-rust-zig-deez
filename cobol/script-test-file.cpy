      * record layout for SCRIPT-TEST-FILE (SCRTEST), what the script
      * assertion-test step (ScriptTest, see PROMOTE.jcl) writes when
      * it runs a script's companion test member. one H header record
      * (the script dataset, run date, the script's content
      * fingerprint, the test member, the number of cases), one D
      * record per named case -- PASS or FAIL, the EXPECT text, what
      * the script actually returned, and why a failing case failed
      * -- and one T trailer record of totals. a run with no T record
      * did not finish and proves nothing.
       FD SCRIPT-TEST-FILE
           RECORD CONTAINS 160 CHARACTERS.

       01 SCRIPT-TEST-RECORD.
           05 SCRIPT-TEST-REC-TYPE PIC X(1).
               88 SCRIPT-TEST-REC-IS-HEADER  VALUE "H".
               88 SCRIPT-TEST-REC-IS-DETAIL  VALUE "D".
               88 SCRIPT-TEST-REC-IS-TRAILER VALUE "T".
           05 SCRIPT-TEST-DETAIL.
               10 SCRIPT-TEST-SEQ      PIC 9(5).
               10 SCRIPT-TEST-NAME     PIC X(30).
               10 SCRIPT-TEST-RESULT   PIC X(4).
                   88 SCRIPT-TEST-PASSED VALUE "PASS".
                   88 SCRIPT-TEST-FAILED VALUE "FAIL".
               10 SCRIPT-TEST-EXPECTED PIC X(40).
               10 SCRIPT-TEST-ACTUAL   PIC X(40).
               10 SCRIPT-TEST-REASON   PIC X(40).
           05 SCRIPT-TEST-HEADER REDEFINES SCRIPT-TEST-DETAIL.
               10 SCRIPT-TEST-SOURCE      PIC X(20).
               10 SCRIPT-TEST-RUN-DATE    PIC X(10).
               10 SCRIPT-TEST-FINGERPRINT PIC 9(8).
               10 SCRIPT-TEST-MEMBER      PIC X(20).
               10 SCRIPT-TEST-CASE-COUNT  PIC 9(5).
               10 FILLER                  PIC X(96).
           05 SCRIPT-TEST-TRAILER REDEFINES SCRIPT-TEST-DETAIL.
               10 SCRIPT-TEST-PASS-COUNT  PIC 9(5).
               10 SCRIPT-TEST-FAIL-COUNT  PIC 9(5).
               10 FILLER                  PIC X(149).
