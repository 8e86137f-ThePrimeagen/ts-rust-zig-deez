      * record layout for SHADOW-SUMMARY-FILE (SHADSUM), the one-
      * record verdict the shadow-run step (ShadowRun, see
      * PROMOTE.jcl) leaves for PROMOTE-PROGRAM: the candidate's and
      * the production script's content fingerprints, the case deck
      * both were run over, how many cases it held, and how many of
      * them came out differently under the candidate. the outcome-
      * difference detail itself is on SHADRPT.
       FD SHADOW-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHADOW-SUMMARY-RECORD.
           05 SHADOW-SUM-RUN-DATE PIC X(10).
           05 FILLER              PIC X(1).
           05 SHADOW-SUM-CAND-FP  PIC 9(8).
           05 FILLER              PIC X(1).
           05 SHADOW-SUM-PROD-FP  PIC 9(8).
           05 FILLER              PIC X(1).
           05 SHADOW-SUM-CASES    PIC 9(7).
           05 FILLER              PIC X(1).
           05 SHADOW-SUM-CHANGED  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SHADOW-SUM-DECK     PIC X(20).
           05 FILLER              PIC X(15).
