      * record layout for OUTCOME-MIX-HIST-FILE (OMIXHIST), the
      * running history OUTCOME-MIX-PROGRAM appends to per rule
      * execution run: one P record with the run's profile -- the
      * cases, the cases in error and the error rate, and the
      * count, lowest, highest and mean of the INTEGER results --
      * together with how far that profile moved from the script's
      * baseline and on what, then one V record per outcome value
      * with its count and its share of the cases that returned a
      * value. the rolling baseline of a script is read back off
      * its own P and V records, and the operations digest takes
      * its biggest movers from the latest P record of each script.
      * shift dimensions: MIX the largest change in one outcome
      * value's share (percentage points), ERR the change in the
      * error rate (percentage points), MEAN the change in the mean
      * numeric result (percent of the baseline mean).
       FD OUTCOME-MIX-HIST-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 OUTCOME-MIX-HIST-RECORD.
           05 OMIX-HIST-REC-TYPE PIC X(1).
               88 OMIX-HIST-REC-IS-PROFILE VALUE "P".
               88 OMIX-HIST-REC-IS-VALUE   VALUE "V".
           05 FILLER             PIC X(1).
           05 OMIX-HIST-RUN-DATE PIC X(10).
           05 FILLER             PIC X(1).
           05 OMIX-HIST-SOURCE   PIC X(20).
           05 FILLER             PIC X(1).
           05 OMIX-HIST-PROFILE.
               10 OMIX-HIST-FP        PIC 9(8).
               10 FILLER              PIC X(1).
               10 OMIX-HIST-CASES     PIC 9(7).
               10 FILLER              PIC X(1).
               10 OMIX-HIST-ERRORS    PIC 9(7).
               10 FILLER              PIC X(1).
               10 OMIX-HIST-ERR-PCT   PIC 9(3)V9.
               10 FILLER              PIC X(1).
               10 OMIX-HIST-NUM-COUNT PIC 9(7).
               10 FILLER              PIC X(1).
               10 OMIX-HIST-NUM-MIN   PIC S9(11)
                   SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(1).
               10 OMIX-HIST-NUM-MAX   PIC S9(11)
                   SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(1).
               10 OMIX-HIST-NUM-MEAN  PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(1).
               10 OMIX-HIST-SHIFT     PIC 9(3)V9.
               10 FILLER              PIC X(1).
               10 OMIX-HIST-SHIFT-ON  PIC X(4).
               10 FILLER              PIC X(1).
               10 OMIX-HIST-ALERTED   PIC X(1).
                   88 OMIX-HIST-WAS-ALERTED VALUE "Y".
               10 FILLER              PIC X(8).
           05 OMIX-HIST-VALUE-DATA REDEFINES OMIX-HIST-PROFILE.
               10 OMIX-HIST-VALUE       PIC X(40).
               10 FILLER                PIC X(1).
               10 OMIX-HIST-VALUE-COUNT PIC 9(7).
               10 FILLER                PIC X(1).
               10 OMIX-HIST-VALUE-SHARE PIC 9(3)V9.
               10 FILLER                PIC X(45).
