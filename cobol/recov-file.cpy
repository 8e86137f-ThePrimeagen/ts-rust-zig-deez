      * record layout for RECOVERY-JOURNAL-FILE (RECOVJNL), the
      * forward-recovery journal shared by every program that
      * updates a keyed master -- TOKNMSTR, EXCPMSTR, ALRTMSTR,
      * KEYWORDS and OWNERMST. one line per record added, changed or
      * deleted, appended by RECOV-JOURNAL-PROCEDURE (recov-proc.cpy)
      * as the update is made: when, which master, what happened,
      * which program and which operator did it, and the record as
      * it stood before and after. RECOVER-PROGRAM rolls a restored
      * backup forward from these images to any point in time.
      * the date and time lead the line so "up to 14:30" is a
      * comparison on its first 19 characters; the hundredths keep
      * a burst of updates in the second they were made apart.
      * action: A = added (no before image), C = changed, D =
      * deleted (no after image), B = the master was rebuilt whole
      * (TOKEN-RELOAD-PROGRAM) -- nothing journaled before a B can
      * be rolled forward past it.
      * an image's length is carried beside it: TOKNMSTR records are
      * variable, and the trailing blanks of any image are data.
       FD RECOVERY-JOURNAL-FILE
           RECORD CONTAINS 420 CHARACTERS.

       01 RECOVERY-JOURNAL-RECORD.
           05 RECOVERY-JOURNAL-DATE       PIC X(10).
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-TIME       PIC X(11).
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-MASTER     PIC X(8).
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-ACTION     PIC X(1).
               88 RECOVERY-JOURNAL-ADDED   VALUE "A".
               88 RECOVERY-JOURNAL-CHANGED VALUE "C".
               88 RECOVERY-JOURNAL-DELETED VALUE "D".
               88 RECOVERY-JOURNAL-REBUILT VALUE "B".
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-PROGRAM    PIC X(30).
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-OPERATOR   PIC X(8).
           05 FILLER                      PIC X(1).
           05 RECOVERY-JOURNAL-BEFORE-LEN PIC 9(3).
           05 RECOVERY-JOURNAL-BEFORE     PIC X(170).
           05 RECOVERY-JOURNAL-AFTER-LEN  PIC 9(3).
           05 RECOVERY-JOURNAL-AFTER      PIC X(170).
