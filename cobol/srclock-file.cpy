      * record layout for SOURCE-LOCK-FILE (SRCLOCK), the check-out
      * register -- one record per script somebody is editing,
      * keyed by script. SRC-CHECKOUT-PROGRAM writes it at check-out
      * and deletes it at check-in; PROMOTE-PROGRAM deletes it once
      * the holder's edit is in the library as a new version. no
      * record means nobody has the script out.
      * BASE-VERSION is the library version current at check-out,
      * the one the holder was handed to edit.
       FD SOURCE-LOCK-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SOURCE-LOCK-RECORD.
           05 SOURCE-LOCK-SCRIPT       PIC X(20).
           05 SOURCE-LOCK-HOLDER       PIC X(8).
           05 SOURCE-LOCK-DATE         PIC X(10).
           05 SOURCE-LOCK-TIME         PIC X(8).
           05 SOURCE-LOCK-BASE-VERSION PIC 9(4).
           05 FILLER                   PIC X(30).
