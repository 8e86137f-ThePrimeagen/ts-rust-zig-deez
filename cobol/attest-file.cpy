      * record layout for OWNER-ATTEST-FILE (OWNATTST), the current
      * ownership attestation period -- one record per OWNERMST
      * script, written whole by ATTEST-OPEN-PROGRAM when a period
      * opens. the owning analyst re-confirms desk, tier and contact
      * in OWNER-ATTEST-PROGRAM (status P goes to A, with who and
      * when), or hands the script to another analyst, who then owes
      * the confirmation -- HANDED-FROM keeps the previous owner so
      * the hand-over is visible on the overdue report.
      * ATTEST-OVERDUE-PROGRAM reports what is still pending past
      * its due date, and DIGEST-PROGRAM counts the tier-1 scripts
      * long overdue among the morning's findings.
       FD OWNER-ATTEST-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01 OWNER-ATTEST-RECORD.
           05 OWNER-ATTEST-SOURCE      PIC X(40).
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-OPENED      PIC X(10).
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-DUE         PIC X(10).
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-STATUS      PIC X(1).
               88 OWNER-ATTEST-PENDING  VALUE "P".
               88 OWNER-ATTEST-ATTESTED VALUE "A".
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-BY          PIC X(8).
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-DATE        PIC X(10).
           05 FILLER                   PIC X(1).
           05 OWNER-ATTEST-HANDED-FROM PIC X(8).
           05 FILLER                   PIC X(7).
