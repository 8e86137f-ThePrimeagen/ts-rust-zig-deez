      * record layout for SOURCE-LIBRARY-FILE (SRCLIB), the keyed
      * library holding every version of every production rule
      * script that PROMOTE-PROGRAM or SRC-ROLLBACK-PROGRAM has ever
      * installed. keyed by script, version, and line: line 00000 is
      * the version's header (who put it there, who approved it,
      * its fingerprint and record count), lines 00001 up are the
      * script's source records verbatim. the header is written
      * after the last source line, so a version with no header was
      * never completed and does not exist as far as any reader is
      * concerned. versions are numbered from 0001 with no gaps and
      * nothing is ever deleted -- a rollback is a new version.
      * action: P = PROMOTED, R = ROLLBACK (FROM-VERSION says which
      * version it restored).
       FD SOURCE-LIBRARY-FILE
           RECORD CONTAINS 285 CHARACTERS.

       01 SOURCE-LIBRARY-RECORD.
           05 SOURCE-LIBRARY-KEY.
               10 SOURCE-LIBRARY-SCRIPT  PIC X(20).
               10 SOURCE-LIBRARY-VERSION PIC 9(4).
               10 SOURCE-LIBRARY-LINE    PIC 9(5).
           05 SOURCE-LIBRARY-TEXT PIC X(256).
           05 SOURCE-LIBRARY-HEADER REDEFINES SOURCE-LIBRARY-TEXT.
      * FINGERPRINT is the lexer's content fingerprint, the FP= that
      * PROMOLOG, SCRTEST and RUNCTL carry; CHECKSUM is taken over
      * the stored lines alone, so a rollback can prove the version
      * it restores is the one that went in.
               10 SOURCE-LIBRARY-FINGERPRINT   PIC 9(8).
               10 SOURCE-LIBRARY-CHECKSUM      PIC 9(8).
               10 SOURCE-LIBRARY-RECORDS       PIC 9(5).
               10 SOURCE-LIBRARY-DATE          PIC X(10).
               10 SOURCE-LIBRARY-TIME          PIC X(8).
               10 SOURCE-LIBRARY-PROMOTER      PIC X(8).
               10 SOURCE-LIBRARY-APPROVER      PIC X(8).
               10 SOURCE-LIBRARY-ACTION        PIC X(1).
                   88 SOURCE-LIBRARY-PROMOTED VALUE "P".
                   88 SOURCE-LIBRARY-ROLLBACK VALUE "R".
               10 SOURCE-LIBRARY-FROM-VERSION  PIC 9(4).
               10 FILLER                       PIC X(196).
