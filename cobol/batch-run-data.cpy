       01 WS-BATCH-CAL-STATUS PIC XX VALUE "00".
       01 WS-BATCH-LDG-STATUS PIC XX VALUE "00".

      * room for three generated years -- last year's for the
      * catch-up scan across January, this year's and next year's.
       01 WS-BATCH-CAL-MAX   PIC 9(4) VALUE 1200.
       01 WS-BATCH-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-BATCH-CAL-TABLE.
           05 WS-BATCH-CAL-ENTRY OCCURS 1200 TIMES.
               10 WS-BATCH-CAL-DATE PIC X(10).
               10 WS-BATCH-CAL-TYPE PIC X(1).

               10 WS-BATCH-LDG-NAME PIC X(40).
               10 WS-BATCH-LDG-DATE PIC X(10).

       01 WS-BATCH-CAL-IDX PIC 9(4).
       01 WS-BATCH-LDG-IDX PIC 9(3).
       01 WS-BATCH-LDG-FOUND PIC 9(3).

      * the IMPCAT catalog of sanctioned import members, loaded once
      * at startup -- after each file's LEXER-READ-SOURCE-PROCEDURE,
      * every member in WS-LEXER-IMPORTED-LIST must be cataloged,
      * active, not retired, and fingerprint-matched or the run
      * aborts; a deprecated member is let through, but a script
      * taking it up as a new import is warned. a missing
      * catalog also aborts: production has no business splicing
      * ungoverned members just because the catalog dataset slipped
      * out of the JCL.
               10 WS-BATCH-IMPCAT-MEMBER PIC X(20).
               10 WS-BATCH-IMPCAT-FP     PIC 9(8).
               10 WS-BATCH-IMPCAT-STATE  PIC X(1).
               10 WS-BATCH-IMPCAT-LIFE   PIC X(1).
               10 WS-BATCH-IMPCAT-SUNSET PIC X(10).

       01 WS-BATCH-IMPCAT-IDX   PIC 9(3).
       01 WS-BATCH-IMP-CHK-IDX  PIC 99.
       01 WS-BATCH-IMPXREF-STATUS PIC XX VALUE "00".
       01 WS-BATCH-IMPXREF-IDX    PIC 99.

      * a deprecated member already on IMPXREF against this script
      * is an existing dependency, not a new one -- only a new pair
      * is warned, and counted here for the summary.
       01 WS-BATCH-IMPORT-NEW-SWITCH PIC X VALUE "Y".
           88 WS-BATCH-IMPORT-NEW  VALUE "Y".
           88 WS-BATCH-IMPORT-SEEN VALUE "N".
       01 WS-BATCH-DEPIMP-COUNT PIC 9(5) VALUE 0.

      * skip-unchanged support: each source's fingerprint and token
      * count from its most recent LEXAUDIT line, loaded once at
      * startup. a file whose fresh fingerprint (computed by the
      * exception tooling carries them like any other finding.
       01 WS-BATCH-UNOWNED-COUNT PIC 9(5) VALUE 0.

      * a script its owner has retired on OWNERMST is refused at
      * selection, however long it lingers on BATCHLST -- counted
      * here and written to LEXEXCPT as a finding.
       01 WS-BATCH-RETIRED-SWITCH PIC X VALUE "N".
           88 WS-BATCH-FILE-RETIRED     VALUE "Y".
           88 WS-BATCH-FILE-NOT-RETIRED VALUE "N".
       01 WS-BATCH-RETIRED-COUNT PIC 9(5) VALUE 0.

      * script-header validation counters -- a production script
      * with no header directive, or a declared version behind its
      * prior run's, is flagged into LEXEXCPT.
       01 WS-BATCH-VER-DECIDED-SWITCH PIC X.
           88 WS-BATCH-VER-DECIDED   VALUE "Y".
           88 WS-BATCH-VER-UNDECIDED VALUE "N".

      * this run's wall-clock seconds so far, written on the summary
      * as the "=== ELAPSED: " line MERGE-PROGRAM sets against the
      * duration SPLIT-PROGRAM projected for the stream.
       01 WS-BATCH-ELAPSED-SECS PIC 9(5) VALUE 0.
