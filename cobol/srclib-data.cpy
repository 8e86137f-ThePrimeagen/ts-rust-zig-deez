      * working storage for the shared source-library routines (see
      * srclib-proc.cpy). the caller names the script in
      * WS-SRCLIB-SCRIPT before any of them.
       01 WS-SRCLIB-STATUS      PIC XX VALUE "00".
       01 WS-SRCLIB-LOCK-STATUS PIC XX VALUE "00".

       01 WS-SRCLIB-SCRIPT PIC X(20) VALUE SPACES.

      * highest completed version on the library (0 = none yet), and
      * the version number a store is writing.
       01 WS-SRCLIB-LATEST PIC 9(4) VALUE 0.
       01 WS-SRCLIB-NEW-VERSION PIC 9(4) VALUE 0.
       01 WS-SRCLIB-PROBE-SWITCH PIC X VALUE "N".
           88 WS-SRCLIB-PROBE-DONE VALUE "Y".
           88 WS-SRCLIB-PROBE-MORE VALUE "N".

      * the check-out register entry for the script, if any.
       01 WS-SRCLIB-LOCK-SWITCH PIC X VALUE "N".
           88 WS-SRCLIB-LOCKED   VALUE "Y".
           88 WS-SRCLIB-UNLOCKED VALUE "N".
       01 WS-SRCLIB-LOCK-HOLDER PIC X(8) VALUE SPACES.
       01 WS-SRCLIB-LOCK-DATE   PIC X(10) VALUE SPACES.
       01 WS-SRCLIB-LOCK-TIME   PIC X(8) VALUE SPACES.
       01 WS-SRCLIB-LOCK-BASE   PIC 9(4) VALUE 0.

      * one version being stored -- the caller fills the who and
      * what, SRCLIB-PUT-LINE-PROCEDURE counts and checksums the
      * lines, SRCLIB-PUT-HEADER-PROCEDURE completes the version.
       01 WS-SRCLIB-LINE-TEXT PIC X(256).
       01 WS-SRCLIB-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-SRCLIB-NEW-FP     PIC 9(8) VALUE 0.
       01 WS-SRCLIB-PROMOTER   PIC X(8) VALUE SPACES.
       01 WS-SRCLIB-APPROVER   PIC X(8) VALUE SPACES.
       01 WS-SRCLIB-ACTION     PIC X(1) VALUE "P".
       01 WS-SRCLIB-FROM       PIC 9(4) VALUE 0.

      * the per-line checksum -- SRC-ARCHIVE-PROGRAM's rolling
      * fingerprint, trailing blanks excluded.
       01 WS-SRCLIB-FP-WORK  PIC 9(10) VALUE 0.
       01 WS-SRCLIB-REC-LEN  PIC 9(3) VALUE 0.
       01 WS-SRCLIB-CHAR-IDX PIC 9(3).

       01 WS-SRCLIB-STAMP-DATE.
           05 WS-SRCLIB-STAMP-YYYY PIC 9(4).
           05 WS-SRCLIB-STAMP-MM   PIC 99.
           05 WS-SRCLIB-STAMP-DD   PIC 99.
       01 WS-SRCLIB-STAMP-TIME.
           05 WS-SRCLIB-STAMP-HH  PIC 99.
           05 WS-SRCLIB-STAMP-MIN PIC 99.
           05 WS-SRCLIB-STAMP-SS  PIC 99.
           05 FILLER              PIC 99.
       01 WS-SRCLIB-STAMP-DASHED PIC X(10).
       01 WS-SRCLIB-STAMP-COLON  PIC X(8).
