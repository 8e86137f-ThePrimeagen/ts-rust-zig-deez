      * working storage for the output-catalog routines (see
      * outcat-proc.cpy). the caller declares OUTPUT-CATALOG-FILE
      * on WS-PROF-DSN-OUTCAT with WS-OUTCAT-STATUS, and
      * OUTPUT-SCAN-FILE on WS-OUTCAT-SCAN-NAME with
      * WS-OUTCAT-SCAN-STATUS (outcat-file.cpy). it names itself
      * once in WS-OUTCAT-PROGRAM and WS-OUTCAT-JOB; for each output
      * it sets the logical name in WS-OUTCAT-NAME and the profile-
      * resolved base name in WS-OUTCAT-BASE, PERFORMs the assign
      * (writers) or the current lookup (readers), and takes
      * WS-OUTCAT-DSN as the dataset to open.
       01 WS-OUTCAT-STATUS      PIC XX VALUE "00".
       01 WS-OUTCAT-SCAN-STATUS PIC XX VALUE "00".

       01 WS-OUTCAT-PROGRAM PIC X(30) VALUE SPACES.
       01 WS-OUTCAT-JOB     PIC X(8) VALUE SPACES.

       01 WS-OUTCAT-NAME PIC X(12) VALUE SPACES.
       01 WS-OUTCAT-BASE PIC X(40) VALUE SPACES.
       01 WS-OUTCAT-GEN  PIC 9(4) VALUE 0.
       01 WS-OUTCAT-DSN  PIC X(44) VALUE SPACES.

       01 WS-OUTCAT-PROBE-SWITCH PIC X VALUE "N".
           88 WS-OUTCAT-PROBE-DONE VALUE "Y".
           88 WS-OUTCAT-PROBE-MORE VALUE "N".
       01 WS-OUTCAT-LATEST PIC 9(4) VALUE 0.
       01 WS-OUTCAT-BASE-LEN PIC 99.
       01 WS-OUTCAT-SCAN-IDX PIC 99.

      * the generations this run was handed, registered together by
      * OUTCAT-REGISTER-PROCEDURE once every output is closed. an
      * output the catalog could not number (OUTCAT would not open)
      * is written under its plain name and left off the list.
       01 WS-OUTCAT-OUT-MAX   PIC 99 VALUE 10.
       01 WS-OUTCAT-OUT-COUNT PIC 99 VALUE 0.
       01 WS-OUTCAT-OUT-TABLE.
           05 WS-OUTCAT-OUT-ENTRY OCCURS 10 TIMES.
               10 WS-OUTCAT-OUT-NAME PIC X(12).
               10 WS-OUTCAT-OUT-GEN  PIC 9(4).
               10 WS-OUTCAT-OUT-DSN  PIC X(44).
       01 WS-OUTCAT-OUT-IDX PIC 99.

      * the read-back -- SRC-ARCHIVE-PROGRAM's rolling fingerprint,
      * trailing blanks excluded.
       01 WS-OUTCAT-SCAN-NAME PIC X(44) VALUE SPACES.
       01 WS-OUTCAT-SCAN-EOF-SWITCH PIC X VALUE "N".
           88 WS-OUTCAT-SCAN-EOF-ON  VALUE "Y".
           88 WS-OUTCAT-SCAN-EOF-OFF VALUE "N".
       01 WS-OUTCAT-FP-WORK   PIC 9(10) VALUE 0.
       01 WS-OUTCAT-REC-COUNT PIC 9(7) VALUE 0.
       01 WS-OUTCAT-REC-LEN   PIC 9(3) VALUE 0.
       01 WS-OUTCAT-CHAR-IDX  PIC 9(3).

      * generations registered this run, and outputs written under
      * their plain names because the catalog was unavailable.
       01 WS-OUTCAT-REGISTERED PIC 9(3) VALUE 0.
       01 WS-OUTCAT-MISSED     PIC 9(3) VALUE 0.

       01 WS-OUTCAT-STAMP-DATE.
           05 WS-OUTCAT-STAMP-YYYY PIC 9(4).
           05 WS-OUTCAT-STAMP-MM   PIC 99.
           05 WS-OUTCAT-STAMP-DD   PIC 99.
       01 WS-OUTCAT-STAMP-TIME.
           05 WS-OUTCAT-STAMP-HH  PIC 99.
           05 WS-OUTCAT-STAMP-MIN PIC 99.
           05 WS-OUTCAT-STAMP-SS  PIC 99.
           05 FILLER              PIC 99.
       01 WS-OUTCAT-STAMP-DASHED PIC X(10).
       01 WS-OUTCAT-STAMP-COLON  PIC X(8).
