      * record layout for PARM-TABLE-FILE (PARMTBL), the effective-
      * dated parameter table the rule scripts read through the
      * Evaluator's param() builtin instead of carrying rates as
      * literals. keyed by parameter name, business unit and
      * effective-from date (yyyy-mm-dd, so the dates compare as
      * text); the value is in force from that date through the
      * effective-to date, or open-ended when effective-to is blank.
      * a blank unit is the default every business unit falls back
      * to when it has no entry of its own. one key's date ranges
      * may not overlap -- PARM-MAINT-PROGRAM refuses the change.
      *
      * maintained only through PARM-MAINT-PROGRAM, under two-person
      * control: status A = active, P = pending add, U = pending
      * update (the requested effective-to and value wait in the
      * PEND- columns while the current ones stay in force), D =
      * pending delete (still in force until approved), each
      * pending entry remembering who requested it.
       FD PARM-TABLE-FILE
           RECORD CONTAINS 140 CHARACTERS.

       01 PARM-TABLE-RECORD.
           05 PARM-TABLE-KEY.
               10 PARM-TABLE-NAME     PIC X(20).
               10 PARM-TABLE-UNIT     PIC X(4).
               10 PARM-TABLE-EFF-FROM PIC X(10).
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-EFF-TO       PIC X(10).
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-VALUE        PIC X(30).
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-STATUS       PIC X(1).
               88 PARM-TABLE-ACTIVE      VALUE "A".
               88 PARM-TABLE-PENDING-ADD VALUE "P".
               88 PARM-TABLE-PENDING-UPD VALUE "U".
               88 PARM-TABLE-PENDING-DEL VALUE "D".
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-REQUESTER    PIC X(8).
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-PEND-TO      PIC X(10).
           05 FILLER                  PIC X(1).
           05 PARM-TABLE-PEND-VALUE   PIC X(30).
           05 FILLER                  PIC X(11).
