      * record layouts for the operator master and its refusal
      * trail. OPERATOR-MASTER-FILE (OPERMSTR) lists every operator
      * id the approval points will accept -- the desk it sits on,
      * whether it is active (A) or suspended (S), and the separate
      * authorities it holds, one Y/N flag each:
      *   PROMOTE  approves a promotion (PROMOCTL APPROVER=) and
      *            sanctions import library members in the catalog;
      *   KEYWORD  decides pending reserved-word changes;
      *   BREAK    arms a break-glass override (officer and
      *            approver both);
      *   WAIVE    approves a LINTWVR waiver;
      *   DISPOSE  dispositions an EXCPMSTR exception.
      * "*" in column 1 comments a record out. every refusal the
      * shared check (oper-proc.cpy) makes is appended to the
      * OPERATOR-LOG-FILE (OPERLOG) trail with who, what, and why.
       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OPERATOR-MASTER-RECORD.
           05 OPERATOR-MASTER-ID       PIC X(8).
           05 FILLER                   PIC X(1).
           05 OPERATOR-MASTER-DESK     PIC X(4).
           05 FILLER                   PIC X(1).
           05 OPERATOR-MASTER-STATUS   PIC X(1).
           05 FILLER                   PIC X(1).
           05 OPERATOR-MASTER-AUTHS.
               10 OPERATOR-MASTER-PROMOTE PIC X(1).
               10 OPERATOR-MASTER-KEYWORD PIC X(1).
               10 OPERATOR-MASTER-BREAK   PIC X(1).
               10 OPERATOR-MASTER-WAIVE   PIC X(1).
               10 OPERATOR-MASTER-DISPOSE PIC X(1).
           05 FILLER                   PIC X(1).
           05 OPERATOR-MASTER-NAME     PIC X(30).
           05 FILLER                   PIC X(28).

       FD OPERATOR-LOG-FILE
           RECORD CONTAINS 140 CHARACTERS.

       01 OPERATOR-LOG-RECORD PIC X(140).
