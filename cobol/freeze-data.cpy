      * working storage for the shared change-freeze check (see
      * freeze-proc.cpy). the caller has named itself in
      * WS-OPER-CALLER already (the check logs through the operator
      * trail); per change it sets WS-FREEZE-SUBJECT (the script,
      * catalog member or KEYWORDS), WS-FREEZE-DESK and
      * WS-FREEZE-TIER off OWNERMST, or WS-FREEZE-SHARED when the
      * change reaches every script whatever its owner, PERFORMs
      * FREEZE-CHECK-PROCEDURE and reads WS-FREEZE-CLEAR /
      * WS-FREEZE-FROZEN / WS-FREEZE-EXEMPT. a frozen change finds
      * the freeze that holds it in WS-FREEZE-HIT-xxx.
       01 WS-FREEZE-CAL-STATUS PIC XX VALUE "00".
       01 WS-FREEZE-EXM-STATUS PIC XX VALUE "00".

       01 WS-FREEZE-MAX   PIC 9(3) VALUE 100.
       01 WS-FREEZE-COUNT PIC 9(3) VALUE 0.
       01 WS-FREEZE-TABLE.
           05 WS-FREEZE-ENTRY OCCURS 100 TIMES.
               10 WS-FREEZE-START  PIC X(10).
               10 WS-FREEZE-END    PIC X(10).
               10 WS-FREEZE-SCOPE  PIC X(1).
               10 WS-FREEZE-VALUE  PIC X(4).
               10 WS-FREEZE-REASON PIC X(40).
       01 WS-FREEZE-IDX PIC 9(3).

       01 WS-FREEZE-EXM-MAX   PIC 9(3) VALUE 200.
       01 WS-FREEZE-EXM-COUNT PIC 9(3) VALUE 0.
       01 WS-FREEZE-EXM-TABLE.
           05 WS-FREEZE-EXM-ENTRY OCCURS 200 TIMES.
               10 WS-FREEZE-EXM-START     PIC X(10).
               10 WS-FREEZE-EXM-SUBJECT   PIC X(20).
               10 WS-FREEZE-EXM-REQUESTER PIC X(8).
               10 WS-FREEZE-EXM-APPROVER  PIC X(8).
       01 WS-FREEZE-EXM-IDX   PIC 9(3).
       01 WS-FREEZE-EXM-FOUND PIC 9(3).

       01 WS-FREEZE-LOADED-SWITCH PIC X VALUE "N".
           88 WS-FREEZE-LOADED     VALUE "Y".
           88 WS-FREEZE-NOT-LOADED VALUE "N".

       01 WS-FREEZE-EOF-SWITCH PIC X VALUE "N".
           88 WS-FREEZE-EOF-ON  VALUE "Y".
           88 WS-FREEZE-EOF-OFF VALUE "N".

       01 WS-FREEZE-TODAY.
           05 WS-FREEZE-TODAY-YYYY PIC 9(4).
           05 WS-FREEZE-TODAY-MM   PIC 99.
           05 WS-FREEZE-TODAY-DD   PIC 99.
       01 WS-FREEZE-TODAY-DASHED PIC X(10).

       01 WS-FREEZE-SUBJECT PIC X(20).
       01 WS-FREEZE-DESK    PIC X(4).
       01 WS-FREEZE-TIER    PIC X(1).
       01 WS-FREEZE-SHARED-SWITCH PIC X VALUE "N".
           88 WS-FREEZE-SHARED VALUE "Y".
           88 WS-FREEZE-SCOPED VALUE "N".

       01 WS-FREEZE-RESULT PIC X(1) VALUE "C".
           88 WS-FREEZE-CLEAR  VALUE "C".
           88 WS-FREEZE-FROZEN VALUE "F".
           88 WS-FREEZE-EXEMPT VALUE "E".
       01 WS-FREEZE-HIT-START  PIC X(10).
       01 WS-FREEZE-HIT-END    PIC X(10).
       01 WS-FREEZE-HIT-REASON PIC X(40).
       01 WS-FREEZE-APPLIES-SWITCH PIC X VALUE "N".
           88 WS-FREEZE-APPLIES      VALUE "Y".
           88 WS-FREEZE-DOES-NOT-APPLY VALUE "N".
       01 WS-FREEZE-LOG-WHAT PIC X(15).
       01 WS-FREEZE-LOG-TAIL PIC X(40).
