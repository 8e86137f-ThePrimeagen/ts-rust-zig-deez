      * working storage for the shared operator check (see
      * oper-proc.cpy). the caller names itself once in
      * WS-OPER-CALLER, then per check sets WS-OPER-QUERY (the id
      * typed or carded), WS-OPER-NEED (the authority wanted --
      * space when an active id is all that is asked), and
      * WS-OPER-DETAIL (what the id was trying to do, for the
      * trail), PERFORMs OPER-CHECK-PROCEDURE and reads
      * WS-OPER-ALLOWED / WS-OPER-REFUSED and WS-OPER-REASON.
       01 WS-OPER-FILE-STATUS PIC XX VALUE "00".
       01 WS-OPER-LOG-STATUS  PIC XX VALUE "00".

       01 WS-OPER-MAX   PIC 9(3) VALUE 300.
       01 WS-OPER-COUNT PIC 9(3) VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 300 TIMES.
               10 WS-OPER-ID     PIC X(8).
               10 WS-OPER-DESK   PIC X(4).
               10 WS-OPER-STATUS PIC X(1).
               10 WS-OPER-AUTHS  PIC X(5).

       01 WS-OPER-IDX       PIC 9(3).
       01 WS-OPER-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-OPER-AUTH-POS  PIC 9 VALUE 0.

       01 WS-OPER-LOADED-SWITCH PIC X VALUE "N".
           88 WS-OPER-LOADED     VALUE "Y".
           88 WS-OPER-NOT-LOADED VALUE "N".
       01 WS-OPER-MASTER-SWITCH PIC X VALUE "N".
           88 WS-OPER-MASTER-PRESENT VALUE "Y".
           88 WS-OPER-MASTER-ABSENT  VALUE "N".

       01 WS-OPER-CALLER PIC X(20) VALUE SPACES.
       01 WS-OPER-QUERY  PIC X(8).
       01 WS-OPER-NEED   PIC X(1).
           88 WS-OPER-NEED-ACTIVE  VALUE " ".
           88 WS-OPER-NEED-PROMOTE VALUE "P".
           88 WS-OPER-NEED-KEYWORD VALUE "K".
           88 WS-OPER-NEED-BREAK   VALUE "B".
           88 WS-OPER-NEED-WAIVE   VALUE "W".
           88 WS-OPER-NEED-DISPOSE VALUE "D".
       01 WS-OPER-DETAIL PIC X(40).

       01 WS-OPER-VERDICT PIC X(1) VALUE "N".
           88 WS-OPER-ALLOWED VALUE "Y".
           88 WS-OPER-REFUSED VALUE "N".
       01 WS-OPER-REASON    PIC X(12).
       01 WS-OPER-AUTH-NAME PIC X(15).
       01 WS-OPER-HIT-DESK  PIC X(4).

       01 WS-OPER-EOF-SWITCH PIC X VALUE "N".
           88 WS-OPER-EOF-ON  VALUE "Y".
           88 WS-OPER-EOF-OFF VALUE "N".

       01 WS-OPER-LOG-DATE.
           05 WS-OPER-LOG-YYYY PIC 9(4).
           05 WS-OPER-LOG-MM   PIC 99.
           05 WS-OPER-LOG-DD   PIC 99.
       01 WS-OPER-LOG-TIME.
           05 WS-OPER-LOG-HH  PIC 99.
           05 WS-OPER-LOG-MIN PIC 99.
           05 WS-OPER-LOG-SS  PIC 99.
           05 FILLER          PIC 99.
