               10 WS-OWNER-ANALYST PIC X(8).
               10 WS-OWNER-TIER    PIC X(1).
               10 WS-OWNER-CONTACT PIC X(20).
               10 WS-OWNER-LIFECYCLE PIC X(1).
               10 WS-OWNER-SUNSET  PIC X(10).

       01 WS-OWNER-IDX PIC 9(3).

       01 WS-OWNER-HIT-DESK    PIC X(4).
       01 WS-OWNER-HIT-ANALYST PIC X(8).
       01 WS-OWNER-HIT-TIER    PIC X(1).
       01 WS-OWNER-HIT-LIFECYCLE PIC X(1).
       01 WS-OWNER-HIT-SUNSET  PIC X(10).

       01 WS-OWNER-EOF-SWITCH PIC X VALUE "N".
           88 WS-OWNER-EOF-ON  VALUE "Y".
