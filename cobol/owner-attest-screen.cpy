      * BMS-style maps for OWNER-ATTEST-PROGRAM -- same signon and
      * one-shot action area convention as owner-maint-screen.cpy.
       01 SCR-ATTEST-SIGNON.
           05 LINE 1 COL 1  VALUE "OWNERSHIP ATTESTATION - SIGNON".
           05 LINE 3 COL 1  VALUE "ANALYST ID: ".
           05 LINE 3 COL 13 PIC X(8) TO WS-ATT-OPERATOR.

       01 SCR-ATTEST-INPUT.
           05 LINE 19 COL 1
               VALUE "ACTION (C=CONFIRM, H=HAND OVER, X=EXIT): ".
           05 LINE 19 COL 42 PIC X(1) TO WS-ATT-ACTION.
           05 LINE 20 COL 1  VALUE "SOURCE: ".
           05 LINE 20 COL 9  PIC X(40) TO WS-ATT-INPUT-SOURCE.
           05 LINE 21 COL 1  VALUE "TIER: ".
           05 LINE 21 COL 7  PIC X(1) TO WS-ATT-INPUT-TIER.
           05 LINE 21 COL 10 VALUE "CONTACT: ".
           05 LINE 21 COL 19 PIC X(20) TO WS-ATT-INPUT-CONTACT.
           05 LINE 22 COL 1  VALUE "NEW DESK: ".
           05 LINE 22 COL 11 PIC X(4) TO WS-ATT-INPUT-DESK.
           05 LINE 22 COL 17 VALUE "NEW ANALYST: ".
           05 LINE 22 COL 30 PIC X(8) TO WS-ATT-INPUT-ANALYST.
