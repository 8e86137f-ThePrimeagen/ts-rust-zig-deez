      * BMS-style maps for PARM-MAINT-PROGRAM -- same signon and
      * one-shot action area convention as keyword-maint-screen.cpy.
       01 SCR-PARM-SIGNON.
           05 LINE 1 COL 1  VALUE "PARAMETER TABLE - SIGNON".
           05 LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO WS-PARM-OPERATOR.

       01 SCR-PARM-INPUT.
           05 LINE 18 COL 1  VALUE "ACTION (A=ADD, U=UPDATE, D=DELETE,".
           05 LINE 18 COL 35 VALUE " R=REVIEW PENDING, X=EXIT): ".
           05 LINE 18 COL 63 PIC X(1) TO WS-PARM-ACTION.
           05 LINE 19 COL 1  VALUE "NAME: ".
           05 LINE 19 COL 7  PIC X(20) TO WS-PARM-INPUT-NAME.
           05 LINE 19 COL 29 VALUE "UNIT: ".
           05 LINE 19 COL 35 PIC X(4) TO WS-PARM-INPUT-UNIT.
           05 LINE 20 COL 1  VALUE "EFFECTIVE FROM (YYYY-MM-DD): ".
           05 LINE 20 COL 30 PIC X(10) TO WS-PARM-INPUT-FROM.
           05 LINE 20 COL 42 VALUE "TO (BLANK=OPEN): ".
           05 LINE 20 COL 59 PIC X(10) TO WS-PARM-INPUT-TO.
           05 LINE 21 COL 1  VALUE "VALUE: ".
           05 LINE 21 COL 8  PIC X(30) TO WS-PARM-INPUT-VALUE.

       01 SCR-PARM-REVIEW.
           05 LINE 23 COL 1  VALUE "DECISION (A=APPROVE, R=REJECT,".
           05 LINE 23 COL 31 VALUE " S=SKIP): ".
           05 LINE 23 COL 41 PIC X(1) TO WS-PARM-DECISION.
