      * BMS-style maps for BATCH-LIST-MAINT-PROGRAM -- same signon
      * and one-shot action area convention as keyword-maint-
      * screen.cpy, with PARM-MAINT-PROGRAM's review decision map.
       01 SCR-BLM-SIGNON.
           05 LINE 1 COL 1  VALUE "BATCH FILE LIST - SIGNON".
           05 LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO WS-BLM-OPERATOR.

       01 SCR-BLM-INPUT.
           05 LINE 17 COL 1  VALUE "ACTION (A=ADD, U=UPDATE, D=DELETE,".
           05 LINE 17 COL 35 VALUE " H=HOLD, R=RELEASE, F=FORCE,".
           05 LINE 18 COL 1  VALUE "        N=NO FORCE, V=REVIEW PEN".
           05 LINE 18 COL 33 VALUE "DING, X=EXIT): ".
           05 LINE 18 COL 48 PIC X(1) TO WS-BLM-ACTION.
           05 LINE 19 COL 1  VALUE "SOURCE: ".
           05 LINE 19 COL 9  PIC X(40) TO WS-BLM-INPUT-SOURCE.
           05 LINE 20 COL 1  VALUE "FREQ (A/D/M): ".
           05 LINE 20 COL 15 PIC X(1) TO WS-BLM-INPUT-FREQ.
           05 LINE 20 COL 18 VALUE "UNIT: ".
           05 LINE 20 COL 24 PIC X(4) TO WS-BLM-INPUT-UNIT.
           05 LINE 20 COL 30 VALUE "MODE (S/L): ".
           05 LINE 20 COL 42 PIC X(1) TO WS-BLM-INPUT-MODE.
           05 LINE 20 COL 45 VALUE "DETAIL (Y/N): ".
           05 LINE 20 COL 59 PIC X(1) TO WS-BLM-INPUT-DETAIL.
           05 LINE 20 COL 62 VALUE "TRACE (T/N): ".
           05 LINE 20 COL 75 PIC X(1) TO WS-BLM-INPUT-TRACE.
           05 LINE 21 COL 1  VALUE "(- IN A COLUMN ON UPDATE SETS IT".
           05 LINE 21 COL 33 VALUE " BACK TO BLANK)".
           05 LINE 22 COL 1  VALUE "REASON: ".
           05 LINE 22 COL 9  PIC X(40) TO WS-BLM-INPUT-REASON.

       01 SCR-BLM-REVIEW.
           05 LINE 23 COL 1  VALUE "DECISION (A=APPROVE, R=REJECT,".
           05 LINE 23 COL 31 VALUE " S=SKIP): ".
           05 LINE 23 COL 41 PIC X(1) TO WS-BLM-DECISION.
