
       01 SCR-IMPCAT-INPUT.
           05 LINE 20 COL 1
               VALUE "ACTION (A=ADD, U=UPDATE, D=DELETE, L=LIFECYCLE, ".
           05 LINE 20 COL 50 VALUE "X=EXIT): ".
           05 LINE 20 COL 59 PIC X(1) TO WS-IMPCAT-ACTION.
           05 LINE 21 COL 1  VALUE "MEMBER: ".
           05 LINE 21 COL 9  PIC X(20) TO WS-IMPCAT-INPUT-MEMBER.
           05 LINE 21 COL 31 VALUE "DESK: ".
           05 LINE 21 COL 37 PIC X(4) TO WS-IMPCAT-INPUT-DESK.
           05 LINE 21 COL 43 VALUE "VERSION: ".
           05 LINE 21 COL 52 PIC X(4) TO WS-IMPCAT-INPUT-VERSION.
           05 LINE 22 COL 1  VALUE "LIFECYCLE (A/D/R): ".
           05 LINE 22 COL 20 PIC X(1) TO WS-IMPCAT-INPUT-LIFECYCLE.
           05 LINE 22 COL 23 VALUE "SUNSET (YYYY-MM-DD): ".
           05 LINE 22 COL 44 PIC X(10) TO WS-IMPCAT-INPUT-SUNSET.
