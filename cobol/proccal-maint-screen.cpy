      * BMS-style maps for PROCCAL-MAINT-PROGRAM -- same signon and
      * one-shot action area convention as batch-list-maint-
      * screen.cpy.
       01 SCR-PCM-SIGNON.
           05 LINE 1 COL 1  VALUE "PROCESSING CALENDAR - SIGNON".
           05 LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO WS-PCM-OPERATOR.

       01 SCR-PCM-INPUT.
           05 LINE 19 COL 1  VALUE "ACTION (A=ADD/CHANGE, D=DELETE,".
           05 LINE 19 COL 32 VALUE " M=SHOW MONTH, X=EXIT): ".
           05 LINE 19 COL 56 PIC X(1) TO WS-PCM-ACTION.
           05 LINE 20 COL 1  VALUE "DATE (YYYY-MM-DD): ".
           05 LINE 20 COL 20 PIC X(10) TO WS-PCM-INPUT-DATE.
           05 LINE 20 COL 32 VALUE "TYPE (B/E/H): ".
           05 LINE 20 COL 46 PIC X(1) TO WS-PCM-INPUT-TYPE.
           05 LINE 21 COL 1  VALUE "NOTE / REASON: ".
           05 LINE 21 COL 16 PIC X(30) TO WS-PCM-INPUT-NOTE.
