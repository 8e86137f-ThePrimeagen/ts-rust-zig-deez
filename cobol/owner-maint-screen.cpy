           05 LINE 21 COL 38 PIC X(1) TO WS-OWN-INPUT-TIER.
           05 LINE 21 COL 41 VALUE "CONTACT: ".
           05 LINE 21 COL 50 PIC X(20) TO WS-OWN-INPUT-CONTACT.
           05 LINE 22 COL 1  VALUE "LIFECYCLE (A/D/R): ".
           05 LINE 22 COL 20 PIC X(1) TO WS-OWN-INPUT-LIFECYCLE.
           05 LINE 22 COL 23 VALUE "SUNSET (YYYY-MM-DD): ".
           05 LINE 22 COL 44 PIC X(10) TO WS-OWN-INPUT-SUNSET.
