      * keyword-maint-screen.cpy; the exception detail with its
      * source-line context above it is plain DISPLAY output. the
      * A/C/R disposition actions update the EXCPMSTR repository --
      * the operator id and note land on the master record. MODE K
      * at signon works EXCPCLUS instead, a whole cluster per action.
       01 SCR-EXCREVIEW-SIGNON.
           05 LINE 1 COL 1  VALUE "EXCEPTION WORKBENCH - SIGNON".
           05 LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO WS-EXCR-OPERATOR.
           05 LINE 4 COL 1  VALUE "MODE (E=EXCEPTIONS, K=CLUSTERS): ".
           05 LINE 4 COL 34 PIC X(1) TO WS-EXCR-MODE.

       01 SCR-EXCREVIEW-INPUT.
           05 LINE 20 COL 1 VALUE
           05 LINE 20 COL 49 PIC X(1) TO WS-EXCR-ACTION.
           05 LINE 21 COL 1  VALUE "NOTE: ".
           05 LINE 21 COL 7  PIC X(40) TO WS-EXCR-NOTE.

       01 SCR-EXCREVIEW-CLUSTER-INPUT.
           05 LINE 20 COL 1 VALUE
               "ACTION (N,P,X / A,C,R ON THE WHOLE CLUSTER): ".
           05 LINE 20 COL 46 PIC X(1) TO WS-EXCR-ACTION.
           05 LINE 21 COL 1  VALUE "NOTE: ".
           05 LINE 21 COL 7  PIC X(40) TO WS-EXCR-NOTE.
