      * override -- the step record then carries OVR=Y, so the
      * chain's own history can never pass the night as clean.
       01 WS-RUNCTL-OVERRIDE PIC X VALUE "N".

      * set by a caller that abandoned work on a runaway limit -- a
      * non-zero count lands on the step record as ABT=.
       01 WS-RUNCTL-ABORTS PIC 9(7) VALUE 0.
