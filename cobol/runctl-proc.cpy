           IF WS-RUNCTL-OVERRIDE = "Y"
               MOVE " OVR=Y" TO RUN-CONTROL-RECORD (103:6)
           END-IF
           IF WS-RUNCTL-ABORTS > 0
               MOVE " ABT=" TO RUN-CONTROL-RECORD (111:5)
               MOVE WS-RUNCTL-ABORTS TO RUN-CONTROL-ABORTS
           END-IF

           MOVE " RC=" TO RUN-CONTROL-RECORD (47:4)
           MOVE RETURN-CODE TO RUN-CONTROL-RC
