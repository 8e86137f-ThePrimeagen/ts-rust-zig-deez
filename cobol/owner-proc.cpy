                               WS-OWNER-TIER (WS-OWNER-COUNT)
                           MOVE OWNER-MASTER-CONTACT TO
                               WS-OWNER-CONTACT (WS-OWNER-COUNT)
                           MOVE OWNER-MASTER-LIFECYCLE TO
                               WS-OWNER-LIFECYCLE (WS-OWNER-COUNT)
                           MOVE OWNER-MASTER-SUNSET TO
                               WS-OWNER-SUNSET (WS-OWNER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "UNWN" TO WS-OWNER-HIT-DESK
           MOVE "UNOWNED" TO WS-OWNER-HIT-ANALYST
           MOVE "?" TO WS-OWNER-HIT-TIER
           MOVE SPACE TO WS-OWNER-HIT-LIFECYCLE
           MOVE SPACES TO WS-OWNER-HIT-SUNSET

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1 UNTIL
               WS-OWNER-IDX > WS-OWNER-COUNT
                       WS-OWNER-HIT-ANALYST
                   MOVE WS-OWNER-TIER (WS-OWNER-IDX) TO
                       WS-OWNER-HIT-TIER
                   MOVE WS-OWNER-LIFECYCLE (WS-OWNER-IDX) TO
                       WS-OWNER-HIT-LIFECYCLE
                   MOVE WS-OWNER-SUNSET (WS-OWNER-IDX) TO
                       WS-OWNER-HIT-SUNSET
                   EXIT PERFORM
               END-IF
           END-PERFORM.
