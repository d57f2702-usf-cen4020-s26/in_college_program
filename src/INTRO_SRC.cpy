      *>*****************************************************************
      *> 7661-COLLECT-MUTUALS: Fill WS-INTRO-MUT-TABLE with every user
      *> connected to both the viewer and WS-INTRO-TARGET-USER (same
      *> walk 7127-DISPLAY-MUTUAL-CONNECTIONS counts). The target's
      *> connections are read by key (NETKEY_SRC.cpy 9256).
      *>*****************************************************************
       7661-COLLECT-MUTUALS.
           MOVE 0 TO WS-INTRO-MUT-COUNT
           MOVE WS-INTRO-TARGET-USER TO WS-NBR-KEY-USER
           PERFORM 9256-LOAD-NEIGHBORS
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-NBR-COUNT
               MOVE WS-NBR-USER(WS-CONN-IDX) TO WS-MUTUAL-OWNER-OTHER

               IF WS-MUTUAL-OWNER-OTHER NOT = SPACES
                  AND FUNCTION TRIM(WS-MUTUAL-OWNER-OTHER) NOT =
