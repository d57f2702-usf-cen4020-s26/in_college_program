                   MOVE 1 TO WS-BLOCK-IS-BLOCKED
               END-IF
           END-PERFORM.
*>         A deactivated account is unreachable the same way until
*>         its owner reactivates it (SOFTDEL_SRC.cpy).
           IF WS-BLOCK-IS-BLOCKED = 0
               MOVE WS-BLOCK-TARGET-USERNAME TO WS-SDEL-CHECK-USER
               PERFORM 7960-CHECK-DEACTIVATED
               MOVE WS-SDEL-FOUND TO WS-BLOCK-IS-BLOCKED
           END-IF.
           EXIT.

*>*****************************************************************
