
       3841-AUD-USER-EXISTS.
           MOVE 0 TO WS-AUD-FOUND
           MOVE FUNCTION TRIM(WS-AUD-CHECK-USER) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               MOVE 1 TO WS-AUD-FOUND
           END-IF
           EXIT.

       3842-AUD-JOB-EXISTS.
