                   MOVE WS-OFT-JOB-ID(WS-OFR-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
                   PERFORM 5603-CHECK-POSTING-ACCESS
                   IF WS-RCT-CAN-MANAGE = 1
                       ADD 1 TO WS-OFL-DISP-COUNT
                       MOVE WS-OFR-IDX
                           TO WS-OFL-INDEX-MAP(WS-OFL-DISP-COUNT)
           MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "OFFERLETTER" TO WS-RCL-ACTION
           MOVE WS-OFT-USERNAME(WS-OFR-IDX) TO WS-RCL-DETAIL
           PERFORM 5614-LOG-JOB-ACTION
           EXIT.

       5581-WRITE-LETTER-LINE.
