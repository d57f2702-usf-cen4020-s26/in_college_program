               MOVE WS-TEMP-VISIBILITY TO WS-PH-NEW-VALUE
               PERFORM 7451-APPEND-PROFILE-HISTORY
           END-IF.
           IF WS-GPA(WS-PH-EDIT-IDX) NOT = WS-TEMP-GPA
               MOVE "GPA" TO WS-PH-FIELD-NAME
               MOVE WS-GPA(WS-PH-EDIT-IDX) TO WS-GPA-DISPLAY
               MOVE WS-GPA-DISPLAY TO WS-PH-OLD-VALUE
               MOVE WS-TEMP-GPA TO WS-GPA-DISPLAY
               MOVE WS-GPA-DISPLAY TO WS-PH-NEW-VALUE
               PERFORM 7451-APPEND-PROFILE-HISTORY
           END-IF.
           IF WS-WORK-AUTH(WS-PH-EDIT-IDX) NOT = WS-TEMP-WORK-AUTH
               MOVE "WORK-AUTH" TO WS-PH-FIELD-NAME
               MOVE WS-WORK-AUTH(WS-PH-EDIT-IDX) TO WS-PH-OLD-VALUE
               MOVE WS-TEMP-WORK-AUTH TO WS-PH-NEW-VALUE
               PERFORM 7451-APPEND-PROFILE-HISTORY
           END-IF.
           IF WS-EXP-COUNT(WS-PH-EDIT-IDX) NOT = WS-EXP-LOOP-INDEX
               MOVE "EXPERIENCE-COUNT" TO WS-PH-FIELD-NAME
               MOVE WS-EXP-COUNT(WS-PH-EDIT-IDX) TO WS-PH-OLD-VALUE
