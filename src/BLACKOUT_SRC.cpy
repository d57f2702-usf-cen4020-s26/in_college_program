           END-PERFORM
           CLOSE BLACKOUT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BLACKOUT-PATH
           MOVE "BLACKOUT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-BLACKOUT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BLACKOUT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BLACKOUT-TMP-PATH
               WS-BLACKOUT-PATH
               RETURNING WS-CRASH-SAFE-RC
