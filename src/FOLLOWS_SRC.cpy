           END-PERFORM
           CLOSE FOLLOWS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-FOLLOWS-PATH
           MOVE "FOLLOWS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-FOLLOWS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-FOLLOWS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-FOLLOWS-TMP-PATH
               WS-FOLLOWS-PATH
               RETURNING WS-CRASH-SAFE-RC
