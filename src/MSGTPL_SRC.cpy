           END-PERFORM
           CLOSE MSGTPL-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MSGTPL-PATH
           MOVE "MSGTPL.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MSGTPL-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MSGTPL-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MSGTPL-TMP-PATH
               WS-MSGTPL-PATH
               RETURNING WS-CRASH-SAFE-RC
