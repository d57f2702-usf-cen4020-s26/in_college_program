           END-PERFORM
           CLOSE RECOMMENDS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RECOMMENDS-PATH
           MOVE "RECOMMENDATIONS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-RECOMMENDS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-RECOMMENDS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-RECOMMENDS-TMP-PATH
               WS-RECOMMENDS-PATH
               RETURNING WS-CRASH-SAFE-RC
