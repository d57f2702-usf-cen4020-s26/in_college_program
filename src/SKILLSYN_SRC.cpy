           END-PERFORM
           CLOSE SKILLSYN-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SKILLSYN-PATH
           MOVE "SKILLSYN.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SKILLSYN-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SKILLSYN-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SKILLSYN-TMP-PATH
               WS-SKILLSYN-PATH
               RETURNING WS-CRASH-SAFE-RC
