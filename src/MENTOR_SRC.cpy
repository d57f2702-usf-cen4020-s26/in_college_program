           END-PERFORM
           CLOSE MENTORS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MENTORS-PATH
           MOVE "MENTORS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MENTORS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MENTORS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MENTORS-TMP-PATH
               WS-MENTORS-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE MENTORSHIP-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MENTORSHIP-PATH
           MOVE "MENTORSHIP.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MENTORSHIP-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MENTORSHIP-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MENTORSHIP-TMP-PATH
               WS-MENTORSHIP-PATH
               RETURNING WS-CRASH-SAFE-RC
