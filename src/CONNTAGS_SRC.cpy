           END-PERFORM
           CLOSE CONNTAGS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CONNTAGS-PATH
           MOVE "CONNTAGS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CONNTAGS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CONNTAGS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CONNTAGS-TMP-PATH
               WS-CONNTAGS-PATH
               RETURNING WS-CRASH-SAFE-RC
