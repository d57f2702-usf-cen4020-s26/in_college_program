           END-PERFORM
           CLOSE EMPREVIEW-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EMPREVIEW-PATH
           MOVE "EMPREVIEW.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-EMPREVIEW-PATH TO WS-JRN-OLD-PATH
           MOVE WS-EMPREVIEW-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-EMPREVIEW-TMP-PATH
               WS-EMPREVIEW-PATH
               RETURNING WS-CRASH-SAFE-RC
