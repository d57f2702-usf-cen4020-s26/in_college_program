           END-PERFORM
           CLOSE CERTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CERTS-PATH
           MOVE "CERTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CERTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CERTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CERTS-TMP-PATH
               WS-CERTS-PATH
               RETURNING WS-CRASH-SAFE-RC
