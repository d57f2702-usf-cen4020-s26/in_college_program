           END-IF
           WRITE NSP-RECORD
           CLOSE NOTIFYSPOOL-FILE
           MOVE "NOTIFYSPOOL.DAT" TO WS-JRN-FILE-NAME
           MOVE NSP-RECORD TO WS-JRN-AFTER
           PERFORM 8094-JOURNAL-ADD-IMAGE
           EXIT.

      *>*****************************************************************
