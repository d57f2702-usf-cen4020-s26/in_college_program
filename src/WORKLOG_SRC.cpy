           END-PERFORM
           CLOSE WORKLOG-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-WORKLOG-PATH
           MOVE "WORKLOG.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-WORKLOG-PATH TO WS-JRN-OLD-PATH
           MOVE WS-WORKLOG-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-WORKLOG-TMP-PATH
               WS-WORKLOG-PATH
               RETURNING WS-CRASH-SAFE-RC
                   MOVE WS-WKL-JOB-ID(WS-WKL-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
                   PERFORM 5603-CHECK-POSTING-ACCESS
                   IF WS-RCT-CAN-MANAGE = 1
                       ADD 1 TO WS-WKL-DISP-COUNT
                       MOVE WS-WKL-IDX
                           TO WS-WKL-INDEX-MAP(WS-WKL-DISP-COUNT)
           MOVE "Y" TO WS-WKL-VERIFIED(
               WS-WKL-INDEX-MAP(WS-WKL-CHOICE))
           PERFORM 5532-REWRITE-WORKLOG
           MOVE WS-WKL-INDEX-MAP(WS-WKL-CHOICE) TO WS-WKL-IDX
           MOVE WS-WKL-JOB-ID(WS-WKL-IDX) TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "VERIFYHOURS" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING FUNCTION TRIM(WS-WKL-USERNAME(WS-WKL-IDX))
               " week " WS-WKL-WEEK(WS-WKL-IDX) ": "
               WS-WKL-HOURS(WS-WKL-IDX) " hour(s)"
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5614-LOG-JOB-ACTION
           MOVE "Entry verified." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
