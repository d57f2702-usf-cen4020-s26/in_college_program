      *>   5421-REWRITE-EMPLOYERS-FILE - Crash-safe full rewrite
      *>   5422-VIEW-EMPLOYER-PAGE   - Company page for the employer on
      *>                               the posting at WS-SELECTED-JOB-IDX
      *>   5424-SHOW-EMPLOYER-PAGE   - Company page for the employer
      *>                               named in WS-EMP-LOOKUP-NAME
      *>   5423-FIND-EMPLOYER-INDEX  - Locate WS-EMP-LOOKUP-NAME in
      *>                               WS-EMPLOYER-TABLE
      *>
           END-PERFORM
           CLOSE EMPLOYERS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EMPLOYERS-PATH
           MOVE "EMPLOYERS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-EMPLOYERS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-EMPLOYERS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-EMPLOYERS-TMP-PATH
               WS-EMPLOYERS-PATH
               RETURNING WS-CRASH-SAFE-RC
       5422-VIEW-EMPLOYER-PAGE.
           MOVE WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX)
               TO WS-EMP-LOOKUP-NAME
           PERFORM 5424-SHOW-EMPLOYER-PAGE
           EXIT.

      *>*****************************************************************
      *> 5424-SHOW-EMPLOYER-PAGE: Company page for the employer named
      *> in WS-EMP-LOOKUP-NAME (from a posting, 5422, or a unified
      *> search result, UNISEARCH_SRC.cpy).
      *>*****************************************************************
       5424-SHOW-EMPLOYER-PAGE.
           PERFORM 5423-FIND-EMPLOYER-INDEX

           MOVE " " TO WS-OUTPUT-LINE
