           END-PERFORM
           CLOSE SAVEDSEARCHES-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SAVEDSEARCHES-PATH
           MOVE "SAVEDSEARCHES.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SAVEDSEARCHES-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SAVEDSEARCHES-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SAVEDSEARCHES-TMP-PATH
               WS-SAVEDSEARCHES-PATH
               RETURNING WS-CRASH-SAFE-RC
      *> minimum-salary text the same way 5308 does.
      *>*****************************************************************
       5395-LOAD-FILTERS-FROM-SEARCH.
*> Saved searches predate the job-type and eligibility (GPA, work
*> authorization) filters and carry none of them; clear them so a
*> filter left over from a manual browse cannot silently narrow the
*> saved search's results (5309 tests them all).
           MOVE SPACES TO WS-FILTER-JOB-TYPE
           MOVE "N" TO WS-FILTER-GPA-ELIGIBLE
           MOVE "N" TO WS-FILTER-WA-ELIGIBLE
           MOVE WS-SSR-LOCATION(WS-SSR-IDX)   TO WS-FILTER-LOCATION
           MOVE WS-SSR-KEYWORD(WS-SSR-IDX)    TO WS-FILTER-KEYWORD
           MOVE WS-SSR-UNIVERSITY(WS-SSR-IDX) TO WS-FILTER-UNIVERSITY
