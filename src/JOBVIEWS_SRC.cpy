      *>*****************************************************************
      *> FILE:    JOBVIEWS_SRC.cpy
      *> PURPOSE: Posting view tracking. Opening a posting's details
      *>          (5322) as a student or alumnus appends one row to
      *>          JOBVIEWS.DAT - at most one per student, posting and
      *>          day - so posters can tell an unseen posting from one
      *>          seen and skipped. Posters get views, unique viewers,
      *>          saves, applications and view-to-apply conversion on
      *>          Manage My Postings; admins get a report of postings
      *>          that draw views but no applications.
      *>
      *> PARAGRAPHS:
      *>   7050-LOG-JOB-VIEW        - Record a view of the posting at
      *>                              WS-SELECTED-JOB-IDX (deduplicated)
      *>   7051-JV-READ-LOOP        - Read for 7050's same-day check
      *>   7052-TALLY-JOB-VIEWS     - Counts for posting WS-JV-JOB-ID
      *>   7053-PRINT-POSTING-STATS - One stats line from 7052's counts
      *>   7054-VIEWS-NO-APPLY-REPORT - Admin report
      *>   7055-JV-REPORT-LOOP      - Read for 7054's per-posting pass
      *>   7056-JV-TALLY-LOOP       - Read for 7052
      *>
      *> DEPENDENCIES:
      *>   WS-JOBVIEWS.cpy, main.cob JOBVIEWS-FILE, WS-JOBS.cpy
      *>   (WS-JOB-TABLE, WS-SAVEDJOB-TABLE, WS-APP-TABLE)
      *>*****************************************************************

      *>*****************************************************************
      *> 7050-LOG-JOB-VIEW: Only students and alumni count as viewers;
      *> the poster (or anyone else) looking at a posting is not a
      *> candidate seeing it. Same OPEN EXTEND pattern as 7521.
      *>*****************************************************************
       7050-LOG-JOB-VIEW.
           IF WS-CURRENT-USER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT ROLE-STUDENT AND NOT ROLE-ALUMNI
               EXIT PARAGRAPH
           END-IF
           IF WS-JT-POSTER(WS-SELECTED-JOB-IDX) =
               WS-USERNAME(WS-CURRENT-USER-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JV-TODAY
           MOVE WS-JT-ID(WS-SELECTED-JOB-IDX) TO WS-JV-JOB-ID

           MOVE 0 TO WS-JV-SEEN
           OPEN INPUT JOBVIEWS-FILE
           IF WS-JOBVIEWS-STATUS = WS-CONST-FS-OK
               MOVE "N" TO WS-JOBVIEWS-EOF
               PERFORM 7051-JV-READ-LOOP
                   UNTIL WS-JOBVIEWS-EOF = "Y" OR WS-JV-SEEN = 1
               CLOSE JOBVIEWS-FILE
           END-IF
           IF WS-JV-SEEN = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JV-JOB-ID TO JV-JOB-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO JV-USERNAME
           MOVE WS-JV-TODAY TO JV-DATE
           OPEN EXTEND JOBVIEWS-FILE
           IF WS-JOBVIEWS-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE JOBVIEWS-FILE
               OPEN OUTPUT JOBVIEWS-FILE
               CLOSE JOBVIEWS-FILE
               OPEN EXTEND JOBVIEWS-FILE
           END-IF
           IF WS-JOBVIEWS-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           WRITE JV-RECORD
           CLOSE JOBVIEWS-FILE
           EXIT.

       7051-JV-READ-LOOP.
           READ JOBVIEWS-FILE
               AT END
                   MOVE "Y" TO WS-JOBVIEWS-EOF
               NOT AT END
                   IF JV-JOB-ID = WS-JV-JOB-ID
                       AND JV-DATE = WS-JV-TODAY
                       AND JV-USERNAME =
                           WS-USERNAME(WS-CURRENT-USER-INDEX)
                       MOVE 1 TO WS-JV-SEEN
                   END-IF
           END-READ
           EXIT.

      *>*****************************************************************
      *> 7052-TALLY-JOB-VIEWS: Views (student-days), distinct viewers,
      *> saves and applications for WS-JV-JOB-ID, and applications per
      *> hundred distinct viewers. A student can apply without a
      *> logged view (saved search, older data), so the rate is capped
      *> at 100.
      *>*****************************************************************
       7052-TALLY-JOB-VIEWS.
           MOVE 0 TO WS-JV-VIEWS
           MOVE 0 TO WS-JV-UNIQUE
           MOVE 0 TO WS-JV-SAVES
           MOVE 0 TO WS-JV-APPS
           MOVE 0 TO WS-JV-PCT
           MOVE 0 TO WS-JV-VIEWER-COUNT
           OPEN INPUT JOBVIEWS-FILE
           IF WS-JOBVIEWS-STATUS = WS-CONST-FS-OK
               MOVE "N" TO WS-JOBVIEWS-EOF
               PERFORM 7056-JV-TALLY-LOOP UNTIL WS-JOBVIEWS-EOF = "Y"
               CLOSE JOBVIEWS-FILE
           END-IF

           PERFORM VARYING WS-JV-IDX FROM 1 BY 1
               UNTIL WS-JV-IDX > WS-SAVED-JOBS-COUNT
               IF WS-SVJ-JOB-ID(WS-JV-IDX) = WS-JV-JOB-ID
                   ADD 1 TO WS-JV-SAVES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JV-IDX FROM 1 BY 1
               UNTIL WS-JV-IDX > WS-ALL-APPS-COUNT
               IF WS-AT-JOB-ID(WS-JV-IDX) = WS-JV-JOB-ID
                   ADD 1 TO WS-JV-APPS
               END-IF
           END-PERFORM

           IF WS-JV-UNIQUE > 0
               IF WS-JV-APPS >= WS-JV-UNIQUE
                   MOVE 100 TO WS-JV-PCT
               ELSE
                   COMPUTE WS-JV-PCT ROUNDED =
                       WS-JV-APPS * 100 / WS-JV-UNIQUE
               END-IF
           END-IF
           EXIT.

       7056-JV-TALLY-LOOP.
           READ JOBVIEWS-FILE
               AT END
                   MOVE "Y" TO WS-JOBVIEWS-EOF
               NOT AT END
                   IF JV-JOB-ID = WS-JV-JOB-ID
                       ADD 1 TO WS-JV-VIEWS
                       MOVE 0 TO WS-JV-FOUND
                       PERFORM VARYING WS-JV-VDX FROM 1 BY 1
                           UNTIL WS-JV-VDX > WS-JV-VIEWER-COUNT
                               OR WS-JV-FOUND = 1
                           IF WS-JV-VIEWER(WS-JV-VDX) = JV-USERNAME
                               MOVE 1 TO WS-JV-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-JV-FOUND = 0
                           ADD 1 TO WS-JV-UNIQUE
                           IF WS-JV-VIEWER-COUNT < 500
                               ADD 1 TO WS-JV-VIEWER-COUNT
                               MOVE JV-USERNAME
                                   TO WS-JV-VIEWER(WS-JV-VIEWER-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *>*****************************************************************
      *> 7053-PRINT-POSTING-STATS: Indented stats line under a posting
      *> in Manage My Postings (counts from 7052).
      *>*****************************************************************
       7053-PRINT-POSTING-STATS.
           MOVE WS-JV-VIEWS TO WS-JV-VIEWS-DISP
           MOVE WS-JV-UNIQUE TO WS-JV-UNIQUE-DISP
           MOVE WS-JV-SAVES TO WS-JV-SAVES-DISP
           MOVE WS-JV-APPS TO WS-JV-APPS-DISP
           MOVE WS-JV-PCT TO WS-JV-PCT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-JV-UNIQUE = 0
               STRING "     Views: " FUNCTION TRIM(WS-JV-VIEWS-DISP)
                   "  Viewers: " FUNCTION TRIM(WS-JV-UNIQUE-DISP)
                   "  Saves: " FUNCTION TRIM(WS-JV-SAVES-DISP)
                   "  Applications: " FUNCTION TRIM(WS-JV-APPS-DISP)
                   "  View-to-apply: n/a (not yet viewed)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "     Views: " FUNCTION TRIM(WS-JV-VIEWS-DISP)
                   "  Viewers: " FUNCTION TRIM(WS-JV-UNIQUE-DISP)
                   "  Saves: " FUNCTION TRIM(WS-JV-SAVES-DISP)
                   "  Applications: " FUNCTION TRIM(WS-JV-APPS-DISP)
                   "  View-to-apply: " FUNCTION TRIM(WS-JV-PCT-DISP)
                   "%"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7054-VIEWS-NO-APPLY-REPORT: Current postings with at least
      *> WS-JV-MIN-VIEWS views and no applications - seen and skipped,
      *> usually a title, pay or requirements problem worth raising
      *> with the employer.
      *>*****************************************************************
       7054-VIEWS-NO-APPLY-REPORT.
           MOVE 10 TO WS-JV-MIN-VIEWS
           MOVE "Minimum views to list (blank = 10): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JV-INPUT
           MOVE WS-JV-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-JV-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-JV-INPUT) = 0
                   AND FUNCTION NUMVAL(WS-JV-INPUT) >= 1
                   AND FUNCTION NUMVAL(WS-JV-INPUT) <= 99999
                   MOVE FUNCTION NUMVAL(WS-JV-INPUT) TO WS-JV-MIN-VIEWS
               ELSE
                   MOVE "Not a view count; using 10." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-IF

      *>    One pass of the file gives every posting's view count.
           PERFORM VARYING WS-JV-IDX FROM 1 BY 1
               UNTIL WS-JV-IDX > WS-JOB-COUNT
               MOVE 0 TO WS-JV-JOB-VIEWS(WS-JV-IDX)
           END-PERFORM
           OPEN INPUT JOBVIEWS-FILE
           IF WS-JOBVIEWS-STATUS = WS-CONST-FS-OK
               MOVE "N" TO WS-JOBVIEWS-EOF
               PERFORM 7055-JV-REPORT-LOOP UNTIL WS-JOBVIEWS-EOF = "Y"
               CLOSE JOBVIEWS-FILE
           END-IF

           MOVE "VIEWS-NO-APPLY" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Postings Viewed But Not Applied To ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-JV-MIN-VIEWS TO WS-JV-VIEWS-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Current postings with "
               FUNCTION TRIM(WS-JV-VIEWS-DISP)
               " or more views and no applications:"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-JV-HIT-COUNT
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               IF WS-JV-JOB-VIEWS(WS-BROWSE-IDX) >= WS-JV-MIN-VIEWS
                   MOVE WS-JT-ID(WS-BROWSE-IDX) TO WS-JV-JOB-ID
                   PERFORM 7052-TALLY-JOB-VIEWS
                   IF WS-JV-APPS = 0
                       ADD 1 TO WS-JV-HIT-COUNT
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "  #" WS-JT-ID(WS-BROWSE-IDX) " "
                           FUNCTION TRIM(WS-JT-TITLE(WS-BROWSE-IDX))
                           " at "
                           FUNCTION TRIM(WS-JT-EMPLOYER(WS-BROWSE-IDX))
                           " (posted by "
                           FUNCTION TRIM(WS-JT-POSTER(WS-BROWSE-IDX))
                           ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM 7053-PRINT-POSTING-STATS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JV-HIT-COUNT = 0
               MOVE "  (none)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM 8410-END-REPORT

           MOVE "NOAPPLY" TO WS-RESULT-TYPE
           MOVE WS-JV-HIT-COUNT TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       7055-JV-REPORT-LOOP.
           READ JOBVIEWS-FILE
               AT END
                   MOVE "Y" TO WS-JOBVIEWS-EOF
               NOT AT END
                   MOVE JV-JOB-ID TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   IF WS-SELECTED-JOB-IDX > 0
                       ADD 1 TO WS-JV-JOB-VIEWS(WS-SELECTED-JOB-IDX)
                   END-IF
           END-READ
           EXIT.
