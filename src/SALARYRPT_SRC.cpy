      *> PURPOSE: Salary analytics report over JOBS.DAT, using the
      *>          structured JOB-SALARY-MIN/MAX fields. Shows posting
      *>          counts and salary ranges grouped by employer, by
      *>          location, by metro region, and by the poster's
      *>          major, optionally within one metro region, so career
      *>          services no longer assembles pay statistics by hand.
      *>          Postings without structured salary data are counted
      *>          separately rather than guessed at.
      *>
      *> PARAGRAPHS:
      *>   5335-SALARY-REPORT        - Entry point from the Job menu;
      *>                               runs the four grouped passes
      *>   5336-TALLY-SALARY-GROUP   - Add the posting at WS-BROWSE-IDX
      *>                               to the group WS-SALRPT-GROUP-NAME
      *>   5337-PRINT-SALARY-GROUPS  - Print the tally table and reset it
      *>   5338-PROMPT-SALARY-REGION - Optional metro region filter
      *>   5339-SALARY-IN-REGION     - Region test for one posting
      *>
      *> DEPENDENCIES:
      *>   WS-JOBS.cpy - WS-JOB-TABLE, WS-SALRPT-* working-storage
      *>   main.cob    - 8000-WRITE-OUTPUT
      *>   LOCATIONS_SRC.cpy - 7038/7042 region resolution
      *>*****************************************************************

      *>*****************************************************************
      *> 5335-SALARY-REPORT: Group postings carrying structured salary
      *> data by employer, location, metro region and poster's major
      *> (within the region chosen by 5338, if any), reporting the
      *> low/high range and posting count per group (same find-or-add
      *> tally technique as the Roster/Headcount report's 3510/3520).
      *>*****************************************************************
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== SALARY REPORT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SALRPT-REGION NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Metro region: " FUNCTION TRIM(WS-SALRPT-REGION)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE 0 TO WS-SALRPT-UNSPEC-COUNT

           MOVE 0 TO WS-SALRPT-COUNT
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               PERFORM 5339-SALARY-IN-REGION
               IF WS-SALRPT-IN = 1
                   IF WS-JT-SALARY-MIN(WS-BROWSE-IDX) > 0
                       OR WS-JT-SALARY-MAX(WS-BROWSE-IDX) > 0
                       MOVE WS-JT-EMPLOYER(WS-BROWSE-IDX)
                           TO WS-SALRPT-GROUP-NAME
                       PERFORM 5336-TALLY-SALARY-GROUP
                   ELSE
                       ADD 1 TO WS-SALRPT-UNSPEC-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "--- By Employer ---" TO WS-OUTPUT-LINE
           MOVE 0 TO WS-SALRPT-COUNT
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               PERFORM 5339-SALARY-IN-REGION
               IF WS-SALRPT-IN = 1
                   AND (WS-JT-SALARY-MIN(WS-BROWSE-IDX) > 0
                   OR WS-JT-SALARY-MAX(WS-BROWSE-IDX) > 0)
                   MOVE WS-LOC-OUTPUT TO WS-SALRPT-GROUP-NAME
                   PERFORM 5336-TALLY-SALARY-GROUP
               END-IF
           END-PERFORM
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5337-PRINT-SALARY-GROUPS

      *> --- By metro region (LOCATIONS.DAT); unmapped places apart ---
           MOVE 0 TO WS-SALRPT-COUNT
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               PERFORM 5339-SALARY-IN-REGION
               IF WS-SALRPT-IN = 1
                   AND (WS-JT-SALARY-MIN(WS-BROWSE-IDX) > 0
                   OR WS-JT-SALARY-MAX(WS-BROWSE-IDX) > 0)
                   IF WS-LOC-REGION-OUT = SPACES
                       MOVE "(no metro region on file)"
                           TO WS-SALRPT-GROUP-NAME
                   ELSE
                       MOVE WS-LOC-REGION-OUT TO WS-SALRPT-GROUP-NAME
                   END-IF
                   PERFORM 5336-TALLY-SALARY-GROUP
               END-IF
           END-PERFORM
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- By Metro Region ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5337-PRINT-SALARY-GROUPS

      *> --- By the poster's major (from their profile, when on file) ---
           MOVE 0 TO WS-SALRPT-COUNT
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               PERFORM 5339-SALARY-IN-REGION
               IF WS-SALRPT-IN = 1
                   AND (WS-JT-SALARY-MIN(WS-BROWSE-IDX) > 0
                   OR WS-JT-SALARY-MAX(WS-BROWSE-IDX) > 0)
                   MOVE 0 TO WS-POSTER-PROFILE-IDX
                   PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                       UNTIL WS-ACCOUNT-INDEX > WS-PROFILE-COUNT
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5338-PROMPT-SALARY-REGION: Optional metro region (or a place
      *> in one) to narrow the report to. Asked before the report is
      *> spooled so the prompt stays out of the saved copy.
      *>*****************************************************************
       5338-PROMPT-SALARY-REGION.
           MOVE SPACES TO WS-SALRPT-REGION
           MOVE "Metro region or place to report on (blank = all): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-INPUT
           MOVE WS-LOC-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-LOC-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 7038-RESOLVE-REGION
           IF WS-LOC-FILTER-REGION = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "No metro region on file for "
                   FUNCTION TRIM(WS-LOC-INPUT)
                   "; reporting every posting."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE WS-LOC-FILTER-REGION TO WS-SALRPT-REGION
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5339-SALARY-IN-REGION: Normalize the location of the posting
      *> at WS-BROWSE-IDX (leaving WS-LOC-OUTPUT/WS-LOC-REGION-OUT set
      *> for the caller) and say whether it is in WS-SALRPT-REGION.
      *>*****************************************************************
       5339-SALARY-IN-REGION.
           MOVE WS-JT-LOCATION(WS-BROWSE-IDX) TO WS-LOC-INPUT
           PERFORM 7042-NORMALIZE-LOCATION
           MOVE 1 TO WS-SALRPT-IN
           IF WS-SALRPT-REGION NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-LOC-REGION-OUT) NOT =
                   FUNCTION UPPER-CASE(WS-SALRPT-REGION)
               MOVE 0 TO WS-SALRPT-IN
           END-IF
           EXIT.
