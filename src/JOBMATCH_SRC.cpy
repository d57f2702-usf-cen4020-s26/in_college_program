
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-MATCH-COUNT
      *> Skills backed by passed coursework (COURSE_SRC 5643) score
      *> like profile skills; build the list once for every posting.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CRS-FOR-USER
           PERFORM 5643-BUILD-COURSE-SKILLS

           PERFORM VARYING WS-MATCH-JOB-IDX FROM 1 BY 1
               UNTIL WS-MATCH-JOB-IDX > WS-JOB-COUNT
               MOVE 0 TO WS-MATCH-WORK-SCORE
               EXIT PARAGRAPH
           END-IF.
*> Nor do postings the student could not apply to: a minimum GPA
*> above theirs, or sponsorship they need and the posting lacks.
           MOVE WS-MATCH-JOB-IDX TO WS-GPA-JOB-IDX
           PERFORM 5654-CHECK-GPA-ELIGIBILITY
           MOVE WS-MATCH-JOB-IDX TO WS-WA-JOB-IDX
           PERFORM 5661-CHECK-WORK-AUTH
           IF WS-GPA-BELOW-MINIMUM OR WS-WA-INELIGIBLE
               MOVE 0 TO WS-MATCH-WORK-SCORE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MATCH-WORK-SCORE

           PERFORM VARYING WS-MATCH-SKILL-IDX FROM 1 BY 1
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CRS-USKILL-IDX FROM 1 BY 1
               UNTIL WS-CRS-USKILL-IDX > WS-CRS-USKILL-COUNT
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                   WS-CRS-USKILL(WS-CRS-USKILL-IDX)))
                   TO WS-SEARCH-LOWER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-CRS-USKILL(WS-CRS-USKILL-IDX)))
                   TO WS-SEARCH-LEN

               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                   WS-JT-TITLE(WS-MATCH-JOB-IDX)))
                   TO WS-SEARCH-CANDIDATE-LOWER
               PERFORM 7511-CHECK-SUBSTRING-MATCH
               IF WS-SUBSTRING-FOUND = 1
                   ADD 3 TO WS-MATCH-WORK-SCORE
               END-IF

               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                   WS-JT-DESC(WS-MATCH-JOB-IDX)))
                   TO WS-SEARCH-CANDIDATE-LOWER
               PERFORM 7511-CHECK-SUBSTRING-MATCH
               IF WS-SUBSTRING-FOUND = 1
                   ADD 2 TO WS-MATCH-WORK-SCORE
               END-IF
           END-PERFORM

           IF FUNCTION TRIM(WS-MAJOR(WS-CURRENT-PROFILE-INDEX))
               NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
