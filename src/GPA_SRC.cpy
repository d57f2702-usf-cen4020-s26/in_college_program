      *>*****************************************************************
      *> FILE:    GPA_SRC.cpy
      *> PURPOSE: GPA on profiles and minimum-GPA eligibility on job
      *>          postings. The student records a GPA under Create/Edit
      *>          My Profile; the poster may set a minimum when posting
      *>          or editing a job. 5325-APPLY-FOR-JOB refuses an
      *>          application below the minimum and warns when no GPA
      *>          is on the profile; browse can hide postings whose
      *>          minimum the student does not meet. A GPA is private:
      *>          only the student and the posters (or recruiting team)
      *>          of jobs the student applied to may see it.
      *>
      *> PARAGRAPHS:
      *>   5651-PROMPT-PROFILE-GPA     - Profile GPA into WS-TEMP-GPA
      *>   5652-PROMPT-MIN-GPA         - Posting minimum into
      *>                                 WS-TEMP-JOB-MIN-GPA
      *>   5653-PARSE-GPA-INPUT        - Validate WS-GPA-INPUT
      *>   5654-CHECK-GPA-ELIGIBILITY  - Signed-in student against the
      *>                                 posting at WS-GPA-JOB-IDX
      *>   5655-CHECK-GPA-VISIBLE      - May the viewer see the GPA of
      *>                                 WS-GPA-STUDENT
      *>   5656-DISPLAY-PROFILE-GPA    - "GPA:" line for the profile at
      *>                                 WS-DISPLAY-PROFILE-INDEX
      *>   5657-DISPLAY-MIN-GPA        - "Minimum GPA:" line for the
      *>                                 posting at WS-GPA-JOB-IDX
      *>   5658-SHOW-APPLICANT-GPA     - GPA line in the applicants
      *>                                 list for a posting
      *>*****************************************************************

      *>*****************************************************************
      *> 5651-PROMPT-PROFILE-GPA: Optional GPA on the 0.00-4.00 scale.
      *> A blank answer records "not reported" (0), the same way the
      *> other optional profile fields are cleared by a blank line.
      *>*****************************************************************
       5651-PROMPT-PROFILE-GPA.
           MOVE 0 TO WS-TEMP-GPA
           MOVE 0 TO WS-GPA-INPUT-OK
           PERFORM UNTIL WS-GPA-INPUT-OK = 1
               MOVE "Enter GPA (optional, 0.00-4.00, enter blank line "
                   & "to skip; shown only to you and to employers you "
                   & "apply to):" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD TO WS-GPA-INPUT
               PERFORM 5653-PARSE-GPA-INPUT
               IF WS-GPA-INPUT-OK = 1
                   MOVE WS-GPA-VALUE TO WS-TEMP-GPA
                   IF WS-TEMP-GPA = 0
                       MOVE "(skipped)" TO WS-OUTPUT-LINE
                   ELSE
                       MOVE WS-TEMP-GPA TO WS-GPA-DISPLAY
                       MOVE WS-GPA-DISPLAY TO WS-OUTPUT-LINE
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   MOVE WS-GPA-INPUT TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "GPA must be a number from 0.00 to 4.00. "
                       & "Please try again." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5652-PROMPT-MIN-GPA: Optional minimum GPA for a posting, same
      *> scale as the profile field. Blank (or 0) means no minimum.
      *>*****************************************************************
       5652-PROMPT-MIN-GPA.
           MOVE 0 TO WS-TEMP-JOB-MIN-GPA
           MOVE 0 TO WS-GPA-INPUT-OK
           PERFORM UNTIL WS-GPA-INPUT-OK = 1
               MOVE "Minimum GPA (optional, e.g. 3.00; blank for none): "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD TO WS-GPA-INPUT
               MOVE WS-GPA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 5653-PARSE-GPA-INPUT
               IF WS-GPA-INPUT-OK = 1
                   MOVE WS-GPA-VALUE TO WS-TEMP-JOB-MIN-GPA
               ELSE
                   MOVE "Minimum GPA must be a number from 0.00 to "
                       & "4.00. Please try again." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5653-PARSE-GPA-INPUT: WS-GPA-INPUT-OK = 1 when WS-GPA-INPUT is
      *> blank (WS-GPA-VALUE = 0) or digits with at most one decimal
      *> point and two decimals, no higher than WS-CONST-GPA-MAX.
      *>*****************************************************************
       5653-PARSE-GPA-INPUT.
           MOVE 0 TO WS-GPA-INPUT-OK
           MOVE 0 TO WS-GPA-VALUE
           MOVE FUNCTION TRIM(WS-GPA-INPUT) TO WS-GPA-INPUT
           IF WS-GPA-INPUT = SPACES
               MOVE 1 TO WS-GPA-INPUT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GPA-DOT-COUNT
           MOVE 0 TO WS-GPA-DIGIT-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GPA-INPUT))
               TO WS-GPA-LEN
           PERFORM VARYING WS-GPA-POS FROM 1 BY 1
               UNTIL WS-GPA-POS > WS-GPA-LEN
               MOVE WS-GPA-INPUT(WS-GPA-POS:1) TO WS-GPA-CHAR
               EVALUATE TRUE
                   WHEN WS-GPA-CHAR = "."
                       ADD 1 TO WS-GPA-DOT-COUNT
                   WHEN WS-GPA-CHAR IS NUMERIC
                       IF WS-GPA-DOT-COUNT > 0
                           ADD 1 TO WS-GPA-DIGIT-COUNT
                       END-IF
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           IF WS-GPA-DOT-COUNT > 1 OR WS-GPA-DIGIT-COUNT > 2
               OR WS-GPA-LEN > 4
               OR WS-GPA-INPUT = "."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-GPA-INPUT) > WS-CONST-GPA-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-GPA-INPUT) TO WS-GPA-VALUE
           MOVE 1 TO WS-GPA-INPUT-OK
           EXIT.

      *>*****************************************************************
      *> 5654-CHECK-GPA-ELIGIBILITY: Sets WS-GPA-ELIGIBILITY for the
      *> signed-in user against the posting at WS-GPA-JOB-IDX:
      *> eligible when the posting has no minimum, below-minimum when
      *> the profile GPA is under it, not-reported when the posting
      *> has a minimum but the profile carries no GPA.
      *>*****************************************************************
       5654-CHECK-GPA-ELIGIBILITY.
           SET WS-GPA-ELIGIBLE TO TRUE
           IF WS-GPA-JOB-IDX = 0 OR WS-GPA-JOB-IDX > WS-JOB-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-JT-MIN-GPA(WS-GPA-JOB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-PROFILE-INDEX = 0
               SET WS-GPA-NOT-REPORTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-PROFILE(WS-CURRENT-PROFILE-INDEX) NOT = 1
               OR WS-GPA(WS-CURRENT-PROFILE-INDEX) = 0
               SET WS-GPA-NOT-REPORTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-GPA(WS-CURRENT-PROFILE-INDEX)
               < WS-JT-MIN-GPA(WS-GPA-JOB-IDX)
               SET WS-GPA-BELOW-MINIMUM TO TRUE
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5655-CHECK-GPA-VISIBLE: WS-GPA-VISIBLE = 1 when the signed-in
      *> user is WS-GPA-STUDENT, or may manage (5603) a posting that
      *> WS-GPA-STUDENT has applied to.
      *>*****************************************************************
       5655-CHECK-GPA-VISIBLE.
           MOVE 0 TO WS-GPA-VISIBLE
           IF WS-GPA-STUDENT = WS-USERNAME(WS-CURRENT-USER-INDEX)
               MOVE 1 TO WS-GPA-VISIBLE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GPA-APP-IDX FROM 1 BY 1
               UNTIL WS-GPA-APP-IDX > WS-ALL-APPS-COUNT
                   OR WS-GPA-VISIBLE = 1
               IF WS-AT-USERNAME(WS-GPA-APP-IDX) = WS-GPA-STUDENT
                   MOVE 0 TO WS-RCT-CHECK-JOB-IDX
                   PERFORM VARYING WS-GPA-JOB-IDX FROM 1 BY 1
                       UNTIL WS-GPA-JOB-IDX > WS-JOB-COUNT
                           OR WS-RCT-CHECK-JOB-IDX > 0
                       IF WS-JT-ID(WS-GPA-JOB-IDX)
                           = WS-AT-JOB-ID(WS-GPA-APP-IDX)
                           MOVE WS-GPA-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
                       END-IF
                   END-PERFORM
                   PERFORM 5603-CHECK-POSTING-ACCESS
                   IF WS-RCT-CAN-MANAGE = 1
                       MOVE 1 TO WS-GPA-VISIBLE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5656-DISPLAY-PROFILE-GPA: GPA line for the profile at
      *> WS-DISPLAY-PROFILE-INDEX. Callers decide visibility first.
      *>*****************************************************************
       5656-DISPLAY-PROFILE-GPA.
           IF WS-GPA(WS-DISPLAY-PROFILE-INDEX) IS NOT NUMERIC
               OR WS-GPA(WS-DISPLAY-PROFILE-INDEX) = 0
               MOVE "GPA: Not reported" TO WS-OUTPUT-LINE
           ELSE
               MOVE WS-GPA(WS-DISPLAY-PROFILE-INDEX) TO WS-GPA-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "GPA: " WS-GPA-DISPLAY
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5657-DISPLAY-MIN-GPA: "Minimum GPA:" line for the posting at
      *> WS-GPA-JOB-IDX; nothing when the posting has no minimum.
      *>*****************************************************************
       5657-DISPLAY-MIN-GPA.
           IF WS-JT-MIN-GPA(WS-GPA-JOB-IDX) > 0
               MOVE WS-JT-MIN-GPA(WS-GPA-JOB-IDX) TO WS-GPA-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Minimum GPA: " WS-GPA-DISPLAY
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5658-SHOW-APPLICANT-GPA: GPA line for the applicant at
      *> WS-BROWSE-IDX in 5344-VIEW-APPLICANTS-FOR-POSTING, flagged
      *> when it is under the minimum of the posting at
      *> WS-MYJOB-SELECTED-IDX. Applying is what makes it visible.
      *>*****************************************************************
       5658-SHOW-APPLICANT-GPA.
           MOVE 0 TO WS-GPA-PROF-IDX
           PERFORM VARYING WS-GPA-APP-IDX FROM 1 BY 1
               UNTIL WS-GPA-APP-IDX > WS-PROFILE-COUNT
                   OR WS-GPA-PROF-IDX > 0
               IF WS-PROF-USERNAME(WS-GPA-APP-IDX)
                   = WS-AT-USERNAME(WS-BROWSE-IDX)
                   MOVE WS-GPA-APP-IDX TO WS-GPA-PROF-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-GPA-PROF-IDX = 0
               MOVE "     GPA: Not reported" TO WS-OUTPUT-LINE
           ELSE
               IF WS-GPA(WS-GPA-PROF-IDX) IS NOT NUMERIC
                   OR WS-GPA(WS-GPA-PROF-IDX) = 0
                   MOVE "     GPA: Not reported" TO WS-OUTPUT-LINE
               ELSE
                   MOVE WS-GPA(WS-GPA-PROF-IDX) TO WS-GPA-DISPLAY
                   IF WS-GPA(WS-GPA-PROF-IDX)
                       < WS-JT-MIN-GPA(WS-MYJOB-SELECTED-IDX)
                       STRING "     GPA: " WS-GPA-DISPLAY
                           " (below minimum)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "     GPA: " WS-GPA-DISPLAY
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
