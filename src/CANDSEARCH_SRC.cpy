      *> DEPENDENCIES:
      *>   WS-CANDSEARCH.cpy - filters and work fields
      *>   PROFILE.cpy       - 7126-CHECK-VIEWER-CONNECTED
      *>   CONSENT_SRC.cpy   - 5972-CHECK-CONSENT (SEARCH purpose)
      *>   SKILLTEST_SRC.cpy - 5736-BUILD-VERIFIED-LIST (badge line)
      *>   main.cob          - WS-USER-PROFILES, 8000-WRITE-OUTPUT,
      *>                        8100-READ-INPUT
      *>*****************************************************************
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE WS-PROF-USERNAME(WS-CAND-IDX) TO WS-SKT-USER
                   PERFORM 5736-BUILD-VERIFIED-LIST
                   IF WS-SKT-BADGE-COUNT > 0
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "      Verified skills: "
                           FUNCTION TRIM(WS-SKT-BADGE-LIST)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CAND-FOUND-COUNT = 0
                       MOVE 1 TO WS-CAND-MATCH
                   END-IF
               END-PERFORM
*> *      *>    Coursework counts too: a passed course that teaches the
*> *      *>    skill qualifies the candidate (COURSE_SRC 5643/5644).
               IF WS-CAND-MATCH = 0
                   MOVE WS-PROF-USERNAME(WS-CAND-IDX) TO WS-CRS-FOR-USER
                   PERFORM 5643-BUILD-COURSE-SKILLS
                   MOVE WS-CAND-FILTER-SKILL TO WS-CRS-CHECK-SKILL
                   PERFORM 5644-CHECK-COURSE-SKILL
                   IF WS-CRS-HAS-SKILL = 1
                       MOVE 1 TO WS-CAND-MATCH
                   END-IF
               END-IF
*> *      *>    So does a project that lists the skill as used
*> *      *>    (PROJECTS_SRC 7478).
               IF WS-CAND-MATCH = 0
                   MOVE WS-PROF-USERNAME(WS-CAND-IDX) TO WS-PRJ-FOR-USER
                   MOVE WS-CAND-FILTER-SKILL TO WS-PRJ-CHECK-SKILL
                   PERFORM 7478-CHECK-PROJECT-SKILL
                   IF WS-PRJ-HAS-SKILL = 1
                       MOVE 1 TO WS-CAND-MATCH
                   END-IF
               END-IF
               IF WS-CAND-MATCH = 0
                   EXIT PARAGRAPH
               END-IF
               END-IF
           END-IF.

*> *      *>    Consent: students who opted out of employer search
*> *      *>    never appear (CONSENT_SRC.cpy 5972).
           MOVE WS-PROF-USERNAME(WS-CAND-IDX) TO WS-CNS-USER.
           MOVE "SEARCH" TO WS-CNS-PURPOSE.
           PERFORM 5972-CHECK-CONSENT.
           IF WS-CNS-OK = 0
               MOVE 0 TO WS-CAND-MATCH
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-CAND-MATCH.
           EXIT.
