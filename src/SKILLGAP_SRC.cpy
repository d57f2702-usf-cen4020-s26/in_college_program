               MOVE 0 TO WS-GAP-DEMANDED(WS-GAP-IDX)
           END-PERFORM.
           MOVE 0 TO WS-GAP-POSTINGS-SEEN.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CRS-FOR-USER.
           PERFORM 5643-BUILD-COURSE-SKILLS.

*> *      *>    Demand from saved jobs: look each bookmark up in the
*> *      *>    job table for its title and description.
                   END-IF
               END-IF
           END-PERFORM.
*> *      *>    A skill the profile does not list is still held when a
*> *      *>    passed course teaches it (COURSE_SRC 5644).
           IF WS-GAP-HAVE-IT = 0
               MOVE WS-GAP-KEYWORD(WS-GAP-IDX) TO WS-CRS-CHECK-SKILL
               PERFORM 5644-CHECK-COURSE-SKILL
               IF WS-CRS-HAS-SKILL = 1
                   MOVE 1 TO WS-GAP-HAVE-IT
               END-IF
           END-IF.
           EXIT.
