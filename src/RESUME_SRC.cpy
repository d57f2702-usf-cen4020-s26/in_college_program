               PERFORM 7181-WRITE-RESUME-LINE
           END-IF.

*> *      *>    --- Projects (PROJECTS_SRC 7477) ---
           PERFORM 7477-WRITE-RESUME-PROJECTS.

*> *      *>    --- Skills ---
           IF WS-SKILL-COUNT(WS-DISPLAY-PROFILE-INDEX) > 0
               MOVE "SKILLS" TO WS-RESUME-LINE
