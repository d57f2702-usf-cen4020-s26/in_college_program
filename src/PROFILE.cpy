      *>                        WS-PROFVIEW-RECENT-TABLE, WS-PROFVIEW-EOF
      *>   main.cob          - 8000-WRITE-OUTPUT, 8100-READ-INPUT, PROFILES-FILE,
      *>                        PROFILEVIEWS-FILE, PROFVIEW-RECORD
      *>   SKILLTEST_SRC.cpy - 5735-FIND-VERIFICATION (7151's verified
      *>                        badge)
      *>*****************************************************************

*> *      *>*****************************************************************
                   PROF-VISIBILITY
               MOVE WS-ALUMNI-FLAG(WS-ACCOUNT-INDEX)
                   TO PROF-ALUMNI-FLAG
               IF WS-GPA(WS-ACCOUNT-INDEX) IS NUMERIC
                   MOVE WS-GPA(WS-ACCOUNT-INDEX) TO PROF-GPA
               ELSE
                   MOVE 0 TO PROF-GPA
               END-IF
               MOVE WS-WORK-AUTH(WS-ACCOUNT-INDEX) TO PROF-WORK-AUTH

               WRITE PROFILE-RECORD
               IF WS-PROFILES-STATUS NOT = WS-CONST-FS-OK

           PERFORM 7110-DISPLAY-BASIC-INFO.

           PERFORM 5656-DISPLAY-PROFILE-GPA.

           PERFORM 5662-DISPLAY-PROFILE-WORK-AUTH.

           PERFORM 7120-DISPLAY-ABOUT-ME.

           PERFORM 7125-DISPLAY-RESUME-REF.
               TO WS-CRT-SHOW-USER.
           PERFORM 7195-DISPLAY-USER-CERTS.

           MOVE "Projects:" TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-PRJ-SHOW-USER.
           PERFORM 7475-DISPLAY-USER-PROJECTS.

           MOVE "Coursework:" TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-CRS-SHOW-USER.
           PERFORM 5640-DISPLAY-USER-COURSES.

           PERFORM 7133-DISPLAY-RECOMMENDATIONS.

           PERFORM 7128-DISPLAY-RECENT-VIEWERS.

           PERFORM 5975-DISPLAY-CONSENTS.

           MOVE "--------------------" TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.

*> *      *>*****************************************************************
*> *      *> 7127-DISPLAY-MUTUAL-CONNECTIONS: Count and show connections    *
*> *      *>                        shared by the viewer and the profile    *
*> *      *>                        owner at WS-DISPLAY-PROFILE-INDEX.      *
*> *      *>   The owner's connections are read by key (NETKEY_SRC 9256);   *
*> *      *>   the viewer's are in the working set.                        *
*> *      *>*****************************************************************
       7127-DISPLAY-MUTUAL-CONNECTIONS.
           MOVE 0 TO WS-MUTUAL-COUNT.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-NBR-KEY-USER.
           PERFORM 9256-LOAD-NEIGHBORS.
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-NBR-COUNT
               MOVE WS-NBR-USER(WS-CONN-IDX) TO WS-MUTUAL-OWNER-OTHER

               IF WS-MUTUAL-OWNER-OTHER NOT = SPACES
                  AND FUNCTION TRIM(WS-MUTUAL-OWNER-OTHER) NOT =
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

*> *      *>    Verified badge: the skill's best passed assessment.
           MOVE WS-SKILL-NAME(WS-DISPLAY-PROFILE-INDEX, WS-DISPLAY-INDEX)
               TO WS-SYN-INPUT.
           PERFORM 7168-NORMALIZE-SKILL.
           MOVE WS-SYN-OUTPUT TO WS-SKT-SKILL.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-SKT-USER.
           PERFORM 5735-FIND-VERIFICATION.
           IF WS-SKT-VERIFIED = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "      Verified: " FUNCTION TRIM(WS-SKT-VER-LEVEL)
                   " (assessed " WS-SKT-VER-DATE ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

*> *      *>*****************************************************************
*> *      *> 7134-COMPUTE-COMPLETENESS: Score how much of the profile at    *
*> *      *> WS-COMPLETE-IDX is actually filled in. Five optional sections  *
                       MOVE "Invalid input. Please try again." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   ELSE
                       MOVE WS-TEMP-MAJOR TO WS-MJR-INPUT
                       PERFORM 7188-NORMALIZE-MAJOR
                       IF WS-MJR-VALID = 1
                           MOVE WS-MJR-OUTPUT TO WS-TEMP-MAJOR
                           MOVE 1 TO WS-INPUT-VALID
                       ELSE
                           MOVE "Not a recognized major. Please try again."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

           PERFORM 5651-PROMPT-PROFILE-GPA.

           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF.

           PERFORM 5659-PROMPT-WORK-AUTH.

           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7036-PROMPT-VISIBILITY.

           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF.

           PERFORM 5974-PROMPT-CONSENTS.

           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7310-GET-EXPERIENCE-ENTRIES.

           IF WS-EOF-FLAG = 1
               WS-RESUME-REF(WS-CURRENT-PROFILE-INDEX).
           MOVE WS-TEMP-VISIBILITY TO
               WS-PROFILE-VISIBILITY(WS-CURRENT-PROFILE-INDEX).
           MOVE WS-TEMP-GPA TO
               WS-GPA(WS-CURRENT-PROFILE-INDEX).
           MOVE WS-TEMP-WORK-AUTH TO
               WS-WORK-AUTH(WS-CURRENT-PROFILE-INDEX).

           MOVE WS-EXP-LOOP-INDEX TO
               WS-EXP-COUNT(WS-CURRENT-PROFILE-INDEX).
               MOVE WS-TEMP-EDU-YEARS(WS-SAVE-INDEX) TO
                   WS-EDU-YEARS(WS-CURRENT-PROFILE-INDEX, WS-SAVE-INDEX)
           END-PERFORM.
