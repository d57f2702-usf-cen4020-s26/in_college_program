      *>*****************************************************************
      *> FILE:    PROJECTS_SRC.cpy
      *> PURPOSE: Projects and portfolio section on profiles. Students
      *>          record projects with their role, dates, a
      *>          description, a portfolio or repository link and the
      *>          skills used; the profile views list them, Generate
      *>          My Resume and the career-fair resume book print them,
      *>          the per-user data export carries them, and candidate
      *>          search counts project skills as evidence of a skill.
      *>
      *> PARAGRAPHS:
      *>   7470-LOAD-PROJECTS       - Load PROJECTS.DAT at startup
      *>   7471-READ-PROJECTS-LOOP  - Recursive read for 7470
      *>   7472-REWRITE-PROJECTS-FILE - Crash-safe rewrite
      *>   7473-PROJECTS-MENU       - My Projects screen
      *>   7474-ADD-PROJECT         - Record one project
      *>   7475-DISPLAY-USER-PROJECTS - List WS-PRJ-SHOW-USER's rows
      *>                              (used by the profile views)
      *>   7476-REMOVE-PROJECT      - Drop one of the user's rows
      *>   7477-WRITE-RESUME-PROJECTS - PROJECTS section of a resume
      *>   7478-CHECK-PROJECT-SKILL - Does WS-PRJ-FOR-USER list
      *>                              WS-PRJ-CHECK-SKILL on a project?
      *>   7479-BUILD-PROJECT-SKILLS - Skills of row WS-PRJ-IDX as one
      *>                              comma-separated line
      *>
      *> DEPENDENCIES:
      *>   WS-PROJECTS.cpy  - table and scratch
      *>   SKILLSYN_SRC.cpy - 7169-SKILLS-MATCH (synonym-aware compare)
      *>   RESUME_SRC.cpy   - 7181-WRITE-RESUME-LINE
      *>   main.cob         - PROJECTS-FILE, 8000/8100
      *>*****************************************************************

       7470-LOAD-PROJECTS.
           MOVE 0   TO WS-PRJ-COUNT
           MOVE "N" TO WS-PROJECTS-EOF

           OPEN INPUT PROJECTS-FILE

           EVALUATE WS-PROJECTS-STATUS
               WHEN "00"
                   PERFORM 7471-READ-PROJECTS-LOOP
                   CLOSE PROJECTS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open PROJECTS.DAT. "
                       "STATUS=" WS-PROJECTS-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       7471-READ-PROJECTS-LOOP.
           READ PROJECTS-FILE
               AT END
                   MOVE "Y" TO WS-PROJECTS-EOF
               NOT AT END
                   IF WS-PRJ-COUNT < WS-CONST-MAX-PROJECTS
                       ADD 1 TO WS-PRJ-COUNT
                       MOVE PRJ-USERNAME
                           TO WS-PRJ-USERNAME(WS-PRJ-COUNT)
                       MOVE PRJ-TITLE TO WS-PRJ-TITLE(WS-PRJ-COUNT)
                       MOVE PRJ-ROLE  TO WS-PRJ-ROLE(WS-PRJ-COUNT)
                       MOVE PRJ-DATES TO WS-PRJ-DATES(WS-PRJ-COUNT)
                       MOVE PRJ-DESC  TO WS-PRJ-DESC(WS-PRJ-COUNT)
                       MOVE PRJ-LINK  TO WS-PRJ-LINK(WS-PRJ-COUNT)
                       PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
                           UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
                           MOVE PRJ-SKILL(WS-PRJ-SKILL-IDX)
                               TO WS-PRJ-SKILL(WS-PRJ-COUNT,
                                   WS-PRJ-SKILL-IDX)
                       END-PERFORM
                   END-IF
           END-READ

           IF WS-PROJECTS-EOF = "N"
               PERFORM 7471-READ-PROJECTS-LOOP
           END-IF
           EXIT.

       7472-REWRITE-PROJECTS-FILE.
           MOVE WS-PROJECTS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-PROJECTS-TMP-PATH TO WS-PROJECTS-PATH
           OPEN OUTPUT PROJECTS-FILE
           IF WS-PROJECTS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-PROJECTS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open PROJECTS.DAT for "
                   & "rewrite. STATUS=" WS-PROJECTS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               MOVE WS-PRJ-USERNAME(WS-PRJ-IDX) TO PRJ-USERNAME
               MOVE WS-PRJ-TITLE(WS-PRJ-IDX)    TO PRJ-TITLE
               MOVE WS-PRJ-ROLE(WS-PRJ-IDX)     TO PRJ-ROLE
               MOVE WS-PRJ-DATES(WS-PRJ-IDX)    TO PRJ-DATES
               MOVE WS-PRJ-DESC(WS-PRJ-IDX)     TO PRJ-DESC
               MOVE WS-PRJ-LINK(WS-PRJ-IDX)     TO PRJ-LINK
               PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
                   MOVE WS-PRJ-SKILL(WS-PRJ-IDX, WS-PRJ-SKILL-IDX)
                       TO PRJ-SKILL(WS-PRJ-SKILL-IDX)
               END-PERFORM
               WRITE PRJ-RECORD
           END-PERFORM
           CLOSE PROJECTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-PROJECTS-PATH
           MOVE "PROJECTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-PROJECTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-PROJECTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-PROJECTS-TMP-PATH
               WS-PROJECTS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace PROJECTS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7473-PROJECTS-MENU: My Projects, from the main menu.
      *>*****************************************************************
       7473-PROJECTS-MENU.
           IF ROLE-EMPLOYER
               MOVE "Projects are for student and alumni profiles."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO WS-PRJ-MENU-CHOICE
           PERFORM UNTIL WS-PRJ-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- My Projects ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. View My Projects" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Project" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Project" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Back to Main Menu" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-MENU-CHOICE
               MOVE WS-PRJ-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-PRJ-MENU-CHOICE
                   WHEN "1"
                       MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                           TO WS-PRJ-SHOW-USER
                       PERFORM 7475-DISPLAY-USER-PROJECTS
                   WHEN "2"
                       PERFORM 7474-ADD-PROJECT
                   WHEN "3"
                       PERFORM 7476-REMOVE-PROJECT
                   WHEN "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7474-ADD-PROJECT: Record one project. Only the title is
      *> required; a link must be a web address, and the skills are
      *> typed on one line separated by commas (first five kept).
      *>*****************************************************************
       7474-ADD-PROJECT.
           IF WS-PRJ-COUNT >= WS-CONST-MAX-PROJECTS
               MOVE "The projects table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Project title (max 50 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-TEMP-TITLE
           MOVE WS-PRJ-TEMP-TITLE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-PRJ-TEMP-TITLE = SPACES
               MOVE "Project title is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Your role (optional, max 30 chars): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-TEMP-ROLE
           MOVE WS-PRJ-TEMP-ROLE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Dates (optional, e.g. Spring 2026): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-TEMP-DATES
           MOVE WS-PRJ-TEMP-DATES TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Description (optional, max 150 chars): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-TEMP-DESC
           MOVE WS-PRJ-TEMP-DESC TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Link (optional, http:// or https://): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-TEMP-LINK
           MOVE WS-PRJ-TEMP-LINK TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-PRJ-TEMP-LINK NOT = SPACES
               AND WS-PRJ-TEMP-LINK(1:7) NOT = "http://"
               AND WS-PRJ-TEMP-LINK(1:8) NOT = "https://"
               MOVE "Not a web address; link left blank."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-PRJ-TEMP-LINK
           END-IF

           MOVE "Skills used (comma-separated, up to 5): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-SKILL-INPUT
           MOVE WS-PRJ-SKILL-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-PRJ-SKILL-WORK
           UNSTRING WS-PRJ-SKILL-INPUT DELIMITED BY ","
               INTO WS-PRJ-SKILL-PART(1) WS-PRJ-SKILL-PART(2)
                    WS-PRJ-SKILL-PART(3) WS-PRJ-SKILL-PART(4)
                    WS-PRJ-SKILL-PART(5)
               ON OVERFLOW
                   MOVE "Only the first 5 skills were kept."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-UNSTRING

           ADD 1 TO WS-PRJ-COUNT
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-PRJ-USERNAME(WS-PRJ-COUNT)
           MOVE WS-PRJ-TEMP-TITLE TO WS-PRJ-TITLE(WS-PRJ-COUNT)
           MOVE WS-PRJ-TEMP-ROLE  TO WS-PRJ-ROLE(WS-PRJ-COUNT)
           MOVE WS-PRJ-TEMP-DATES TO WS-PRJ-DATES(WS-PRJ-COUNT)
           MOVE WS-PRJ-TEMP-DESC  TO WS-PRJ-DESC(WS-PRJ-COUNT)
           MOVE WS-PRJ-TEMP-LINK  TO WS-PRJ-LINK(WS-PRJ-COUNT)
*> *      *>    Blank pieces ("Java,,SQL") are squeezed out.
           MOVE 0 TO WS-PRJ-CHOICE
           PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
               UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
               MOVE SPACES
                   TO WS-PRJ-SKILL(WS-PRJ-COUNT, WS-PRJ-SKILL-IDX)
           END-PERFORM
           PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
               UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
               IF WS-PRJ-SKILL-PART(WS-PRJ-SKILL-IDX) NOT = SPACES
                   ADD 1 TO WS-PRJ-CHOICE
                   MOVE FUNCTION TRIM(
                       WS-PRJ-SKILL-PART(WS-PRJ-SKILL-IDX))
                       TO WS-PRJ-SKILL(WS-PRJ-COUNT, WS-PRJ-CHOICE)
               END-IF
           END-PERFORM

           PERFORM 7472-REWRITE-PROJECTS-FILE
           MOVE "Project recorded." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7475-DISPLAY-USER-PROJECTS: List WS-PRJ-SHOW-USER's projects;
      *> shared by My Projects and the profile views.
      *>*****************************************************************
       7475-DISPLAY-USER-PROJECTS.
           MOVE 0 TO WS-PRJ-DISP-COUNT
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               IF FUNCTION TRIM(WS-PRJ-USERNAME(WS-PRJ-IDX)) =
                   FUNCTION TRIM(WS-PRJ-SHOW-USER)
                   ADD 1 TO WS-PRJ-DISP-COUNT
                   MOVE WS-PRJ-IDX
                       TO WS-PRJ-INDEX-MAP(WS-PRJ-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " WS-PRJ-DISP-COUNT ". "
                       FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-PRJ-ROLE(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       Role: "
                           FUNCTION TRIM(WS-PRJ-ROLE(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   IF WS-PRJ-DATES(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       Dates: "
                           FUNCTION TRIM(WS-PRJ-DATES(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   IF WS-PRJ-DESC(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       Description: "
                           FUNCTION TRIM(WS-PRJ-DESC(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   IF WS-PRJ-LINK(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       Link: "
                           FUNCTION TRIM(WS-PRJ-LINK(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   PERFORM 7479-BUILD-PROJECT-SKILLS
                   IF WS-PRJ-SKILL-TEXT NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       Skills used: "
                           FUNCTION TRIM(WS-PRJ-SKILL-TEXT)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRJ-DISP-COUNT = 0
               MOVE "  (no projects recorded)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7476-REMOVE-PROJECT: Drop one of the current user's rows
      *> (compact-in-place, then rewrite).
      *>*****************************************************************
       7476-REMOVE-PROJECT.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-PRJ-SHOW-USER
           PERFORM 7475-DISPLAY-USER-PROJECTS
           IF WS-PRJ-DISP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a number to remove, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-MENU-CHOICE
           MOVE WS-PRJ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-PRJ-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PRJ-MENU-CHOICE) TO WS-PRJ-CHOICE
           IF WS-PRJ-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PRJ-CHOICE > WS-PRJ-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRJ-IDX
               FROM WS-PRJ-INDEX-MAP(WS-PRJ-CHOICE) BY 1
               UNTIL WS-PRJ-IDX >= WS-PRJ-COUNT
               MOVE WS-PRJ-ENTRY(WS-PRJ-IDX + 1)
                   TO WS-PRJ-ENTRY(WS-PRJ-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-PRJ-COUNT
           PERFORM 7472-REWRITE-PROJECTS-FILE
           MOVE "Project removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7477-WRITE-RESUME-PROJECTS: PROJECTS section for the profile
      *> at WS-DISPLAY-PROFILE-INDEX, written through 7181 (so it
      *> lands in Generate My Resume and the resume book alike).
      *>*****************************************************************
       7477-WRITE-RESUME-PROJECTS.
           MOVE 0 TO WS-PRJ-DISP-COUNT
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               IF FUNCTION TRIM(WS-PRJ-USERNAME(WS-PRJ-IDX)) =
                   FUNCTION TRIM(WS-PROF-USERNAME(
                       WS-DISPLAY-PROFILE-INDEX))
                   IF WS-PRJ-DISP-COUNT = 0
                       MOVE "PROJECTS" TO WS-RESUME-LINE
                       PERFORM 7181-WRITE-RESUME-LINE
                   END-IF
                   ADD 1 TO WS-PRJ-DISP-COUNT
                   EVALUATE TRUE
                       WHEN WS-PRJ-ROLE(WS-PRJ-IDX) NOT = SPACES
                           AND WS-PRJ-DATES(WS-PRJ-IDX) NOT = SPACES
                           STRING "  "
                               FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                               ", "
                               FUNCTION TRIM(WS-PRJ-ROLE(WS-PRJ-IDX))
                               " ("
                               FUNCTION TRIM(WS-PRJ-DATES(WS-PRJ-IDX))
                               ")"
                               DELIMITED BY SIZE INTO WS-RESUME-LINE
                           END-STRING
                       WHEN WS-PRJ-ROLE(WS-PRJ-IDX) NOT = SPACES
                           STRING "  "
                               FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                               ", "
                               FUNCTION TRIM(WS-PRJ-ROLE(WS-PRJ-IDX))
                               DELIMITED BY SIZE INTO WS-RESUME-LINE
                           END-STRING
                       WHEN WS-PRJ-DATES(WS-PRJ-IDX) NOT = SPACES
                           STRING "  "
                               FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                               " ("
                               FUNCTION TRIM(WS-PRJ-DATES(WS-PRJ-IDX))
                               ")"
                               DELIMITED BY SIZE INTO WS-RESUME-LINE
                           END-STRING
                       WHEN OTHER
                           STRING "  "
                               FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                               DELIMITED BY SIZE INTO WS-RESUME-LINE
                           END-STRING
                   END-EVALUATE
                   PERFORM 7181-WRITE-RESUME-LINE
                   IF WS-PRJ-DESC(WS-PRJ-IDX) NOT = SPACES
                       STRING "    "
                           FUNCTION TRIM(WS-PRJ-DESC(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-RESUME-LINE
                       END-STRING
                       PERFORM 7181-WRITE-RESUME-LINE
                   END-IF
                   IF WS-PRJ-LINK(WS-PRJ-IDX) NOT = SPACES
                       STRING "    "
                           FUNCTION TRIM(WS-PRJ-LINK(WS-PRJ-IDX))
                           DELIMITED BY SIZE INTO WS-RESUME-LINE
                       END-STRING
                       PERFORM 7181-WRITE-RESUME-LINE
                   END-IF
                   PERFORM 7479-BUILD-PROJECT-SKILLS
                   IF WS-PRJ-SKILL-TEXT NOT = SPACES
                       STRING "    Skills used: "
                           FUNCTION TRIM(WS-PRJ-SKILL-TEXT)
                           DELIMITED BY SIZE INTO WS-RESUME-LINE
                       END-STRING
                       PERFORM 7181-WRITE-RESUME-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRJ-DISP-COUNT > 0
               MOVE SPACES TO WS-RESUME-LINE
               PERFORM 7181-WRITE-RESUME-LINE
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7478-CHECK-PROJECT-SKILL: Set WS-PRJ-HAS-SKILL when one of
      *> WS-PRJ-FOR-USER's projects lists WS-PRJ-CHECK-SKILL
      *> (synonym-aware, SKILLSYN_SRC 7169).
      *>*****************************************************************
       7478-CHECK-PROJECT-SKILL.
           MOVE 0 TO WS-PRJ-HAS-SKILL
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
                   OR WS-PRJ-HAS-SKILL = 1
               IF FUNCTION TRIM(WS-PRJ-USERNAME(WS-PRJ-IDX)) =
                   FUNCTION TRIM(WS-PRJ-FOR-USER)
                   PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
                       UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
                           OR WS-PRJ-HAS-SKILL = 1
                       IF WS-PRJ-SKILL(WS-PRJ-IDX, WS-PRJ-SKILL-IDX)
                           NOT = SPACES
                           MOVE WS-PRJ-SKILL(WS-PRJ-IDX,
                               WS-PRJ-SKILL-IDX) TO WS-SYN-INPUT
                           MOVE WS-PRJ-CHECK-SKILL TO WS-SYN-INPUT-B
                           PERFORM 7169-SKILLS-MATCH
                           IF WS-SYN-SEEN = 1
                               MOVE 1 TO WS-PRJ-HAS-SKILL
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7479-BUILD-PROJECT-SKILLS: WS-PRJ-SKILL-TEXT = the skills of
      *> row WS-PRJ-IDX as "a, b, c" (spaces when none).
      *>*****************************************************************
       7479-BUILD-PROJECT-SKILLS.
           MOVE SPACES TO WS-PRJ-SKILL-TEXT
           MOVE 1 TO WS-PRJ-SKILL-PTR
           PERFORM VARYING WS-PRJ-SKILL-IDX FROM 1 BY 1
               UNTIL WS-PRJ-SKILL-IDX > WS-PRJ-MAX-SKILLS
               IF WS-PRJ-SKILL(WS-PRJ-IDX, WS-PRJ-SKILL-IDX)
                   NOT = SPACES
                   IF WS-PRJ-SKILL-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-PRJ-SKILL-TEXT
                           WITH POINTER WS-PRJ-SKILL-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-PRJ-SKILL(WS-PRJ-IDX,
                           WS-PRJ-SKILL-IDX))
                       DELIMITED BY SIZE
                       INTO WS-PRJ-SKILL-TEXT
                       WITH POINTER WS-PRJ-SKILL-PTR
                   END-STRING
               END-IF
           END-PERFORM
           EXIT.
