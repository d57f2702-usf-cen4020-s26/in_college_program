      *>*****************************************************************
      *> FILE:    COURSE_SRC.cpy
      *> PURPOSE: Coursework on profiles. Students record the courses
      *>          they have taken (code, title, term, grade) under My
      *>          Coursework; the registrar's COURSEFEED.DAT is loaded
      *>          by the roster delta sync and is authoritative for the
      *>          rows it carries. COURSESKILL.DAT, maintained from the
      *>          admin menu, maps a course code to the skills it
      *>          teaches. A course passed with a real grade then counts
      *>          as evidence of those skills wherever a profile's
      *>          skills are matched: recommended jobs (5333), the
      *>          skills gap report (5462), candidate search (5451) and
      *>          applicant fit (5627).
      *>
      *> PARAGRAPHS:
      *>   5631-LOAD-COURSEWORK / 5632 loop
      *>   5633-REWRITE-COURSEWORK     - Crash-safe full rewrite
      *>   5634-LOAD-COURSE-MAP / 5635 loop
      *>   5636-REWRITE-COURSE-MAP     - Crash-safe full rewrite
      *>   5637-MY-COURSEWORK-MENU     - Main menu: view/add/remove
      *>   5638-ADD-COURSE             - Student records one course
      *>   5639-REMOVE-COURSE          - Student drops one of their own
      *>   5640-DISPLAY-USER-COURSES   - List WS-CRS-SHOW-USER's courses
      *>   5641-IMPORT-COURSE-FEED / 5642 loop - Registrar feed upsert
      *>   5643-BUILD-COURSE-SKILLS    - Skills WS-CRS-FOR-USER's passed
      *>                                 courses add beyond the profile
      *>   5648-ADD-COURSE-SKILL       - One skill into that table
      *>   5644-CHECK-COURSE-SKILL     - Is WS-CRS-CHECK-SKILL among them
      *>   5645-MAINTAIN-COURSE-MAP    - Admin screen for COURSESKILL.DAT
      *>   5649-ADD-COURSE-MAPPING / 5650-REMOVE-COURSE-MAPPING
      *>   5646-NORMALIZE-COURSE-CODE  - "cs 101" / "CS-101" -> "CS101"
      *>   5647-CHECK-PASSING-GRADE    - WS-CRS-PASSED for one row
      *>
      *> DEPENDENCIES:
      *>   WS-COURSE.cpy, WS-SKILLSYN.cpy (7168/7169), main.cob
      *>   (COURSEWORK-FILE, COURSESKILL-FILE, COURSEFEED-FILE,
      *>   WS-USER-ACCOUNTS, WS-USER-PROFILES)
      *>*****************************************************************

       5631-LOAD-COURSEWORK.
           MOVE 0 TO WS-CRS-COUNT
           MOVE "N" TO WS-COURSEWORK-EOF
           OPEN INPUT COURSEWORK-FILE
           IF WS-COURSEWORK-STATUS = WS-CONST-FS-OK
               PERFORM 5632-READ-COURSEWORK-LOOP
                   UNTIL WS-COURSEWORK-EOF = "Y"
               CLOSE COURSEWORK-FILE
           END-IF
           EXIT.

       5632-READ-COURSEWORK-LOOP.
           READ COURSEWORK-FILE
               AT END
                   MOVE "Y" TO WS-COURSEWORK-EOF
               NOT AT END
                   IF WS-CRS-COUNT < WS-CONST-MAX-COURSEWORK
                       AND FUNCTION TRIM(CRS-USERNAME) NOT = SPACES
                       AND FUNCTION TRIM(CRS-CODE) NOT = SPACES
                       ADD 1 TO WS-CRS-COUNT
                       MOVE CRS-USERNAME TO WS-CRS-USERNAME(WS-CRS-COUNT)
                       MOVE CRS-CODE     TO WS-CRS-CODE(WS-CRS-COUNT)
                       MOVE CRS-TITLE    TO WS-CRS-TITLE(WS-CRS-COUNT)
                       MOVE CRS-TERM     TO WS-CRS-TERM(WS-CRS-COUNT)
                       MOVE CRS-GRADE    TO WS-CRS-GRADE(WS-CRS-COUNT)
                       IF CRS-SOURCE = "R"
                           MOVE "R" TO WS-CRS-SOURCE(WS-CRS-COUNT)
                       ELSE
                           MOVE "S" TO WS-CRS-SOURCE(WS-CRS-COUNT)
                       END-IF
                   END-IF
           END-READ
           EXIT.

       5633-REWRITE-COURSEWORK.
           MOVE WS-COURSEWORK-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-COURSEWORK-TMP-PATH TO WS-COURSEWORK-PATH
           OPEN OUTPUT COURSEWORK-FILE
           IF WS-COURSEWORK-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-COURSEWORK-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite COURSEWORK.DAT. "
                   "STATUS=" WS-COURSEWORK-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
               MOVE WS-CRS-USERNAME(WS-CRS-IDX) TO CRS-USERNAME
               MOVE WS-CRS-CODE(WS-CRS-IDX)     TO CRS-CODE
               MOVE WS-CRS-TITLE(WS-CRS-IDX)    TO CRS-TITLE
               MOVE WS-CRS-TERM(WS-CRS-IDX)     TO CRS-TERM
               MOVE WS-CRS-GRADE(WS-CRS-IDX)    TO CRS-GRADE
               MOVE WS-CRS-SOURCE(WS-CRS-IDX)   TO CRS-SOURCE
               WRITE CRS-RECORD
           END-PERFORM
           CLOSE COURSEWORK-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-COURSEWORK-PATH
           MOVE "COURSEWORK.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-COURSEWORK-PATH TO WS-JRN-OLD-PATH
           MOVE WS-COURSEWORK-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-COURSEWORK-TMP-PATH
               WS-COURSEWORK-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace COURSEWORK.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5634-LOAD-COURSE-MAP.
           MOVE 0 TO WS-CSM-COUNT
           MOVE "N" TO WS-COURSESKILL-EOF
           OPEN INPUT COURSESKILL-FILE
           IF WS-COURSESKILL-STATUS = WS-CONST-FS-OK
               PERFORM 5635-READ-COURSE-MAP-LOOP
                   UNTIL WS-COURSESKILL-EOF = "Y"
               CLOSE COURSESKILL-FILE
           END-IF
           EXIT.

       5635-READ-COURSE-MAP-LOOP.
           READ COURSESKILL-FILE
               AT END
                   MOVE "Y" TO WS-COURSESKILL-EOF
               NOT AT END
                   IF WS-CSM-COUNT < WS-CONST-MAX-COURSEMAP
                       AND FUNCTION TRIM(CSM-CODE) NOT = SPACES
                       AND FUNCTION TRIM(CSM-SKILL) NOT = SPACES
                       ADD 1 TO WS-CSM-COUNT
                       MOVE CSM-CODE  TO WS-CSM-CODE(WS-CSM-COUNT)
                       MOVE CSM-SKILL TO WS-CSM-SKILL(WS-CSM-COUNT)
                   END-IF
           END-READ
           EXIT.

       5636-REWRITE-COURSE-MAP.
           MOVE WS-COURSESKILL-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-COURSESKILL-TMP-PATH TO WS-COURSESKILL-PATH
           OPEN OUTPUT COURSESKILL-FILE
           IF WS-COURSESKILL-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-COURSESKILL-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite COURSESKILL.DAT. "
                   "STATUS=" WS-COURSESKILL-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSM-IDX FROM 1 BY 1
               UNTIL WS-CSM-IDX > WS-CSM-COUNT
               MOVE WS-CSM-CODE(WS-CSM-IDX)  TO CSM-CODE
               MOVE WS-CSM-SKILL(WS-CSM-IDX) TO CSM-SKILL
               WRITE CSM-RECORD
           END-PERFORM
           CLOSE COURSESKILL-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-COURSESKILL-PATH
           MOVE "COURSESKILL.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-COURSESKILL-PATH TO WS-JRN-OLD-PATH
           MOVE WS-COURSESKILL-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-COURSESKILL-TMP-PATH
               WS-COURSESKILL-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace COURSESKILL.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5637-MY-COURSEWORK-MENU: Main menu option. Employer accounts
      *> have no transcript, so the screen is for students and alumni.
      *>*****************************************************************
       5637-MY-COURSEWORK-MENU.
           IF ROLE-EMPLOYER
               MOVE "Coursework is for student and alumni accounts."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO WS-CRS-MENU-CHOICE
           PERFORM UNTIL WS-CRS-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- My Coursework ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. View My Coursework" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Course" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Course" TO WS-OUTPUT-LINE
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
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-MENU-CHOICE
               MOVE WS-CRS-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-CRS-MENU-CHOICE
                   WHEN "1"
                       MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                           TO WS-CRS-SHOW-USER
                       PERFORM 5640-DISPLAY-USER-COURSES
                   WHEN "2"
                       PERFORM 5638-ADD-COURSE
                   WHEN "3"
                       PERFORM 5639-REMOVE-COURSE
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
      *> 5638-ADD-COURSE: Record one course for the signed-on user. The
      *> same code and term may be on file only once; the grade may be
      *> left blank while the course is in progress.
      *>*****************************************************************
       5638-ADD-COURSE.
           IF WS-CRS-COUNT >= WS-CONST-MAX-COURSEWORK
               MOVE "The coursework table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Course code (e.g. CS101): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-CODE-WORK
           MOVE WS-CRS-CODE-WORK TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5646-NORMALIZE-COURSE-CODE
           MOVE WS-CRS-CODE-WORK TO WS-CRS-NEW-CODE
           IF WS-CRS-NEW-CODE = SPACES
               MOVE "A course code is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Course title (max 50 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-NEW-TITLE
           MOVE WS-CRS-NEW-TITLE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Term (e.g. FALL2025): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-CRS-NEW-TERM
           MOVE WS-CRS-NEW-TERM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CRS-NEW-TERM = SPACES
               MOVE "A term is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Grade (blank if in progress): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-CRS-NEW-GRADE
           MOVE WS-CRS-NEW-GRADE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF FUNCTION TRIM(WS-CRS-USERNAME(WS-CRS-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   AND WS-CRS-CODE(WS-CRS-IDX) = WS-CRS-NEW-CODE
                   AND WS-CRS-TERM(WS-CRS-IDX) = WS-CRS-NEW-TERM
                   MOVE "That course is already on file for that term."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           ADD 1 TO WS-CRS-COUNT
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-CRS-USERNAME(WS-CRS-COUNT)
           MOVE WS-CRS-NEW-CODE  TO WS-CRS-CODE(WS-CRS-COUNT)
           MOVE WS-CRS-NEW-TITLE TO WS-CRS-TITLE(WS-CRS-COUNT)
           MOVE WS-CRS-NEW-TERM  TO WS-CRS-TERM(WS-CRS-COUNT)
           MOVE WS-CRS-NEW-GRADE TO WS-CRS-GRADE(WS-CRS-COUNT)
           MOVE "S"              TO WS-CRS-SOURCE(WS-CRS-COUNT)
           PERFORM 5633-REWRITE-COURSEWORK
           MOVE "Course recorded." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5639-REMOVE-COURSE: Drop one of the user's own rows (compact-
      *> in-place, then rewrite). Registrar rows are the official
      *> record and are corrected through the next feed instead.
      *>*****************************************************************
       5639-REMOVE-COURSE.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CRS-SHOW-USER
           PERFORM 5640-DISPLAY-USER-COURSES
           IF WS-CRS-DISP-COUNT = 0
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
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-MENU-CHOICE
           MOVE WS-CRS-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-CRS-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CRS-MENU-CHOICE) TO WS-CRS-CHOICE
           IF WS-CRS-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CRS-CHOICE > WS-CRS-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRS-INDEX-MAP(WS-CRS-CHOICE) TO WS-CRS-FOUND-IDX
           IF WS-CRS-FROM-REGISTRAR(WS-CRS-FOUND-IDX)
               MOVE "Registrar records cannot be removed here; ask the "
                   & "registrar to correct them." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRS-IDX FROM WS-CRS-FOUND-IDX BY 1
               UNTIL WS-CRS-IDX >= WS-CRS-COUNT
               MOVE WS-CRS-ENTRY(WS-CRS-IDX + 1)
                   TO WS-CRS-ENTRY(WS-CRS-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CRS-COUNT
           PERFORM 5633-REWRITE-COURSEWORK
           MOVE "Course removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5640-DISPLAY-USER-COURSES: List WS-CRS-SHOW-USER's courses,
      *> each with the skills the course map credits it with; shared
      *> by My Coursework and the profile views.
      *>*****************************************************************
       5640-DISPLAY-USER-COURSES.
           MOVE 0 TO WS-CRS-DISP-COUNT
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF FUNCTION TRIM(WS-CRS-USERNAME(WS-CRS-IDX)) =
                   FUNCTION TRIM(WS-CRS-SHOW-USER)
                   AND WS-CRS-DISP-COUNT < 100
                   ADD 1 TO WS-CRS-DISP-COUNT
                   MOVE WS-CRS-IDX
                       TO WS-CRS-INDEX-MAP(WS-CRS-DISP-COUNT)
                   MOVE SPACES TO WS-CRS-SOURCE-TAG
                   IF WS-CRS-FROM-REGISTRAR(WS-CRS-IDX)
                       MOVE " [registrar]" TO WS-CRS-SOURCE-TAG
                   END-IF
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-CRS-GRADE(WS-CRS-IDX) = SPACES
                       STRING "  " WS-CRS-DISP-COUNT ". "
                           FUNCTION TRIM(WS-CRS-CODE(WS-CRS-IDX))
                           " " FUNCTION TRIM(WS-CRS-TITLE(WS-CRS-IDX))
                           " (" FUNCTION TRIM(WS-CRS-TERM(WS-CRS-IDX))
                           ", in progress)" WS-CRS-SOURCE-TAG
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "  " WS-CRS-DISP-COUNT ". "
                           FUNCTION TRIM(WS-CRS-CODE(WS-CRS-IDX))
                           " " FUNCTION TRIM(WS-CRS-TITLE(WS-CRS-IDX))
                           " (" FUNCTION TRIM(WS-CRS-TERM(WS-CRS-IDX))
                           ", grade "
                           FUNCTION TRIM(WS-CRS-GRADE(WS-CRS-IDX)) ")"
                           WS-CRS-SOURCE-TAG
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT

                   MOVE SPACES TO WS-CRS-SKILL-LIST
                   MOVE 1 TO WS-CRS-SKILL-PTR
                   PERFORM VARYING WS-CSM-IDX FROM 1 BY 1
                       UNTIL WS-CSM-IDX > WS-CSM-COUNT
                       IF WS-CSM-CODE(WS-CSM-IDX) =
                           WS-CRS-CODE(WS-CRS-IDX)
                           IF WS-CRS-SKILL-PTR > 1
                               STRING ", " DELIMITED BY SIZE
                                   INTO WS-CRS-SKILL-LIST
                                   WITH POINTER WS-CRS-SKILL-PTR
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(WS-CSM-SKILL(WS-CSM-IDX))
                               DELIMITED BY SIZE INTO WS-CRS-SKILL-LIST
                               WITH POINTER WS-CRS-SKILL-PTR
                           END-STRING
                       END-IF
                   END-PERFORM
                   IF WS-CRS-SKILL-PTR > 1
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       skills: "
                           FUNCTION TRIM(WS-CRS-SKILL-LIST)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CRS-DISP-COUNT = 0
               MOVE "  (no coursework recorded)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5641-IMPORT-COURSE-FEED: Load the registrar's COURSEFEED.DAT
      *> (run by the roster delta sync). Each row is upserted on
      *> username + course code + term and marked as a registrar row;
      *> rows for unknown accounts or with no code are diverted to
      *> REJECTS.DAT. A missing feed is not an error.
      *>*****************************************************************
       5641-IMPORT-COURSE-FEED.
           MOVE 0 TO WS-CRS-FEED-LINE
           MOVE 0 TO WS-CRS-FEED-ADDED
           MOVE 0 TO WS-CRS-FEED-UPDATED
           MOVE 0 TO WS-CRS-FEED-REJECTED
           MOVE "N" TO WS-COURSEFEED-EOF

           OPEN INPUT COURSEFEED-FILE
           EVALUATE WS-COURSEFEED-STATUS
               WHEN "00"
                   PERFORM 5642-READ-COURSE-FEED-LOOP
                       UNTIL WS-COURSEFEED-EOF = "Y"
                   CLOSE COURSEFEED-FILE
               WHEN "35"
                   MOVE "No COURSEFEED.DAT file found; coursework "
                       & "unchanged." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "ERROR: Could not open COURSEFEED.DAT. "
                       "STATUS=" WS-COURSEFEED-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CRS-FEED-ADDED > 0 OR WS-CRS-FEED-UPDATED > 0
               PERFORM 5633-REWRITE-COURSEWORK
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Coursework rows added: " WS-CRS-FEED-ADDED
               ", updated: " WS-CRS-FEED-UPDATED
               ", rejected: " WS-CRS-FEED-REJECTED
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5642-READ-COURSE-FEED-LOOP.
           READ COURSEFEED-FILE
               AT END
                   MOVE "Y" TO WS-COURSEFEED-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CRS-FEED-LINE
           MOVE "COURSEFEED.DAT" TO WS-REJ-SOURCE-FILE
           MOVE WS-CRS-FEED-LINE TO WS-REJ-LINE-NUM

           MOVE CFD-CODE TO WS-CRS-CODE-WORK
           PERFORM 5646-NORMALIZE-COURSE-CODE
           MOVE WS-CRS-CODE-WORK TO WS-CRS-NEW-CODE
           IF FUNCTION TRIM(CFD-USERNAME) = SPACES
               OR WS-CRS-NEW-CODE = SPACES
               OR FUNCTION TRIM(CFD-TERM) = SPACES
               MOVE "username, course code and term are required"
                   TO WS-REJ-REASON
               ADD 1 TO WS-CRS-FEED-REJECTED
               PERFORM 1190-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CRS-ACCT-FOUND
           MOVE FUNCTION TRIM(CFD-USERNAME) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               MOVE 1 TO WS-CRS-ACCT-FOUND
           END-IF
           IF WS-CRS-ACCT-FOUND = 0
               MOVE "no account with that username" TO WS-REJ-REASON
               ADD 1 TO WS-CRS-FEED-REJECTED
               PERFORM 1190-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CFD-TERM))
               TO WS-CRS-NEW-TERM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CFD-GRADE))
               TO WS-CRS-NEW-GRADE
           MOVE 0 TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
                   OR WS-CRS-FOUND-IDX > 0
               IF FUNCTION TRIM(WS-CRS-USERNAME(WS-CRS-IDX)) =
                   FUNCTION TRIM(CFD-USERNAME)
                   AND WS-CRS-CODE(WS-CRS-IDX) = WS-CRS-NEW-CODE
                   AND WS-CRS-TERM(WS-CRS-IDX) = WS-CRS-NEW-TERM
                   MOVE WS-CRS-IDX TO WS-CRS-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CRS-FOUND-IDX = 0
               IF WS-CRS-COUNT >= WS-CONST-MAX-COURSEWORK
                   MOVE "coursework table is full "
                       & "(WS-CONST-MAX-COURSEWORK)" TO WS-REJ-REASON
                   ADD 1 TO WS-CRS-FEED-REJECTED
                   PERFORM 1190-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CRS-COUNT
               MOVE WS-CRS-COUNT TO WS-CRS-FOUND-IDX
               MOVE SPACES TO WS-CRS-ENTRY(WS-CRS-FOUND-IDX)
               MOVE CFD-USERNAME TO WS-CRS-USERNAME(WS-CRS-FOUND-IDX)
               MOVE WS-CRS-NEW-CODE TO WS-CRS-CODE(WS-CRS-FOUND-IDX)
               MOVE WS-CRS-NEW-TERM TO WS-CRS-TERM(WS-CRS-FOUND-IDX)
               ADD 1 TO WS-CRS-FEED-ADDED
           ELSE
               ADD 1 TO WS-CRS-FEED-UPDATED
           END-IF
           IF FUNCTION TRIM(CFD-TITLE) NOT = SPACES
               MOVE CFD-TITLE TO WS-CRS-TITLE(WS-CRS-FOUND-IDX)
           END-IF
           MOVE WS-CRS-NEW-GRADE TO WS-CRS-GRADE(WS-CRS-FOUND-IDX)
           MOVE "R" TO WS-CRS-SOURCE(WS-CRS-FOUND-IDX)
           EXIT.

      *>*****************************************************************
      *> 5643-BUILD-COURSE-SKILLS: Fill WS-CRS-USKILL-TABLE with the
      *> canonical skills WS-CRS-FOR-USER's passed courses teach and
      *> that the user's profile does not already list, so callers can
      *> fall back to it without counting a skill twice. Build once
      *> per user, then test skills with 5644. Uses the synonym
      *> scratch fields, so callers must not hold WS-SYN-* across it.
      *>*****************************************************************
       5643-BUILD-COURSE-SKILLS.
           MOVE 0 TO WS-CRS-USKILL-COUNT
           IF FUNCTION TRIM(WS-CRS-FOR-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-JDX FROM 1 BY 1
               UNTIL WS-CRS-JDX > WS-PROFILE-COUNT
                   OR WS-CRS-FOUND-IDX > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-CRS-JDX)) =
                   FUNCTION TRIM(WS-CRS-FOR-USER)
                   AND WS-HAS-PROFILE(WS-CRS-JDX) = 1
                   MOVE WS-CRS-JDX TO WS-CRS-FOUND-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF FUNCTION TRIM(WS-CRS-USERNAME(WS-CRS-IDX)) =
                   FUNCTION TRIM(WS-CRS-FOR-USER)
                   PERFORM 5647-CHECK-PASSING-GRADE
                   IF WS-CRS-PASSED = 1
                       PERFORM VARYING WS-CSM-IDX FROM 1 BY 1
                           UNTIL WS-CSM-IDX > WS-CSM-COUNT
                           IF WS-CSM-CODE(WS-CSM-IDX) =
                               WS-CRS-CODE(WS-CRS-IDX)
                               MOVE WS-CSM-SKILL(WS-CSM-IDX)
                                   TO WS-CRS-NEW-SKILL
                               PERFORM 5648-ADD-COURSE-SKILL
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5648-ADD-COURSE-SKILL: Add WS-CRS-NEW-SKILL to the table from
      *> 5643 unless it is already there or on the profile found at
      *> WS-CRS-FOUND-IDX.
      *>*****************************************************************
       5648-ADD-COURSE-SKILL.
           MOVE 0 TO WS-CRS-HAS-SKILL
           IF WS-CRS-FOUND-IDX > 0
               PERFORM VARYING WS-CRS-USKILL-IDX FROM 1 BY 1
                   UNTIL WS-CRS-USKILL-IDX >
                       WS-SKILL-COUNT(WS-CRS-FOUND-IDX)
                       OR WS-CRS-HAS-SKILL = 1
                   MOVE WS-SKILL-NAME(WS-CRS-FOUND-IDX,
                       WS-CRS-USKILL-IDX) TO WS-SYN-INPUT
                   MOVE WS-CRS-NEW-SKILL TO WS-SYN-INPUT-B
                   PERFORM 7169-SKILLS-MATCH
                   IF WS-SYN-SEEN = 1
                       MOVE 1 TO WS-CRS-HAS-SKILL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CRS-HAS-SKILL = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRS-NEW-SKILL TO WS-CRS-CHECK-SKILL
           PERFORM 5644-CHECK-COURSE-SKILL
           IF WS-CRS-HAS-SKILL = 0
               AND WS-CRS-USKILL-COUNT < 40
               ADD 1 TO WS-CRS-USKILL-COUNT
               MOVE WS-SYN-OUTPUT TO WS-CRS-USKILL(WS-CRS-USKILL-COUNT)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5644-CHECK-COURSE-SKILL: WS-CRS-HAS-SKILL = 1 when
      *> WS-CRS-CHECK-SKILL, normalized through the synonym table, is
      *> in the table last built by 5643. WS-SYN-OUTPUT is left
      *> holding the normalized form.
      *>*****************************************************************
       5644-CHECK-COURSE-SKILL.
           MOVE 0 TO WS-CRS-HAS-SKILL
           MOVE WS-CRS-CHECK-SKILL TO WS-SYN-INPUT
           PERFORM 7168-NORMALIZE-SKILL
           PERFORM VARYING WS-CRS-USKILL-IDX FROM 1 BY 1
               UNTIL WS-CRS-USKILL-IDX > WS-CRS-USKILL-COUNT
                   OR WS-CRS-HAS-SKILL = 1
               IF WS-CRS-USKILL(WS-CRS-USKILL-IDX) = WS-SYN-OUTPUT
                   MOVE 1 TO WS-CRS-HAS-SKILL
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5645-MAINTAIN-COURSE-MAP: Admin screen for COURSESKILL.DAT.
      *> Skills are stored in canonical synonym-table form, the same
      *> way posting skills are.
      *>*****************************************************************
       5645-MAINTAIN-COURSE-MAP.
           MOVE "1" TO WS-CRS-MENU-CHOICE
           PERFORM UNTIL WS-CRS-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Course-Skill Map ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List Course Skills" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Map a Course to a Skill" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Mapping" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-MENU-CHOICE
               MOVE WS-CRS-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-CRS-MENU-CHOICE
                   WHEN "1"
                       IF WS-CSM-COUNT = 0
                           MOVE "No course mappings on file yet."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                       PERFORM VARYING WS-CSM-IDX FROM 1 BY 1
                           UNTIL WS-CSM-IDX > WS-CSM-COUNT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  " WS-CSM-IDX ". "
                               FUNCTION TRIM(WS-CSM-CODE(WS-CSM-IDX))
                               " -> "
                               FUNCTION TRIM(WS-CSM-SKILL(WS-CSM-IDX))
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-PERFORM
                   WHEN "2"
                       PERFORM 5649-ADD-COURSE-MAPPING
                   WHEN "3"
                       PERFORM 5650-REMOVE-COURSE-MAPPING
                   WHEN "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

       5649-ADD-COURSE-MAPPING.
           IF WS-CSM-COUNT >= WS-CONST-MAX-COURSEMAP
               MOVE "The course-skill map is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Course code (e.g. CS101): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-CODE-WORK
           MOVE WS-CRS-CODE-WORK TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5646-NORMALIZE-COURSE-CODE
           MOVE WS-CRS-CODE-WORK TO WS-CRS-NEW-CODE
           IF WS-CRS-NEW-CODE = SPACES
               MOVE "A course code is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Skill it teaches (e.g. Python): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SYN-INPUT
           MOVE WS-SYN-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SYN-INPUT = SPACES
               MOVE "A skill is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 7168-NORMALIZE-SKILL
           PERFORM VARYING WS-CSM-IDX FROM 1 BY 1
               UNTIL WS-CSM-IDX > WS-CSM-COUNT
               IF WS-CSM-CODE(WS-CSM-IDX) = WS-CRS-NEW-CODE
                   AND WS-CSM-SKILL(WS-CSM-IDX) = WS-SYN-OUTPUT
                   MOVE "That mapping is already on file."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-CSM-COUNT
           MOVE WS-CRS-NEW-CODE TO WS-CSM-CODE(WS-CSM-COUNT)
           MOVE WS-SYN-OUTPUT   TO WS-CSM-SKILL(WS-CSM-COUNT)
           PERFORM 5636-REWRITE-COURSE-MAP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Mapped " FUNCTION TRIM(WS-CRS-NEW-CODE)
               " -> " FUNCTION TRIM(WS-SYN-OUTPUT) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5650-REMOVE-COURSE-MAPPING.
           MOVE "Number of the mapping to remove: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRS-MENU-CHOICE
           MOVE WS-CRS-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-CRS-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CRS-MENU-CHOICE) TO WS-CRS-CHOICE
           IF WS-CRS-CHOICE = 0 OR WS-CRS-CHOICE > WS-CSM-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSM-IDX FROM WS-CRS-CHOICE BY 1
               UNTIL WS-CSM-IDX >= WS-CSM-COUNT
               MOVE WS-CSM-ENTRY(WS-CSM-IDX + 1)
                   TO WS-CSM-ENTRY(WS-CSM-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CSM-COUNT
           PERFORM 5636-REWRITE-COURSE-MAP
           MOVE "Mapping removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5646-NORMALIZE-COURSE-CODE: Upper-case WS-CRS-CODE-WORK and
      *> keep only letters and digits, so "cs 101" and "CS-101" both
      *> key as "CS101". Result replaces WS-CRS-CODE-WORK.
      *>*****************************************************************
       5646-NORMALIZE-COURSE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-CRS-CODE-WORK)
               TO WS-CRS-CODE-UPPER
           MOVE SPACES TO WS-CRS-CODE-WORK
           MOVE 0 TO WS-CRS-CODE-LEN
           PERFORM VARYING WS-CRS-CODE-POS FROM 1 BY 1
               UNTIL WS-CRS-CODE-POS > 50
                   OR WS-CRS-CODE-LEN >= 10
               MOVE WS-CRS-CODE-UPPER(WS-CRS-CODE-POS:1)
                   TO WS-CRS-CODE-CHAR
               IF (WS-CRS-CODE-CHAR >= "A" AND WS-CRS-CODE-CHAR <= "Z")
                   OR (WS-CRS-CODE-CHAR >= "0"
                       AND WS-CRS-CODE-CHAR <= "9")
                   ADD 1 TO WS-CRS-CODE-LEN
                   MOVE WS-CRS-CODE-CHAR
                       TO WS-CRS-CODE-WORK(WS-CRS-CODE-LEN:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CRS-CODE-UPPER
           EXIT.

      *>*****************************************************************
      *> 5647-CHECK-PASSING-GRADE: WS-CRS-PASSED = 1 when the course at
      *> WS-CRS-IDX is complete with a passing grade. In-progress
      *> (blank), failed, withdrawn, incomplete and no-credit grades
      *> do not count as evidence of a skill.
      *>*****************************************************************
       5647-CHECK-PASSING-GRADE.
           MOVE 1 TO WS-CRS-PASSED
           EVALUATE WS-CRS-GRADE(WS-CRS-IDX)
               WHEN SPACES
               WHEN "F"
               WHEN "W"
               WHEN "WF"
               WHEN "I"
               WHEN "IP"
               WHEN "NC"
               WHEN "NP"
               WHEN "U"
                   MOVE 0 TO WS-CRS-PASSED
           END-EVALUATE
           EXIT.
