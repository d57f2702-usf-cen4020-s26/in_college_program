      *>*****************************************************************
      *> FILE:    CASELOAD_SRC.cpy
      *> PURPOSE: Adviser caseloads. The at-risk report (3890) and the
      *>          support lookup (3700) see every student, but nothing
      *>          recorded which adviser owns whom. CASELOAD.DAT holds
      *>          one row per assigned student naming the staff ("F"
      *>          role) adviser. The career office assigns students in
      *>          bulk from the admin menu - by university, by major,
      *>          or by last-name range - or one at a time; a campus-
      *>          scoped admin only reaches that campus's students.
      *>          Every assignment and reassignment is appended to
      *>          CASELOG.DAT with the old and new adviser and the
      *>          admin who made it. Advisers open their dashboard from
      *>          the main menu: last login, profile completeness,
      *>          applications, interviews and offers per student, and
      *>          a drill-down into the read-only support view.
      *>
      *> PARAGRAPHS:
      *>   5689-LOAD-CASELOAD          - Load CASELOAD.DAT at startup
      *>   5690-READ-CASELOAD-LOOP     - Recursive read for 5689
      *>   5691-REWRITE-CASELOAD       - Crash-safe rewrite
      *>   5692-FIND-STUDENT-ADVISER   - WS-CSL-LOOKUP-USER -> row and
      *>                                 adviser (spaces if none)
      *>   5693-FIND-CSL-PROFILE       - WS-CSL-LOOKUP-USER -> profile
      *>   5694-CASELOAD-ADMIN-MENU    - Admin menu entry
      *>   5695-BULK-ASSIGN-CASELOAD   - Preview, confirm and apply one
      *>                                 assignment run (WS-CSL-MODE)
      *>   5696-SELECT-FOR-CASELOAD    - Does the account at
      *>                                 WS-CSL-ACCT-IDX match the run?
      *>   5697-APPLY-CASELOAD-ASSIGNMENT - Assign one student
      *>   5698-APPEND-CASELOG         - One CASELOG.DAT audit row
      *>   5699-SHOW-CASELOG           - Admin: assignment history
      *>   5700-READ-CASELOG-LOOP      - Recursive read for 5699
      *>   5701-ADVISER-DASHBOARD      - Main-menu entry for advisers
      *>   5702-CSL-LOGIN-LOOP         - LOGINAUDIT pass for 5701
      *>   5703-PRINT-CASELOAD-ROW     - One dashboard row
      *>   5704-CASELOAD-SUPPORT-VIEW  - Read-only support drill-down
      *>
      *> DEPENDENCIES:
      *>   WS-CASELOAD.cpy     - table and scratch
      *>   WS-INTERVIEWS.cpy   - interview rows per student
      *>   WS-OFFERS.cpy       - offer rows per student
      *>   main.cob            - CASELOAD-FILE, CASELOG-FILE,
      *>                         LOGINAUDIT-FILE, 3710/3720/3730,
      *>                         7134 completeness, 8000/8100
      *>   PROFHIST_SRC.cpy    - 3740 profile history
      *>   CONTACT_SRC.cpy     - 7990 contact line
      *>   EXTAPP_SRC.cpy      - 4150/4151 off-platform applications
      *>*****************************************************************

       5689-LOAD-CASELOAD.
           MOVE 0   TO WS-CSL-COUNT
           MOVE "N" TO WS-CASELOAD-EOF

           OPEN INPUT CASELOAD-FILE

           EVALUATE WS-CASELOAD-STATUS
               WHEN "00"
                   PERFORM 5690-READ-CASELOAD-LOOP
                   CLOSE CASELOAD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open CASELOAD.DAT. "
                       "STATUS=" WS-CASELOAD-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       5690-READ-CASELOAD-LOOP.
           READ CASELOAD-FILE
               AT END
                   MOVE "Y" TO WS-CASELOAD-EOF
               NOT AT END
                   IF WS-CSL-COUNT < WS-CONST-MAX-CASELOAD
                       AND CSL-STUDENT NOT = SPACES
                       ADD 1 TO WS-CSL-COUNT
                       MOVE SPACES TO WS-CSL-ENTRY(WS-CSL-COUNT)
                       MOVE CSL-STUDENT
                           TO WS-CSL-STUDENT(WS-CSL-COUNT)
                       MOVE CSL-ADVISER
                           TO WS-CSL-ADVISER(WS-CSL-COUNT)
                       IF CSL-ASSIGNED IS NUMERIC
                           MOVE CSL-ASSIGNED
                               TO WS-CSL-ASSIGNED(WS-CSL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CSL-ASSIGNED(WS-CSL-COUNT)
                       END-IF
                   END-IF
           END-READ

           IF WS-CASELOAD-EOF = "N"
               PERFORM 5690-READ-CASELOAD-LOOP
           END-IF
           EXIT.

       5691-REWRITE-CASELOAD.
           MOVE WS-CASELOAD-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-CASELOAD-TMP-PATH TO WS-CASELOAD-PATH
           OPEN OUTPUT CASELOAD-FILE
           IF WS-CASELOAD-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CASELOAD-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CASELOAD.DAT for "
                   & "rewrite. STATUS=" WS-CASELOAD-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSL-WRT-IDX FROM 1 BY 1
               UNTIL WS-CSL-WRT-IDX > WS-CSL-COUNT
               MOVE WS-CSL-STUDENT(WS-CSL-WRT-IDX) TO CSL-STUDENT
               MOVE WS-CSL-ADVISER(WS-CSL-WRT-IDX) TO CSL-ADVISER
               MOVE WS-CSL-ASSIGNED(WS-CSL-WRT-IDX) TO CSL-ASSIGNED
               WRITE CSL-RECORD
           END-PERFORM
           CLOSE CASELOAD-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CASELOAD-PATH
           MOVE "CASELOAD.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CASELOAD-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CASELOAD-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CASELOAD-TMP-PATH
               WS-CASELOAD-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace CASELOAD.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5692-FIND-STUDENT-ADVISER: Caseload row for WS-CSL-LOOKUP-USER.
      *> WS-CSL-MATCH-IDX is the row (0 if unassigned) and
      *> WS-CSL-LOOKUP-ADVISER the owning adviser (spaces if none).
      *>*****************************************************************
       5692-FIND-STUDENT-ADVISER.
           MOVE 0 TO WS-CSL-MATCH-IDX
           MOVE SPACES TO WS-CSL-LOOKUP-ADVISER
           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
               UNTIL WS-CSL-SCAN > WS-CSL-COUNT
                   OR WS-CSL-MATCH-IDX > 0
               IF FUNCTION TRIM(WS-CSL-STUDENT(WS-CSL-SCAN)) =
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                   MOVE WS-CSL-SCAN TO WS-CSL-MATCH-IDX
                   MOVE WS-CSL-ADVISER(WS-CSL-SCAN)
                       TO WS-CSL-LOOKUP-ADVISER
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5693-FIND-CSL-PROFILE: Profile row for WS-CSL-LOOKUP-USER in
      *> WS-CSL-PROF-IDX; 0 when there is no completed profile.
      *>*****************************************************************
       5693-FIND-CSL-PROFILE.
           MOVE 0 TO WS-CSL-PROF-IDX
           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
               UNTIL WS-CSL-SCAN > WS-PROFILE-COUNT
                   OR WS-CSL-PROF-IDX > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-CSL-SCAN)) =
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                  AND WS-HAS-PROFILE(WS-CSL-SCAN) = 1
                   MOVE WS-CSL-SCAN TO WS-CSL-PROF-IDX
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5694-CASELOAD-ADMIN-MENU: Admin-menu entry. Options 1-4 start
      *> an assignment run in the matching mode; 5 prints the
      *> assignment history.
      *>*****************************************************************
       5694-CASELOAD-ADMIN-MENU.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== ADVISER CASELOADS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Students assigned to an adviser: " WS-CSL-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "1. Assign by University" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "2. Assign by Major" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "3. Assign by Last-Name Range" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "4. Assign One Student" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "5. View Assignment History" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "6. Back" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter your choice (1-6): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-MENU-CHOICE
           MOVE WS-CSL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           EVALUATE WS-CSL-MENU-CHOICE
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
                   MOVE WS-CSL-MENU-CHOICE(1:1) TO WS-CSL-MODE
                   PERFORM 5695-BULK-ASSIGN-CASELOAD
               WHEN "5"
                   PERFORM 5699-SHOW-CASELOG
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5695-BULK-ASSIGN-CASELOAD: Name the adviser and the selection
      *> for WS-CSL-MODE, preview how many students match and how
      *> many would move from another adviser, then apply on YES.
      *> Only student and alumni accounts are assigned.
      *>*****************************************************************
       5695-BULK-ASSIGN-CASELOAD.
           MOVE "Adviser username (staff account): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-ADVISER-IN
           MOVE WS-CSL-ADVISER-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE FUNCTION TRIM(WS-CSL-ADVISER-IN) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-CSL-ACCT-IDX
           IF WS-CSL-ACCT-IDX = 0
               MOVE "No account with that username." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-ROLE(WS-CSL-ACCT-IDX) NOT = "F"
               MOVE "Advisers must be staff accounts." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME(WS-CSL-ACCT-IDX) TO WS-CSL-ADVISER-IN

           MOVE SPACES TO WS-CSL-CRITERION
           MOVE SPACES TO WS-CSL-RANGE-FROM
           MOVE SPACES TO WS-CSL-RANGE-TO
           MOVE SPACES TO WS-CSL-STUDENT-IN
           EVALUATE TRUE
               WHEN WS-CSL-BY-UNIVERSITY
                   MOVE "University: " TO WS-OUTPUT-LINE
               WHEN WS-CSL-BY-MAJOR
                   MOVE "Major: " TO WS-OUTPUT-LINE
               WHEN WS-CSL-BY-LASTNAME
                   MOVE "Last names from (e.g. A): " TO WS-OUTPUT-LINE
               WHEN OTHER
                   MOVE "Student username: " TO WS-OUTPUT-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-CRITERION
           MOVE WS-CSL-CRITERION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CSL-CRITERION = SPACES
               MOVE "Nothing entered; no assignments made."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CSL-CRITERION)
               TO WS-CSL-CRITERION
           IF WS-CSL-BY-STUDENT
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-STUDENT-IN
           END-IF

           IF WS-CSL-BY-LASTNAME
               MOVE WS-CSL-CRITERION TO WS-CSL-RANGE-FROM
               MOVE "Last names through (e.g. F): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-CSL-RANGE-TO
               MOVE WS-CSL-RANGE-TO TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-CSL-RANGE-TO = SPACES
                   OR WS-CSL-RANGE-TO < WS-CSL-RANGE-FROM
                   MOVE "Invalid last-name range." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSL-RANGE-TO))
                   TO WS-CSL-RANGE-LEN
           END-IF

      *>    Preview pass: count the matches and the moves.
           MOVE 0 TO WS-CSL-MATCHED
           MOVE 0 TO WS-CSL-MOVED-COUNT
           PERFORM VARYING WS-CSL-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CSL-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM 5696-SELECT-FOR-CASELOAD
               IF WS-CSL-SELECTED = 1
                   ADD 1 TO WS-CSL-MATCHED
                   MOVE WS-USERNAME(WS-CSL-ACCT-IDX)
                       TO WS-CSL-LOOKUP-USER
                   PERFORM 5692-FIND-STUDENT-ADVISER
                   IF WS-CSL-LOOKUP-ADVISER NOT = SPACES
                      AND FUNCTION TRIM(WS-CSL-LOOKUP-ADVISER) NOT =
                          FUNCTION TRIM(WS-CSL-ADVISER-IN)
                       ADD 1 TO WS-CSL-MOVED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CSL-MATCHED = 0
               MOVE "No student accounts match that selection."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Matching students: " WS-CSL-MATCHED
               "; currently with another adviser: "
               WS-CSL-MOVED-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Assign them to "
               FUNCTION TRIM(WS-CSL-ADVISER-IN) "? (YES/NO): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-CSL-CONFIRM
           MOVE WS-CSL-CONFIRM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CSL-CONFIRM NOT = "YES"
               MOVE "No assignments made." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *>    Apply pass.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CSL-TODAY
           IF WS-ADMIN-USERNAME = SPACES
               MOVE "ADMIN" TO WS-CSL-BY-USER
           ELSE
               MOVE WS-ADMIN-USERNAME TO WS-CSL-BY-USER
           END-IF
           MOVE 0 TO WS-CSL-NEW-COUNT
           MOVE 0 TO WS-CSL-MOVED-COUNT
           MOVE 0 TO WS-CSL-SAME-COUNT
           MOVE 0 TO WS-CSL-SKIPPED-COUNT
           PERFORM VARYING WS-CSL-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CSL-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM 5696-SELECT-FOR-CASELOAD
               IF WS-CSL-SELECTED = 1
                   PERFORM 5697-APPLY-CASELOAD-ASSIGNMENT
               END-IF
           END-PERFORM
           PERFORM 5691-REWRITE-CASELOAD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Newly assigned: " WS-CSL-NEW-COUNT
               "; reassigned: " WS-CSL-MOVED-COUNT
               "; already assigned: " WS-CSL-SAME-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CSL-SKIPPED-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Caseload file is full; not assigned: "
                   WS-CSL-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5696-SELECT-FOR-CASELOAD: WS-CSL-SELECTED = 1 when the account
      *> at WS-CSL-ACCT-IDX is a student or alumnus matching the run.
      *> University, major and last name come from the profile, so
      *> those modes skip accounts with no profile; a campus-scoped
      *> admin only reaches profiles at that campus.
      *>*****************************************************************
       5696-SELECT-FOR-CASELOAD.
           MOVE 0 TO WS-CSL-SELECTED
           IF WS-ACCT-ROLE(WS-CSL-ACCT-IDX) = "E"
               OR WS-ACCT-ROLE(WS-CSL-ACCT-IDX) = "F"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME(WS-CSL-ACCT-IDX) TO WS-CSL-LOOKUP-USER
           PERFORM 5693-FIND-CSL-PROFILE
           IF WS-ADMIN-CAMPUS NOT = SPACES
               IF WS-CSL-PROF-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-UNIVERSITY(WS-CSL-PROF-IDX)) NOT =
                   FUNCTION TRIM(WS-ADMIN-CAMPUS)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CSL-BY-STUDENT
                   IF FUNCTION TRIM(WS-USERNAME(WS-CSL-ACCT-IDX)) =
                       FUNCTION TRIM(WS-CSL-STUDENT-IN)
                       MOVE 1 TO WS-CSL-SELECTED
                   END-IF
               WHEN WS-CSL-PROF-IDX = 0
                   CONTINUE
               WHEN WS-CSL-BY-UNIVERSITY
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-UNIVERSITY(WS-CSL-PROF-IDX))) =
                       FUNCTION TRIM(WS-CSL-CRITERION)
                       MOVE 1 TO WS-CSL-SELECTED
                   END-IF
               WHEN WS-CSL-BY-MAJOR
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MAJOR(WS-CSL-PROF-IDX))) =
                       FUNCTION TRIM(WS-CSL-CRITERION)
                       MOVE 1 TO WS-CSL-SELECTED
                   END-IF
               WHEN WS-CSL-BY-LASTNAME
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-LAST-NAME(WS-CSL-PROF-IDX)))
                       TO WS-CSL-LAST-UPPER
                   IF WS-CSL-LAST-UPPER NOT = SPACES
                      AND WS-CSL-LAST-UPPER >= WS-CSL-RANGE-FROM
                      AND WS-CSL-LAST-UPPER(1:WS-CSL-RANGE-LEN) <=
                          WS-CSL-RANGE-TO(1:WS-CSL-RANGE-LEN)
                       MOVE 1 TO WS-CSL-SELECTED
                   END-IF
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5697-APPLY-CASELOAD-ASSIGNMENT: Give the student at
      *> WS-CSL-ACCT-IDX to WS-CSL-ADVISER-IN. A student already with
      *> that adviser is left alone; a new row or a change of adviser
      *> is written to the history.
      *>*****************************************************************
       5697-APPLY-CASELOAD-ASSIGNMENT.
           MOVE WS-USERNAME(WS-CSL-ACCT-IDX) TO WS-CSL-LOOKUP-USER
           PERFORM 5692-FIND-STUDENT-ADVISER
           IF WS-CSL-MATCH-IDX > 0
               IF FUNCTION TRIM(WS-CSL-LOOKUP-ADVISER) =
                   FUNCTION TRIM(WS-CSL-ADVISER-IN)
                   ADD 1 TO WS-CSL-SAME-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CSL-LOOKUP-ADVISER TO WS-CSL-OLD-ADVISER
               MOVE WS-CSL-ADVISER-IN
                   TO WS-CSL-ADVISER(WS-CSL-MATCH-IDX)
               MOVE WS-CSL-TODAY TO WS-CSL-ASSIGNED(WS-CSL-MATCH-IDX)
               ADD 1 TO WS-CSL-MOVED-COUNT
           ELSE
               IF WS-CSL-COUNT >= WS-CONST-MAX-CASELOAD
                   ADD 1 TO WS-CSL-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CSL-COUNT
               MOVE SPACES TO WS-CSL-ENTRY(WS-CSL-COUNT)
               MOVE WS-CSL-LOOKUP-USER TO WS-CSL-STUDENT(WS-CSL-COUNT)
               MOVE WS-CSL-ADVISER-IN TO WS-CSL-ADVISER(WS-CSL-COUNT)
               MOVE WS-CSL-TODAY TO WS-CSL-ASSIGNED(WS-CSL-COUNT)
               MOVE SPACES TO WS-CSL-OLD-ADVISER
               ADD 1 TO WS-CSL-NEW-COUNT
           END-IF
           PERFORM 5698-APPEND-CASELOG
           EXIT.

      *>*****************************************************************
      *> 5698-APPEND-CASELOG: Append one history row for
      *> WS-CSL-LOOKUP-USER (WS-CSL-OLD-ADVISER -> WS-CSL-ADVISER-IN,
      *> made by WS-CSL-BY-USER). Append-only, never rewritten.
      *>*****************************************************************
       5698-APPEND-CASELOG.
           MOVE SPACES TO CLG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLG-TIMESTAMP
           MOVE WS-CSL-LOOKUP-USER TO CLG-STUDENT
           MOVE WS-CSL-OLD-ADVISER TO CLG-OLD-ADVISER
           MOVE WS-CSL-ADVISER-IN TO CLG-NEW-ADVISER
           MOVE WS-CSL-BY-USER TO CLG-CHANGED-BY
           OPEN EXTEND CASELOG-FILE
           IF WS-CASELOG-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE CASELOG-FILE
               OPEN OUTPUT CASELOG-FILE
               CLOSE CASELOG-FILE
               OPEN EXTEND CASELOG-FILE
           END-IF
           IF WS-CASELOG-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CASELOG.DAT. STATUS="
                   WS-CASELOG-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           WRITE CLG-RECORD
           CLOSE CASELOG-FILE
           EXIT.

      *>*****************************************************************
      *> 5699-SHOW-CASELOG: Admin: print the assignment history, for
      *> one student or (blank) for everyone, oldest first.
      *>*****************************************************************
       5699-SHOW-CASELOG.
           MOVE "Student username (blank for all): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-STUDENT-IN
           MOVE WS-CSL-STUDENT-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Caseload Assignment History ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-CSL-LOG-COUNT
           MOVE "N" TO WS-CASELOG-EOF
           OPEN INPUT CASELOG-FILE
           IF WS-CASELOG-STATUS = WS-CONST-FS-OK
               PERFORM 5700-READ-CASELOG-LOOP
               CLOSE CASELOG-FILE
           END-IF
           IF WS-CSL-LOG-COUNT = 0
               MOVE "No assignments on record." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5700-READ-CASELOG-LOOP.
           READ CASELOG-FILE
               AT END
                   MOVE "Y" TO WS-CASELOG-EOF
               NOT AT END
                   IF WS-CSL-STUDENT-IN = SPACES
                      OR FUNCTION TRIM(CLG-STUDENT) =
                         FUNCTION TRIM(WS-CSL-STUDENT-IN)
                       ADD 1 TO WS-CSL-LOG-COUNT
                       IF CLG-OLD-ADVISER = SPACES
                           MOVE "(none)" TO WS-CSL-OLD-ADVISER
                       ELSE
                           MOVE CLG-OLD-ADVISER TO WS-CSL-OLD-ADVISER
                       END-IF
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING CLG-TIMESTAMP(1:4) "-"
                           CLG-TIMESTAMP(5:2) "-"
                           CLG-TIMESTAMP(7:2) " "
                           CLG-TIMESTAMP(9:2) ":"
                           CLG-TIMESTAMP(11:2) "  "
                           FUNCTION TRIM(CLG-STUDENT) ": "
                           FUNCTION TRIM(WS-CSL-OLD-ADVISER) " -> "
                           FUNCTION TRIM(CLG-NEW-ADVISER) " (by "
                           FUNCTION TRIM(CLG-CHANGED-BY) ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
           END-READ
           IF WS-CASELOG-EOF = "N"
               PERFORM 5700-READ-CASELOG-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5701-ADVISER-DASHBOARD: Main-menu entry for staff. Lists the
      *> signed-in adviser's caseload with last login (one pass of
      *> LOGINAUDIT.DAT, as the at-risk report does), profile
      *> completeness, and application, interview and offer counts,
      *> then opens the support view for any student picked.
      *>*****************************************************************
       5701-ADVISER-DASHBOARD.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== MY CASELOAD ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF NOT ROLE-STAFF
               MOVE "The caseload dashboard is for staff advisers."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CSL-DSH-COUNT
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-ADVISER(WS-CSL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-CSL-DSH-COUNT
                   MOVE WS-CSL-STUDENT(WS-CSL-IDX)
                       TO WS-CSL-DSH-USER(WS-CSL-DSH-COUNT)
                   MOVE 0 TO WS-CSL-DSH-LOGIN(WS-CSL-DSH-COUNT)
               END-IF
           END-PERFORM
           IF WS-CSL-DSH-COUNT = 0
               MOVE "No students are assigned to you." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CSL-LA-EOF
           OPEN INPUT LOGINAUDIT-FILE
           IF WS-LOGINAUDIT-STATUS = WS-CONST-FS-OK
               PERFORM 5702-CSL-LOGIN-LOOP
               CLOSE LOGINAUDIT-FILE
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Students on your caseload: " WS-CSL-DSH-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CSL-DSH-IDX FROM 1 BY 1
               UNTIL WS-CSL-DSH-IDX > WS-CSL-DSH-COUNT
               PERFORM 5703-PRINT-CASELOAD-ROW
           END-PERFORM

           MOVE 1 TO WS-CSL-CHOICE
           PERFORM UNTIL WS-CSL-CHOICE = 0
               OR WS-PROGRAM-RUNNING = 0
               MOVE "Enter a student number to open the support view "
                   & "(0 to go back):" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CSL-MENU-CHOICE
               MOVE WS-CSL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-CSL-MENU-CHOICE = SPACES
                   OR FUNCTION TRIM(WS-CSL-MENU-CHOICE) IS NOT NUMERIC
                   MOVE 0 TO WS-CSL-CHOICE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CSL-MENU-CHOICE)
                       TO WS-CSL-CHOICE
               END-IF
               IF WS-CSL-CHOICE > WS-CSL-DSH-COUNT
                   MOVE "Invalid selection." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   IF WS-CSL-CHOICE > 0
                       PERFORM 5704-CASELOAD-SUPPORT-VIEW
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5702-CSL-LOGIN-LOOP: Recursive LOGINAUDIT read keeping the
      *> latest successful-login date for every dashboard row.
      *>*****************************************************************
       5702-CSL-LOGIN-LOOP.
           READ LOGINAUDIT-FILE
               AT END
                   MOVE "Y" TO WS-CSL-LA-EOF
               NOT AT END
                   IF LA-RESULT = "OK"
                       MOVE SPACES TO WS-CSL-LOGIN-DATE-X
                       STRING LA-TIMESTAMP(1:4) LA-TIMESTAMP(6:2)
                           LA-TIMESTAMP(9:2)
                           DELIMITED BY SIZE INTO WS-CSL-LOGIN-DATE-X
                       END-STRING
                       IF WS-CSL-LOGIN-DATE-X IS NUMERIC
                           MOVE WS-CSL-LOGIN-DATE-X
                               TO WS-CSL-LOGIN-DATE
                           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
                               UNTIL WS-CSL-SCAN > WS-CSL-DSH-COUNT
                               IF FUNCTION TRIM(LA-USERNAME) =
                                   FUNCTION TRIM(
                                       WS-CSL-DSH-USER(WS-CSL-SCAN))
                                   AND WS-CSL-LOGIN-DATE >
                                       WS-CSL-DSH-LOGIN(WS-CSL-SCAN)
                                   MOVE WS-CSL-LOGIN-DATE TO
                                       WS-CSL-DSH-LOGIN(WS-CSL-SCAN)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ
           IF WS-CSL-LA-EOF = "N"
               PERFORM 5702-CSL-LOGIN-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5703-PRINT-CASELOAD-ROW: Two lines for dashboard row
      *> WS-CSL-DSH-IDX - who the student is, then the activity
      *> counts an adviser checks first, and a third line for any
      *> self-reported off-platform applications.
      *>*****************************************************************
       5703-PRINT-CASELOAD-ROW.
           MOVE WS-CSL-DSH-USER(WS-CSL-DSH-IDX) TO WS-CSL-LOOKUP-USER
           PERFORM 5693-FIND-CSL-PROFILE

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-CSL-PROF-IDX > 0
               STRING WS-CSL-DSH-IDX ". "
                   FUNCTION TRIM(WS-FIRST-NAME(WS-CSL-PROF-IDX)) " "
                   FUNCTION TRIM(WS-LAST-NAME(WS-CSL-PROF-IDX)) " ("
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER) ") - "
                   FUNCTION TRIM(WS-UNIVERSITY(WS-CSL-PROF-IDX)) ", "
                   FUNCTION TRIM(WS-MAJOR(WS-CSL-PROF-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               MOVE WS-CSL-PROF-IDX TO WS-COMPLETE-IDX
               PERFORM 7134-COMPUTE-COMPLETENESS
               MOVE SPACES TO WS-CSL-PCT-TEXT
               STRING WS-COMPLETE-SCORE "%"
                   DELIMITED BY SIZE INTO WS-CSL-PCT-TEXT
               END-STRING
           ELSE
               STRING WS-CSL-DSH-IDX ". "
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                   " (no profile)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               MOVE "none" TO WS-CSL-PCT-TEXT
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           IF WS-CSL-DSH-LOGIN(WS-CSL-DSH-IDX) = 0
               MOVE "never" TO WS-CSL-LOGIN-TEXT
           ELSE
               MOVE WS-CSL-DSH-LOGIN(WS-CSL-DSH-IDX)
                   TO WS-CSL-LOGIN-DATE-X
               MOVE SPACES TO WS-CSL-LOGIN-TEXT
               STRING WS-CSL-LOGIN-DATE-X(1:4) "-"
                   WS-CSL-LOGIN-DATE-X(5:2) "-"
                   WS-CSL-LOGIN-DATE-X(7:2)
                   DELIMITED BY SIZE INTO WS-CSL-LOGIN-TEXT
               END-STRING
           END-IF

           MOVE 0 TO WS-CSL-APP-COUNT
           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
               UNTIL WS-CSL-SCAN > WS-ALL-APPS-COUNT
               IF FUNCTION TRIM(WS-AT-USERNAME(WS-CSL-SCAN)) =
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                   ADD 1 TO WS-CSL-APP-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CSL-IVW-COUNT
           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
               UNTIL WS-CSL-SCAN > WS-INTERVIEW-COUNT
               IF FUNCTION TRIM(WS-IVT-USERNAME(WS-CSL-SCAN)) =
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                   ADD 1 TO WS-CSL-IVW-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CSL-OFR-COUNT
           PERFORM VARYING WS-CSL-SCAN FROM 1 BY 1
               UNTIL WS-CSL-SCAN > WS-OFFER-COUNT
               IF FUNCTION TRIM(WS-OFT-USERNAME(WS-CSL-SCAN)) =
                   FUNCTION TRIM(WS-CSL-LOOKUP-USER)
                   ADD 1 TO WS-CSL-OFR-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "     Last login: " FUNCTION TRIM(WS-CSL-LOGIN-TEXT)
               " | Profile: " FUNCTION TRIM(WS-CSL-PCT-TEXT)
               " | Applications: " WS-CSL-APP-COUNT
               " | Interviews: " WS-CSL-IVW-COUNT
               " | Offers: " WS-CSL-OFR-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

      *>    Applications made off the platform are the student's own
      *>    account of them; shown on their own line, never added in.
           MOVE WS-CSL-LOOKUP-USER TO WS-EXA-CHECK-USER
           PERFORM 4151-TALLY-USER-EXTAPPS
           IF WS-EXA-USER-APPS > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     Off-platform (self-reported): "
                   "Applications: " WS-EXA-USER-APPS
                   " | Interviews: " WS-EXA-USER-IVWS
                   " | Offers: " WS-EXA-USER-OFFERS
                   " | Hired: " WS-EXA-USER-HIRED
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5704-CASELOAD-SUPPORT-VIEW: The read-only half of the support
      *> lookup (3700) for dashboard row WS-CSL-CHOICE - contact,
      *> profile, profile history, applications (off-platform ones
      *> included, marked self-reported) and message summary.
      *> The unlock / admin / role prompts stay on the admin menu.
      *>*****************************************************************
       5704-CASELOAD-SUPPORT-VIEW.
           MOVE WS-CSL-DSH-USER(WS-CSL-CHOICE)
               TO WS-SUPPORT-LOOKUP-USERNAME
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "=== SUPPORT VIEW: "
               FUNCTION TRIM(WS-SUPPORT-LOOKUP-USERNAME) " ==="
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE WS-SUPPORT-LOOKUP-USERNAME TO WS-CTC-LOOKUP-USER
           PERFORM 7990-SHOW-CONTACT-FOR
           PERFORM 3710-SUPPORT-SHOW-PROFILE
           PERFORM 3740-SUPPORT-SHOW-PROF-HISTORY
           PERFORM 3720-SUPPORT-SHOW-APPLICATIONS
           MOVE WS-SUPPORT-LOOKUP-USERNAME TO WS-EXA-CHECK-USER
           PERFORM 4150-SHOW-USER-EXTAPPS
           PERFORM 3730-SUPPORT-SHOW-MESSAGES

           MOVE "=====================================" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
