      *>*****************************************************************
      *> FILE:    RECRUIT_SRC.cpy
      *> PURPOSE: Employer recruiting teams. RECRUITERS.DAT holds one
      *>          row per (employer, recruiter) pair, the employer name
      *>          matching EMPLOYERS.DAT / JOB-EMPLOYER. Once an
      *>          employer has a roster, every member may edit,
      *>          withdraw, view applicants, score interviews, verify
      *>          hours and send offers for any of that employer's
      *>          postings, whoever originally posted them, and an
      *>          account removed from the roster loses that access.
      *>          Employers without a roster keep the original rule:
      *>          only JOB-POSTER manages the posting. The first poster
      *>          for an employer with no roster becomes its team admin.
      *>          RECRUITLOG.DAT records which recruiter did each
      *>          posting, applicant and roster action.
      *>
      *> PARAGRAPHS:
      *>   5600-LOAD-RECRUITERS / 5601 loop
      *>   5602-REWRITE-RECRUITERS     - Crash-safe full rewrite
      *>   5603-CHECK-POSTING-ACCESS   - May the current user manage
      *>                                 the posting at
      *>                                 WS-RCT-CHECK-JOB-IDX?
      *>   5604-FIND-TEAM-MEMBER       - Roster row and team size for
      *>                                 WS-RCT-CHECK-EMPLOYER/-USER
      *>   5605-MANAGE-RECRUITING-TEAM - Jobs menu: pick a team
      *>   5606-ADD-RECRUITER          - Team admin adds a member
      *>   5607-REMOVE-RECRUITER       - Team admin removes a member
      *>   5608-LOG-RECRUITER-ACTION   - Append one RECRUITLOG.DAT row
      *>   5609-VIEW-TEAM-HISTORY / 5610 loop
      *>   5611-SEED-TEAM-ADMIN        - First poster becomes admin
      *>   5612-CHECK-POST-FOR-EMPLOYER - Posting needs team membership
      *>   5613-SHOW-TEAM              - Roster and actions for one team
      *>   5614-LOG-JOB-ACTION         - 5608 for WS-RCT-CHECK-JOB-IDX
      *>
      *> DEPENDENCIES:
      *>   WS-RECRUIT.cpy, WS-JOBS.cpy (WS-JOB-TABLE), main.cob
      *>   (RECRUITERS-FILE, RECRUITLOG-FILE, WS-USER-ACCOUNTS)
      *>*****************************************************************

       5600-LOAD-RECRUITERS.
           MOVE 0 TO WS-RCT-COUNT
           MOVE "N" TO WS-RECRUITERS-EOF
           OPEN INPUT RECRUITERS-FILE
           IF WS-RECRUITERS-STATUS = WS-CONST-FS-OK
               PERFORM 5601-READ-RECRUITERS-LOOP
                   UNTIL WS-RECRUITERS-EOF = "Y"
               CLOSE RECRUITERS-FILE
           END-IF
           EXIT.

       5601-READ-RECRUITERS-LOOP.
           READ RECRUITERS-FILE
               AT END
                   MOVE "Y" TO WS-RECRUITERS-EOF
               NOT AT END
                   IF WS-RCT-COUNT < WS-CONST-MAX-RECRUITERS
                       AND FUNCTION TRIM(RCT-EMPLOYER) NOT = SPACES
                       AND FUNCTION TRIM(RCT-USERNAME) NOT = SPACES
                       ADD 1 TO WS-RCT-COUNT
                       MOVE RCT-EMPLOYER
                           TO WS-RCT-EMPLOYER(WS-RCT-COUNT)
                       MOVE RCT-USERNAME
                           TO WS-RCT-USERNAME(WS-RCT-COUNT)
                       IF RCT-ROLE = "A"
                           MOVE "A" TO WS-RCT-ROLE(WS-RCT-COUNT)
                       ELSE
                           MOVE "R" TO WS-RCT-ROLE(WS-RCT-COUNT)
                       END-IF
                       IF RCT-ADDED-DATE IS NUMERIC
                           MOVE RCT-ADDED-DATE
                               TO WS-RCT-ADDED-DATE(WS-RCT-COUNT)
                       ELSE
                           MOVE 0 TO WS-RCT-ADDED-DATE(WS-RCT-COUNT)
                       END-IF
                       MOVE RCT-ADDED-BY
                           TO WS-RCT-ADDED-BY(WS-RCT-COUNT)
                   END-IF
           END-READ
           EXIT.

       5602-REWRITE-RECRUITERS.
           MOVE WS-RECRUITERS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-RECRUITERS-TMP-PATH TO WS-RECRUITERS-PATH
           OPEN OUTPUT RECRUITERS-FILE
           IF WS-RECRUITERS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RECRUITERS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite RECRUITERS.DAT. "
                   "STATUS=" WS-RECRUITERS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
               MOVE WS-RCT-EMPLOYER(WS-RCT-IDX)   TO RCT-EMPLOYER
               MOVE WS-RCT-USERNAME(WS-RCT-IDX)   TO RCT-USERNAME
               MOVE WS-RCT-ROLE(WS-RCT-IDX)       TO RCT-ROLE
               MOVE WS-RCT-ADDED-DATE(WS-RCT-IDX) TO RCT-ADDED-DATE
               MOVE WS-RCT-ADDED-BY(WS-RCT-IDX)   TO RCT-ADDED-BY
               WRITE RCT-RECORD
           END-PERFORM
           CLOSE RECRUITERS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RECRUITERS-PATH
           MOVE "RECRUITERS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-RECRUITERS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-RECRUITERS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-RECRUITERS-TMP-PATH
               WS-RECRUITERS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace RECRUITERS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5603-CHECK-POSTING-ACCESS: WS-RCT-CAN-MANAGE = 1 when the
      *> signed-on user may act on the posting at WS-RCT-CHECK-JOB-IDX.
      *> With a roster on file for the posting's employer, membership
      *> decides (the original poster included); without one, only
      *> JOB-POSTER may. An index of 0 is never manageable.
      *>*****************************************************************
       5603-CHECK-POSTING-ACCESS.
           MOVE 0 TO WS-RCT-CAN-MANAGE
           IF WS-RCT-CHECK-JOB-IDX = 0
               OR WS-RCT-CHECK-JOB-IDX > WS-JOB-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JT-EMPLOYER(WS-RCT-CHECK-JOB-IDX)
               TO WS-RCT-CHECK-EMPLOYER
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RCT-CHECK-USER
           PERFORM 5604-FIND-TEAM-MEMBER
           IF WS-RCT-TEAM-SIZE > 0
               IF WS-RCT-FOUND-IDX > 0
                   MOVE 1 TO WS-RCT-CAN-MANAGE
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-JT-POSTER(WS-RCT-CHECK-JOB-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE 1 TO WS-RCT-CAN-MANAGE
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5604-FIND-TEAM-MEMBER: For WS-RCT-CHECK-EMPLOYER, count the
      *> roster (WS-RCT-TEAM-SIZE) and its admins (WS-RCT-ADMIN-COUNT),
      *> and locate WS-RCT-CHECK-USER's row (WS-RCT-FOUND-IDX, 0=none).
      *>*****************************************************************
       5604-FIND-TEAM-MEMBER.
           MOVE 0 TO WS-RCT-FOUND-IDX
           MOVE 0 TO WS-RCT-TEAM-SIZE
           MOVE 0 TO WS-RCT-ADMIN-COUNT
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
               IF FUNCTION TRIM(WS-RCT-EMPLOYER(WS-RCT-IDX)) =
                   FUNCTION TRIM(WS-RCT-CHECK-EMPLOYER)
                   ADD 1 TO WS-RCT-TEAM-SIZE
                   IF WS-RCT-IS-ADMIN(WS-RCT-IDX)
                       ADD 1 TO WS-RCT-ADMIN-COUNT
                   END-IF
                   IF FUNCTION TRIM(WS-RCT-USERNAME(WS-RCT-IDX)) =
                       FUNCTION TRIM(WS-RCT-CHECK-USER)
                       MOVE WS-RCT-IDX TO WS-RCT-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5605-MANAGE-RECRUITING-TEAM: List the teams the user is on,
      *> plus employers they post for that have no roster yet (opening
      *> one of those starts the team with the user as team admin).
      *>*****************************************************************
       5605-MANAGE-RECRUITING-TEAM.
           IF NOT ROLE-EMPLOYER AND NOT ROLE-STAFF
               MOVE "Recruiting teams are for employer and staff "
                   & "accounts." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Recruiting Team ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-RCT-EMP-COUNT
           PERFORM VARYING WS-RCT-JDX FROM 1 BY 1
               UNTIL WS-RCT-JDX > WS-RCT-COUNT
               IF FUNCTION TRIM(WS-RCT-USERNAME(WS-RCT-JDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   AND WS-RCT-EMP-COUNT < WS-CONST-MAX-RECRUITERS
                   ADD 1 TO WS-RCT-EMP-COUNT
                   MOVE WS-RCT-EMPLOYER(WS-RCT-JDX)
                       TO WS-RCT-EMP-NAME(WS-RCT-EMP-COUNT)
                   MOVE "N" TO WS-RCT-EMP-NEW(WS-RCT-EMP-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
               UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
               IF FUNCTION TRIM(WS-JT-POSTER(WS-BROWSE-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE 0 TO WS-RCT-EMP-SEEN
                   PERFORM VARYING WS-RCT-EMP-IDX FROM 1 BY 1
                       UNTIL WS-RCT-EMP-IDX > WS-RCT-EMP-COUNT
                       IF FUNCTION TRIM(WS-RCT-EMP-NAME(WS-RCT-EMP-IDX))
                           = FUNCTION TRIM(WS-JT-EMPLOYER(WS-BROWSE-IDX))
                           MOVE 1 TO WS-RCT-EMP-SEEN
                       END-IF
                   END-PERFORM
                   MOVE WS-JT-EMPLOYER(WS-BROWSE-IDX)
                       TO WS-RCT-CHECK-EMPLOYER
                   MOVE SPACES TO WS-RCT-CHECK-USER
                   PERFORM 5604-FIND-TEAM-MEMBER
                   IF WS-RCT-EMP-SEEN = 0 AND WS-RCT-TEAM-SIZE = 0
                       AND WS-RCT-EMP-COUNT < WS-CONST-MAX-RECRUITERS
                       ADD 1 TO WS-RCT-EMP-COUNT
                       MOVE WS-JT-EMPLOYER(WS-BROWSE-IDX)
                           TO WS-RCT-EMP-NAME(WS-RCT-EMP-COUNT)
                       MOVE "Y" TO WS-RCT-EMP-NEW(WS-RCT-EMP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RCT-EMP-COUNT = 0
               MOVE "You are not on any employer's recruiting team. "
                   & "A team admin can add you, or post a job to start "
                   & "one." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RCT-EMP-IDX FROM 1 BY 1
               UNTIL WS-RCT-EMP-IDX > WS-RCT-EMP-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-RCT-EMP-NEW(WS-RCT-EMP-IDX) = "Y"
                   STRING WS-RCT-EMP-IDX ". "
                       FUNCTION TRIM(WS-RCT-EMP-NAME(WS-RCT-EMP-IDX))
                       " (no team yet - you would be its team admin)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING WS-RCT-EMP-IDX ". "
                       FUNCTION TRIM(WS-RCT-EMP-NAME(WS-RCT-EMP-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter a team number, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCT-MENU-CHOICE
           MOVE WS-RCT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-RCT-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RCT-MENU-CHOICE) TO WS-RCT-CHOICE
           IF WS-RCT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RCT-CHOICE > WS-RCT-EMP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCT-EMP-NAME(WS-RCT-CHOICE) TO WS-RCT-TEAM-EMPLOYER
           IF WS-RCT-EMP-NEW(WS-RCT-CHOICE) = "Y"
               PERFORM 5611-SEED-TEAM-ADMIN
           END-IF
           PERFORM 5613-SHOW-TEAM
           EXIT.

      *>*****************************************************************
      *> 5613-SHOW-TEAM: Roster for WS-RCT-TEAM-EMPLOYER and the team
      *> actions; add/remove are offered to team admins only.
      *>*****************************************************************
       5613-SHOW-TEAM.
           MOVE 1 TO WS-RCT-CHOICE
           PERFORM UNTIL WS-RCT-CHOICE = 0
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "--- Team: "
                   FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER) " ---"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM VARYING WS-RCT-JDX FROM 1 BY 1
                   UNTIL WS-RCT-JDX > WS-RCT-COUNT
                   IF FUNCTION TRIM(WS-RCT-EMPLOYER(WS-RCT-JDX)) =
                       FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER)
                       IF WS-RCT-IS-ADMIN(WS-RCT-JDX)
                           MOVE "Team admin" TO WS-RCT-ROLE-TEXT
                       ELSE
                           MOVE "Recruiter" TO WS-RCT-ROLE-TEXT
                       END-IF
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "  "
                           FUNCTION TRIM(WS-RCT-USERNAME(WS-RCT-JDX))
                           " - " FUNCTION TRIM(WS-RCT-ROLE-TEXT)
                           " (added " WS-RCT-ADDED-DATE(WS-RCT-JDX)
                           " by "
                           FUNCTION TRIM(WS-RCT-ADDED-BY(WS-RCT-JDX))
                           ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-PERFORM

               MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                   TO WS-RCT-CHECK-USER
               PERFORM 5604-FIND-TEAM-MEMBER
               IF WS-RCT-FOUND-IDX = 0
                   MOVE "You are no longer on this team."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM
               END-IF
               IF WS-RCT-IS-ADMIN(WS-RCT-FOUND-IDX)
                   MOVE "1. Add a recruiter" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "2. Remove a recruiter" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE "3. View team action history" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "0. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice: " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCT-MENU-CHOICE
               MOVE WS-RCT-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-RCT-MENU-CHOICE) = "0"
                       MOVE 0 TO WS-RCT-CHOICE
                   WHEN FUNCTION TRIM(WS-RCT-MENU-CHOICE) = "1"
                       AND WS-RCT-IS-ADMIN(WS-RCT-FOUND-IDX)
                       PERFORM 5606-ADD-RECRUITER
                   WHEN FUNCTION TRIM(WS-RCT-MENU-CHOICE) = "2"
                       AND WS-RCT-IS-ADMIN(WS-RCT-FOUND-IDX)
                       PERFORM 5607-REMOVE-RECRUITER
                   WHEN FUNCTION TRIM(WS-RCT-MENU-CHOICE) = "3"
                       PERFORM 5609-VIEW-TEAM-HISTORY
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-RCT-CHOICE
           EXIT.

      *>*****************************************************************
      *> 5606-ADD-RECRUITER: Team admin adds an existing employer or
      *> staff account to WS-RCT-TEAM-EMPLOYER's roster.
      *>*****************************************************************
       5606-ADD-RECRUITER.
           MOVE "Enter the username to add: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCT-NEW-USER
           MOVE WS-RCT-NEW-USER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE FUNCTION TRIM(WS-RCT-NEW-USER) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-RCT-JDX
           IF WS-RCT-JDX = 0
               MOVE "No account with that username exists."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-ROLE(WS-RCT-JDX) NOT = "E"
               AND WS-ACCT-ROLE(WS-RCT-JDX) NOT = "F"
               MOVE "Only employer and staff accounts can join a "
                   & "recruiting team." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
           MOVE WS-RCT-NEW-USER TO WS-RCT-CHECK-USER
           PERFORM 5604-FIND-TEAM-MEMBER
           IF WS-RCT-FOUND-IDX > 0
               MOVE "That account is already on this team."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-RCT-COUNT >= WS-CONST-MAX-RECRUITERS
               MOVE "The recruiter roster is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Role - 1=Recruiter, 2=Team admin (default: "
               & "Recruiter): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(INPUT-RECORD) = "2"
               MOVE "A" TO WS-RCT-NEW-ROLE
               MOVE "Team admin" TO WS-RCT-ROLE-TEXT
           ELSE
               MOVE "R" TO WS-RCT-NEW-ROLE
               MOVE "Recruiter" TO WS-RCT-ROLE-TEXT
           END-IF

           ADD 1 TO WS-RCT-COUNT
           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-EMPLOYER(WS-RCT-COUNT)
           MOVE WS-RCT-NEW-USER TO WS-RCT-USERNAME(WS-RCT-COUNT)
           MOVE WS-RCT-NEW-ROLE TO WS-RCT-ROLE(WS-RCT-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RCT-ADDED-DATE(WS-RCT-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-RCT-ADDED-BY(WS-RCT-COUNT)
           PERFORM 5602-REWRITE-RECRUITERS

           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCL-EMPLOYER
           MOVE 0 TO WS-RCL-JOB-ID
           MOVE "TEAM-ADD" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING "Added " FUNCTION TRIM(WS-RCT-NEW-USER)
               " as " FUNCTION TRIM(WS-RCT-ROLE-TEXT)
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5608-LOG-RECRUITER-ACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-RCT-NEW-USER)
               " added to the team."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5607-REMOVE-RECRUITER: Team admin removes a member. The last
      *> team admin cannot be removed, so a roster is never left with
      *> nobody able to maintain it.
      *>*****************************************************************
       5607-REMOVE-RECRUITER.
           MOVE 0 TO WS-RCT-DISP-COUNT
           PERFORM VARYING WS-RCT-JDX FROM 1 BY 1
               UNTIL WS-RCT-JDX > WS-RCT-COUNT
               IF FUNCTION TRIM(WS-RCT-EMPLOYER(WS-RCT-JDX)) =
                   FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER)
                   ADD 1 TO WS-RCT-DISP-COUNT
                   MOVE WS-RCT-JDX
                       TO WS-RCT-INDEX-MAP(WS-RCT-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-RCT-DISP-COUNT ". "
                       FUNCTION TRIM(WS-RCT-USERNAME(WS-RCT-JDX))
                       " (" WS-RCT-ROLE(WS-RCT-JDX) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           MOVE "Enter the member to remove, or 0 to cancel:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCT-MENU-CHOICE
           MOVE WS-RCT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-RCT-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RCT-MENU-CHOICE) TO WS-RCT-JDX
           IF WS-RCT-JDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RCT-JDX > WS-RCT-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCT-INDEX-MAP(WS-RCT-JDX) TO WS-RCT-JDX

           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
           MOVE SPACES TO WS-RCT-CHECK-USER
           PERFORM 5604-FIND-TEAM-MEMBER
           IF WS-RCT-IS-ADMIN(WS-RCT-JDX) AND WS-RCT-ADMIN-COUNT < 2
               MOVE "The team's only admin cannot be removed; add "
                   & "another team admin first." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCT-USERNAME(WS-RCT-JDX) TO WS-RCT-NEW-USER
           PERFORM VARYING WS-RCT-IDX FROM WS-RCT-JDX BY 1
               UNTIL WS-RCT-IDX >= WS-RCT-COUNT
               MOVE WS-RCT-ENTRY(WS-RCT-IDX + 1)
                   TO WS-RCT-ENTRY(WS-RCT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RCT-COUNT
           PERFORM 5602-REWRITE-RECRUITERS

           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCL-EMPLOYER
           MOVE 0 TO WS-RCL-JOB-ID
           MOVE "TEAM-REMOVE" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING "Removed " FUNCTION TRIM(WS-RCT-NEW-USER)
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5608-LOG-RECRUITER-ACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-RCT-NEW-USER)
               " removed from the team."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5608-LOG-RECRUITER-ACTION: Append one action-history row
      *> (WS-RCL-EMPLOYER, -JOB-ID, -ACTION, -DETAIL) stamped with the
      *> signed-on recruiter and the time.
      *>*****************************************************************
       5608-LOG-RECRUITER-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RCL-DATE-TIME
           MOVE WS-RCL-DATE-TIME(1:8) TO RCL-DATE
           MOVE WS-RCL-DATE-TIME(9:6) TO RCL-TIME
           MOVE WS-RCL-EMPLOYER TO RCL-EMPLOYER
           MOVE WS-RCL-JOB-ID TO RCL-JOB-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO RCL-RECRUITER
           MOVE WS-RCL-ACTION TO RCL-ACTION
           MOVE WS-RCL-DETAIL TO RCL-DETAIL

           OPEN EXTEND RECRUITLOG-FILE
           IF WS-RECRUITLOG-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE RECRUITLOG-FILE
               OPEN OUTPUT RECRUITLOG-FILE
               CLOSE RECRUITLOG-FILE
               OPEN EXTEND RECRUITLOG-FILE
           END-IF
           IF WS-RECRUITLOG-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           WRITE RCL-RECORD
           CLOSE RECRUITLOG-FILE
           EXIT.

      *>*****************************************************************
      *> 5614-LOG-JOB-ACTION: 5608 for the posting at
      *> WS-RCT-CHECK-JOB-IDX (caller sets WS-RCL-ACTION/-DETAIL).
      *>*****************************************************************
       5614-LOG-JOB-ACTION.
           IF WS-RCT-CHECK-JOB-IDX = 0
               OR WS-RCT-CHECK-JOB-IDX > WS-JOB-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JT-EMPLOYER(WS-RCT-CHECK-JOB-IDX) TO WS-RCL-EMPLOYER
           MOVE WS-JT-ID(WS-RCT-CHECK-JOB-IDX) TO WS-RCL-JOB-ID
           PERFORM 5608-LOG-RECRUITER-ACTION
           EXIT.

      *>*****************************************************************
      *> 5609-VIEW-TEAM-HISTORY: Every RECRUITLOG.DAT row for
      *> WS-RCT-TEAM-EMPLOYER, oldest first.
      *>*****************************************************************
       5609-VIEW-TEAM-HISTORY.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Action History: "
               FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER) " ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-RCT-HIST-SHOWN
           MOVE "N" TO WS-RECRUITLOG-EOF
           OPEN INPUT RECRUITLOG-FILE
           IF WS-RECRUITLOG-STATUS = WS-CONST-FS-OK
               PERFORM 5610-READ-TEAM-HISTORY-LOOP
                   UNTIL WS-RECRUITLOG-EOF = "Y"
               CLOSE RECRUITLOG-FILE
           END-IF
           IF WS-RCT-HIST-SHOWN = 0
               MOVE "No actions recorded for this team yet."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5610-READ-TEAM-HISTORY-LOOP.
           READ RECRUITLOG-FILE
               AT END
                   MOVE "Y" TO WS-RECRUITLOG-EOF
               NOT AT END
                   IF FUNCTION TRIM(RCL-EMPLOYER) =
                       FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER)
                       ADD 1 TO WS-RCT-HIST-SHOWN
                       MOVE SPACES TO WS-OUTPUT-LINE
                       IF RCL-JOB-ID = 0
                           STRING RCL-DATE " " RCL-TIME(1:4) " "
                               FUNCTION TRIM(RCL-RECRUITER) " "
                               FUNCTION TRIM(RCL-ACTION) " - "
                               FUNCTION TRIM(RCL-DETAIL)
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       ELSE
                           STRING RCL-DATE " " RCL-TIME(1:4) " "
                               FUNCTION TRIM(RCL-RECRUITER) " "
                               FUNCTION TRIM(RCL-ACTION)
                               " job #" RCL-JOB-ID " - "
                               FUNCTION TRIM(RCL-DETAIL)
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       END-IF
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
           END-READ
           EXIT.

      *>*****************************************************************
      *> 5611-SEED-TEAM-ADMIN: Start WS-RCT-TEAM-EMPLOYER's roster with
      *> the signed-on user as team admin when it has none yet.
      *>*****************************************************************
       5611-SEED-TEAM-ADMIN.
           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RCT-CHECK-USER
           PERFORM 5604-FIND-TEAM-MEMBER
           IF WS-RCT-TEAM-SIZE > 0
               OR WS-RCT-COUNT >= WS-CONST-MAX-RECRUITERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCT-COUNT
           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCT-EMPLOYER(WS-RCT-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-RCT-USERNAME(WS-RCT-COUNT)
           MOVE "A" TO WS-RCT-ROLE(WS-RCT-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RCT-ADDED-DATE(WS-RCT-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-RCT-ADDED-BY(WS-RCT-COUNT)
           PERFORM 5602-REWRITE-RECRUITERS

           MOVE WS-RCT-TEAM-EMPLOYER TO WS-RCL-EMPLOYER
           MOVE 0 TO WS-RCL-JOB-ID
           MOVE "TEAM-START" TO WS-RCL-ACTION
           MOVE "Started the team as team admin" TO WS-RCL-DETAIL
           PERFORM 5608-LOG-RECRUITER-ACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "You are now team admin for "
               FUNCTION TRIM(WS-RCT-TEAM-EMPLOYER) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5612-CHECK-POST-FOR-EMPLOYER: WS-RCT-CAN-MANAGE = 1 when the
      *> signed-on user may post for WS-TEMP-JOB-EMPLOYER - always for
      *> an employer without a roster, otherwise members only.
      *>*****************************************************************
       5612-CHECK-POST-FOR-EMPLOYER.
           MOVE 0 TO WS-RCT-CAN-MANAGE
           MOVE WS-TEMP-JOB-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RCT-CHECK-USER
           PERFORM 5604-FIND-TEAM-MEMBER
           IF WS-RCT-TEAM-SIZE = 0 OR WS-RCT-FOUND-IDX > 0
               MOVE 1 TO WS-RCT-CAN-MANAGE
           END-IF
           EXIT.
