      *>*****************************************************************
      *> FILE:    TALENTPOOL_SRC.cpy
      *> PURPOSE: Talent pools for job posters. An employer or staff
      *>          poster keeps named pools of promising students,
      *>          filled from a candidate search or from the applicants
      *>          to a posting they manage, tracks each student through
      *>          a pipeline stage with a private note, and can message
      *>          a whole pool (or one stage of it) at once using their
      *>          saved outreach templates. Pools are private to the
      *>          poster who created them. A student is added, and
      *>          later messaged, only while their SEARCH consent and
      *>          profile visibility allow this poster to see them -
      *>          the same test candidate search applies (5451).
      *>
      *> PARAGRAPHS:
      *>   4110-LOAD-TALENT-POOLS / 4111, 4112 loops
      *>   4113-REWRITE-POOLS          - Crash-safe full rewrite
      *>   4114-REWRITE-POOLMEMBERS    - Crash-safe full rewrite
      *>   4115-TALENT-POOLS-MENU      - Jobs menu entry point
      *>   4116-LIST-MY-POOLS          - Numbered list of own pools
      *>   4117-CREATE-POOL
      *>   4118-PICK-POOL              - WS-PL-SEL-IDX (0 = none)
      *>   4119-ADD-FROM-SEARCH        - Run 5450, add from results
      *>   4120-ADD-FROM-APPLICANTS    - Add a posting's applicants
      *>   4121-CHECK-POOL-ELIGIBLE    - Consent and visibility test
      *>                                 for WS-PL-CHECK-USER
      *>   4122-ADD-ONE-MEMBER         - Append one member row
      *>   4123-MANAGE-POOL-MEMBERS    - Stage, note, remove
      *>   4124-PROMPT-STAGE           - WS-PL-STAGE-IDX (0 = none)
      *>   4125-MESSAGE-POOL           - Outreach to a pool or stage
      *>   4126-POOL-REPORT            - Stage counts and members
      *>   4127-DELETE-POOL
      *>   4128-LIST-POOL-MEMBERS      - Numbered members of one pool
      *>   4129-FIND-POOL-PROFILE      - WS-PL-PROF-IDX for
      *>                                 WS-PL-CHECK-USER
      *>
      *> DEPENDENCIES:
      *>   WS-TALENTPOOL.cpy, main.cob (POOLS-FILE, POOLMEMBERS-FILE),
      *>   CANDSEARCH_SRC.cpy (5450/5451), RECRUIT_SRC.cpy (5603),
      *>   SENDMESSAGE.cpy (7811/7830), MSGTPL_SRC.cpy (7885/7886),
      *>   RATELIMIT_SRC.cpy (7657), BLOCKUSER.cpy (7651),
      *>   LOADMGR_SRC.cpy (6023), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       4110-LOAD-TALENT-POOLS.
           MOVE 0 TO WS-PL-COUNT
           MOVE 0 TO WS-PLM-COUNT
           MOVE 1 TO WS-PL-NEXT-ID
           MOVE "N" TO WS-POOLS-EOF
           OPEN INPUT POOLS-FILE
           IF WS-POOLS-STATUS = WS-CONST-FS-OK
               PERFORM 4111-READ-POOLS-LOOP
                   UNTIL WS-POOLS-EOF = "Y"
               CLOSE POOLS-FILE
           END-IF
           MOVE "N" TO WS-POOLMEMBERS-EOF
           OPEN INPUT POOLMEMBERS-FILE
           IF WS-POOLMEMBERS-STATUS = WS-CONST-FS-OK
               PERFORM 4112-READ-POOLMEMBERS-LOOP
                   UNTIL WS-POOLMEMBERS-EOF = "Y"
               CLOSE POOLMEMBERS-FILE
           END-IF
           EXIT.

       4111-READ-POOLS-LOOP.
           READ POOLS-FILE
               AT END
                   MOVE "Y" TO WS-POOLS-EOF
               NOT AT END
                   IF WS-PL-COUNT < WS-CONST-MAX-POOLS
                       AND POOL-ID IS NUMERIC
                       AND FUNCTION TRIM(POOL-OWNER) NOT = SPACES
                       ADD 1 TO WS-PL-COUNT
                       MOVE POOL-ID      TO WS-PL-ID(WS-PL-COUNT)
                       MOVE POOL-OWNER   TO WS-PL-OWNER(WS-PL-COUNT)
                       MOVE POOL-NAME    TO WS-PL-NAME(WS-PL-COUNT)
                       IF POOL-CREATED IS NUMERIC
                           MOVE POOL-CREATED
                               TO WS-PL-CREATED(WS-PL-COUNT)
                       ELSE
                           MOVE 0 TO WS-PL-CREATED(WS-PL-COUNT)
                       END-IF
                       IF POOL-ID >= WS-PL-NEXT-ID
                           COMPUTE WS-PL-NEXT-ID = POOL-ID + 1
                       END-IF
                   END-IF
           END-READ
           EXIT.

       4112-READ-POOLMEMBERS-LOOP.
           READ POOLMEMBERS-FILE
               AT END
                   MOVE "Y" TO WS-POOLMEMBERS-EOF
               NOT AT END
                   IF WS-PLM-COUNT < WS-CONST-MAX-POOLMEMBERS
                       AND PLM-POOL-ID IS NUMERIC
                       AND FUNCTION TRIM(PLM-USERNAME) NOT = SPACES
                       ADD 1 TO WS-PLM-COUNT
                       MOVE PLM-POOL-ID
                           TO WS-PLM-POOL-ID(WS-PLM-COUNT)
                       MOVE PLM-USERNAME
                           TO WS-PLM-USERNAME(WS-PLM-COUNT)
                       MOVE PLM-STAGE  TO WS-PLM-STAGE(WS-PLM-COUNT)
                       IF WS-PLM-STAGE(WS-PLM-COUNT) = SPACES
                           MOVE "NEW" TO WS-PLM-STAGE(WS-PLM-COUNT)
                       END-IF
                       MOVE PLM-SOURCE TO WS-PLM-SOURCE(WS-PLM-COUNT)
                       IF PLM-ADDED IS NUMERIC
                           MOVE PLM-ADDED
                               TO WS-PLM-ADDED(WS-PLM-COUNT)
                       ELSE
                           MOVE 0 TO WS-PLM-ADDED(WS-PLM-COUNT)
                       END-IF
                       IF PLM-UPDATED IS NUMERIC
                           MOVE PLM-UPDATED
                               TO WS-PLM-UPDATED(WS-PLM-COUNT)
                       ELSE
                           MOVE 0 TO WS-PLM-UPDATED(WS-PLM-COUNT)
                       END-IF
                       MOVE PLM-NOTE TO WS-PLM-NOTE(WS-PLM-COUNT)
                   END-IF
           END-READ
           EXIT.

       4113-REWRITE-POOLS.
           MOVE WS-POOLS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-POOLS-TMP-PATH TO WS-POOLS-PATH
           OPEN OUTPUT POOLS-FILE
           IF WS-POOLS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-POOLS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite POOLS.DAT. "
                   "STATUS=" WS-POOLS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE WS-PL-ID(WS-PL-IDX)      TO POOL-ID
               MOVE WS-PL-OWNER(WS-PL-IDX)   TO POOL-OWNER
               MOVE WS-PL-NAME(WS-PL-IDX)    TO POOL-NAME
               MOVE WS-PL-CREATED(WS-PL-IDX) TO POOL-CREATED
               WRITE POOL-RECORD
           END-PERFORM
           CLOSE POOLS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-POOLS-PATH
           MOVE "POOLS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-POOLS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-POOLS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-POOLS-TMP-PATH
               WS-POOLS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace POOLS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4114-REWRITE-POOLMEMBERS.
           MOVE WS-POOLMEMBERS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-POOLMEMBERS-TMP-PATH TO WS-POOLMEMBERS-PATH
           OPEN OUTPUT POOLMEMBERS-FILE
           IF WS-POOLMEMBERS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-POOLMEMBERS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite POOLMEMBERS.DAT. "
                   "STATUS=" WS-POOLMEMBERS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               MOVE WS-PLM-POOL-ID(WS-PLM-IDX)  TO PLM-POOL-ID
               MOVE WS-PLM-USERNAME(WS-PLM-IDX) TO PLM-USERNAME
               MOVE WS-PLM-STAGE(WS-PLM-IDX)    TO PLM-STAGE
               MOVE WS-PLM-SOURCE(WS-PLM-IDX)   TO PLM-SOURCE
               MOVE WS-PLM-ADDED(WS-PLM-IDX)    TO PLM-ADDED
               MOVE WS-PLM-UPDATED(WS-PLM-IDX)  TO PLM-UPDATED
               MOVE WS-PLM-NOTE(WS-PLM-IDX)     TO PLM-NOTE
               WRITE PLM-RECORD
           END-PERFORM
           CLOSE POOLMEMBERS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-POOLMEMBERS-PATH
           MOVE "POOLMEMBERS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-POOLMEMBERS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-POOLMEMBERS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-POOLMEMBERS-TMP-PATH
               WS-POOLMEMBERS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace POOLMEMBERS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4115-TALENT-POOLS-MENU: Job Search/Internship menu option for
      *> employer and staff posters.
      *>*****************************************************************
       4115-TALENT-POOLS-MENU.
           IF NOT ROLE-EMPLOYER AND NOT ROLE-STAFF
               MOVE "Talent pools are for employer and staff "
                   & "accounts." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO WS-PL-ACTION
           PERFORM UNTIL WS-PL-ACTION = "9"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Talent Pools ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List My Pools" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Create a Pool" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Add Students From a Candidate Search"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Add Applicants From a Posting" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Manage a Pool's Members" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "6. Message a Pool" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "7. Talent Pool Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "8. Delete a Pool" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "9. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-9): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-ACTION
               MOVE WS-PL-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-PL-ACTION
                   WHEN "1"
                       PERFORM 4116-LIST-MY-POOLS
                   WHEN "2"
                       PERFORM 4117-CREATE-POOL
                   WHEN "3"
                       PERFORM 4119-ADD-FROM-SEARCH
                   WHEN "4"
                       PERFORM 4120-ADD-FROM-APPLICANTS
                   WHEN "5"
                       PERFORM 4123-MANAGE-POOL-MEMBERS
                   WHEN "6"
                       PERFORM 4125-MESSAGE-POOL
                   WHEN "7"
                       MOVE "TALENTPOOL" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 4126-POOL-REPORT
                       PERFORM 8410-END-REPORT
                   WHEN "8"
                       PERFORM 4127-DELETE-POOL
                   WHEN "9"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4116-LIST-MY-POOLS: Number the signed-on user's pools into
      *> WS-PL-INDEX-MAP (WS-PL-DISP-COUNT of them) and print them
      *> with their member counts.
      *>*****************************************************************
       4116-LIST-MY-POOLS.
           MOVE 0 TO WS-PL-DISP-COUNT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF FUNCTION TRIM(WS-PL-OWNER(WS-PL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-PL-DISP-COUNT
                   MOVE WS-PL-IDX TO WS-PL-INDEX-MAP(WS-PL-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-PL-DISP-COUNT = 0
               MOVE "You have no talent pools yet. Create one first."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "--- My Talent Pools ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-PL-CHOICE FROM 1 BY 1
               UNTIL WS-PL-CHOICE > WS-PL-DISP-COUNT
               MOVE WS-PL-INDEX-MAP(WS-PL-CHOICE) TO WS-PL-IDX
               MOVE 0 TO WS-PL-MEMBER-COUNT
               PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
                   UNTIL WS-PLM-IDX > WS-PLM-COUNT
                   IF WS-PLM-POOL-ID(WS-PLM-IDX) = WS-PL-ID(WS-PL-IDX)
                       ADD 1 TO WS-PL-MEMBER-COUNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-PL-CHOICE(2:3) ". "
                   FUNCTION TRIM(WS-PL-NAME(WS-PL-IDX))
                   " (" WS-PL-MEMBER-COUNT " member(s), created "
                   WS-PL-CREATED(WS-PL-IDX) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

       4117-CREATE-POOL.
           MOVE "Pool name (max 30 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-NEW-NAME
           MOVE WS-PL-NEW-NAME TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-PL-NEW-NAME = SPACES
               MOVE "Pool name cannot be blank." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF FUNCTION TRIM(WS-PL-OWNER(WS-PL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   AND FUNCTION UPPER-CASE(WS-PL-NAME(WS-PL-IDX)) =
                       FUNCTION UPPER-CASE(WS-PL-NEW-NAME)
                   MOVE "You already have a pool with that name."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PL-COUNT >= WS-CONST-MAX-POOLS
               MOVE "Talent pool storage is full. Pool not created."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PL-COUNT
           MOVE WS-PL-NEXT-ID TO WS-PL-ID(WS-PL-COUNT)
           ADD 1 TO WS-PL-NEXT-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-PL-OWNER(WS-PL-COUNT)
           MOVE WS-PL-NEW-NAME TO WS-PL-NAME(WS-PL-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PL-CREATED(WS-PL-COUNT)
           PERFORM 4113-REWRITE-POOLS

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Talent pool '" FUNCTION TRIM(WS-PL-NEW-NAME)
               "' created."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TALENTPOOL" TO WS-RESULT-TYPE
           MOVE WS-PL-NEW-NAME TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4118-PICK-POOL: List the user's pools and read a choice;
      *> WS-PL-SEL-IDX is the WS-PL-TABLE row, 0 when none was picked.
      *>*****************************************************************
       4118-PICK-POOL.
           MOVE 0 TO WS-PL-SEL-IDX
           PERFORM 4116-LIST-MY-POOLS
           IF WS-PL-DISP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a pool number, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
           MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-PL-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PL-MENU-CHOICE) TO WS-PL-CHOICE
           IF WS-PL-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-CHOICE > WS-PL-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-INDEX-MAP(WS-PL-CHOICE) TO WS-PL-SEL-IDX
           EXIT.

      *>*****************************************************************
      *> 4119-ADD-FROM-SEARCH: Pick a pool, run the candidate search,
      *> then add any of the students it listed. A name is accepted
      *> only if it still matches those filters, so a poster cannot
      *> reach a student the search would not have shown them.
      *>*****************************************************************
       4119-ADD-FROM-SEARCH.
           PERFORM 4118-PICK-POOL
           IF WS-PL-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5450-CANDIDATE-SEARCH
           IF WS-PROGRAM-RUNNING = 0 OR WS-CAND-FOUND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the username(s) to add, comma-separated "
               & "(blank = none):" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-RECIPIENT-LIST
           MOVE WS-MSG-RECIPIENT-LIST TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7811-PARSE-RECIPIENT-LIST
           IF WS-MSG-RECIPIENT-COUNT = 0
               MOVE "No students added." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PL-ADDED-COUNT
           MOVE "SEARCH" TO WS-PL-SOURCE
           PERFORM VARYING WS-MSG-RCPT-IDX FROM 1 BY 1
               UNTIL WS-MSG-RCPT-IDX > WS-MSG-RECIPIENT-COUNT
               MOVE WS-MSG-RECIPIENT-ENTRY(WS-MSG-RCPT-IDX)
                   TO WS-PL-CHECK-USER
               PERFORM 4129-FIND-POOL-PROFILE
               MOVE 0 TO WS-CAND-MATCH
               IF WS-PL-PROF-IDX > 0
                   MOVE WS-PL-PROF-IDX TO WS-CAND-IDX
                   PERFORM 5451-CHECK-CANDIDATE
               END-IF
               IF WS-CAND-MATCH = 0
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Skipped: " FUNCTION TRIM(WS-PL-CHECK-USER)
                       " (not among these search results)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   PERFORM 4122-ADD-ONE-MEMBER
               END-IF
           END-PERFORM
           PERFORM 4130-FINISH-ADDING
           EXIT.

      *>*****************************************************************
      *> 4120-ADD-FROM-APPLICANTS: Pick a pool and a posting the user
      *> manages (5603 - the poster or its recruiting team), list the
      *> applicants who may be pooled, and add the ones chosen.
      *>*****************************************************************
       4120-ADD-FROM-APPLICANTS.
           PERFORM 4118-PICK-POOL
           IF WS-PL-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Job ID of the posting: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-JOB-INPUT
           MOVE WS-PL-JOB-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-SELECTED-JOB-IDX
           IF FUNCTION TRIM(WS-PL-JOB-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PL-JOB-INPUT)
                   TO WS-SAVEDJOB-LOOKUP-ID
               PERFORM 5348-FIND-JOB-INDEX-BY-ID
           END-IF
           IF WS-SELECTED-JOB-IDX = 0
               MOVE "No posting has that ID." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
           PERFORM 5603-CHECK-POSTING-ACCESS
           IF WS-RCT-CAN-MANAGE = 0
               MOVE "You can only pool applicants to postings you "
                   & "manage." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Applicants: "
               FUNCTION TRIM(WS-JT-TITLE(WS-SELECTED-JOB-IDX)) " ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-PL-APP-DISP-COUNT
           MOVE 0 TO WS-PL-SKIPPED-COUNT
           PERFORM VARYING WS-PL-APP-IDX FROM 1 BY 1
               UNTIL WS-PL-APP-IDX > WS-ALL-APPS-COUNT
               IF WS-AT-JOB-ID(WS-PL-APP-IDX) =
                   WS-JT-ID(WS-SELECTED-JOB-IDX)
                   MOVE WS-AT-USERNAME(WS-PL-APP-IDX)
                       TO WS-PL-CHECK-USER
                   PERFORM 4121-CHECK-POOL-ELIGIBLE
                   IF WS-PL-ELIGIBLE = 0
                       OR WS-PL-APP-DISP-COUNT >= 500
                       ADD 1 TO WS-PL-SKIPPED-COUNT
                   ELSE
                       ADD 1 TO WS-PL-APP-DISP-COUNT
                       MOVE WS-PL-APP-IDX
                           TO WS-PL-APP-MAP(WS-PL-APP-DISP-COUNT)
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING WS-PL-APP-DISP-COUNT ". "
                           FUNCTION TRIM(WS-PL-CHECK-USER) " - "
                           FUNCTION TRIM(
                               WS-FIRST-NAME(WS-PL-PROF-IDX)) " "
                           FUNCTION TRIM(
                               WS-LAST-NAME(WS-PL-PROF-IDX))
                           " (" FUNCTION TRIM(
                               WS-AT-STATUS(WS-PL-APP-IDX)) ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PL-SKIPPED-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-PL-SKIPPED-COUNT " applicant(s) not shown: "
                   "their consent or profile visibility does not "
                   "allow pooling."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-PL-APP-DISP-COUNT = 0
               MOVE "No applicants to this posting can be added."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter applicant numbers, comma-separated, ALL, or 0 "
               & "to cancel:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-RECIPIENT-LIST
           MOVE WS-MSG-RECIPIENT-LIST TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-PL-ADDED-COUNT
           MOVE "APPLICANT" TO WS-PL-SOURCE
           IF FUNCTION UPPER-CASE(WS-MSG-RECIPIENT-LIST) = "ALL"
               PERFORM VARYING WS-PL-CHOICE FROM 1 BY 1
                   UNTIL WS-PL-CHOICE > WS-PL-APP-DISP-COUNT
                   MOVE WS-AT-USERNAME(WS-PL-APP-MAP(WS-PL-CHOICE))
                       TO WS-PL-CHECK-USER
                   PERFORM 4122-ADD-ONE-MEMBER
               END-PERFORM
           ELSE
               PERFORM 7811-PARSE-RECIPIENT-LIST
               PERFORM VARYING WS-MSG-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-MSG-RCPT-IDX > WS-MSG-RECIPIENT-COUNT
                   MOVE 0 TO WS-PL-CHOICE
                   IF FUNCTION TRIM(
                       WS-MSG-RECIPIENT-ENTRY(WS-MSG-RCPT-IDX))
                       IS NUMERIC
                       MOVE FUNCTION NUMVAL(
                           WS-MSG-RECIPIENT-ENTRY(WS-MSG-RCPT-IDX))
                           TO WS-PL-CHOICE
                   END-IF
                   IF WS-PL-CHOICE > 0
                       AND WS-PL-CHOICE <= WS-PL-APP-DISP-COUNT
                       MOVE WS-AT-USERNAME(WS-PL-APP-MAP(WS-PL-CHOICE))
                           TO WS-PL-CHECK-USER
                       PERFORM 4122-ADD-ONE-MEMBER
                   ELSE
                       IF WS-MSG-RECIPIENT-ENTRY(WS-MSG-RCPT-IDX)
                           NOT = "0"
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "Skipped: '"
                               FUNCTION TRIM(WS-MSG-RECIPIENT-ENTRY(
                                   WS-MSG-RCPT-IDX))
                               "' is not an applicant number"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 4130-FINISH-ADDING
           EXIT.

      *>*****************************************************************
      *> 4121-CHECK-POOL-ELIGIBLE: WS-PL-ELIGIBLE = 1 when the student
      *> WS-PL-CHECK-USER has a profile the signed-on poster may see
      *> and has not opted out of employer search. Runs 5451 with the
      *> search filters cleared, then puts them back.
      *>*****************************************************************
       4121-CHECK-POOL-ELIGIBLE.
           MOVE 0 TO WS-PL-ELIGIBLE
           PERFORM 4129-FIND-POOL-PROFILE
           IF WS-PL-PROF-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-FILTER-SKILL TO WS-PL-SAVE-SKILL
           MOVE WS-CAND-FILTER-MAJOR TO WS-PL-SAVE-MAJOR
           MOVE WS-CAND-FILTER-YEAR  TO WS-PL-SAVE-YEAR
           MOVE WS-CAND-FILTER-CERT  TO WS-PL-SAVE-CERT
           MOVE SPACES TO WS-CAND-FILTER-SKILL
           MOVE SPACES TO WS-CAND-FILTER-MAJOR
           MOVE SPACES TO WS-CAND-FILTER-YEAR
           MOVE SPACES TO WS-CAND-FILTER-CERT
           MOVE WS-PL-PROF-IDX TO WS-CAND-IDX
           PERFORM 5451-CHECK-CANDIDATE
           MOVE WS-CAND-MATCH TO WS-PL-ELIGIBLE
           MOVE WS-PL-SAVE-SKILL TO WS-CAND-FILTER-SKILL
           MOVE WS-PL-SAVE-MAJOR TO WS-CAND-FILTER-MAJOR
           MOVE WS-PL-SAVE-YEAR  TO WS-CAND-FILTER-YEAR
           MOVE WS-PL-SAVE-CERT  TO WS-CAND-FILTER-CERT
           EXIT.

      *>*****************************************************************
      *> 4122-ADD-ONE-MEMBER: Add WS-PL-CHECK-USER to the pool at
      *> WS-PL-SEL-IDX as NEW, tagged WS-PL-SOURCE. The caller has
      *> already checked eligibility; 4130 rewrites the file once.
      *>*****************************************************************
       4122-ADD-ONE-MEMBER.
           IF FUNCTION TRIM(WS-PL-CHECK-USER) =
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               MOVE "Skipped: you cannot add yourself to a pool."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF WS-PLM-POOL-ID(WS-PLM-IDX) = WS-PL-ID(WS-PL-SEL-IDX)
                   AND FUNCTION TRIM(WS-PLM-USERNAME(WS-PLM-IDX)) =
                       FUNCTION TRIM(WS-PL-CHECK-USER)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Skipped: " FUNCTION TRIM(WS-PL-CHECK-USER)
                       " is already in this pool"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PLM-COUNT >= WS-CONST-MAX-POOLMEMBERS
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Skipped: " FUNCTION TRIM(WS-PL-CHECK-USER)
                   " (talent pool storage is full)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLM-COUNT
           MOVE WS-PL-ID(WS-PL-SEL-IDX) TO WS-PLM-POOL-ID(WS-PLM-COUNT)
           MOVE WS-PL-CHECK-USER TO WS-PLM-USERNAME(WS-PLM-COUNT)
           MOVE "NEW" TO WS-PLM-STAGE(WS-PLM-COUNT)
           MOVE WS-PL-SOURCE TO WS-PLM-SOURCE(WS-PLM-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLM-ADDED(WS-PLM-COUNT)
           MOVE WS-PLM-ADDED(WS-PLM-COUNT)
               TO WS-PLM-UPDATED(WS-PLM-COUNT)
           MOVE SPACES TO WS-PLM-NOTE(WS-PLM-COUNT)
           ADD 1 TO WS-PL-ADDED-COUNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Added: " FUNCTION TRIM(WS-PL-CHECK-USER)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4123-MANAGE-POOL-MEMBERS: Pick a pool, then a member, and
      *> move them to another stage, edit the private note, or take
      *> them out of the pool.
      *>*****************************************************************
       4123-MANAGE-POOL-MEMBERS.
           PERFORM 4118-PICK-POOL
           IF WS-PL-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PL-CHOICE
           PERFORM UNTIL WS-PL-CHOICE = 0
               OR WS-PROGRAM-RUNNING = 0
               PERFORM 4128-LIST-POOL-MEMBERS
               IF WS-PLM-DISP-COUNT = 0
                   EXIT PERFORM
               END-IF
               MOVE "Enter a member number, or 0 to go back:"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
               MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION TRIM(WS-PL-MENU-CHOICE) IS NOT NUMERIC
                   MOVE "Invalid selection." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-PL-MENU-CHOICE) TO WS-PL-CHOICE
               IF WS-PL-CHOICE = 0
                   EXIT PERFORM
               END-IF
               IF WS-PL-CHOICE > WS-PLM-DISP-COUNT
                   MOVE "Invalid selection." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM
               END-IF
               MOVE WS-PLM-INDEX-MAP(WS-PL-CHOICE) TO WS-PLM-SEL-IDX

               MOVE "1. Change Stage" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Edit Private Note" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove From Pool" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Cancel" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-4): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
               MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "TALENTPOOL" TO WS-RESULT-TYPE
               MOVE WS-PLM-USERNAME(WS-PLM-SEL-IDX) TO WS-RESULT-KEY
               MOVE "OK" TO WS-RESULT-OUTCOME
               EVALUATE WS-PL-MENU-CHOICE
                   WHEN "1"
                       PERFORM 4124-PROMPT-STAGE
                       IF WS-PL-STAGE-IDX > 0
                           MOVE WS-PL-STAGE-NAME(WS-PL-STAGE-IDX)
                               TO WS-PLM-STAGE(WS-PLM-SEL-IDX)
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-PLM-UPDATED(WS-PLM-SEL-IDX)
                           PERFORM 4114-REWRITE-POOLMEMBERS
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING FUNCTION TRIM(
                               WS-PLM-USERNAME(WS-PLM-SEL-IDX))
                               " moved to "
                               FUNCTION TRIM(
                                   WS-PLM-STAGE(WS-PLM-SEL-IDX)) "."
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                           PERFORM 8060-WRITE-RESULT
                       END-IF
                   WHEN "2"
                       MOVE "Enter the note (max 200 chars, blank "
                           & "clears it):" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM 8100-READ-INPUT
                       IF WS-EOF-FLAG = 1
                           MOVE 0 TO WS-PROGRAM-RUNNING
                           EXIT PERFORM
                       END-IF
                       MOVE FUNCTION TRIM(INPUT-RECORD TRAILING)
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       IF FUNCTION LENGTH(
                           FUNCTION TRIM(INPUT-RECORD TRAILING)) > 200
                           MOVE "Note is too long. Please enter 200 "
                               & "characters or fewer."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       ELSE
                           MOVE FUNCTION TRIM(INPUT-RECORD)
                               TO WS-PLM-NOTE(WS-PLM-SEL-IDX)
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-PLM-UPDATED(WS-PLM-SEL-IDX)
                           PERFORM 4114-REWRITE-POOLMEMBERS
                           MOVE "Note saved." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                           PERFORM 8060-WRITE-RESULT
                       END-IF
                   WHEN "3"
                       PERFORM VARYING WS-PLM-JDX FROM WS-PLM-SEL-IDX
                           BY 1 UNTIL WS-PLM-JDX >= WS-PLM-COUNT
                           MOVE WS-PLM-ENTRY(WS-PLM-JDX + 1)
                               TO WS-PLM-ENTRY(WS-PLM-JDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-PLM-COUNT
                       PERFORM 4114-REWRITE-POOLMEMBERS
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING FUNCTION TRIM(WS-RESULT-KEY)
                           " removed from the pool."
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM 8060-WRITE-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4124-PROMPT-STAGE: Show the pipeline stages and read one;
      *> WS-PL-STAGE-IDX = 0 when the entry is not a stage number.
      *>*****************************************************************
       4124-PROMPT-STAGE.
           MOVE 0 TO WS-PL-STAGE-IDX
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-STAGE-TOTAL
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-PL-IDX(3:1) ". "
                   FUNCTION TRIM(WS-PL-STAGE-NAME(WS-PL-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter the stage number (1-6): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
           MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-PL-MENU-CHOICE) IS NUMERIC
               IF FUNCTION NUMVAL(WS-PL-MENU-CHOICE) >= 1
                   AND FUNCTION NUMVAL(WS-PL-MENU-CHOICE) <=
                       WS-PL-STAGE-TOTAL
                   MOVE FUNCTION NUMVAL(WS-PL-MENU-CHOICE)
                       TO WS-PL-STAGE-IDX
               END-IF
           END-IF
           IF WS-PL-STAGE-IDX = 0
               MOVE "Invalid stage. Nothing changed." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4125-MESSAGE-POOL: Send one message to every member of a pool,
      *> or of one stage of it, through the normal send path (7830:
      *> screening and the moderation hold apply). The sender may pick
      *> a saved template, whose merge fields fill per member. Each
      *> member is re-checked first: anyone who has since withdrawn
      *> consent, hidden their profile, closed their account or
      *> blocked the sender is skipped. NEW members who were reached
      *> move to CONTACTED.
      *>*****************************************************************
       4125-MESSAGE-POOL.
           PERFORM 4118-PICK-POOL
           IF WS-PL-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6023-LOAD-SOCIAL-MODULE
           PERFORM 7657-CHECK-MESSAGE-RATE
           IF WS-RATE-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE "Message which stage? 0 = everyone in the pool:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-STAGE-TOTAL
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-PL-IDX(3:1) ". "
                   FUNCTION TRIM(WS-PL-STAGE-NAME(WS-PL-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
           MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-PL-STAGE-IDX
           IF FUNCTION TRIM(WS-PL-MENU-CHOICE) IS NUMERIC
               IF FUNCTION NUMVAL(WS-PL-MENU-CHOICE) <=
                   WS-PL-STAGE-TOTAL
                   MOVE FUNCTION NUMVAL(WS-PL-MENU-CHOICE)
                       TO WS-PL-STAGE-IDX
               END-IF
           END-IF

           MOVE 0 TO WS-PL-MEMBER-COUNT
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF WS-PLM-POOL-ID(WS-PLM-IDX) = WS-PL-ID(WS-PL-SEL-IDX)
                   AND (WS-PL-STAGE-IDX = 0
                       OR WS-PLM-STAGE(WS-PLM-IDX) =
                           WS-PL-STAGE-NAME(WS-PL-STAGE-IDX))
                   ADD 1 TO WS-PL-MEMBER-COUNT
               END-IF
           END-PERFORM
           IF WS-PL-MEMBER-COUNT = 0
               MOVE "No pool members to message." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 7885-OFFER-TEMPLATE
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TPL-ACTIVE = 0
               MOVE "Enter your message (one line, max 200 chars):"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD TRAILING)
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION TRIM(INPUT-RECORD) = SPACES
                   MOVE "Message cannot be empty. Message not sent."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION LENGTH(
                   FUNCTION TRIM(INPUT-RECORD TRAILING)) > 200
                   MOVE "Line is too long. Message not sent."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD TO WS-PL-NOTE-INPUT
           END-IF

           MOVE 0 TO WS-PL-SENT-COUNT
           MOVE 0 TO WS-PL-SKIPPED-COUNT
           MOVE 0 TO WS-CSC-HELD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PL-TODAY
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF WS-PLM-POOL-ID(WS-PLM-IDX) = WS-PL-ID(WS-PL-SEL-IDX)
                   AND (WS-PL-STAGE-IDX = 0
                       OR WS-PLM-STAGE(WS-PLM-IDX) =
                           WS-PL-STAGE-NAME(WS-PL-STAGE-IDX))
                   MOVE WS-PLM-USERNAME(WS-PLM-IDX) TO WS-PL-CHECK-USER
                   PERFORM 4121-CHECK-POOL-ELIGIBLE
                   IF WS-PL-ELIGIBLE = 1
                       MOVE FUNCTION TRIM(WS-PL-CHECK-USER)
                           TO WS-AIX-QUERY
                       PERFORM 3262-ACCT-INDEX-LOOKUP
                       IF WS-AIX-FOUND = 0
                           MOVE 0 TO WS-PL-ELIGIBLE
                       END-IF
                   END-IF
                   IF WS-PL-ELIGIBLE = 1
                       MOVE WS-PL-CHECK-USER TO WS-BLOCK-TARGET-USERNAME
                       PERFORM 7651-CHECK-BLOCKED
                       IF WS-BLOCK-IS-BLOCKED = 1
                           MOVE 0 TO WS-PL-ELIGIBLE
                       END-IF
                   END-IF
                   IF WS-PL-ELIGIBLE = 0
                       ADD 1 TO WS-PL-SKIPPED-COUNT
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Skipped: "
                           FUNCTION TRIM(WS-PL-CHECK-USER)
                           " (can no longer be contacted this way)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   ELSE
                       MOVE WS-PL-CHECK-USER TO WS-MSG-RECIPIENT
                       IF WS-TPL-ACTIVE = 1
                           MOVE 1 TO WS-MSG-PART-COUNT
                           PERFORM 7886-EXPAND-MERGE-FIELDS
                       ELSE
                           MOVE 0 TO WS-MSG-PART-COUNT
                           MOVE WS-PL-NOTE-INPUT TO WS-MSG-CONTENT
                       END-IF
                       PERFORM 7830-WRITE-MESSAGE
                       ADD 1 TO WS-PL-SENT-COUNT
                       IF WS-CSC-HIT = 0
                           AND WS-PLM-STAGE(WS-PLM-IDX) = "NEW"
                           MOVE "CONTACTED" TO WS-PLM-STAGE(WS-PLM-IDX)
                           MOVE WS-PL-TODAY
                               TO WS-PLM-UPDATED(WS-PLM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MSG-PART-COUNT
           MOVE 0 TO WS-TPL-ACTIVE
           MOVE SPACES TO WS-PL-NOTE-INPUT

           IF WS-PL-SENT-COUNT = 0
               MOVE "No pool member could be messaged."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-MSG-SESS
           PERFORM 4114-REWRITE-POOLMEMBERS

           IF WS-CSC-HELD-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Message sent to " WS-PL-SENT-COUNT
                   " pool member(s) successfully!"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE "OK" TO WS-RESULT-OUTCOME
           ELSE
               MOVE "HELD" TO WS-RESULT-OUTCOME
           END-IF
           MOVE "POOLMESSAGE" TO WS-RESULT-TYPE
           MOVE WS-PL-NAME(WS-PL-SEL-IDX) TO WS-RESULT-KEY
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4126-POOL-REPORT: For each of the user's pools, the member
      *> count per pipeline stage and every member with stage, source,
      *> dates and note; members who could no longer be added or
      *> messaged (consent or visibility changed) are flagged.
      *>*****************************************************************
       4126-POOL-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== TALENT POOL REPORT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-PL-DISP-COUNT
           PERFORM VARYING WS-PL-SEL-IDX FROM 1 BY 1
               UNTIL WS-PL-SEL-IDX > WS-PL-COUNT
               IF FUNCTION TRIM(WS-PL-OWNER(WS-PL-SEL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-PL-DISP-COUNT
                   INITIALIZE WS-PL-STAGE-COUNTS
                   MOVE 0 TO WS-PL-MEMBER-COUNT
                   PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
                       UNTIL WS-PLM-IDX > WS-PLM-COUNT
                       IF WS-PLM-POOL-ID(WS-PLM-IDX) =
                           WS-PL-ID(WS-PL-SEL-IDX)
                           ADD 1 TO WS-PL-MEMBER-COUNT
                           PERFORM VARYING WS-PL-STAGE-IDX FROM 1 BY 1
                               UNTIL WS-PL-STAGE-IDX > WS-PL-STAGE-TOTAL
                               IF WS-PLM-STAGE(WS-PLM-IDX) =
                                   WS-PL-STAGE-NAME(WS-PL-STAGE-IDX)
                                   ADD 1 TO WS-PL-STAGE-COUNT(
                                       WS-PL-STAGE-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   MOVE " " TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Pool: " FUNCTION TRIM(
                       WS-PL-NAME(WS-PL-SEL-IDX))
                       " (created " WS-PL-CREATED(WS-PL-SEL-IDX)
                       ", " WS-PL-MEMBER-COUNT " member(s))"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  NEW " WS-PL-STAGE-COUNT(1)
                       "  CONTACTED " WS-PL-STAGE-COUNT(2)
                       "  INTERESTED " WS-PL-STAGE-COUNT(3)
                       "  INTERVIEWING " WS-PL-STAGE-COUNT(4)
                       "  HIRED " WS-PL-STAGE-COUNT(5)
                       "  NOT A FIT " WS-PL-STAGE-COUNT(6)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
                       UNTIL WS-PLM-IDX > WS-PLM-COUNT
                       IF WS-PLM-POOL-ID(WS-PLM-IDX) =
                           WS-PL-ID(WS-PL-SEL-IDX)
                           MOVE WS-PLM-USERNAME(WS-PLM-IDX)
                               TO WS-PL-CHECK-USER
                           PERFORM 4121-CHECK-POOL-ELIGIBLE
                           IF WS-PL-ELIGIBLE = 1
                               MOVE SPACES TO WS-PL-STATE-TEXT
                           ELSE
                               MOVE " [no longer reachable]"
                                   TO WS-PL-STATE-TEXT
                           END-IF
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  - "
                               FUNCTION TRIM(WS-PL-CHECK-USER) " | "
                               FUNCTION TRIM(WS-PLM-STAGE(WS-PLM-IDX))
                               " | " FUNCTION TRIM(
                                   WS-PLM-SOURCE(WS-PLM-IDX))
                               " | added " WS-PLM-ADDED(WS-PLM-IDX)
                               " | updated "
                               WS-PLM-UPDATED(WS-PLM-IDX)
                               WS-PL-STATE-TEXT
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                           IF WS-PLM-NOTE(WS-PLM-IDX) NOT = SPACES
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "      Note: " FUNCTION TRIM(
                                   WS-PLM-NOTE(WS-PLM-IDX))
                                   DELIMITED BY SIZE
                                   INTO WS-OUTPUT-LINE
                               END-STRING
                               PERFORM 8000-WRITE-OUTPUT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-PL-DISP-COUNT = 0
               MOVE "You have no talent pools." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "===========================" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       4127-DELETE-POOL.
           PERFORM 4118-PICK-POOL
           IF WS-PL-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Delete pool '" FUNCTION TRIM(
               WS-PL-NAME(WS-PL-SEL-IDX))
               "' and all its members? (Y/N): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PL-MENU-CHOICE
           MOVE WS-PL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION UPPER-CASE(WS-PL-MENU-CHOICE) NOT = "Y"
               MOVE "Pool not deleted." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PL-NAME(WS-PL-SEL-IDX) TO WS-RESULT-KEY
           MOVE 0 TO WS-PLM-JDX
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF WS-PLM-POOL-ID(WS-PLM-IDX) NOT =
                   WS-PL-ID(WS-PL-SEL-IDX)
                   ADD 1 TO WS-PLM-JDX
                   IF WS-PLM-JDX NOT = WS-PLM-IDX
                       MOVE WS-PLM-ENTRY(WS-PLM-IDX)
                           TO WS-PLM-ENTRY(WS-PLM-JDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PLM-JDX TO WS-PLM-COUNT
           PERFORM VARYING WS-PL-IDX FROM WS-PL-SEL-IDX BY 1
               UNTIL WS-PL-IDX >= WS-PL-COUNT
               MOVE WS-PL-ENTRY(WS-PL-IDX + 1) TO WS-PL-ENTRY(WS-PL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-PL-COUNT
           PERFORM 4114-REWRITE-POOLMEMBERS
           PERFORM 4113-REWRITE-POOLS

           MOVE "Pool deleted." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TALENTPOOL" TO WS-RESULT-TYPE
           MOVE "DEL" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4128-LIST-POOL-MEMBERS: Number the members of the pool at
      *> WS-PL-SEL-IDX into WS-PLM-INDEX-MAP and print each with their
      *> stage and note.
      *>*****************************************************************
       4128-LIST-POOL-MEMBERS.
           MOVE 0 TO WS-PLM-DISP-COUNT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Pool: " FUNCTION TRIM(WS-PL-NAME(WS-PL-SEL-IDX))
               " ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF WS-PLM-POOL-ID(WS-PLM-IDX) = WS-PL-ID(WS-PL-SEL-IDX)
                   ADD 1 TO WS-PLM-DISP-COUNT
                   MOVE WS-PLM-IDX
                       TO WS-PLM-INDEX-MAP(WS-PLM-DISP-COUNT)
                   MOVE WS-PLM-USERNAME(WS-PLM-IDX) TO WS-PL-CHECK-USER
                   PERFORM 4129-FIND-POOL-PROFILE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-PL-PROF-IDX > 0
                       STRING WS-PLM-DISP-COUNT ". "
                           FUNCTION TRIM(WS-PL-CHECK-USER) " - "
                           FUNCTION TRIM(
                               WS-FIRST-NAME(WS-PL-PROF-IDX)) " "
                           FUNCTION TRIM(
                               WS-LAST-NAME(WS-PL-PROF-IDX))
                           " [" FUNCTION TRIM(WS-PLM-STAGE(WS-PLM-IDX))
                           "] added " WS-PLM-ADDED(WS-PLM-IDX)
                           " from " FUNCTION TRIM(
                               WS-PLM-SOURCE(WS-PLM-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING WS-PLM-DISP-COUNT ". "
                           FUNCTION TRIM(WS-PL-CHECK-USER)
                           " [" FUNCTION TRIM(WS-PLM-STAGE(WS-PLM-IDX))
                           "] added " WS-PLM-ADDED(WS-PLM-IDX)
                           " from " FUNCTION TRIM(
                               WS-PLM-SOURCE(WS-PLM-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-PLM-NOTE(WS-PLM-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "      Note: "
                           FUNCTION TRIM(WS-PLM-NOTE(WS-PLM-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PLM-DISP-COUNT = 0
               MOVE "This pool has no members yet." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4129-FIND-POOL-PROFILE.
           MOVE 0 TO WS-PL-PROF-IDX
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-PROFILE-COUNT
                   OR WS-PL-PROF-IDX > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-CAND-IDX)) =
                   FUNCTION TRIM(WS-PL-CHECK-USER)
                   MOVE WS-CAND-IDX TO WS-PL-PROF-IDX
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4130-FINISH-ADDING: Save and report a batch of additions from
      *> 4119 or 4120.
      *>*****************************************************************
       4130-FINISH-ADDING.
           IF WS-PL-ADDED-COUNT = 0
               MOVE "No students added." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 4114-REWRITE-POOLMEMBERS
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-PL-ADDED-COUNT " student(s) added to "
               FUNCTION TRIM(WS-PL-NAME(WS-PL-SEL-IDX)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TALENTPOOL" TO WS-RESULT-TYPE
           MOVE WS-PL-NAME(WS-PL-SEL-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.
