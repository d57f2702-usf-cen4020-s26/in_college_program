      *>*****************************************************************
      *> FILE:    JOBSKILL_SRC.cpy
      *> PURPOSE: Structured required and preferred skills on postings.
      *>          Skill matching elsewhere (KWINDEX, SKILLGAP, JOBMATCH)
      *>          reads JOB-DESCRIPTION free text, which cannot say
      *>          which skills a poster must have and which are only
      *>          nice to have. Posters list both at posting time; each
      *>          name is run through the skill synonym table (7168) and
      *>          kept in JOBSKILLS.DAT under the job ID. The applicant
      *>          list for a posting is then ranked by fit and shows
      *>          each applicant's held and missing required skills.
      *>
      *> PARAGRAPHS:
      *>   5621-LOAD-JOBSKILLS / 5622 loop
      *>   5623-APPEND-JOBSKILL       - Add one row (file and table)
      *>   5624-PROMPT-JOB-SKILLS     - Required, then preferred, for
      *>                                WS-JSK-JOB-ID
      *>   5625-PROMPT-SKILL-KIND     - Up to WS-CONST-MAX-JOB-SKILLS
      *>                                names of kind WS-JSK-KIND
      *>   5626-SHOW-JOB-SKILLS       - Required/preferred lines
      *>   5627-SCORE-APPLICANT-FIT   - WS-JSK-USERNAME vs the posting
      *>   5628-SHOW-APPLICANT-FIT    - Fit lines for one applicant,
      *>                                with any verified skills
      *>   5629-RANK-APPLICANTS       - Order the 5344 applicant map
      *>
      *> DEPENDENCIES:
      *>   WS-JOBSKILL.cpy, WS-SKILLSYN.cpy (7168/7169), WS-JOBS.cpy,
      *>   SKILLTEST_SRC.cpy (5736),
      *>   main.cob (JOBSKILL-FILE, WS-USER-PROFILES, 8000/8100)
      *>*****************************************************************

       5621-LOAD-JOBSKILLS.
           MOVE 0 TO WS-JSK-COUNT
           MOVE "N" TO WS-JOBSKILL-EOF
           OPEN INPUT JOBSKILL-FILE
           IF WS-JOBSKILL-STATUS = WS-CONST-FS-OK
               PERFORM 5622-READ-JOBSKILLS-LOOP
                   UNTIL WS-JOBSKILL-EOF = "Y"
               CLOSE JOBSKILL-FILE
           END-IF
           EXIT.

       5622-READ-JOBSKILLS-LOOP.
           READ JOBSKILL-FILE
               AT END
                   MOVE "Y" TO WS-JOBSKILL-EOF
               NOT AT END
                   IF WS-JSK-COUNT < WS-CONST-MAX-JOBSKILLS
                       AND JSK-JOB-ID IS NUMERIC
                       AND (JSK-KIND = "R" OR JSK-KIND = "P")
                       AND FUNCTION TRIM(JSK-SKILL) NOT = SPACES
                       ADD 1 TO WS-JSK-COUNT
                       MOVE JSK-JOB-ID TO WS-JSK-T-JOB-ID(WS-JSK-COUNT)
                       MOVE JSK-KIND   TO WS-JSK-T-KIND(WS-JSK-COUNT)
                       MOVE JSK-SKILL  TO WS-JSK-T-SKILL(WS-JSK-COUNT)
                   END-IF
           END-READ
           EXIT.

      *>*****************************************************************
      *> 5623-APPEND-JOBSKILL: Append WS-JSK-JOB-ID / -KIND / -SKILL to
      *> JOBSKILLS.DAT and to the in-memory table.
      *>*****************************************************************
       5623-APPEND-JOBSKILL.
           IF WS-JSK-COUNT >= WS-CONST-MAX-JOBSKILLS
               MOVE "The skill table is full; that skill was not saved."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JSK-JOB-ID TO JSK-JOB-ID
           MOVE WS-JSK-KIND   TO JSK-KIND
           MOVE WS-JSK-SKILL  TO JSK-SKILL

           OPEN EXTEND JOBSKILL-FILE
           IF WS-JOBSKILL-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE JOBSKILL-FILE
               OPEN OUTPUT JOBSKILL-FILE
               CLOSE JOBSKILL-FILE
               OPEN EXTEND JOBSKILL-FILE
           END-IF
           IF WS-JOBSKILL-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not write JOBSKILLS.DAT. STATUS="
                   WS-JOBSKILL-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           WRITE JSK-RECORD
           CLOSE JOBSKILL-FILE

           ADD 1 TO WS-JSK-COUNT
           MOVE WS-JSK-JOB-ID TO WS-JSK-T-JOB-ID(WS-JSK-COUNT)
           MOVE WS-JSK-KIND   TO WS-JSK-T-KIND(WS-JSK-COUNT)
           MOVE WS-JSK-SKILL  TO WS-JSK-T-SKILL(WS-JSK-COUNT)
           EXIT.

      *>*****************************************************************
      *> 5624-PROMPT-JOB-SKILLS: Collect the required and then the
      *> preferred skills for the posting WS-JSK-JOB-ID.
      *>*****************************************************************
       5624-PROMPT-JOB-SKILLS.
           MOVE "Required skills - applicants are ranked on these."
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "R" TO WS-JSK-KIND
           MOVE "Required" TO WS-JSK-KIND-TEXT
           PERFORM 5625-PROMPT-SKILL-KIND
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-JSK-KIND
           MOVE "Preferred" TO WS-JSK-KIND-TEXT
           PERFORM 5625-PROMPT-SKILL-KIND
           EXIT.

      *>*****************************************************************
      *> 5625-PROMPT-SKILL-KIND: Read up to WS-CONST-MAX-JOB-SKILLS
      *> names of kind WS-JSK-KIND; a blank line ends the list. Each is
      *> normalized and a repeat of one already on the posting skipped.
      *>*****************************************************************
       5625-PROMPT-SKILL-KIND.
           MOVE 0 TO WS-JSK-ENTERED
           MOVE 0 TO WS-JSK-DONE
           PERFORM UNTIL WS-JSK-DONE = 1
               OR WS-JSK-ENTERED >= WS-CONST-MAX-JOB-SKILLS
               COMPUTE WS-JSK-NTH = WS-JSK-ENTERED + 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-JSK-KIND-TEXT) " skill "
                   WS-JSK-NTH " of " WS-CONST-MAX-JOB-SKILLS
                   " (blank when done): "
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION TRIM(INPUT-RECORD) = SPACES
                   MOVE 1 TO WS-JSK-DONE
               ELSE
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SYN-INPUT
                   PERFORM 7168-NORMALIZE-SKILL
                   MOVE WS-SYN-OUTPUT TO WS-JSK-SKILL
                   MOVE 0 TO WS-JSK-DUPLICATE
                   PERFORM VARYING WS-JSK-IDX FROM 1 BY 1
                       UNTIL WS-JSK-IDX > WS-JSK-COUNT
                       IF WS-JSK-T-JOB-ID(WS-JSK-IDX) = WS-JSK-JOB-ID
                           AND WS-JSK-T-SKILL(WS-JSK-IDX) = WS-JSK-SKILL
                           MOVE 1 TO WS-JSK-DUPLICATE
                       END-IF
                   END-PERFORM
                   IF WS-JSK-DUPLICATE = 1
                       MOVE "That skill is already listed on this "
                           & "posting." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   ELSE
                       PERFORM 5623-APPEND-JOBSKILL
                       ADD 1 TO WS-JSK-ENTERED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5626-SHOW-JOB-SKILLS: "Required skills:" and "Preferred
      *> skills:" lines for WS-JSK-JOB-ID; nothing when none are listed.
      *>*****************************************************************
       5626-SHOW-JOB-SKILLS.
           MOVE SPACES TO WS-JSK-HAS-LIST
           MOVE 1 TO WS-JSK-HAS-PTR
           MOVE SPACES TO WS-JSK-PREF-LIST
           MOVE 1 TO WS-JSK-PREF-PTR
           PERFORM VARYING WS-JSK-IDX FROM 1 BY 1
               UNTIL WS-JSK-IDX > WS-JSK-COUNT
               IF WS-JSK-T-JOB-ID(WS-JSK-IDX) = WS-JSK-JOB-ID
                   IF WS-JSK-T-REQUIRED(WS-JSK-IDX)
                       IF WS-JSK-HAS-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-JSK-HAS-LIST
                               WITH POINTER WS-JSK-HAS-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-JSK-T-SKILL(WS-JSK-IDX))
                           DELIMITED BY SIZE INTO WS-JSK-HAS-LIST
                           WITH POINTER WS-JSK-HAS-PTR
                       END-STRING
                   ELSE
                       IF WS-JSK-PREF-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-JSK-PREF-LIST
                               WITH POINTER WS-JSK-PREF-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-JSK-T-SKILL(WS-JSK-IDX))
                           DELIMITED BY SIZE INTO WS-JSK-PREF-LIST
                           WITH POINTER WS-JSK-PREF-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JSK-HAS-PTR > 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Required Skills: " FUNCTION TRIM(WS-JSK-HAS-LIST)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-JSK-PREF-PTR > 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Preferred Skills: "
                   FUNCTION TRIM(WS-JSK-PREF-LIST)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5627-SCORE-APPLICANT-FIT: Compare WS-JSK-USERNAME's profile
      *> skills with the posting WS-JSK-JOB-ID's skill rows. Returns the
      *> required/preferred totals and counts held, the required skills
      *> held (WS-JSK-HAS-LIST) and missing (WS-JSK-MISSING-LIST), and
      *> the preferred skills held (WS-JSK-PREF-LIST). An applicant
      *> with no profile holds nothing.
      *>*****************************************************************
       5627-SCORE-APPLICANT-FIT.
           MOVE 0 TO WS-JSK-REQ-TOTAL WS-JSK-REQ-HAVE
                     WS-JSK-PREF-TOTAL WS-JSK-PREF-HAVE
           MOVE SPACES TO WS-JSK-HAS-LIST WS-JSK-MISSING-LIST
                          WS-JSK-PREF-LIST
           MOVE 1 TO WS-JSK-HAS-PTR WS-JSK-MISSING-PTR WS-JSK-PREF-PTR

           MOVE 0 TO WS-JSK-PROF-IDX
           PERFORM VARYING WS-JSK-PROF-SCAN FROM 1 BY 1
               UNTIL WS-JSK-PROF-SCAN > WS-PROFILE-COUNT
                   OR WS-JSK-PROF-IDX > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-JSK-PROF-SCAN))
                   = FUNCTION TRIM(WS-JSK-USERNAME)
                   AND WS-HAS-PROFILE(WS-JSK-PROF-SCAN) = 1
                   MOVE WS-JSK-PROF-SCAN TO WS-JSK-PROF-IDX
               END-IF
           END-PERFORM
           MOVE WS-JSK-USERNAME TO WS-CRS-FOR-USER
           PERFORM 5643-BUILD-COURSE-SKILLS

           PERFORM VARYING WS-JSK-IDX FROM 1 BY 1
               UNTIL WS-JSK-IDX > WS-JSK-COUNT
               IF WS-JSK-T-JOB-ID(WS-JSK-IDX) = WS-JSK-JOB-ID
                   MOVE 0 TO WS-JSK-FOUND
                   IF WS-JSK-PROF-IDX > 0
                       PERFORM VARYING WS-JSK-SKL-IDX FROM 1 BY 1
                           UNTIL WS-JSK-SKL-IDX >
                               WS-SKILL-COUNT(WS-JSK-PROF-IDX)
                               OR WS-JSK-FOUND = 1
                           MOVE WS-SKILL-NAME(WS-JSK-PROF-IDX,
                               WS-JSK-SKL-IDX) TO WS-SYN-INPUT
                           MOVE WS-JSK-T-SKILL(WS-JSK-IDX)
                               TO WS-SYN-INPUT-B
                           PERFORM 7169-SKILLS-MATCH
                           IF WS-SYN-SEEN = 1
                               MOVE 1 TO WS-JSK-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
      *> A skill backed by a passed course counts as held.
                   IF WS-JSK-FOUND = 0
                       MOVE WS-JSK-T-SKILL(WS-JSK-IDX)
                           TO WS-CRS-CHECK-SKILL
                       PERFORM 5644-CHECK-COURSE-SKILL
                       IF WS-CRS-HAS-SKILL = 1
                           MOVE 1 TO WS-JSK-FOUND
                       END-IF
                   END-IF
                   IF WS-JSK-T-REQUIRED(WS-JSK-IDX)
                       ADD 1 TO WS-JSK-REQ-TOTAL
                       IF WS-JSK-FOUND = 1
                           ADD 1 TO WS-JSK-REQ-HAVE
                           IF WS-JSK-HAS-PTR > 1
                               STRING ", " DELIMITED BY SIZE
                                   INTO WS-JSK-HAS-LIST
                                   WITH POINTER WS-JSK-HAS-PTR
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(
                               WS-JSK-T-SKILL(WS-JSK-IDX))
                               DELIMITED BY SIZE INTO WS-JSK-HAS-LIST
                               WITH POINTER WS-JSK-HAS-PTR
                           END-STRING
                       ELSE
                           IF WS-JSK-MISSING-PTR > 1
                               STRING ", " DELIMITED BY SIZE
                                   INTO WS-JSK-MISSING-LIST
                                   WITH POINTER WS-JSK-MISSING-PTR
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(
                               WS-JSK-T-SKILL(WS-JSK-IDX))
                               DELIMITED BY SIZE
                               INTO WS-JSK-MISSING-LIST
                               WITH POINTER WS-JSK-MISSING-PTR
                           END-STRING
                       END-IF
                   ELSE
                       ADD 1 TO WS-JSK-PREF-TOTAL
                       IF WS-JSK-FOUND = 1
                           ADD 1 TO WS-JSK-PREF-HAVE
                           IF WS-JSK-PREF-PTR > 1
                               STRING ", " DELIMITED BY SIZE
                                   INTO WS-JSK-PREF-LIST
                                   WITH POINTER WS-JSK-PREF-PTR
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(
                               WS-JSK-T-SKILL(WS-JSK-IDX))
                               DELIMITED BY SIZE INTO WS-JSK-PREF-LIST
                               WITH POINTER WS-JSK-PREF-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5628-SHOW-APPLICANT-FIT: Fit lines under one applicant in
      *> 5344 (caller sets WS-JSK-JOB-ID and WS-JSK-USERNAME), ending
      *> with the skills the applicant has passed an assessment in.
      *> Nothing is printed for a posting with no skills listed.
      *>*****************************************************************
       5628-SHOW-APPLICANT-FIT.
           PERFORM 5627-SCORE-APPLICANT-FIT
           IF WS-JSK-REQ-TOTAL > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     Required Skills: " WS-JSK-REQ-HAVE " of "
                   WS-JSK-REQ-TOTAL
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               IF WS-JSK-HAS-PTR > 1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "       Has: " FUNCTION TRIM(WS-JSK-HAS-LIST)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               IF WS-JSK-MISSING-PTR > 1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "       Missing: "
                       FUNCTION TRIM(WS-JSK-MISSING-LIST)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-IF
           IF WS-JSK-PREF-TOTAL > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-JSK-PREF-PTR > 1
                   STRING "     Preferred Skills: " WS-JSK-PREF-HAVE
                       " of " WS-JSK-PREF-TOTAL " ("
                       FUNCTION TRIM(WS-JSK-PREF-LIST) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "     Preferred Skills: " WS-JSK-PREF-HAVE
                       " of " WS-JSK-PREF-TOTAL
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-JSK-REQ-TOTAL > 0 OR WS-JSK-PREF-TOTAL > 0
               MOVE WS-JSK-USERNAME TO WS-SKT-USER
               PERFORM 5736-BUILD-VERIFIED-LIST
               IF WS-SKT-BADGE-COUNT > 0
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "     Verified Skills: "
                       FUNCTION TRIM(WS-SKT-BADGE-LIST)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5629-RANK-APPLICANTS: Order WS-APPLICANTS-INDEX-MAP(1 ..
      *> WS-APP-COUNT) by fit against WS-JSK-JOB-ID - required skills
      *> held first, preferred skills held breaking ties. Applicants
      *> with equal fit keep their application order.
      *>*****************************************************************
       5629-RANK-APPLICANTS.
           PERFORM VARYING WS-JSK-RANK FROM 1 BY 1
               UNTIL WS-JSK-RANK > WS-APP-COUNT
               MOVE WS-AT-USERNAME(WS-APPLICANTS-INDEX-MAP(WS-JSK-RANK))
                   TO WS-JSK-USERNAME
               PERFORM 5627-SCORE-APPLICANT-FIT
               COMPUTE WS-JSK-SCORE-MAP(WS-JSK-RANK) =
                   WS-JSK-REQ-HAVE * 10 + WS-JSK-PREF-HAVE
           END-PERFORM

           PERFORM VARYING WS-JSK-SORT-I FROM 2 BY 1
               UNTIL WS-JSK-SORT-I > WS-APP-COUNT
               MOVE WS-APPLICANTS-INDEX-MAP(WS-JSK-SORT-I)
                   TO WS-JSK-SWAP-IDX
               MOVE WS-JSK-SCORE-MAP(WS-JSK-SORT-I) TO WS-JSK-SWAP-SCORE
               MOVE WS-JSK-SORT-I TO WS-JSK-SORT-J
               MOVE 0 TO WS-JSK-DONE
               PERFORM UNTIL WS-JSK-DONE = 1
                   IF WS-JSK-SORT-J < 2
                       MOVE 1 TO WS-JSK-DONE
                   ELSE
                       IF WS-JSK-SCORE-MAP(WS-JSK-SORT-J - 1)
                           >= WS-JSK-SWAP-SCORE
                           MOVE 1 TO WS-JSK-DONE
                       ELSE
                           MOVE WS-APPLICANTS-INDEX-MAP(WS-JSK-SORT-J - 1)
                               TO WS-APPLICANTS-INDEX-MAP(WS-JSK-SORT-J)
                           MOVE WS-JSK-SCORE-MAP(WS-JSK-SORT-J - 1)
                               TO WS-JSK-SCORE-MAP(WS-JSK-SORT-J)
                           SUBTRACT 1 FROM WS-JSK-SORT-J
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-JSK-SWAP-IDX
                   TO WS-APPLICANTS-INDEX-MAP(WS-JSK-SORT-J)
               MOVE WS-JSK-SWAP-SCORE TO WS-JSK-SCORE-MAP(WS-JSK-SORT-J)
           END-PERFORM
           EXIT.
