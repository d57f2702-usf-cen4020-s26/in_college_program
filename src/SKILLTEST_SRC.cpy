      *>*****************************************************************
      *> FILE:    SKILLTEST_SRC.cpy
      *> PURPOSE: Skill assessments. A profile's skills and their
      *>          proficiency are self-reported; here a student can
      *>          back one up. Staff keep a multiple-choice question
      *>          bank per canonical skill (SKILLQ.DAT); a student
      *>          picks a skill from their own profile and sits a
      *>          timed test drawn from its bank. A pass marks the
      *>          skill verified at a level set by the score, dated;
      *>          a fail or a test that runs out of time starts a
      *>          waiting period before the next try. Every attempt
      *>          is logged in SKILLVERIFY.DAT. The verified badge
      *>          shows on the profile, in candidate search, in the
      *>          career-fair resume book and in an applicant's fit
      *>          against a posting; staff get a pass-rate report.
      *>
      *> PARAGRAPHS:
      *>   5725-LOAD-SKILLTEST / 5726, 5727 loops
      *>   5728-APPEND-ATTEMPT        - Add WS-SKV-ENTRY(WS-SKV-COUNT)
      *>                                to SKILLVERIFY.DAT
      *>   5729-REWRITE-SKILLQ
      *>   5730-SKILL-ASSESSMENT-MENU - Student entry point
      *>   5731-MY-SKILL-STATUS       - Profile skills, numbered, with
      *>                                verification and retake status
      *>   5733-TAKE-ASSESSMENT       - Sit a test for one skill
      *>   5734-ASK-QUESTION          - One question, on the clock
      *>   5735-FIND-VERIFICATION     - WS-SKT-USER / WS-SKT-SKILL ->
      *>                                best pass, attempts, retake date
      *>   5736-BUILD-VERIFIED-LIST   - WS-SKT-USER -> WS-SKT-BADGE-LIST
      *>   5737-SKT-CLOCK             - Seconds since the test started
      *>   5738-MAINTAIN-QUESTION-BANK - Admin list/add/remove
      *>   5739-ADD-QUESTION
      *>   5740-REMOVE-QUESTION
      *>   5741-PASS-RATE-REPORT      - Attempts, passes and levels by
      *>                                skill
      *>   5742-LIST-QUESTIONS        - One skill's questions, or a
      *>                                count by skill
      *>   5743-FIND-RATE-ROW         - Per-skill tally row
      *>   5744-REWRITE-SKILLVERIFY   - Whole-log rewrite (the file is
      *>                                otherwise append-only; used by
      *>                                the merge/rename repoint 3756)
      *>
      *> DEPENDENCIES:
      *>   WS-SKILLTEST.cpy, SKILLQ-FILE, SKILLVERIFY-FILE,
      *>   SKILLSYN_SRC.cpy (7168), REPORTSPOOL_SRC.cpy (8400/8410),
      *>   main.cob 8500-RAISE-IO-ALERT
      *>*****************************************************************

       5725-LOAD-SKILLTEST.
           MOVE 0 TO WS-SKQ-COUNT
           MOVE "N" TO WS-SKILLQ-EOF
           OPEN INPUT SKILLQ-FILE
           IF WS-SKILLQ-STATUS = WS-CONST-FS-OK
               PERFORM 5726-READ-SKILLQ-LOOP
               CLOSE SKILLQ-FILE
           END-IF

           MOVE 0 TO WS-SKV-COUNT
           MOVE "N" TO WS-SKILLVER-EOF
           OPEN INPUT SKILLVERIFY-FILE
           IF WS-SKILLVER-STATUS = WS-CONST-FS-OK
               PERFORM 5727-READ-SKILLVER-LOOP
                   UNTIL WS-SKILLVER-EOF = "Y"
               CLOSE SKILLVERIFY-FILE
           END-IF
           MOVE 1 TO WS-SKT-LOADED
           EXIT.

       5726-READ-SKILLQ-LOOP.
           READ SKILLQ-FILE
               AT END
                   MOVE "Y" TO WS-SKILLQ-EOF
               NOT AT END
                   IF WS-SKQ-COUNT < WS-CONST-MAX-SKILLQ
                       AND SKQ-SKILL NOT = SPACES
                       AND SKQ-ID IS NUMERIC
                       ADD 1 TO WS-SKQ-COUNT
                       MOVE SKQ-RECORD TO WS-SKQ-ENTRY(WS-SKQ-COUNT)
                   END-IF
           END-READ
           IF WS-SKILLQ-EOF = "N"
               PERFORM 5726-READ-SKILLQ-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5727-READ-SKILLVER-LOOP: One attempt row. The log only grows,
      *> so 5725 drives this with PERFORM ... UNTIL rather than letting
      *> it recurse once per row.
      *>*****************************************************************
       5727-READ-SKILLVER-LOOP.
           READ SKILLVERIFY-FILE
               AT END
                   MOVE "Y" TO WS-SKILLVER-EOF
               NOT AT END
                   IF WS-SKV-COUNT < WS-CONST-MAX-SKILLVERIFY
                       AND SKV-USERNAME NOT = SPACES
                       AND SKV-SCORE IS NUMERIC
                       ADD 1 TO WS-SKV-COUNT
                       MOVE SKV-RECORD TO WS-SKV-ENTRY(WS-SKV-COUNT)
                   END-IF
           END-READ
           EXIT.

       5728-APPEND-ATTEMPT.
           OPEN EXTEND SKILLVERIFY-FILE
           IF WS-SKILLVER-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE SKILLVERIFY-FILE
               OPEN OUTPUT SKILLVERIFY-FILE
               CLOSE SKILLVERIFY-FILE
               OPEN EXTEND SKILLVERIFY-FILE
           END-IF
           IF WS-SKILLVER-STATUS NOT = WS-CONST-FS-OK
               MOVE "SKILLVERIFY.DAT" TO WS-ALERT-FILE
               MOVE "OPEN-EXTEND" TO WS-ALERT-OP
               MOVE WS-SKILLVER-STATUS TO WS-ALERT-FSTAT
               PERFORM 8500-RAISE-IO-ALERT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKV-ENTRY(WS-SKV-COUNT) TO SKV-RECORD
           WRITE SKV-RECORD
           CLOSE SKILLVERIFY-FILE
           EXIT.

       5729-REWRITE-SKILLQ.
           MOVE WS-SKILLQ-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-SKILLQ-TMP-PATH TO WS-SKILLQ-PATH
           OPEN OUTPUT SKILLQ-FILE
           IF WS-SKILLQ-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SKILLQ-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite SKILLQ.DAT. "
                   "STATUS=" WS-SKILLQ-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               MOVE WS-SKQ-ENTRY(WS-SKT-IDX) TO SKQ-RECORD
               WRITE SKQ-RECORD
           END-PERFORM
           CLOSE SKILLQ-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SKILLQ-PATH
           MOVE "SKILLQ.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SKILLQ-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SKILLQ-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SKILLQ-TMP-PATH
               WS-SKILLQ-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace SKILLQ.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5730-SKILL-ASSESSMENT-MENU: Main menu entry point.
      *>*****************************************************************
       5730-SKILL-ASSESSMENT-MENU.
           IF ROLE-EMPLOYER
               MOVE "Skill assessments are for student and alumni "
                   & "profiles." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKT-LOADED = 0
               PERFORM 5725-LOAD-SKILLTEST
           END-IF

           MOVE "1" TO WS-SKT-MENU-CHOICE
           PERFORM UNTIL WS-SKT-MENU-CHOICE = "3"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Skill Assessments ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. My Skills and Verification Status"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Take an Assessment" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-MENU-CHOICE
               MOVE WS-SKT-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-SKT-MENU-CHOICE
                   WHEN "1"
                       PERFORM 5731-MY-SKILL-STATUS
                   WHEN "2"
                       PERFORM 5733-TAKE-ASSESSMENT
                   WHEN "3"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5731-MY-SKILL-STATUS: The current user's profile skills,
      *> numbered as 5733 asks for them, each with its verified level
      *> or the date a retake opens.
      *>*****************************************************************
       5731-MY-SKILL-STATUS.
           IF WS-CURRENT-PROFILE-INDEX = 0
               OR WS-HAS-PROFILE(WS-CURRENT-PROFILE-INDEX) = 0
               OR WS-SKILL-COUNT(WS-CURRENT-PROFILE-INDEX) = 0
               MOVE "There are no skills on your profile yet. Add "
                   & "them with Create/Edit My Profile first."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-SKT-USER
           PERFORM VARYING WS-SKT-JDX FROM 1 BY 1
               UNTIL WS-SKT-JDX >
                   WS-SKILL-COUNT(WS-CURRENT-PROFILE-INDEX)
               MOVE WS-SKILL-NAME(WS-CURRENT-PROFILE-INDEX, WS-SKT-JDX)
                   TO WS-SYN-INPUT
               PERFORM 7168-NORMALIZE-SKILL
               MOVE WS-SYN-OUTPUT TO WS-SKT-SKILL
               PERFORM 5735-FIND-VERIFICATION
               MOVE WS-SKT-JDX TO WS-SKT-N1
               MOVE SPACES TO WS-OUTPUT-LINE
               EVALUATE TRUE
                   WHEN WS-SKT-VERIFIED = 1
                       STRING "  " FUNCTION TRIM(WS-SKT-N1) ". "
                           FUNCTION TRIM(WS-SKILL-NAME(
                               WS-CURRENT-PROFILE-INDEX, WS-SKT-JDX))
                           " - Verified: "
                           FUNCTION TRIM(WS-SKT-VER-LEVEL)
                           " (assessed " WS-SKT-VER-DATE ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   WHEN WS-SKT-ATTEMPTS > 0
                       STRING "  " FUNCTION TRIM(WS-SKT-N1) ". "
                           FUNCTION TRIM(WS-SKILL-NAME(
                               WS-CURRENT-PROFILE-INDEX, WS-SKT-JDX))
                           " - Not verified"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "  " FUNCTION TRIM(WS-SKT-N1) ". "
                           FUNCTION TRIM(WS-SKILL-NAME(
                               WS-CURRENT-PROFILE-INDEX, WS-SKT-JDX))
                           " - Not assessed"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
               END-EVALUATE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-SKT-RETAKE-DATE > WS-TODAY-DATE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "       Retake available from "
                       WS-SKT-RETAKE-DATE
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5733-TAKE-ASSESSMENT: Only a skill on the student's own
      *> profile can be tested, and only once its bank holds
      *> WS-CONST-SKT-MIN-BANK questions. Up to WS-CONST-SKT-QUESTIONS
      *> are asked, the starting question moving on with each attempt
      *> so a retake does not repeat the same paper. An answer given
      *> after the time limit does not count and ends the test; a
      *> timed-out test is a fail whatever it scored. A later fail
      *> never takes away an earlier pass.
      *>*****************************************************************
       5733-TAKE-ASSESSMENT.
           PERFORM 5731-MY-SKILL-STATUS
           IF WS-CURRENT-PROFILE-INDEX = 0
               OR WS-HAS-PROFILE(WS-CURRENT-PROFILE-INDEX) = 0
               OR WS-SKILL-COUNT(WS-CURRENT-PROFILE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Assess which skill? (number, blank to cancel): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-MENU-CHOICE
           MOVE WS-SKT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-MENU-CHOICE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SKT-MENU-CHOICE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKT-MENU-CHOICE)) > 1
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SKT-MENU-CHOICE) TO WS-SKT-SKILL-NUM
           IF WS-SKT-SKILL-NUM = 0
               OR WS-SKT-SKILL-NUM >
                   WS-SKILL-COUNT(WS-CURRENT-PROFILE-INDEX)
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SKILL-NAME(WS-CURRENT-PROFILE-INDEX, WS-SKT-SKILL-NUM)
               TO WS-SYN-INPUT
           PERFORM 7168-NORMALIZE-SKILL
           MOVE WS-SYN-OUTPUT TO WS-SKT-SKILL
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-SKT-USER
           PERFORM 5735-FIND-VERIFICATION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-SKT-RETAKE-DATE > WS-TODAY-DATE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You can retake the "
                   FUNCTION TRIM(WS-SKT-SKILL)
                   " assessment from " WS-SKT-RETAKE-DATE "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKV-COUNT >= WS-CONST-MAX-SKILLVERIFY
               MOVE "The assessment log is full; no attempt can be "
                   & "recorded. Please contact support."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SKT-BANK-COUNT
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               IF WS-SKQ-SKILL(WS-SKT-IDX) = WS-SKT-SKILL
                   ADD 1 TO WS-SKT-BANK-COUNT
                   MOVE WS-SKT-IDX TO WS-SKT-BANK-MAP(WS-SKT-BANK-COUNT)
               END-IF
           END-PERFORM
           IF WS-SKT-BANK-COUNT < WS-CONST-SKT-MIN-BANK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "There is no assessment for "
                   FUNCTION TRIM(WS-SKT-SKILL) " yet."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF WS-SKT-BANK-COUNT > WS-CONST-SKT-QUESTIONS
               MOVE WS-CONST-SKT-QUESTIONS TO WS-SKT-ASK-COUNT
           ELSE
               MOVE WS-SKT-BANK-COUNT TO WS-SKT-ASK-COUNT
           END-IF
           COMPUTE WS-SKT-OFFSET =
               FUNCTION MOD(WS-SKT-ATTEMPTS, WS-SKT-BANK-COUNT)
           PERFORM VARYING WS-SKT-KDX FROM 1 BY 1
               UNTIL WS-SKT-KDX > WS-SKT-ASK-COUNT
               COMPUTE WS-SKT-IDX = FUNCTION MOD(
                   WS-SKT-OFFSET + WS-SKT-KDX - 1, WS-SKT-BANK-COUNT) + 1
               MOVE WS-SKT-BANK-MAP(WS-SKT-IDX)
                   TO WS-SKT-ASK-MAP(WS-SKT-KDX)
           END-PERFORM

           MOVE WS-SKT-ASK-COUNT TO WS-SKT-N1
           MOVE WS-CONST-SKT-MINUTES TO WS-SKT-N2
           MOVE WS-CONST-SKT-PASS-PCT TO WS-SKT-N5
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "=== " FUNCTION TRIM(WS-SKT-SKILL) " ASSESSMENT ==="
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-SKT-N1) " questions, "
               FUNCTION TRIM(WS-SKT-N2) " minutes. Pass mark "
               FUNCTION TRIM(WS-SKT-N5) "%. Answer A, B, C or D."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           COMPUTE WS-SKT-LIMIT-SECS = WS-CONST-SKT-MINUTES * 60
           MOVE 0 TO WS-SKT-START-SECS
           PERFORM 5737-SKT-CLOCK
           MOVE WS-SKT-NOW-SECS TO WS-SKT-START-SECS
           MOVE WS-SKT-STAMP(1:8) TO WS-SKT-START-DATE
           MOVE WS-SKT-STAMP(9:6) TO WS-SKT-START-TIME
           MOVE 0 TO WS-SKT-CORRECT
           MOVE 0 TO WS-SKT-TIMED-OUT
           PERFORM VARYING WS-SKT-ASK-NUM FROM 1 BY 1
               UNTIL WS-SKT-ASK-NUM > WS-SKT-ASK-COUNT
               OR WS-SKT-TIMED-OUT = 1
               OR WS-PROGRAM-RUNNING = 0
               PERFORM 5734-ASK-QUESTION
           END-PERFORM
           PERFORM 5737-SKT-CLOCK

      *>    Unanswered questions count as wrong.
           COMPUTE WS-SKT-SCORE =
               WS-SKT-CORRECT * 100 / WS-SKT-ASK-COUNT
           ADD 1 TO WS-SKV-COUNT
           INITIALIZE WS-SKV-ENTRY(WS-SKV-COUNT)
           MOVE WS-SKT-USER TO WS-SKV-USERNAME(WS-SKV-COUNT)
           MOVE WS-SKT-SKILL TO WS-SKV-SKILL(WS-SKV-COUNT)
           MOVE WS-SKT-START-DATE TO WS-SKV-DATE(WS-SKV-COUNT)
           MOVE WS-SKT-START-TIME TO WS-SKV-TIME(WS-SKV-COUNT)
           MOVE WS-SKT-ELAPSED TO WS-SKV-SECONDS(WS-SKV-COUNT)
           MOVE WS-SKT-ASK-COUNT TO WS-SKV-ASKED(WS-SKV-COUNT)
           MOVE WS-SKT-CORRECT TO WS-SKV-CORRECT(WS-SKV-COUNT)
           MOVE WS-SKT-SCORE TO WS-SKV-SCORE(WS-SKV-COUNT)
           EVALUATE TRUE
               WHEN WS-SKT-TIMED-OUT = 1
                   MOVE "T" TO WS-SKV-RESULT(WS-SKV-COUNT)
               WHEN WS-SKT-SCORE >= WS-CONST-SKT-PASS-PCT
                   MOVE "P" TO WS-SKV-RESULT(WS-SKV-COUNT)
               WHEN OTHER
                   MOVE "F" TO WS-SKV-RESULT(WS-SKV-COUNT)
           END-EVALUATE
           IF SKV-PASSED(WS-SKV-COUNT)
               EVALUATE TRUE
                   WHEN WS-SKT-SCORE >= WS-CONST-SKT-ADVANCED-PCT
                       MOVE "ADVANCED" TO WS-SKV-LEVEL(WS-SKV-COUNT)
                   WHEN WS-SKT-SCORE >= WS-CONST-SKT-INTERMED-PCT
                       MOVE "INTERMEDIATE"
                           TO WS-SKV-LEVEL(WS-SKV-COUNT)
                   WHEN OTHER
                       MOVE "BEGINNER" TO WS-SKV-LEVEL(WS-SKV-COUNT)
               END-EVALUATE
           ELSE
               COMPUTE WS-SKV-RETAKE-DATE(WS-SKV-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SKT-START-DATE)
                       + WS-CONST-SKT-RETAKE-DAYS)
           END-IF
           PERFORM 5728-APPEND-ATTEMPT

           MOVE WS-SKT-CORRECT TO WS-SKT-N1
           MOVE WS-SKT-ASK-COUNT TO WS-SKT-N2
           MOVE WS-SKT-SCORE TO WS-SKT-N5
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Score: " FUNCTION TRIM(WS-SKT-N1) " of "
               FUNCTION TRIM(WS-SKT-N2) " correct ("
               FUNCTION TRIM(WS-SKT-N5) "%)."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN SKV-PASSED(WS-SKV-COUNT)
                   STRING "Passed. " FUNCTION TRIM(WS-SKT-SKILL)
                       " is verified on your profile at "
                       FUNCTION TRIM(WS-SKV-LEVEL(WS-SKV-COUNT))
                       " as of " WS-SKT-START-DATE "."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN SKV-TIMED-OUT(WS-SKV-COUNT)
                   STRING "Time ran out, so this attempt does not "
                       "pass. You can retake it from "
                       WS-SKV-RETAKE-DATE(WS-SKV-COUNT) "."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "Not passed. You can retake it from "
                       WS-SKV-RETAKE-DATE(WS-SKV-COUNT) "."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 8000-WRITE-OUTPUT
           IF NOT SKV-PASSED(WS-SKV-COUNT) AND WS-SKT-VERIFIED = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Your earlier verification at "
                   FUNCTION TRIM(WS-SKT-VER-LEVEL) " ("
                   WS-SKT-VER-DATE ") still stands."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5734-ASK-QUESTION: Question WS-SKT-ASK-NUM of the paper. The
      *> answer is never revealed, so the bank stays usable.
      *>*****************************************************************
       5734-ASK-QUESTION.
           PERFORM 5737-SKT-CLOCK
           IF WS-SKT-ELAPSED >= WS-SKT-LIMIT-SECS
               MOVE 1 TO WS-SKT-TIMED-OUT
               MOVE "Time is up." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SKT-LEFT-MIN =
               (WS-SKT-LIMIT-SECS - WS-SKT-ELAPSED + 59) / 60
           MOVE WS-SKT-ASK-MAP(WS-SKT-ASK-NUM) TO WS-SKT-KDX

           MOVE WS-SKT-ASK-NUM TO WS-SKT-N1
           MOVE WS-SKT-ASK-COUNT TO WS-SKT-N2
           MOVE WS-SKT-LEFT-MIN TO WS-SKT-N5
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Question " FUNCTION TRIM(WS-SKT-N1) " of "
               FUNCTION TRIM(WS-SKT-N2) " ("
               FUNCTION TRIM(WS-SKT-N5) " minute(s) left)"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-SKQ-TEXT(WS-SKT-KDX) TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-SKT-CHOICE-IDX FROM 1 BY 1
               UNTIL WS-SKT-CHOICE-IDX > 4
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-SKT-LETTERS(WS-SKT-CHOICE-IDX:1) ". "
                   FUNCTION TRIM(
                       WS-SKQ-CHOICE(WS-SKT-KDX, WS-SKT-CHOICE-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Your answer (A-D): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 5737-SKT-CLOCK
           IF WS-SKT-ELAPSED > WS-SKT-LIMIT-SECS
               MOVE 1 TO WS-SKT-TIMED-OUT
               MOVE "Time is up - that answer came in after the time "
                   & "limit and does not count." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKT-INPUT = WS-SKQ-ANSWER(WS-SKT-KDX)
               ADD 1 TO WS-SKT-CORRECT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5735-FIND-VERIFICATION: Attempts by WS-SKT-USER at canonical
      *> skill WS-SKT-SKILL. The highest-scoring pass (the later one
      *> on a tie) is the verification; the latest attempt decides
      *> whether a retake is still waiting (a pass clears it).
      *>*****************************************************************
       5735-FIND-VERIFICATION.
           IF WS-SKT-LOADED = 0
               PERFORM 5725-LOAD-SKILLTEST
           END-IF
           MOVE 0 TO WS-SKT-VERIFIED
           MOVE 0 TO WS-SKT-BEST-IDX
           MOVE 0 TO WS-SKT-ATTEMPTS
           MOVE 0 TO WS-SKT-RETAKE-DATE
           MOVE 0 TO WS-SKT-VER-DATE
           MOVE SPACES TO WS-SKT-VER-LEVEL
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKV-COUNT
               IF WS-SKV-USERNAME(WS-SKT-IDX) = WS-SKT-USER
                   AND WS-SKV-SKILL(WS-SKT-IDX) = WS-SKT-SKILL
                   ADD 1 TO WS-SKT-ATTEMPTS
                   MOVE WS-SKV-RETAKE-DATE(WS-SKT-IDX)
                       TO WS-SKT-RETAKE-DATE
                   IF SKV-PASSED(WS-SKT-IDX)
                       IF WS-SKT-BEST-IDX = 0
                           MOVE WS-SKT-IDX TO WS-SKT-BEST-IDX
                       ELSE
                           IF WS-SKV-SCORE(WS-SKT-IDX) >=
                               WS-SKV-SCORE(WS-SKT-BEST-IDX)
                               MOVE WS-SKT-IDX TO WS-SKT-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SKT-BEST-IDX > 0
               MOVE 1 TO WS-SKT-VERIFIED
               MOVE WS-SKV-LEVEL(WS-SKT-BEST-IDX) TO WS-SKT-VER-LEVEL
               MOVE WS-SKV-DATE(WS-SKT-BEST-IDX) TO WS-SKT-VER-DATE
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5736-BUILD-VERIFIED-LIST: Every skill WS-SKT-USER holds a
      *> verification for, as "SKILL (LEVEL), ..." in log order.
      *> Used for the badge line in candidate search, the resume book
      *> and the applicant fit view.
      *>*****************************************************************
       5736-BUILD-VERIFIED-LIST.
           IF WS-SKT-LOADED = 0
               PERFORM 5725-LOAD-SKILLTEST
           END-IF
           MOVE SPACES TO WS-SKT-BADGE-LIST
           MOVE 1 TO WS-SKT-BADGE-PTR
           MOVE 0 TO WS-SKT-BADGE-COUNT
           PERFORM VARYING WS-SKT-JDX FROM 1 BY 1
               UNTIL WS-SKT-JDX > WS-SKV-COUNT
               IF WS-SKV-USERNAME(WS-SKT-JDX) = WS-SKT-USER
                   AND SKV-PASSED(WS-SKT-JDX)
                   MOVE WS-SKV-SKILL(WS-SKT-JDX) TO WS-SKT-SKILL
                   PERFORM 5735-FIND-VERIFICATION
                   IF WS-SKT-BEST-IDX = WS-SKT-JDX
                       IF WS-SKT-BADGE-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-SKT-BADGE-LIST
                               WITH POINTER WS-SKT-BADGE-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-SKT-SKILL) " ("
                           FUNCTION TRIM(WS-SKT-VER-LEVEL) ")"
                           DELIMITED BY SIZE INTO WS-SKT-BADGE-LIST
                           WITH POINTER WS-SKT-BADGE-PTR
                       END-STRING
                       ADD 1 TO WS-SKT-BADGE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5737-SKT-CLOCK: WS-SKT-NOW-SECS from the system clock (day
      *> number times 86400 plus seconds into the day, so a test that
      *> runs past midnight still times correctly) and WS-SKT-ELAPSED
      *> since WS-SKT-START-SECS.
      *>*****************************************************************
       5737-SKT-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-SKT-STAMP
           COMPUTE WS-SKT-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SKT-STAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-SKT-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-SKT-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-SKT-STAMP(13:2))
           MOVE 0 TO WS-SKT-ELAPSED
           IF WS-SKT-START-SECS > 0
               AND WS-SKT-NOW-SECS > WS-SKT-START-SECS
               IF WS-SKT-NOW-SECS - WS-SKT-START-SECS > 99999
                   MOVE 99999 TO WS-SKT-ELAPSED
               ELSE
                   COMPUTE WS-SKT-ELAPSED =
                       WS-SKT-NOW-SECS - WS-SKT-START-SECS
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5738-MAINTAIN-QUESTION-BANK: Admin screen. Questions are
      *> filed under the canonical skill name (7168), so a bank built
      *> for "JavaScript" also serves a profile that says "JS".
      *>*****************************************************************
       5738-MAINTAIN-QUESTION-BANK.
           MOVE "1" TO WS-SKT-MENU-CHOICE
           PERFORM UNTIL WS-SKT-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Skill Assessment Question Bank ---"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List Questions" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Question" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Question" TO WS-OUTPUT-LINE
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
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-MENU-CHOICE
               MOVE WS-SKT-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-SKT-MENU-CHOICE
                   WHEN "1"
                       PERFORM 5742-LIST-QUESTIONS
                   WHEN "2"
                       PERFORM 5739-ADD-QUESTION
                   WHEN "3"
                       PERFORM 5740-REMOVE-QUESTION
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
      *> 5739-ADD-QUESTION: Skill, question, four choices and the
      *> answer letter. Nothing is kept until every answer checks out.
      *>*****************************************************************
       5739-ADD-QUESTION.
           IF WS-SKQ-COUNT >= WS-CONST-MAX-SKILLQ
               MOVE "The question bank is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Skill: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-INPUT = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKT-INPUT)) > 30
               MOVE "A skill is 1 to 30 characters." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKT-INPUT TO WS-SYN-INPUT
           PERFORM 7168-NORMALIZE-SKILL

           MOVE 0 TO WS-SKT-NEXT-ID
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               IF WS-SKQ-ID(WS-SKT-IDX) > WS-SKT-NEXT-ID
                   MOVE WS-SKQ-ID(WS-SKT-IDX) TO WS-SKT-NEXT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-SKT-NEXT-ID
           ADD 1 TO WS-SKQ-COUNT
           INITIALIZE WS-SKQ-ENTRY(WS-SKQ-COUNT)
           MOVE WS-SYN-OUTPUT TO WS-SKQ-SKILL(WS-SKQ-COUNT)
           MOVE WS-SKT-NEXT-ID TO WS-SKQ-ID(WS-SKQ-COUNT)

           MOVE "Question: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-INPUT = SPACES
               MOVE "A question cannot be blank." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKT-INPUT TO WS-SKQ-TEXT(WS-SKQ-COUNT)

           PERFORM VARYING WS-SKT-CHOICE-IDX FROM 1 BY 1
               UNTIL WS-SKT-CHOICE-IDX > 4
               OR WS-PROGRAM-RUNNING = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Choice " WS-SKT-LETTERS(WS-SKT-CHOICE-IDX:1)
                   ": " DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
               ELSE
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-INPUT
                   MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE WS-SKT-INPUT TO
                       WS-SKQ-CHOICE(WS-SKQ-COUNT, WS-SKT-CHOICE-IDX)
               END-IF
           END-PERFORM
           IF WS-PROGRAM-RUNNING = 0
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKQ-CHOICE(WS-SKQ-COUNT, 1) = SPACES
               OR WS-SKQ-CHOICE(WS-SKQ-COUNT, 2) = SPACES
               OR WS-SKQ-CHOICE(WS-SKQ-COUNT, 3) = SPACES
               OR WS-SKQ-CHOICE(WS-SKQ-COUNT, 4) = SPACES
               MOVE "All four choices must be filled in."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "Correct answer (A-D): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-INPUT NOT = "A" AND NOT = "B"
               AND NOT = "C" AND NOT = "D"
               MOVE "The answer must be A, B, C or D." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               SUBTRACT 1 FROM WS-SKQ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKT-INPUT(1:1) TO WS-SKQ-ANSWER(WS-SKQ-COUNT)

           PERFORM 5729-REWRITE-SKILLQ
           MOVE WS-SKT-NEXT-ID TO WS-SKT-N3
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Question " FUNCTION TRIM(WS-SKT-N3) " added under "
               FUNCTION TRIM(WS-SKQ-SKILL(WS-SKQ-COUNT)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5740-REMOVE-QUESTION: By question id. Attempts already logged
      *> keep their scores.
      *>*****************************************************************
       5740-REMOVE-QUESTION.
           MOVE "Id of the question to remove: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-MENU-CHOICE
           MOVE WS-SKT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-SKT-MENU-CHOICE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKT-MENU-CHOICE)) > 5
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SKT-MENU-CHOICE) TO WS-SKT-NEXT-ID
           MOVE 0 TO WS-SKT-FOUND
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               OR WS-SKT-FOUND > 0
               IF WS-SKQ-ID(WS-SKT-IDX) = WS-SKT-NEXT-ID
                   MOVE WS-SKT-IDX TO WS-SKT-FOUND
               END-IF
           END-PERFORM
           IF WS-SKT-FOUND = 0
               MOVE "No question has that id." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SKT-IDX FROM WS-SKT-FOUND BY 1
               UNTIL WS-SKT-IDX >= WS-SKQ-COUNT
               MOVE WS-SKQ-ENTRY(WS-SKT-IDX + 1)
                   TO WS-SKQ-ENTRY(WS-SKT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-SKQ-COUNT
           PERFORM 5729-REWRITE-SKILLQ
           MOVE "Question removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5741-PASS-RATE-REPORT: Per canonical skill - questions in the
      *> bank, attempts since a date, passes, pass rate, the levels
      *> passes earned, and how many ran out of time. A skill whose
      *> pass rate is very low or very high usually needs its bank
      *> looked at.
      *>*****************************************************************
       5741-PASS-RATE-REPORT.
           MOVE "Attempts since (YYYYMMDD, blank for all): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-INPUT = SPACES
               MOVE 0 TO WS-SKT-FROM-DATE
           ELSE
               IF FUNCTION TRIM(WS-SKT-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-SKT-INPUT))
                       NOT = 8
                   MOVE "That is not a YYYYMMDD date." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-SKT-INPUT) TO WS-SKT-FROM-DATE
           END-IF

      *>    One row per skill with a bank or an attempt in range.
           MOVE 0 TO WS-SKT-RATE-COUNT
           INITIALIZE WS-SKT-RATE-TABLE
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               MOVE WS-SKQ-SKILL(WS-SKT-IDX) TO WS-SKT-SKILL
               PERFORM 5743-FIND-RATE-ROW
               IF WS-SKT-FOUND > 0
                   ADD 1 TO WS-SKT-RATE-QS(WS-SKT-FOUND)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SKT-TOT-TRIES
           MOVE 0 TO WS-SKT-TOT-PASS
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKV-COUNT
               IF WS-SKV-DATE(WS-SKT-IDX) >= WS-SKT-FROM-DATE
                   MOVE WS-SKV-SKILL(WS-SKT-IDX) TO WS-SKT-SKILL
                   PERFORM 5743-FIND-RATE-ROW
                   IF WS-SKT-FOUND > 0
                       ADD 1 TO WS-SKT-RATE-TRIES(WS-SKT-FOUND)
                       ADD 1 TO WS-SKT-TOT-TRIES
                       EVALUATE TRUE
                           WHEN SKV-PASSED(WS-SKT-IDX)
                               ADD 1 TO WS-SKT-RATE-PASS(WS-SKT-FOUND)
                               ADD 1 TO WS-SKT-TOT-PASS
                               EVALUATE WS-SKV-LEVEL(WS-SKT-IDX)
                                   WHEN "ADVANCED"
                                       ADD 1 TO
                                           WS-SKT-RATE-ADV(WS-SKT-FOUND)
                                   WHEN "INTERMEDIATE"
                                       ADD 1 TO
                                           WS-SKT-RATE-INT(WS-SKT-FOUND)
                                   WHEN OTHER
                                       ADD 1 TO
                                           WS-SKT-RATE-BEG(WS-SKT-FOUND)
                               END-EVALUATE
                           WHEN SKV-TIMED-OUT(WS-SKT-IDX)
                               ADD 1 TO WS-SKT-RATE-TIMED(WS-SKT-FOUND)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "SKILL-PASS-RATES" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== SKILL ASSESSMENT PASS RATES ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKT-FROM-DATE > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Attempts since " WS-SKT-FROM-DATE
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-SKT-RATE-COUNT = 0
               MOVE "No question banks or attempts on file."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "SKILL                          "
                   "QNS  TRIES  PASS RATE   ADV   INT   BEG TIMED"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM VARYING WS-SKT-JDX FROM 1 BY 1
               UNTIL WS-SKT-JDX > WS-SKT-RATE-COUNT
               MOVE 0 TO WS-SKT-PCT
               IF WS-SKT-RATE-TRIES(WS-SKT-JDX) > 0
                   COMPUTE WS-SKT-PCT ROUNDED =
                       WS-SKT-RATE-PASS(WS-SKT-JDX) * 100
                       / WS-SKT-RATE-TRIES(WS-SKT-JDX)
               END-IF
               MOVE WS-SKT-RATE-QS(WS-SKT-JDX) TO WS-SKT-N1
               MOVE WS-SKT-RATE-TRIES(WS-SKT-JDX) TO WS-SKT-N3
               MOVE WS-SKT-RATE-PASS(WS-SKT-JDX) TO WS-SKT-N4
               MOVE WS-SKT-PCT TO WS-SKT-N5
               MOVE WS-SKT-RATE-ADV(WS-SKT-JDX) TO WS-SKT-N6
               MOVE WS-SKT-RATE-INT(WS-SKT-JDX) TO WS-SKT-N7
               MOVE WS-SKT-RATE-BEG(WS-SKT-JDX) TO WS-SKT-N8
               MOVE WS-SKT-RATE-TIMED(WS-SKT-JDX) TO WS-SKT-N9
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-SKT-RATE-SKILL(WS-SKT-JDX) " " WS-SKT-N1
                   "  " WS-SKT-N3 " " WS-SKT-N4 " " WS-SKT-N5 "%"
                   " " WS-SKT-N6 " " WS-SKT-N7 " " WS-SKT-N8
                   " " WS-SKT-N9
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE 0 TO WS-SKT-PCT
           IF WS-SKT-TOT-TRIES > 0
               COMPUTE WS-SKT-PCT ROUNDED =
                   WS-SKT-TOT-PASS * 100 / WS-SKT-TOT-TRIES
           END-IF
           MOVE WS-SKT-TOT-TRIES TO WS-SKT-N3
           MOVE WS-SKT-TOT-PASS TO WS-SKT-N4
           MOVE WS-SKT-PCT TO WS-SKT-N5
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Total: " FUNCTION TRIM(WS-SKT-N3) " attempt(s), "
               FUNCTION TRIM(WS-SKT-N4) " passed ("
               FUNCTION TRIM(WS-SKT-N5) "%)."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           EXIT.

      *>*****************************************************************
      *> 5742-LIST-QUESTIONS: For one skill (any spelling the synonym
      *> table knows) each question with its choices and answer; with
      *> the skill left blank, each skill's question count.
      *>*****************************************************************
       5742-LIST-QUESTIONS.
           MOVE "Skill (blank for a count by skill): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SKT-INPUT
           MOVE WS-SKT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SKQ-COUNT = 0
               MOVE "The question bank is empty." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF WS-SKT-INPUT = SPACES
               MOVE 0 TO WS-SKT-RATE-COUNT
               INITIALIZE WS-SKT-RATE-TABLE
               PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
                   UNTIL WS-SKT-IDX > WS-SKQ-COUNT
                   MOVE WS-SKQ-SKILL(WS-SKT-IDX) TO WS-SKT-SKILL
                   PERFORM 5743-FIND-RATE-ROW
                   IF WS-SKT-FOUND > 0
                       ADD 1 TO WS-SKT-RATE-QS(WS-SKT-FOUND)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SKT-JDX FROM 1 BY 1
                   UNTIL WS-SKT-JDX > WS-SKT-RATE-COUNT
                   MOVE WS-SKT-RATE-QS(WS-SKT-JDX) TO WS-SKT-N1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-SKT-RATE-QS(WS-SKT-JDX) <
                       WS-CONST-SKT-MIN-BANK
                       STRING "  "
                           FUNCTION TRIM(WS-SKT-RATE-SKILL(WS-SKT-JDX))
                           ": " FUNCTION TRIM(WS-SKT-N1)
                           " question(s) - too few to offer a test"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "  "
                           FUNCTION TRIM(WS-SKT-RATE-SKILL(WS-SKT-JDX))
                           ": " FUNCTION TRIM(WS-SKT-N1)
                           " question(s)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SKT-INPUT TO WS-SYN-INPUT
           PERFORM 7168-NORMALIZE-SKILL
           MOVE 0 TO WS-SKT-FOUND
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKQ-COUNT
               IF WS-SKQ-SKILL(WS-SKT-IDX) = WS-SYN-OUTPUT
                   ADD 1 TO WS-SKT-FOUND
                   MOVE WS-SKQ-ID(WS-SKT-IDX) TO WS-SKT-N3
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " FUNCTION TRIM(WS-SKT-N3) ". "
                       FUNCTION TRIM(WS-SKQ-TEXT(WS-SKT-IDX))
                       " [" WS-SKQ-ANSWER(WS-SKT-IDX) "]"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM VARYING WS-SKT-CHOICE-IDX FROM 1 BY 1
                       UNTIL WS-SKT-CHOICE-IDX > 4
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "       "
                           WS-SKT-LETTERS(WS-SKT-CHOICE-IDX:1) ". "
                           FUNCTION TRIM(WS-SKQ-CHOICE(WS-SKT-IDX,
                               WS-SKT-CHOICE-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-SKT-FOUND = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "No questions on file for "
                   FUNCTION TRIM(WS-SYN-OUTPUT) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5743-FIND-RATE-ROW: WS-SKT-SKILL's row in WS-SKT-RATE-TABLE,
      *> added if new -> WS-SKT-FOUND (0 when the table is full).
      *>*****************************************************************
       5743-FIND-RATE-ROW.
           MOVE 0 TO WS-SKT-FOUND
           PERFORM VARYING WS-SKT-KDX FROM 1 BY 1
               UNTIL WS-SKT-KDX > WS-SKT-RATE-COUNT
               OR WS-SKT-FOUND > 0
               IF WS-SKT-RATE-SKILL(WS-SKT-KDX) = WS-SKT-SKILL
                   MOVE WS-SKT-KDX TO WS-SKT-FOUND
               END-IF
           END-PERFORM
           IF WS-SKT-FOUND = 0
               AND WS-SKT-RATE-COUNT < WS-CONST-MAX-SKILLQ
               ADD 1 TO WS-SKT-RATE-COUNT
               MOVE WS-SKT-SKILL TO WS-SKT-RATE-SKILL(WS-SKT-RATE-COUNT)
               MOVE WS-SKT-RATE-COUNT TO WS-SKT-FOUND
           END-IF
           EXIT.

       5744-REWRITE-SKILLVERIFY.
           MOVE WS-SKILLVERIFY-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-SKILLVERIFY-TMP-PATH TO WS-SKILLVERIFY-PATH
           OPEN OUTPUT SKILLVERIFY-FILE
           IF WS-SKILLVER-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SKILLVERIFY-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite SKILLVERIFY.DAT. "
                   "STATUS=" WS-SKILLVER-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SKT-IDX FROM 1 BY 1
               UNTIL WS-SKT-IDX > WS-SKV-COUNT
               MOVE WS-SKV-ENTRY(WS-SKT-IDX) TO SKV-RECORD
               WRITE SKV-RECORD
           END-PERFORM
           CLOSE SKILLVERIFY-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SKILLVERIFY-PATH
           MOVE "SKILLVERIFY.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SKILLVERIFY-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SKILLVERIFY-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SKILLVERIFY-TMP-PATH
               WS-SKILLVERIFY-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace SKILLVERIFY.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.
