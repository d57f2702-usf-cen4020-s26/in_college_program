      *>*****************************************************************
      *> FILE:    EVAL_SRC.cpy
      *> PURPOSE: Supervisor end-of-term evaluation of interns and
      *>          co-op students. Students review employers
      *>          (EMPREVIEW) and log hours (WORKLOG); this is the
      *>          other direction, which the co-op program needs for
      *>          credit. A placement is an accepted offer; its work
      *>          term is the term of the offer's start date (Jan-May
      *>          Spring, Jun-Aug Summer, Sep-Dec Fall, as 5536). Once
      *>          that term has ended, whoever manages the posting is
      *>          prompted at login until the evaluation is done.
      *>          Filled postings are archived when the last opening is
      *>          taken, so the posting is looked up in JOBARCHIVE.DAT
      *>          when it is no longer live.
      *>
      *> PARAGRAPHS:
      *>   5676-LOAD-EVALS             - Load EVALS.DAT at startup
      *>   5677-READ-EVAL-LOOP         - Recursive read for 5676
      *>   5678-REWRITE-EVALS          - Crash-safe rewrite
      *>   5679-DERIVE-PLACEMENT-TERM  - Offer start -> term, term end
      *>   5680-RESOLVE-PLACEMENT      - Employer/title of the offer
      *>                                 at WS-OFR-IDX, and whether the
      *>                                 signed-in user manages it
      *>   5681-READ-ARCH-FOR-EVAL     - Archive scan for 5680
      *>   5682-CHECK-EVAL-EXISTS      - Evaluation on file?
      *>   5683-LIST-DUE-EVALUATIONS   - Placements awaiting the
      *>                                 signed-in user's evaluation
      *>   3228-COUNT-PENDING-EVALUATIONS - Login prompt
      *>   5684-EVALUATE-PLACED-STUDENT - Job-menu entry: rate one
      *>   5685-PROMPT-EVAL-RATING     - One 1-5 competency rating
      *>   5686-EVAL-SUMMARY-REPORT    - Admin: results by major and
      *>                                 by employer
      *>   5687-TALLY-EVAL-GROUP       - Add WS-EVL-IDX to a group
      *>   5688-PRINT-EVAL-TALLY       - Print the tally table
      *>
      *> DEPENDENCIES:
      *>   WS-EVAL.cpy     - table and scratch
      *>   WS-OFFERS.cpy   - placements (accepted offers)
      *>   WS-JOBARCH.cpy  - archive file status / EOF flag
      *>   RECRUIT_SRC.cpy - 5603/5604 posting access
      *>   main.cob        - EVALS-FILE, JOBARCHIVE-FILE, 8000/8100
      *>*****************************************************************

       5676-LOAD-EVALS.
           MOVE 0   TO WS-EVL-COUNT
           MOVE "N" TO WS-EVALS-EOF

           OPEN INPUT EVALS-FILE

           EVALUATE WS-EVALS-STATUS
               WHEN "00"
                   PERFORM 5677-READ-EVAL-LOOP
                   CLOSE EVALS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open EVALS.DAT. "
                       "STATUS=" WS-EVALS-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       5677-READ-EVAL-LOOP.
           READ EVALS-FILE
               AT END
                   MOVE "Y" TO WS-EVALS-EOF
               NOT AT END
                   IF WS-EVL-COUNT < WS-CONST-MAX-EVALS
                       ADD 1 TO WS-EVL-COUNT
                       MOVE SPACES TO WS-EVL-ENTRY(WS-EVL-COUNT)
                       IF EVL-JOB-ID IS NUMERIC
                           MOVE EVL-JOB-ID TO WS-EVL-JOB-ID(WS-EVL-COUNT)
                       ELSE
                           MOVE 0 TO WS-EVL-JOB-ID(WS-EVL-COUNT)
                       END-IF
                       MOVE EVL-USERNAME
                           TO WS-EVL-USERNAME(WS-EVL-COUNT)
                       MOVE EVL-EVALUATOR
                           TO WS-EVL-EVALUATOR(WS-EVL-COUNT)
                       MOVE EVL-EMPLOYER
                           TO WS-EVL-EMPLOYER(WS-EVL-COUNT)
                       MOVE EVL-TERM TO WS-EVL-TERM(WS-EVL-COUNT)
                       PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
                           UNTIL WS-EVL-COMP-IDX > 5
                           IF EVL-RATING(WS-EVL-COMP-IDX) IS NUMERIC
                               MOVE EVL-RATING(WS-EVL-COMP-IDX)
                                   TO WS-EVL-RATING(WS-EVL-COUNT,
                                       WS-EVL-COMP-IDX)
                           ELSE
                               MOVE 0 TO WS-EVL-RATING(WS-EVL-COUNT,
                                   WS-EVL-COMP-IDX)
                           END-IF
                       END-PERFORM
                       MOVE EVL-RECOMMEND
                           TO WS-EVL-RECOMMEND(WS-EVL-COUNT)
                       MOVE EVL-COMMENTS
                           TO WS-EVL-COMMENTS(WS-EVL-COUNT)
                       IF EVL-DATE IS NUMERIC
                           MOVE EVL-DATE TO WS-EVL-DATE(WS-EVL-COUNT)
                       ELSE
                           MOVE 0 TO WS-EVL-DATE(WS-EVL-COUNT)
                       END-IF
                   END-IF
           END-READ

           IF WS-EVALS-EOF = "N"
               PERFORM 5677-READ-EVAL-LOOP
           END-IF
           EXIT.

       5678-REWRITE-EVALS.
           MOVE WS-EVALS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-EVALS-TMP-PATH TO WS-EVALS-PATH
           OPEN OUTPUT EVALS-FILE
           IF WS-EVALS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EVALS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open EVALS.DAT for "
                   & "rewrite. STATUS=" WS-EVALS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVL-WRT-IDX FROM 1 BY 1
               UNTIL WS-EVL-WRT-IDX > WS-EVL-COUNT
               MOVE WS-EVL-JOB-ID(WS-EVL-WRT-IDX) TO EVL-JOB-ID
               MOVE WS-EVL-USERNAME(WS-EVL-WRT-IDX) TO EVL-USERNAME
               MOVE WS-EVL-EVALUATOR(WS-EVL-WRT-IDX) TO EVL-EVALUATOR
               MOVE WS-EVL-EMPLOYER(WS-EVL-WRT-IDX) TO EVL-EMPLOYER
               MOVE WS-EVL-TERM(WS-EVL-WRT-IDX) TO EVL-TERM
               PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
                   UNTIL WS-EVL-COMP-IDX > 5
                   MOVE WS-EVL-RATING(WS-EVL-WRT-IDX, WS-EVL-COMP-IDX)
                       TO EVL-RATING(WS-EVL-COMP-IDX)
               END-PERFORM
               MOVE WS-EVL-RECOMMEND(WS-EVL-WRT-IDX) TO EVL-RECOMMEND
               MOVE WS-EVL-COMMENTS(WS-EVL-WRT-IDX) TO EVL-COMMENTS
               MOVE WS-EVL-DATE(WS-EVL-WRT-IDX) TO EVL-DATE
               WRITE EVL-RECORD
           END-PERFORM
           CLOSE EVALS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EVALS-PATH
           MOVE "EVALS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-EVALS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-EVALS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-EVALS-TMP-PATH
               WS-EVALS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace EVALS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5679-DERIVE-PLACEMENT-TERM: Term label and last day of the
      *> term containing the start date of the offer at WS-OFR-IDX.
      *> No start date on file leaves WS-EVL-TERM-END at 0 (never due).
      *>*****************************************************************
       5679-DERIVE-PLACEMENT-TERM.
           MOVE SPACES TO WS-EVL-TERM-LABEL
           MOVE 0 TO WS-EVL-TERM-END
           EVALUATE TRUE
               WHEN WS-OFT-START-DATE(WS-OFR-IDX) = 0
                   MOVE "Unknown" TO WS-EVL-TERM-LABEL
               WHEN WS-OFT-START-DATE(WS-OFR-IDX)(5:2) <= "05"
                   STRING "Spring " WS-OFT-START-DATE(WS-OFR-IDX)(1:4)
                       DELIMITED BY SIZE INTO WS-EVL-TERM-LABEL
                   END-STRING
                   MOVE WS-OFT-START-DATE(WS-OFR-IDX) TO WS-EVL-TERM-END
                   MOVE "0531" TO WS-EVL-TERM-END(5:4)
               WHEN WS-OFT-START-DATE(WS-OFR-IDX)(5:2) <= "08"
                   STRING "Summer " WS-OFT-START-DATE(WS-OFR-IDX)(1:4)
                       DELIMITED BY SIZE INTO WS-EVL-TERM-LABEL
                   END-STRING
                   MOVE WS-OFT-START-DATE(WS-OFR-IDX) TO WS-EVL-TERM-END
                   MOVE "0831" TO WS-EVL-TERM-END(5:4)
               WHEN OTHER
                   STRING "Fall " WS-OFT-START-DATE(WS-OFR-IDX)(1:4)
                       DELIMITED BY SIZE INTO WS-EVL-TERM-LABEL
                   END-STRING
                   MOVE WS-OFT-START-DATE(WS-OFR-IDX) TO WS-EVL-TERM-END
                   MOVE "1231" TO WS-EVL-TERM-END(5:4)
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5680-RESOLVE-PLACEMENT: Employer and title of the offer at
      *> WS-OFR-IDX, and WS-EVL-CAN-EVALUATE = 1 when the signed-in
      *> user manages the posting (same rule as 5603: the recruiting
      *> team if the employer has one, otherwise the poster). A
      *> posting no longer live is read back from the archive.
      *>*****************************************************************
       5680-RESOLVE-PLACEMENT.
           MOVE 0 TO WS-EVL-CAN-EVALUATE
           MOVE SPACES TO WS-EVL-EMPLOYER-IN
           MOVE SPACES TO WS-EVL-TITLE-IN
           MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-EVL-JOB-ID-IN
           MOVE WS-EVL-JOB-ID-IN TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           IF WS-SELECTED-JOB-IDX > 0
               MOVE WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX)
                   TO WS-EVL-EMPLOYER-IN
               MOVE WS-JT-TITLE(WS-SELECTED-JOB-IDX) TO WS-EVL-TITLE-IN
               MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
               PERFORM 5603-CHECK-POSTING-ACCESS
               MOVE WS-RCT-CAN-MANAGE TO WS-EVL-CAN-EVALUATE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-JOBARCH-EOF
           OPEN INPUT JOBARCHIVE-FILE
           IF WS-JOBARCH-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 5681-READ-ARCH-FOR-EVAL
           CLOSE JOBARCHIVE-FILE
           EXIT.

       5681-READ-ARCH-FOR-EVAL.
           READ JOBARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-JOBARCH-EOF
               NOT AT END
                   IF ARCH-JOB-ID = WS-EVL-JOB-ID-IN
                       MOVE ARCH-EMPLOYER TO WS-EVL-EMPLOYER-IN
                       MOVE ARCH-TITLE TO WS-EVL-TITLE-IN
                       MOVE ARCH-EMPLOYER TO WS-RCT-CHECK-EMPLOYER
                       MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                           TO WS-RCT-CHECK-USER
                       PERFORM 5604-FIND-TEAM-MEMBER
                       MOVE 0 TO WS-EVL-CAN-EVALUATE
                       IF WS-RCT-TEAM-SIZE > 0
                           IF WS-RCT-FOUND-IDX > 0
                               MOVE 1 TO WS-EVL-CAN-EVALUATE
                           END-IF
                       ELSE
                           IF FUNCTION TRIM(ARCH-POSTER) = FUNCTION TRIM(
                               WS-USERNAME(WS-CURRENT-USER-INDEX))
                               MOVE 1 TO WS-EVL-CAN-EVALUATE
                           END-IF
                       END-IF
                       MOVE "Y" TO WS-JOBARCH-EOF
                   END-IF
           END-READ

           IF WS-JOBARCH-EOF = "N"
               PERFORM 5681-READ-ARCH-FOR-EVAL
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5682-CHECK-EVAL-EXISTS: WS-EVL-FOUND = 1 when the student of
      *> the offer at WS-OFR-IDX has been evaluated on that job.
      *>*****************************************************************
       5682-CHECK-EVAL-EXISTS.
           MOVE 0 TO WS-EVL-FOUND
           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-COUNT
                   OR WS-EVL-FOUND = 1
               IF WS-EVL-JOB-ID(WS-EVL-IDX) = WS-OFT-JOB-ID(WS-OFR-IDX)
                  AND FUNCTION TRIM(WS-EVL-USERNAME(WS-EVL-IDX)) =
                      FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-IDX))
                   MOVE 1 TO WS-EVL-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5683-LIST-DUE-EVALUATIONS: Accepted offers whose work term
      *> has ended, not yet evaluated, on postings the signed-in user
      *> manages. Fills WS-EVL-DUE-TABLE without producing output.
      *>*****************************************************************
       5683-LIST-DUE-EVALUATIONS.
           MOVE 0 TO WS-EVL-DUE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EVL-TODAY
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFFER-COUNT
               IF WS-OFT-DECISION(WS-OFR-IDX) = "A"
                   PERFORM 5679-DERIVE-PLACEMENT-TERM
                   IF WS-EVL-TERM-END > 0
                      AND WS-EVL-TODAY > WS-EVL-TERM-END
                       PERFORM 5682-CHECK-EVAL-EXISTS
                       IF WS-EVL-FOUND = 0
                           PERFORM 5680-RESOLVE-PLACEMENT
                           IF WS-EVL-CAN-EVALUATE = 1
                              AND WS-EVL-DUE-COUNT < 100
                               ADD 1 TO WS-EVL-DUE-COUNT
                               MOVE WS-OFR-IDX TO WS-EVL-DUE-OFR-IDX(
                                   WS-EVL-DUE-COUNT)
                               MOVE WS-EVL-EMPLOYER-IN
                                   TO WS-EVL-DUE-EMPLOYER(
                                       WS-EVL-DUE-COUNT)
                               MOVE WS-EVL-TITLE-IN
                                   TO WS-EVL-DUE-TITLE(WS-EVL-DUE-COUNT)
                               MOVE WS-EVL-TERM-LABEL
                                   TO WS-EVL-DUE-TERM(WS-EVL-DUE-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 3228-COUNT-PENDING-EVALUATIONS: Login prompt for supervisors
      *> with placed students whose work term has ended.
      *>*****************************************************************
       3228-COUNT-PENDING-EVALUATIONS.
           PERFORM 5683-LIST-DUE-EVALUATIONS
           IF WS-EVL-DUE-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You have " WS-EVL-DUE-COUNT
                   " placed student(s) whose work term has ended "
                   "awaiting your evaluation. See Job Search > "
                   "Evaluate Placed Students."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5684-EVALUATE-PLACED-STUDENT: List the placements awaiting
      *> the user's evaluation, then rate the chosen student on each
      *> competency, record the overall recommendation and comments.
      *>*****************************************************************
       5684-EVALUATE-PLACED-STUDENT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- End-of-Term Student Evaluations ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 5683-LIST-DUE-EVALUATIONS
           IF WS-EVL-DUE-COUNT = 0
               MOVE "No placed students are awaiting your evaluation."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-DUE-COUNT
               MOVE WS-EVL-DUE-OFR-IDX(WS-EVL-IDX) TO WS-OFR-IDX
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-EVL-IDX ". "
                   FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-IDX))
                   " - job #" WS-OFT-JOB-ID(WS-OFR-IDX) " "
                   FUNCTION TRIM(WS-EVL-DUE-TITLE(WS-EVL-IDX))
                   " (" FUNCTION TRIM(WS-EVL-DUE-TERM(WS-EVL-IDX)) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM

           MOVE "Enter a number to evaluate, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVL-MENU-CHOICE
           MOVE WS-EVL-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-EVL-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EVL-MENU-CHOICE) TO WS-EVL-CHOICE
           IF WS-EVL-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-CHOICE > WS-EVL-DUE-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-EVL-COUNT >= WS-CONST-MAX-EVALS
               MOVE "The evaluation table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVL-DUE-OFR-IDX(WS-EVL-CHOICE) TO WS-OFR-IDX

           MOVE "Rate each competency from 1 (poor) to 5 (excellent)."
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
               UNTIL WS-EVL-COMP-IDX > 5
                   OR WS-PROGRAM-RUNNING = 0
               PERFORM 5685-PROMPT-EVAL-RATING
           END-PERFORM
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EVL-INPUT-OK
           PERFORM UNTIL WS-EVL-INPUT-OK = 1
               MOVE "Overall recommendation: 1. Highly recommend  "
                   & "2. Recommend  3. Recommend with reservations  "
                   & "4. Do not recommend" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVL-MENU-CHOICE
               MOVE WS-EVL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE 1 TO WS-EVL-INPUT-OK
               EVALUATE WS-EVL-MENU-CHOICE
                   WHEN "1"
                       MOVE "H" TO WS-EVL-RECOMMEND-IN
                   WHEN "2"
                       MOVE "R" TO WS-EVL-RECOMMEND-IN
                   WHEN "3"
                       MOVE "Q" TO WS-EVL-RECOMMEND-IN
                   WHEN "4"
                       MOVE "N" TO WS-EVL-RECOMMEND-IN
                   WHEN OTHER
                       MOVE 0 TO WS-EVL-INPUT-OK
                       MOVE "Please enter 1, 2, 3 or 4."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM

           MOVE "Comments (max 200 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           ADD 1 TO WS-EVL-COUNT
           MOVE SPACES TO WS-EVL-ENTRY(WS-EVL-COUNT)
           MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-EVL-JOB-ID(WS-EVL-COUNT)
           MOVE WS-OFT-USERNAME(WS-OFR-IDX)
               TO WS-EVL-USERNAME(WS-EVL-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-EVL-EVALUATOR(WS-EVL-COUNT)
           MOVE WS-EVL-DUE-EMPLOYER(WS-EVL-CHOICE)
               TO WS-EVL-EMPLOYER(WS-EVL-COUNT)
           MOVE WS-EVL-DUE-TERM(WS-EVL-CHOICE)
               TO WS-EVL-TERM(WS-EVL-COUNT)
           PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
               UNTIL WS-EVL-COMP-IDX > 5
               MOVE WS-EVL-RATING-IN(WS-EVL-COMP-IDX)
                   TO WS-EVL-RATING(WS-EVL-COUNT, WS-EVL-COMP-IDX)
           END-PERFORM
           MOVE WS-EVL-RECOMMEND-IN TO WS-EVL-RECOMMEND(WS-EVL-COUNT)
           MOVE INPUT-RECORD TO WS-EVL-COMMENTS(WS-EVL-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EVL-DATE(WS-EVL-COUNT)
           PERFORM 5678-REWRITE-EVALS

           MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           IF WS-SELECTED-JOB-IDX > 0
               MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
               MOVE "EVALUATE" TO WS-RCL-ACTION
               MOVE SPACES TO WS-RCL-DETAIL
               STRING FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-IDX))
                   " evaluated for "
                   FUNCTION TRIM(WS-EVL-DUE-TERM(WS-EVL-CHOICE))
                   DELIMITED BY SIZE INTO WS-RCL-DETAIL
               END-STRING
               PERFORM 5614-LOG-JOB-ACTION
           END-IF

           MOVE "Evaluation saved. Thank you." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5685-PROMPT-EVAL-RATING: Ask for competency WS-EVL-COMP-IDX
      *> until a 1-5 answer is given.
      *>*****************************************************************
       5685-PROMPT-EVAL-RATING.
           MOVE 0 TO WS-EVL-INPUT-OK
           PERFORM UNTIL WS-EVL-INPUT-OK = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-EVL-COMP-NAME(WS-EVL-COMP-IDX))
                   " (1-5): "
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVL-MENU-CHOICE
               MOVE WS-EVL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-EVL-MENU-CHOICE = "1" OR "2" OR "3" OR "4" OR "5"
                   MOVE WS-EVL-MENU-CHOICE(1:1)
                       TO WS-EVL-RATING-IN(WS-EVL-COMP-IDX)
                   MOVE 1 TO WS-EVL-INPUT-OK
               ELSE
                   MOVE "Please enter a rating from 1 to 5."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5686-EVAL-SUMMARY-REPORT: Co-op office summary of every
      *> evaluation on file: competency averages overall, then the
      *> average rating and recommendation rate by the student's
      *> major and by employer.
      *>*****************************************************************
       5686-EVAL-SUMMARY-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== INTERN EVALUATION SUMMARY ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           IF WS-EVL-COUNT = 0
               MOVE "No evaluations on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "=================================" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Evaluations on file: " WS-EVL-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           INITIALIZE WS-EVL-COMP-TOTALS
           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-COUNT
               PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
                   UNTIL WS-EVL-COMP-IDX > 5
                   ADD WS-EVL-RATING(WS-EVL-IDX, WS-EVL-COMP-IDX)
                       TO WS-EVL-COMP-TOTAL(WS-EVL-COMP-IDX)
               END-PERFORM
           END-PERFORM
           MOVE "Average rating by competency:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
               UNTIL WS-EVL-COMP-IDX > 5
               COMPUTE WS-EVL-AVG ROUNDED =
                   WS-EVL-COMP-TOTAL(WS-EVL-COMP-IDX) / WS-EVL-COUNT
               MOVE WS-EVL-AVG TO WS-EVL-AVG-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-EVL-COMP-NAME(WS-EVL-COMP-IDX)
                   " " WS-EVL-AVG-DISPLAY
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "By major:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-EVL-TLY-USED
           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-COUNT
               MOVE "(no major on file)" TO WS-EVL-GROUP-KEY
               PERFORM VARYING WS-EVL-PROF-IDX FROM 1 BY 1
                   UNTIL WS-EVL-PROF-IDX > WS-PROFILE-COUNT
                   IF WS-PROF-USERNAME(WS-EVL-PROF-IDX) =
                       WS-EVL-USERNAME(WS-EVL-IDX)
                      AND WS-MAJOR(WS-EVL-PROF-IDX) NOT = SPACES
                       MOVE WS-MAJOR(WS-EVL-PROF-IDX)
                           TO WS-EVL-GROUP-KEY
                   END-IF
               END-PERFORM
               PERFORM 5687-TALLY-EVAL-GROUP
           END-PERFORM
           PERFORM 5688-PRINT-EVAL-TALLY

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "By employer:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-EVL-TLY-USED
           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-COUNT
               MOVE WS-EVL-EMPLOYER(WS-EVL-IDX) TO WS-EVL-GROUP-KEY
               IF WS-EVL-GROUP-KEY = SPACES
                   MOVE "(employer unknown)" TO WS-EVL-GROUP-KEY
               END-IF
               PERFORM 5687-TALLY-EVAL-GROUP
           END-PERFORM
           PERFORM 5688-PRINT-EVAL-TALLY

           MOVE "=================================" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5687-TALLY-EVAL-GROUP: Add the evaluation at WS-EVL-IDX to
      *> the WS-EVL-GROUP-KEY row (same incremental tally as 5535).
      *>*****************************************************************
       5687-TALLY-EVAL-GROUP.
           MOVE 0 TO WS-EVL-POINTS
           PERFORM VARYING WS-EVL-COMP-IDX FROM 1 BY 1
               UNTIL WS-EVL-COMP-IDX > 5
               ADD WS-EVL-RATING(WS-EVL-IDX, WS-EVL-COMP-IDX)
                   TO WS-EVL-POINTS
           END-PERFORM

           MOVE 0 TO WS-EVL-TLY-MATCH
           PERFORM VARYING WS-EVL-TLY-IDX FROM 1 BY 1
               UNTIL WS-EVL-TLY-IDX > WS-EVL-TLY-USED
                   OR WS-EVL-TLY-MATCH NOT = 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-EVL-TLY-KEY(WS-EVL-TLY-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVL-GROUP-KEY))
                   MOVE WS-EVL-TLY-IDX TO WS-EVL-TLY-MATCH
               END-IF
           END-PERFORM
           IF WS-EVL-TLY-MATCH = 0
               IF WS-EVL-TLY-USED >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EVL-TLY-USED
               MOVE WS-EVL-TLY-USED TO WS-EVL-TLY-MATCH
               MOVE WS-EVL-GROUP-KEY TO WS-EVL-TLY-KEY(WS-EVL-TLY-MATCH)
               MOVE 0 TO WS-EVL-TLY-COUNT(WS-EVL-TLY-MATCH)
               MOVE 0 TO WS-EVL-TLY-POINTS(WS-EVL-TLY-MATCH)
               MOVE 0 TO WS-EVL-TLY-RECOMMENDED(WS-EVL-TLY-MATCH)
           END-IF
           ADD 1 TO WS-EVL-TLY-COUNT(WS-EVL-TLY-MATCH)
           ADD WS-EVL-POINTS TO WS-EVL-TLY-POINTS(WS-EVL-TLY-MATCH)
           IF WS-EVL-RECOMMEND(WS-EVL-IDX) = "H"
               OR WS-EVL-RECOMMEND(WS-EVL-IDX) = "R"
               ADD 1 TO WS-EVL-TLY-RECOMMENDED(WS-EVL-TLY-MATCH)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5688-PRINT-EVAL-TALLY: One line per group: evaluations, the
      *> average rating across all competencies, and how many were
      *> recommended (highly or outright).
      *>*****************************************************************
       5688-PRINT-EVAL-TALLY.
           PERFORM VARYING WS-EVL-TLY-IDX FROM 1 BY 1
               UNTIL WS-EVL-TLY-IDX > WS-EVL-TLY-USED
               COMPUTE WS-EVL-AVG ROUNDED =
                   WS-EVL-TLY-POINTS(WS-EVL-TLY-IDX)
                   / (WS-EVL-TLY-COUNT(WS-EVL-TLY-IDX) * 5)
               MOVE WS-EVL-AVG TO WS-EVL-AVG-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  "
                   FUNCTION TRIM(WS-EVL-TLY-KEY(WS-EVL-TLY-IDX))
                   ": " WS-EVL-TLY-COUNT(WS-EVL-TLY-IDX)
                   " evaluation(s), average rating "
                   WS-EVL-AVG-DISPLAY ", recommended "
                   WS-EVL-TLY-RECOMMENDED(WS-EVL-TLY-IDX) " of "
                   WS-EVL-TLY-COUNT(WS-EVL-TLY-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.
