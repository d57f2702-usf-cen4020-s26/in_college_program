      *>*****************************************************************
      *> FILE:    MILESTONE_SRC.cpy
      *> PURPOSE: Career-readiness milestones and the cohort funnel.
      *>          The per-posting funnels (5343) say nothing about how
      *>          a graduating class is doing as a whole. Each startup
      *>          (and each run of the report) compares the standing
      *>          tables with MILESTONE.DAT and dates any stage an
      *>          account has newly reached; the report then counts a
      *>          class (profile graduation year) at each stage, by
      *>          university and by major, and sets it beside the
      *>          prior class as it stood one year earlier - the same
      *>          point in that class's timeline.
      *>
      *> PARAGRAPHS:
      *>   5990-LOAD-MILESTONES / 5991 loop
      *>   5992-SYNC-MILESTONES      - Date newly reached stages
      *>   5988-OPEN-MILESTONE-EXTEND
      *>   5993-MLS-NOTE             - Stage WS-MLS-NOTE-STAGE reached
      *>                               by WS-MLS-NOTE-USER
      *>   5994-COHORT-FUNNEL-REPORT - Admin report entry point
      *>   5995-COHORT-COUNT         - Stage counts for one class
      *>   5996-COHORT-GROUPS        - Counts by university or major
      *>   5997-COHORT-STAGE-LINE    - One funnel line
      *>   5998-PROMPT-COHORT-YEAR
      *>   5999-REWRITE-MILESTONES   - After a merge or rename
      *>
      *> DEPENDENCIES:
      *>   WS-MILESTONE.cpy, main.cob MILESTONE-FILE, ACCTINDEX_SRC.cpy
      *>   (3262), PROFILE.cpy (7134), REPORTSPOOL_SRC.cpy (8400/8410),
      *>   EXTAPP_SRC.cpy (4153)
      *>*****************************************************************

       5990-LOAD-MILESTONES.
           MOVE 0 TO WS-MLS-COUNT
           MOVE 0 TO WS-MLS-FIRST-RUN
           MOVE "N" TO WS-MILESTONE-EOF
           OPEN INPUT MILESTONE-FILE
           EVALUATE WS-MILESTONE-STATUS
               WHEN WS-CONST-FS-OK
                   PERFORM 5991-READ-MILESTONE-LOOP
                   CLOSE MILESTONE-FILE
               WHEN WS-CONST-FS-NOT-FOUND
                   MOVE 1 TO WS-MLS-FIRST-RUN
           END-EVALUATE
           EXIT.

       5991-READ-MILESTONE-LOOP.
           READ MILESTONE-FILE
               AT END
                   MOVE "Y" TO WS-MILESTONE-EOF
               NOT AT END
                   IF WS-MLS-COUNT < WS-CONST-MAX-MILESTONE
                       AND MLS-USERNAME NOT = SPACES
                       AND MLS-STAGE IS NUMERIC
                       ADD 1 TO WS-MLS-COUNT
                       MOVE MLS-USERNAME
                           TO WS-MLS-USERNAME(WS-MLS-COUNT)
                       MOVE MLS-STAGE TO WS-MLS-STAGE(WS-MLS-COUNT)
                       MOVE MLS-DATE  TO WS-MLS-DATE(WS-MLS-COUNT)
                   END-IF
           END-READ
           IF WS-MILESTONE-EOF = "N"
               PERFORM 5991-READ-MILESTONE-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5992-SYNC-MILESTONES: Earliest ledger date per account and
      *> stage, then what the tables show today; any stage reached but
      *> not yet on file is appended with today's date (0 on the first
      *> run, when history cannot be known).
      *>*****************************************************************
       5992-SYNC-MILESTONES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MLS-TODAY
           IF WS-MLS-FIRST-RUN = 1
               MOVE 0 TO WS-MLS-STAMP
           ELSE
               MOVE WS-MLS-TODAY TO WS-MLS-STAMP
           END-IF
           PERFORM VARYING WS-MLS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-MLS-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
                   UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
                   MOVE WS-MLS-NEVER
                       TO WS-MLS-REACHED(WS-MLS-ACCT-IDX, WS-MLS-SDX)
                   MOVE 0 TO WS-MLS-NOW(WS-MLS-ACCT-IDX, WS-MLS-SDX)
               END-PERFORM
               MOVE 1 TO WS-MLS-NOW(WS-MLS-ACCT-IDX, 1)
           END-PERFORM
           PERFORM VARYING WS-MLS-IDX FROM 1 BY 1
               UNTIL WS-MLS-IDX > WS-MLS-COUNT
               MOVE WS-MLS-USERNAME(WS-MLS-IDX) TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               IF WS-AIX-FOUND > 0
                   AND WS-MLS-STAGE(WS-MLS-IDX) >= 1
                   AND WS-MLS-STAGE(WS-MLS-IDX) <= WS-MLS-STAGE-COUNT
                   IF WS-MLS-DATE(WS-MLS-IDX) < WS-MLS-REACHED(
                       WS-AIX-FOUND, WS-MLS-STAGE(WS-MLS-IDX))
                       MOVE WS-MLS-DATE(WS-MLS-IDX)
                           TO WS-MLS-REACHED(WS-AIX-FOUND,
                               WS-MLS-STAGE(WS-MLS-IDX))
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MLS-PROF-IDX FROM 1 BY 1
               UNTIL WS-MLS-PROF-IDX > WS-PROFILE-COUNT
               IF WS-HAS-PROFILE(WS-MLS-PROF-IDX) = 1
                   MOVE WS-MLS-PROF-IDX TO WS-COMPLETE-IDX
                   PERFORM 7134-COMPUTE-COMPLETENESS
                   IF WS-COMPLETE-SCORE >= 100
                       MOVE WS-PROF-USERNAME(WS-MLS-PROF-IDX)
                           TO WS-MLS-NOTE-USER
                       MOVE 2 TO WS-MLS-NOTE-STAGE
                       PERFORM 5993-MLS-NOTE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MLS-IDX FROM 1 BY 1
               UNTIL WS-MLS-IDX > WS-ALL-APPS-COUNT
               MOVE WS-AT-USERNAME(WS-MLS-IDX) TO WS-MLS-NOTE-USER
               MOVE 3 TO WS-MLS-NOTE-STAGE
               PERFORM 5993-MLS-NOTE
               IF FUNCTION TRIM(WS-AT-STATUS(WS-MLS-IDX)) = "Hired"
                   MOVE 6 TO WS-MLS-NOTE-STAGE
                   PERFORM 5993-MLS-NOTE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MLS-IDX FROM 1 BY 1
               UNTIL WS-MLS-IDX > WS-INTERVIEW-COUNT
               MOVE WS-IVT-USERNAME(WS-MLS-IDX) TO WS-MLS-NOTE-USER
               MOVE 4 TO WS-MLS-NOTE-STAGE
               PERFORM 5993-MLS-NOTE
           END-PERFORM
           PERFORM VARYING WS-MLS-IDX FROM 1 BY 1
               UNTIL WS-MLS-IDX > WS-OFFER-COUNT
               MOVE WS-OFT-USERNAME(WS-MLS-IDX) TO WS-MLS-NOTE-USER
               MOVE 5 TO WS-MLS-NOTE-STAGE
               PERFORM 5993-MLS-NOTE
               IF WS-OFT-DECISION(WS-MLS-IDX) = "A"
                   MOVE 6 TO WS-MLS-NOTE-STAGE
                   PERFORM 5993-MLS-NOTE
               END-IF
           END-PERFORM

      *>    Append what is newly reached in one pass.
           MOVE 0 TO WS-MLS-ADDED
           PERFORM VARYING WS-MLS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-MLS-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
                   UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
                   IF WS-MLS-NOW(WS-MLS-ACCT-IDX, WS-MLS-SDX) = 1
                       AND WS-MLS-REACHED(WS-MLS-ACCT-IDX, WS-MLS-SDX)
                           = WS-MLS-NEVER
                       AND WS-MLS-COUNT < WS-CONST-MAX-MILESTONE
                       IF WS-MLS-ADDED = 0
                           PERFORM 5988-OPEN-MILESTONE-EXTEND
                       END-IF
                       IF WS-MILESTONE-STATUS = WS-CONST-FS-OK
                           ADD 1 TO WS-MLS-ADDED
                           ADD 1 TO WS-MLS-COUNT
                           MOVE WS-USERNAME(WS-MLS-ACCT-IDX)
                               TO WS-MLS-USERNAME(WS-MLS-COUNT)
                           MOVE WS-MLS-SDX
                               TO WS-MLS-STAGE(WS-MLS-COUNT)
                           MOVE WS-MLS-STAMP
                               TO WS-MLS-DATE(WS-MLS-COUNT)
                           MOVE WS-MLS-STAMP TO WS-MLS-REACHED(
                               WS-MLS-ACCT-IDX, WS-MLS-SDX)
                           MOVE WS-MLS-USERNAME(WS-MLS-COUNT)
                               TO MLS-USERNAME
                           MOVE WS-MLS-SDX TO MLS-STAGE
                           MOVE WS-MLS-STAMP TO MLS-DATE
                           WRITE MLS-RECORD
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MLS-ADDED > 0
               CLOSE MILESTONE-FILE
           END-IF
           MOVE 0 TO WS-MLS-FIRST-RUN
           EXIT.

       5988-OPEN-MILESTONE-EXTEND.
           OPEN EXTEND MILESTONE-FILE
           IF WS-MILESTONE-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE MILESTONE-FILE
               OPEN OUTPUT MILESTONE-FILE
               CLOSE MILESTONE-FILE
               OPEN EXTEND MILESTONE-FILE
           END-IF
           IF WS-MILESTONE-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not append to MILESTONE.DAT. "
                   "STATUS=" WS-MILESTONE-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5993-MLS-NOTE.
           MOVE WS-MLS-NOTE-USER TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               MOVE 1 TO WS-MLS-NOW(WS-AIX-FOUND, WS-MLS-NOTE-STAGE)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5994-COHORT-FUNNEL-REPORT: One class against the class before
      *> it as of the same date a year earlier, then the class broken
      *> out by university and by major. Off-platform applications
      *> the class logged follow the funnel as a separate,
      *> self-reported section (4153). Scoped admins see only their
      *> campus.
      *>*****************************************************************
       5994-COHORT-FUNNEL-REPORT.
           PERFORM 5992-SYNC-MILESTONES
           PERFORM 5998-PROMPT-COHORT-YEAR
           IF WS-MLS-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MLS-PRIOR-YEAR = WS-MLS-YEAR - 1
           MOVE WS-MLS-YEAR TO WS-MLS-CUR-YEAR-X
           MOVE WS-MLS-PRIOR-YEAR TO WS-MLS-PRIOR-YEAR-X
           COMPUTE WS-MLS-PRIOR-ASOF = WS-MLS-TODAY - 10000
           IF WS-MLS-PRIOR-ASOF(5:4) = "0229"
               MOVE "0228" TO WS-MLS-PRIOR-ASOF(5:4)
           END-IF

           MOVE WS-MLS-CUR-YEAR-X TO WS-MLS-COHORT-YEAR
           MOVE WS-MLS-TODAY TO WS-MLS-ASOF
           MOVE 0 TO WS-MLS-GRP-BY
           PERFORM 5995-COHORT-COUNT
           MOVE WS-MLS-CNT-TABLE TO WS-MLS-CUR-TABLE
           MOVE WS-MLS-PRIOR-YEAR-X TO WS-MLS-COHORT-YEAR
           MOVE WS-MLS-PRIOR-ASOF TO WS-MLS-ASOF
           PERFORM 5995-COHORT-COUNT
           MOVE WS-MLS-CNT-TABLE TO WS-MLS-PRI-TABLE

           MOVE "COHORT-FUNNEL" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Cohort Career-Readiness Funnel ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ADMIN-CAMPUS NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Campus: " FUNCTION TRIM(WS-ADMIN-CAMPUS)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Class of " WS-MLS-CUR-YEAR-X " as of "
               WS-MLS-TODAY ", against the class of "
               WS-MLS-PRIOR-YEAR-X " as of " WS-MLS-PRIOR-ASOF
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE "Stage" TO WS-OUTPUT-LINE(3:5)
           MOVE WS-MLS-CUR-YEAR-X TO WS-OUTPUT-LINE(26:4)
           MOVE "conv" TO WS-OUTPUT-LINE(32:4)
           MOVE WS-MLS-PRIOR-YEAR-X TO WS-OUTPUT-LINE(42:4)
           MOVE "conv" TO WS-OUTPUT-LINE(48:4)
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
               UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
               PERFORM 5997-COHORT-STAGE-LINE
           END-PERFORM
           MOVE "(conv = share of the stage above that got this far)"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 4153-COHORT-SELF-REPORTED

           MOVE WS-MLS-CUR-YEAR-X TO WS-MLS-COHORT-YEAR
           MOVE WS-MLS-TODAY TO WS-MLS-ASOF
           MOVE 1 TO WS-MLS-GRP-BY
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "By university (class of " WS-MLS-CUR-YEAR-X
               "): created/profile/applied/interview/offer/placed"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5996-COHORT-GROUPS
           MOVE 2 TO WS-MLS-GRP-BY
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "By major (class of " WS-MLS-CUR-YEAR-X
               "): created/profile/applied/interview/offer/placed"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5996-COHORT-GROUPS
           IF WS-MLS-COUNT > 0
               AND WS-MLS-DATE(1) = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Stages reached before tracking began count "
                   "as reached on every date."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM 8410-END-REPORT
           MOVE "COHORTFUNNEL" TO WS-RESULT-TYPE
           MOVE WS-MLS-CUR-YEAR-X TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5995-COHORT-COUNT: Students and alumni whose profile gives
      *> graduation year WS-MLS-COHORT-YEAR, counted at each stage
      *> reached on or before WS-MLS-ASOF. With WS-MLS-GRP-BY set,
      *> the counts also go to the group named by university or major.
      *>*****************************************************************
       5995-COHORT-COUNT.
           INITIALIZE WS-MLS-CNT-TABLE
           PERFORM VARYING WS-MLS-PROF-IDX FROM 1 BY 1
               UNTIL WS-MLS-PROF-IDX > WS-PROFILE-COUNT
               MOVE 0 TO WS-MLS-IN-COHORT
               IF WS-HAS-PROFILE(WS-MLS-PROF-IDX) = 1
                   AND WS-GRAD-YEAR(WS-MLS-PROF-IDX)
                       = WS-MLS-COHORT-YEAR
                   AND (WS-ADMIN-CAMPUS = SPACES
                       OR FUNCTION TRIM(
                           WS-UNIVERSITY(WS-MLS-PROF-IDX)) =
                           FUNCTION TRIM(WS-ADMIN-CAMPUS))
                   MOVE WS-PROF-USERNAME(WS-MLS-PROF-IDX)
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       AND (WS-ACCT-ROLE(WS-AIX-FOUND) = "S"
                           OR WS-ACCT-ROLE(WS-AIX-FOUND) = "A")
                       MOVE 1 TO WS-MLS-IN-COHORT
                   END-IF
               END-IF
               IF WS-MLS-IN-COHORT = 1
                   MOVE 0 TO WS-MLS-GRP-HIT
                   IF WS-MLS-GRP-BY > 0
                       IF WS-MLS-BY-UNIVERSITY
                           MOVE WS-UNIVERSITY(WS-MLS-PROF-IDX)
                               TO WS-MLS-GRP-KEY
                       ELSE
                           MOVE WS-MAJOR(WS-MLS-PROF-IDX)
                               TO WS-MLS-GRP-KEY
                       END-IF
                       PERFORM VARYING WS-MLS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-MLS-GRP-IDX > WS-MLS-GRP-USED
                               OR WS-MLS-GRP-HIT > 0
                           IF WS-MLS-GRP-NAME(WS-MLS-GRP-IDX)
                               = WS-MLS-GRP-KEY
                               MOVE WS-MLS-GRP-IDX TO WS-MLS-GRP-HIT
                           END-IF
                       END-PERFORM
                       IF WS-MLS-GRP-HIT = 0 AND WS-MLS-GRP-USED < 100
                           ADD 1 TO WS-MLS-GRP-USED
                           MOVE WS-MLS-GRP-USED TO WS-MLS-GRP-HIT
                           MOVE WS-MLS-GRP-KEY
                               TO WS-MLS-GRP-NAME(WS-MLS-GRP-HIT)
                           PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
                               UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
                               MOVE 0 TO WS-MLS-GRP-CNT(
                                   WS-MLS-GRP-HIT, WS-MLS-SDX)
                           END-PERFORM
                       END-IF
                   END-IF
                   PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
                       UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
                       IF WS-MLS-REACHED(WS-AIX-FOUND, WS-MLS-SDX)
                           <= WS-MLS-ASOF
                           ADD 1 TO WS-MLS-CNT(WS-MLS-SDX)
                           IF WS-MLS-GRP-HIT > 0
                               ADD 1 TO WS-MLS-GRP-CNT(
                                   WS-MLS-GRP-HIT, WS-MLS-SDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

       5996-COHORT-GROUPS.
           MOVE 0 TO WS-MLS-GRP-USED
           PERFORM 5995-COHORT-COUNT
           IF WS-MLS-GRP-USED = 0
               MOVE "  (no students in this class)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MLS-GRP-IDX FROM 1 BY 1
               UNTIL WS-MLS-GRP-IDX > WS-MLS-GRP-USED
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE WS-MLS-GRP-NAME(WS-MLS-GRP-IDX)
                   TO WS-OUTPUT-LINE(3:30)
               PERFORM VARYING WS-MLS-SDX FROM 1 BY 1
                   UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
                   MOVE WS-MLS-GRP-CNT(WS-MLS-GRP-IDX, WS-MLS-SDX)
                       TO WS-MLS-NUM-DISP
                   MOVE WS-MLS-NUM-DISP
                       TO WS-OUTPUT-LINE(28 + WS-MLS-SDX * 6:5)
               END-PERFORM
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

       5997-COHORT-STAGE-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE WS-MLS-STAGE-NAME(WS-MLS-SDX) TO WS-OUTPUT-LINE(3:20)
           MOVE WS-MLS-CUR(WS-MLS-SDX) TO WS-MLS-NUM-DISP
           MOVE WS-MLS-NUM-DISP TO WS-OUTPUT-LINE(25:5)
           MOVE WS-MLS-PRI(WS-MLS-SDX) TO WS-MLS-NUM-DISP
           MOVE WS-MLS-NUM-DISP TO WS-OUTPUT-LINE(41:5)
           IF WS-MLS-SDX > 1
               IF WS-MLS-CUR(WS-MLS-SDX - 1) > 0
                   COMPUTE WS-MLS-PCT ROUNDED =
                       WS-MLS-CUR(WS-MLS-SDX) * 100
                       / WS-MLS-CUR(WS-MLS-SDX - 1)
                   MOVE WS-MLS-PCT TO WS-MLS-PCT-DISP
                   MOVE WS-MLS-PCT-DISP TO WS-OUTPUT-LINE(32:3)
                   MOVE "%" TO WS-OUTPUT-LINE(35:1)
               ELSE
                   MOVE "-" TO WS-OUTPUT-LINE(34:1)
               END-IF
               IF WS-MLS-PRI(WS-MLS-SDX - 1) > 0
                   COMPUTE WS-MLS-PCT ROUNDED =
                       WS-MLS-PRI(WS-MLS-SDX) * 100
                       / WS-MLS-PRI(WS-MLS-SDX - 1)
                   MOVE WS-MLS-PCT TO WS-MLS-PCT-DISP
                   MOVE WS-MLS-PCT-DISP TO WS-OUTPUT-LINE(48:3)
                   MOVE "%" TO WS-OUTPUT-LINE(51:1)
               ELSE
                   MOVE "-" TO WS-OUTPUT-LINE(50:1)
               END-IF
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5998-PROMPT-COHORT-YEAR.
           MOVE 0 TO WS-MLS-YEAR
           MOVE "Graduating class (YYYY, blank = this year): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MLS-INPUT
           MOVE WS-MLS-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-MLS-INPUT = SPACES
               MOVE WS-MLS-TODAY(1:4) TO WS-MLS-YEAR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MLS-INPUT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-MLS-INPUT)) NOT = 4
               MOVE "That is not a four-digit year." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MLS-INPUT(1:4) TO WS-MLS-YEAR
           EXIT.

       5999-REWRITE-MILESTONES.
           MOVE WS-MILESTONE-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-MILESTONE-TMP-PATH TO WS-MILESTONE-PATH
           OPEN OUTPUT MILESTONE-FILE
           IF WS-MILESTONE-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MILESTONE-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite MILESTONE.DAT. "
                   "STATUS=" WS-MILESTONE-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MLS-IDX FROM 1 BY 1
               UNTIL WS-MLS-IDX > WS-MLS-COUNT
               MOVE WS-MLS-USERNAME(WS-MLS-IDX) TO MLS-USERNAME
               MOVE WS-MLS-STAGE(WS-MLS-IDX)    TO MLS-STAGE
               MOVE WS-MLS-DATE(WS-MLS-IDX)     TO MLS-DATE
               WRITE MLS-RECORD
           END-PERFORM
           CLOSE MILESTONE-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MILESTONE-PATH
           MOVE "MILESTONE.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MILESTONE-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MILESTONE-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MILESTONE-TMP-PATH
               WS-MILESTONE-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace MILESTONE.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.
