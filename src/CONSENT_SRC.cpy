      *>*****************************************************************
      *> FILE:    CONSENT_SRC.cpy
      *> PURPOSE: Dated consent records for sharing student data. The
      *>          profile visibility flag was the only control over
      *>          what employers and the warehouse receive; now each
      *>          student opts in or out per purpose, and every change
      *>          is appended to CONSENT.DAT with its date. Candidate
      *>          search, the resume books and the data-warehouse
      *>          extract ask 5972 before including anyone. A student
      *>          with no choice on file gets WS-CONST-CONSENT-DEFAULT.
      *>          Students change their choices at the end of the
      *>          profile edit; the admin report shows coverage per
      *>          purpose and every change in a date range.
      *>
      *> PARAGRAPHS:
      *>   5970-LOAD-CONSENT / 5971 loop
      *>   5972-CHECK-CONSENT        - WS-CNS-USER / WS-CNS-PURPOSE
      *>   5973-APPEND-CONSENT       - Record WS-CNS-NEW-CHOICE
      *>   5974-PROMPT-CONSENTS      - Profile edit (7300)
      *>   5975-DISPLAY-CONSENTS     - View My Profile (7100)
      *>   5976-CONSENT-REPORT       - Admin coverage/changes report
      *>   5977-CONSENT-STATE-TEXT
      *>   5978-REWRITE-CONSENT      - After a merge or rename
      *>   5979-PROMPT-CONSENT-DATE
      *>
      *> DEPENDENCIES:
      *>   WS-CONSENT.cpy, main.cob CONSENT-FILE, ACCTINDEX_SRC.cpy
      *>   (3262), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       5970-LOAD-CONSENT.
           MOVE 0 TO WS-CNS-COUNT
           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = WS-CONST-FS-OK
               PERFORM 5971-READ-CONSENT-LOOP
               CLOSE CONSENT-FILE
           END-IF
           EXIT.

       5971-READ-CONSENT-LOOP.
           READ CONSENT-FILE
               AT END
                   MOVE "Y" TO WS-CONSENT-EOF
               NOT AT END
                   IF WS-CNS-COUNT < WS-CONST-MAX-CONSENT
                       AND CNS-USERNAME NOT = SPACES
                       ADD 1 TO WS-CNS-COUNT
                       MOVE CNS-USERNAME
                           TO WS-CNS-USERNAME(WS-CNS-COUNT)
                       MOVE CNS-PURPOSE
                           TO WS-CNS-ROW-PURPOSE(WS-CNS-COUNT)
                       MOVE CNS-CHOICE TO WS-CNS-CHOICE(WS-CNS-COUNT)
                       MOVE CNS-DATE   TO WS-CNS-DATE(WS-CNS-COUNT)
                       MOVE CNS-BY     TO WS-CNS-BY(WS-CNS-COUNT)
                   END-IF
           END-READ
           IF WS-CONSENT-EOF = "N"
               PERFORM 5971-READ-CONSENT-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5972-CHECK-CONSENT: The latest row for WS-CNS-USER and
      *> WS-CNS-PURPOSE decides; WS-CNS-IDX is left on it (0 = none,
      *> the default applies).
      *>*****************************************************************
       5972-CHECK-CONSENT.
           MOVE 0 TO WS-CNS-RECORDED
           MOVE 0 TO WS-CNS-IDX
           IF WS-CONST-CONSENT-DEFAULT = "Y"
               MOVE 1 TO WS-CNS-OK
           ELSE
               MOVE 0 TO WS-CNS-OK
           END-IF
           PERFORM VARYING WS-CNS-OUT-IDX FROM WS-CNS-COUNT BY -1
               UNTIL WS-CNS-OUT-IDX < 1 OR WS-CNS-RECORDED = 1
               IF WS-CNS-ROW-PURPOSE(WS-CNS-OUT-IDX) = WS-CNS-PURPOSE
                   AND FUNCTION TRIM(WS-CNS-USERNAME(WS-CNS-OUT-IDX))
                       = FUNCTION TRIM(WS-CNS-USER)
                   MOVE 1 TO WS-CNS-RECORDED
                   MOVE WS-CNS-OUT-IDX TO WS-CNS-IDX
                   IF WS-CNS-CHOICE(WS-CNS-OUT-IDX) = "Y"
                       MOVE 1 TO WS-CNS-OK
                   ELSE
                       MOVE 0 TO WS-CNS-OK
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       5973-APPEND-CONSENT.
           IF WS-CNS-COUNT >= WS-CONST-MAX-CONSENT
               MOVE "The consent ledger is full; your choice was not "
                   & "recorded. Please contact the career center."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNS-COUNT
           MOVE WS-CNS-USER TO WS-CNS-USERNAME(WS-CNS-COUNT)
           MOVE WS-CNS-PURPOSE TO WS-CNS-ROW-PURPOSE(WS-CNS-COUNT)
           MOVE WS-CNS-NEW-CHOICE TO WS-CNS-CHOICE(WS-CNS-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CNS-DATE(WS-CNS-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-CNS-BY(WS-CNS-COUNT)

           MOVE WS-CNS-USERNAME(WS-CNS-COUNT)    TO CNS-USERNAME
           MOVE WS-CNS-ROW-PURPOSE(WS-CNS-COUNT) TO CNS-PURPOSE
           MOVE WS-CNS-CHOICE(WS-CNS-COUNT)      TO CNS-CHOICE
           MOVE WS-CNS-DATE(WS-CNS-COUNT)        TO CNS-DATE
           MOVE WS-CNS-BY(WS-CNS-COUNT)          TO CNS-BY
           OPEN EXTEND CONSENT-FILE
           IF WS-CONSENT-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE CONSENT-FILE
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN EXTEND CONSENT-FILE
           END-IF
           IF WS-CONSENT-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not append to CONSENT.DAT. "
                   "STATUS=" WS-CONSENT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           WRITE CNS-RECORD
           CLOSE CONSENT-FILE
           MOVE "CONSENT" TO WS-RESULT-TYPE
           MOVE WS-CNS-USER TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5974-PROMPT-CONSENTS: Last step of Create/Edit My Profile for
      *> students and alumni. Lists each purpose with the standing
      *> choice; the digits typed switch those purposes.
      *>*****************************************************************
       5974-PROMPT-CONSENTS.
           IF ROLE-EMPLOYER OR ROLE-STAFF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CNS-USER
           MOVE "Data sharing - may we include your profile in:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CNS-PDX FROM 1 BY 1
               UNTIL WS-CNS-PDX > WS-CNS-PURPOSE-COUNT
               MOVE WS-CNS-PURPOSE-CODE(WS-CNS-PDX) TO WS-CNS-PURPOSE
               PERFORM 5972-CHECK-CONSENT
               PERFORM 5977-CONSENT-STATE-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-CNS-PDX ". "
                   FUNCTION TRIM(WS-CNS-PURPOSE-TEXT(WS-CNS-PDX)) ": "
                   FUNCTION TRIM(WS-CNS-STATE-TEXT)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter the numbers to switch (e.g. 13), or press "
               & "Enter to keep them:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CNS-INPUT
           IF WS-CNS-INPUT = SPACES
               MOVE "(kept)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNS-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

      *>    Each purpose switches once however often its digit is typed.
           MOVE SPACES TO WS-CNS-FLAGS
           PERFORM VARYING WS-CNS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CNS-CHAR-IDX > 20
               IF WS-CNS-INPUT(WS-CNS-CHAR-IDX:1) >= "1"
                   AND WS-CNS-INPUT(WS-CNS-CHAR-IDX:1) <= "3"
                   MOVE WS-CNS-INPUT(WS-CNS-CHAR-IDX:1) TO WS-CNS-PDX
                   MOVE "X" TO WS-CNS-FLAGS(WS-CNS-PDX:1)
               END-IF
           END-PERFORM
           IF WS-CNS-FLAGS = SPACES
               MOVE "No purpose numbers entered; nothing changed."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNS-PDX FROM 1 BY 1
               UNTIL WS-CNS-PDX > WS-CNS-PURPOSE-COUNT
               IF WS-CNS-FLAGS(WS-CNS-PDX:1) = "X"
                   MOVE WS-CNS-PURPOSE-CODE(WS-CNS-PDX)
                       TO WS-CNS-PURPOSE
                   PERFORM 5972-CHECK-CONSENT
                   IF WS-CNS-OK = 1
                       MOVE "N" TO WS-CNS-NEW-CHOICE
                   ELSE
                       MOVE "Y" TO WS-CNS-NEW-CHOICE
                   END-IF
                   PERFORM 5973-APPEND-CONSENT
                   PERFORM 5972-CHECK-CONSENT
                   PERFORM 5977-CONSENT-STATE-TEXT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING FUNCTION TRIM(WS-CNS-PURPOSE-TEXT(WS-CNS-PDX))
                       ": " FUNCTION TRIM(WS-CNS-STATE-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

       5975-DISPLAY-CONSENTS.
           IF ROLE-EMPLOYER OR ROLE-STAFF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-CNS-USER
           MOVE "Data sharing:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CNS-PDX FROM 1 BY 1
               UNTIL WS-CNS-PDX > WS-CNS-PURPOSE-COUNT
               MOVE WS-CNS-PURPOSE-CODE(WS-CNS-PDX) TO WS-CNS-PURPOSE
               PERFORM 5972-CHECK-CONSENT
               PERFORM 5977-CONSENT-STATE-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  "
                   FUNCTION TRIM(WS-CNS-PURPOSE-TEXT(WS-CNS-PDX)) ": "
                   FUNCTION TRIM(WS-CNS-STATE-TEXT)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5976-CONSENT-REPORT: Coverage of every student and alumni
      *> profile (within the admin's campus, if scoped) per purpose,
      *> then every recorded change between two dates.
      *>*****************************************************************
       5976-CONSENT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CNS-TO-DATE
           MOVE WS-CNS-TO-DATE TO WS-CNS-FROM-DATE
           MOVE "01" TO WS-CNS-FROM-DATE(7:2)
           MOVE "Changes from (YYYYMMDD, blank = start of this month): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5979-PROMPT-CONSENT-DATE
           IF WS-CNS-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CNS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CNS-INPUT) TO WS-CNS-FROM-DATE
           END-IF
           MOVE "Changes through (YYYYMMDD, blank = today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5979-PROMPT-CONSENT-DATE
           IF WS-CNS-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CNS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CNS-INPUT) TO WS-CNS-TO-DATE
           END-IF
           IF WS-CNS-FROM-DATE > WS-CNS-TO-DATE
               MOVE "The start date is after the end date."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "CONSENT" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Data-Sharing Consent Report ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ADMIN-CAMPUS NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Campus: " FUNCTION TRIM(WS-ADMIN-CAMPUS)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "No choice on file counts as "
               WS-CONST-CONSENT-DEFAULT "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Coverage (students and alumni with a profile):"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CNS-PDX FROM 1 BY 1
               UNTIL WS-CNS-PDX > WS-CNS-PURPOSE-COUNT
               MOVE WS-CNS-PURPOSE-CODE(WS-CNS-PDX) TO WS-CNS-PURPOSE
               MOVE 0 TO WS-CNS-POPULATION
               MOVE 0 TO WS-CNS-IN-COUNT
               MOVE 0 TO WS-CNS-OUT-COUNT
               MOVE 0 TO WS-CNS-NONE-COUNT
               PERFORM VARYING WS-CNS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-CNS-PROF-IDX > WS-PROFILE-COUNT
                   IF WS-HAS-PROFILE(WS-CNS-PROF-IDX) = 1
                       AND (WS-ADMIN-CAMPUS = SPACES
                           OR FUNCTION TRIM(
                               WS-UNIVERSITY(WS-CNS-PROF-IDX)) =
                               FUNCTION TRIM(WS-ADMIN-CAMPUS))
                       MOVE FUNCTION TRIM(
                           WS-PROF-USERNAME(WS-CNS-PROF-IDX))
                           TO WS-AIX-QUERY
                       PERFORM 3262-ACCT-INDEX-LOOKUP
                       IF WS-AIX-FOUND > 0
                           AND (WS-ACCT-ROLE(WS-AIX-FOUND) = "S"
                               OR WS-ACCT-ROLE(WS-AIX-FOUND) = "A")
                           ADD 1 TO WS-CNS-POPULATION
                           MOVE WS-PROF-USERNAME(WS-CNS-PROF-IDX)
                               TO WS-CNS-USER
                           PERFORM 5972-CHECK-CONSENT
                           EVALUATE TRUE
                               WHEN WS-CNS-RECORDED = 0
                                   ADD 1 TO WS-CNS-NONE-COUNT
                               WHEN WS-CNS-OK = 1
                                   ADD 1 TO WS-CNS-IN-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-CNS-OUT-COUNT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-CNS-PURPOSE " of " WS-CNS-POPULATION
                   ": opted in " WS-CNS-IN-COUNT
                   ", opted out " WS-CNS-OUT-COUNT
                   ", no choice " WS-CNS-NONE-COUNT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Changes " WS-CNS-FROM-DATE " - " WS-CNS-TO-DATE ":"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-CNS-CHANGE-COUNT
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
               UNTIL WS-CNS-IDX > WS-CNS-COUNT
               IF WS-CNS-DATE(WS-CNS-IDX) >= WS-CNS-FROM-DATE
                   AND WS-CNS-DATE(WS-CNS-IDX) <= WS-CNS-TO-DATE
                   MOVE 1 TO WS-CNS-CHANGED
                   IF WS-ADMIN-CAMPUS NOT = SPACES
                       MOVE 0 TO WS-CNS-CHANGED
                       PERFORM VARYING WS-CNS-PROF-IDX FROM 1 BY 1
                           UNTIL WS-CNS-PROF-IDX > WS-PROFILE-COUNT
                           IF FUNCTION TRIM(
                               WS-PROF-USERNAME(WS-CNS-PROF-IDX)) =
                               FUNCTION TRIM(
                                   WS-CNS-USERNAME(WS-CNS-IDX))
                               AND FUNCTION TRIM(
                                   WS-UNIVERSITY(WS-CNS-PROF-IDX)) =
                                   FUNCTION TRIM(WS-ADMIN-CAMPUS)
                               MOVE 1 TO WS-CNS-CHANGED
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-CNS-CHANGED = 1
                       ADD 1 TO WS-CNS-CHANGE-COUNT
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "  " WS-CNS-DATE(WS-CNS-IDX) " "
                           WS-CNS-USERNAME(WS-CNS-IDX) " "
                           WS-CNS-ROW-PURPOSE(WS-CNS-IDX) " "
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       IF WS-CNS-CHOICE(WS-CNS-IDX) = "Y"
                           MOVE "opted in " TO WS-OUTPUT-LINE(44:9)
                       ELSE
                           MOVE "opted out" TO WS-OUTPUT-LINE(44:9)
                       END-IF
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-CNS-CHANGE-COUNT " change(s) in the period."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           MOVE "CONSENTRPT" TO WS-RESULT-TYPE
           MOVE WS-CNS-TO-DATE TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5977-CONSENT-STATE-TEXT.
           MOVE SPACES TO WS-CNS-STATE-TEXT
           EVALUATE TRUE
               WHEN WS-CNS-RECORDED = 0 AND WS-CNS-OK = 1
                   MOVE "Y (default)" TO WS-CNS-STATE-TEXT
               WHEN WS-CNS-RECORDED = 0
                   MOVE "N (default)" TO WS-CNS-STATE-TEXT
               WHEN WS-CNS-OK = 1
                   STRING "Y since " WS-CNS-DATE(WS-CNS-IDX)
                       DELIMITED BY SIZE INTO WS-CNS-STATE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "N since " WS-CNS-DATE(WS-CNS-IDX)
                       DELIMITED BY SIZE INTO WS-CNS-STATE-TEXT
                   END-STRING
           END-EVALUATE
           EXIT.

       5978-REWRITE-CONSENT.
           MOVE WS-CONSENT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-CONSENT-TMP-PATH TO WS-CONSENT-PATH
           OPEN OUTPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CONSENT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite CONSENT.DAT. "
                   "STATUS=" WS-CONSENT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNS-OUT-IDX FROM 1 BY 1
               UNTIL WS-CNS-OUT-IDX > WS-CNS-COUNT
               MOVE WS-CNS-USERNAME(WS-CNS-OUT-IDX)    TO CNS-USERNAME
               MOVE WS-CNS-ROW-PURPOSE(WS-CNS-OUT-IDX) TO CNS-PURPOSE
               MOVE WS-CNS-CHOICE(WS-CNS-OUT-IDX)      TO CNS-CHOICE
               MOVE WS-CNS-DATE(WS-CNS-OUT-IDX)        TO CNS-DATE
               MOVE WS-CNS-BY(WS-CNS-OUT-IDX)          TO CNS-BY
               WRITE CNS-RECORD
           END-PERFORM
           CLOSE CONSENT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CONSENT-PATH
           MOVE "CONSENT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CONSENT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CONSENT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CONSENT-TMP-PATH
               WS-CONSENT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace CONSENT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5979-PROMPT-CONSENT-DATE.
           MOVE 0 TO WS-CNS-DATE-OK
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CNS-INPUT
           MOVE WS-CNS-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CNS-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-CNS-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-CNS-INPUT))
                       NOT = 8
                   MOVE "That is not a YYYYMMDD date." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-CNS-DATE-OK
           EXIT.
