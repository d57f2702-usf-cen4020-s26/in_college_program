      *>*****************************************************************
      *> FILE:    JOBREPORT_SRC.cpy
      *> PURPOSE: Suspicious-posting reports. Anyone but the poster can
      *>          report a posting from its details screen (5322) with
      *>          a reason code; one report per user per posting. When
      *>          WS-JRP-HOLD-LIMIT different users have open reports
      *>          on a live posting it goes back to pending review -
      *>          out of browse, search and the feeds - and into the
      *>          admin posting review queue (5480) with its reports
      *>          listed. There the admin restores it (reports
      *>          dismissed), rejects it, or confirms fraud: applicants
      *>          and users who saved it are warned, their applications
      *>          closed and saved rows dropped, and the poster is
      *>          logged in the abuse log as referred for suspension.
      *>
      *> PARAGRAPHS:
      *>   4210-LOAD-JOB-REPORTS / 4211 loop
      *>   4212-REWRITE-JOB-REPORTS    - Crash-safe full rewrite
      *>   4213-REPORT-POSTING         - 5322 option: file a report
      *>   4214-COUNT-OPEN-REPORTS     - WS-JRP-JOB-IDX -> open count
      *>   4215-SHOW-POSTING-REPORTS   - Open reports under a queue row
      *>   4216-SETTLE-REPORTS         - Open -> WS-JRP-NEW-STATUS
      *>   4217-CONFIRM-FRAUD          - 5480 "F" action
      *>   4218-HOLD-REPORTED-POSTING  - Pull a posting at the limit
      *>
      *> DEPENDENCIES:
      *>   WS-JOBREPORT.cpy, main.cob (JOBREPORTS-FILE), WS-JOBS.cpy,
      *>   JOBS_SRC.cpy (5319, 5343), JOBARCH_SRC.cpy (5408),
      *>   SENDMESSAGE.cpy (7831), RATELIMIT_SRC.cpy (7660)
      *>*****************************************************************

       4210-LOAD-JOB-REPORTS.
           MOVE WS-CONST-POSTING-REPORT-HOLD TO WS-JRP-HOLD-LIMIT
           MOVE SPACES TO WS-JRP-HOLD-TEXT
           ACCEPT WS-JRP-HOLD-TEXT FROM ENVIRONMENT
               "INCOLLEGE_REPORT_HOLD"
           IF FUNCTION TRIM(WS-JRP-HOLD-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(WS-JRP-HOLD-TEXT) > 0
                   AND FUNCTION NUMVAL(WS-JRP-HOLD-TEXT) < 100
                   MOVE FUNCTION NUMVAL(WS-JRP-HOLD-TEXT)
                       TO WS-JRP-HOLD-LIMIT
               END-IF
           END-IF

           MOVE 0 TO WS-JRP-COUNT
           MOVE "N" TO WS-JOBREPORTS-EOF
           OPEN INPUT JOBREPORTS-FILE
           IF WS-JOBREPORTS-STATUS = WS-CONST-FS-OK
               PERFORM 4211-READ-JOB-REPORTS-LOOP
                   UNTIL WS-JOBREPORTS-EOF = "Y"
               CLOSE JOBREPORTS-FILE
           END-IF
           EXIT.

       4211-READ-JOB-REPORTS-LOOP.
           READ JOBREPORTS-FILE
               AT END
                   MOVE "Y" TO WS-JOBREPORTS-EOF
               NOT AT END
                   IF WS-JRP-COUNT < WS-CONST-MAX-JOBREPORTS
                       AND JRP-JOB-ID IS NUMERIC
                       ADD 1 TO WS-JRP-COUNT
                       MOVE JRP-JOB-ID   TO WS-JRP-JOB-ID(WS-JRP-COUNT)
                       MOVE JRP-REPORTER
                           TO WS-JRP-REPORTER(WS-JRP-COUNT)
                       MOVE JRP-REASON   TO WS-JRP-REASON(WS-JRP-COUNT)
                       MOVE JRP-NOTE     TO WS-JRP-NOTE(WS-JRP-COUNT)
                       IF JRP-DATE IS NUMERIC
                           MOVE JRP-DATE TO WS-JRP-DATE(WS-JRP-COUNT)
                       ELSE
                           MOVE 0 TO WS-JRP-DATE(WS-JRP-COUNT)
                       END-IF
                       MOVE JRP-STATUS   TO WS-JRP-STATUS(WS-JRP-COUNT)
                       IF WS-JRP-STATUS(WS-JRP-COUNT) = SPACE
                           MOVE "O" TO WS-JRP-STATUS(WS-JRP-COUNT)
                       END-IF
                       IF JRP-DECIDED IS NUMERIC
                           MOVE JRP-DECIDED
                               TO WS-JRP-DECIDED(WS-JRP-COUNT)
                       ELSE
                           MOVE 0 TO WS-JRP-DECIDED(WS-JRP-COUNT)
                       END-IF
                       MOVE JRP-REVIEWER
                           TO WS-JRP-REVIEWER(WS-JRP-COUNT)
                   END-IF
           END-READ
           EXIT.

       4212-REWRITE-JOB-REPORTS.
           MOVE WS-JOBREPORTS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-JOBREPORTS-TMP-PATH TO WS-JOBREPORTS-PATH
           OPEN OUTPUT JOBREPORTS-FILE
           IF WS-JOBREPORTS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-JOBREPORTS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite JOBREPORTS.DAT. "
                   "STATUS=" WS-JOBREPORTS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               MOVE WS-JRP-JOB-ID(WS-JRP-IDX)   TO JRP-JOB-ID
               MOVE WS-JRP-REPORTER(WS-JRP-IDX) TO JRP-REPORTER
               MOVE WS-JRP-REASON(WS-JRP-IDX)   TO JRP-REASON
               MOVE WS-JRP-NOTE(WS-JRP-IDX)     TO JRP-NOTE
               MOVE WS-JRP-DATE(WS-JRP-IDX)     TO JRP-DATE
               MOVE WS-JRP-STATUS(WS-JRP-IDX)   TO JRP-STATUS
               MOVE WS-JRP-DECIDED(WS-JRP-IDX)  TO JRP-DECIDED
               MOVE WS-JRP-REVIEWER(WS-JRP-IDX) TO JRP-REVIEWER
               WRITE JRP-RECORD
           END-PERFORM
           CLOSE JOBREPORTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-JOBREPORTS-PATH
           MOVE "JOBREPORTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-JOBREPORTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-JOBREPORTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-JOBREPORTS-TMP-PATH
               WS-JOBREPORTS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace JOBREPORTS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4213-REPORT-POSTING: "Report this Posting" on the details
      *> screen for WS-SELECTED-JOB-IDX. The reporter is not told
      *> whether the posting was held.
      *>*****************************************************************
       4213-REPORT-POSTING.
           MOVE WS-SELECTED-JOB-IDX TO WS-JRP-JOB-IDX
           IF WS-JT-POSTER(WS-JRP-JOB-IDX) =
               WS-USERNAME(WS-CURRENT-USER-INDEX)
               MOVE "You cannot report your own posting."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               IF WS-JRP-JOB-ID(WS-JRP-IDX) = WS-JT-ID(WS-JRP-JOB-IDX)
                   AND WS-JRP-REPORTER(WS-JRP-IDX) =
                       WS-USERNAME(WS-CURRENT-USER-INDEX)
                   MOVE "You have already reported this posting. "
                       & "Thank you." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-JRP-COUNT >= WS-CONST-MAX-JOBREPORTS
               MOVE "Reports cannot be taken right now. Please use "
                   & "Contact Support." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Why are you reporting this posting?" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-JRP-REASON-IDX FROM 1 BY 1
               UNTIL WS-JRP-REASON-IDX > WS-JRP-REASON-TOTAL
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-JRP-REASON-IDX ". "
                   FUNCTION TRIM(WS-JRP-REASON-LABEL(WS-JRP-REASON-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter reason (1-5, or 0 to cancel): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JRP-INPUT
           MOVE WS-JRP-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-JRP-INPUT(1:1) < "1" OR WS-JRP-INPUT(1:1) > "5"
               OR WS-JRP-INPUT(2:1) NOT = SPACE
               MOVE "No report filed." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRP-INPUT(1:1) TO WS-JRP-REASON-IDX

           MOVE "Anything the reviewers should know? (optional): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JRP-INPUT
           MOVE WS-JRP-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           ADD 1 TO WS-JRP-COUNT
           MOVE WS-JT-ID(WS-JRP-JOB-IDX) TO WS-JRP-JOB-ID(WS-JRP-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-JRP-REPORTER(WS-JRP-COUNT)
           MOVE WS-JRP-REASON-CODE(WS-JRP-REASON-IDX)
               TO WS-JRP-REASON(WS-JRP-COUNT)
           MOVE WS-JRP-INPUT TO WS-JRP-NOTE(WS-JRP-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-JRP-DATE(WS-JRP-COUNT)
           MOVE "O" TO WS-JRP-STATUS(WS-JRP-COUNT)
           MOVE 0 TO WS-JRP-DECIDED(WS-JRP-COUNT)
           MOVE SPACES TO WS-JRP-REVIEWER(WS-JRP-COUNT)
           PERFORM 4212-REWRITE-JOB-REPORTS

           MOVE "Thank you. Our team will review this posting. Never "
               & "pay a fee or share bank details to get a job."
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "JOBREPORT" TO WS-RESULT-TYPE
           MOVE WS-JT-ID(WS-JRP-JOB-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT

           PERFORM 4214-COUNT-OPEN-REPORTS
           IF WS-JRP-OPEN-COUNT >= WS-JRP-HOLD-LIMIT
               PERFORM 4218-HOLD-REPORTED-POSTING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4214-COUNT-OPEN-REPORTS: Open reports on the posting in job
      *> table row WS-JRP-JOB-IDX. Each reporter has at most one row
      *> per posting, so this is also the count of different users.
      *>*****************************************************************
       4214-COUNT-OPEN-REPORTS.
           MOVE 0 TO WS-JRP-OPEN-COUNT
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               IF WS-JRP-JOB-ID(WS-JRP-IDX) = WS-JT-ID(WS-JRP-JOB-IDX)
                   AND WS-JRP-STATUS(WS-JRP-IDX) = "O"
                   ADD 1 TO WS-JRP-OPEN-COUNT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4215-SHOW-POSTING-REPORTS: Under a posting review queue row,
      *> the open reports on job table row WS-JRP-JOB-IDX.
      *>*****************************************************************
       4215-SHOW-POSTING-REPORTS.
           PERFORM 4214-COUNT-OPEN-REPORTS
           IF WS-JRP-OPEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRP-OPEN-COUNT TO WS-JRP-OPEN-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "     HELD AFTER USER REPORTS ("
               FUNCTION TRIM(WS-JRP-OPEN-DISP) "):"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               IF WS-JRP-JOB-ID(WS-JRP-IDX) = WS-JT-ID(WS-JRP-JOB-IDX)
                   AND WS-JRP-STATUS(WS-JRP-IDX) = "O"
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-JRP-NOTE(WS-JRP-IDX) = SPACES
                       STRING "       "
                           FUNCTION TRIM(WS-JRP-REASON(WS-JRP-IDX))
                           " - "
                           FUNCTION TRIM(WS-JRP-REPORTER(WS-JRP-IDX))
                           " on " WS-JRP-DATE(WS-JRP-IDX)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "       "
                           FUNCTION TRIM(WS-JRP-REASON(WS-JRP-IDX))
                           " - "
                           FUNCTION TRIM(WS-JRP-REPORTER(WS-JRP-IDX))
                           " on " WS-JRP-DATE(WS-JRP-IDX) ": "
                           FUNCTION TRIM(WS-JRP-NOTE(WS-JRP-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4216-SETTLE-REPORTS: Close every open report on job table row
      *> WS-JRP-JOB-IDX with status WS-JRP-NEW-STATUS.
      *>*****************************************************************
       4216-SETTLE-REPORTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JRP-TODAY
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               IF WS-JRP-JOB-ID(WS-JRP-IDX) = WS-JT-ID(WS-JRP-JOB-IDX)
                   AND WS-JRP-STATUS(WS-JRP-IDX) = "O"
                   MOVE WS-JRP-NEW-STATUS TO WS-JRP-STATUS(WS-JRP-IDX)
                   MOVE WS-JRP-TODAY TO WS-JRP-DECIDED(WS-JRP-IDX)
                   MOVE WS-ADMIN-USERNAME
                       TO WS-JRP-REVIEWER(WS-JRP-IDX)
               END-IF
           END-PERFORM
           PERFORM 4212-REWRITE-JOB-REPORTS
           EXIT.

      *>*****************************************************************
      *> 4217-CONFIRM-FRAUD: Posting review queue "F" on job table row
      *> WS-JRP-JOB-IDX. The posting is rejected for good; everyone who
      *> applied or saved it is warned; applications still open are
      *> closed and saved rows dropped; the poster is told, and is
      *> logged in the abuse log as referred for suspension, which
      *> stays an admin decision on the Suspend/Unsuspend screen.
      *> Every file the takedown touches is one transaction, so a run
      *> that dies part way is rolled back at the next startup.
      *>*****************************************************************
       4217-CONFIRM-FRAUD.
           MOVE "FRAUD-TAKEDOWN" TO WS-TXN-NAME
           PERFORM 8096-BEGIN-TRANSACTION
           MOVE "R" TO WS-JT-REVIEW(WS-JRP-JOB-IDX)
           PERFORM 5319-REWRITE-JOBS-FILE
           MOVE "F" TO WS-JRP-NEW-STATUS
           PERFORM 4216-SETTLE-REPORTS
           MOVE 0 TO WS-JRP-NOTIFIED

      *> --- Applicants: warn, and close what is still in progress ---
           MOVE 0 TO WS-JRP-APPS-DIRTY
           PERFORM VARYING WS-JRP-SCAN FROM 1 BY 1
               UNTIL WS-JRP-SCAN > WS-ALL-APPS-COUNT
               IF WS-AT-JOB-ID(WS-JRP-SCAN) = WS-JT-ID(WS-JRP-JOB-IDX)
                   IF FUNCTION TRIM(WS-AT-STATUS(WS-JRP-SCAN))
                       NOT = "Closed"
                       MOVE "Closed" TO WS-AT-STATUS(WS-JRP-SCAN)
                       MOVE 1 TO WS-JRP-APPS-DIRTY
                   END-IF
                   MOVE WS-AT-USERNAME(WS-JRP-SCAN) TO WS-MSG-RECIPIENT
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING "Warning: the posting '"
                       FUNCTION TRIM(WS-JT-TITLE(WS-JRP-JOB-IDX))
                       "' (job #" WS-JT-ID(WS-JRP-JOB-IDX)
                       ") you applied to was removed as fraud. Never "
                       "send money or bank/ID details to its poster."
                       DELIMITED BY SIZE INTO WS-MSG-CONTENT
                   END-STRING
                   PERFORM 7831-WRITE-SYSTEM-MESSAGE
                   ADD 1 TO WS-JRP-NOTIFIED
               END-IF
           END-PERFORM
           IF WS-JRP-APPS-DIRTY = 1
               PERFORM 5343-REWRITE-APPLICATIONS-FILE
           END-IF

      *> --- Users who saved it: warn, and drop the saved rows ---
           MOVE 0 TO WS-JRP-KEEP
           PERFORM VARYING WS-JRP-SCAN FROM 1 BY 1
               UNTIL WS-JRP-SCAN > WS-SAVED-JOBS-COUNT
               IF WS-SVJ-JOB-ID(WS-JRP-SCAN) = WS-JT-ID(WS-JRP-JOB-IDX)
                   MOVE WS-SVJ-USERNAME(WS-JRP-SCAN) TO WS-MSG-RECIPIENT
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING "Warning: the posting '"
                       FUNCTION TRIM(WS-JT-TITLE(WS-JRP-JOB-IDX))
                       "' (job #" WS-JT-ID(WS-JRP-JOB-IDX)
                       ") you saved was removed as fraud and dropped "
                       "from your saved jobs."
                       DELIMITED BY SIZE INTO WS-MSG-CONTENT
                   END-STRING
                   PERFORM 7831-WRITE-SYSTEM-MESSAGE
                   ADD 1 TO WS-JRP-NOTIFIED
               ELSE
                   ADD 1 TO WS-JRP-KEEP
                   MOVE WS-SAVEDJOB-ENTRY(WS-JRP-SCAN)
                       TO WS-SAVEDJOB-ENTRY(WS-JRP-KEEP)
               END-IF
           END-PERFORM
           IF WS-JRP-KEEP NOT = WS-SAVED-JOBS-COUNT
               MOVE WS-JRP-KEEP TO WS-SAVED-JOBS-COUNT
               PERFORM 5408-REWRITE-SAVEDJOBS-FILE
           END-IF

      *> --- Poster: told, and referred for suspension ---
           MOVE WS-JT-POSTER(WS-JRP-JOB-IDX) TO WS-MSG-RECIPIENT
           MOVE SPACES TO WS-MSG-CONTENT
           STRING "Your posting '"
               FUNCTION TRIM(WS-JT-TITLE(WS-JRP-JOB-IDX))
               "' (job #" WS-JT-ID(WS-JRP-JOB-IDX)
               ") was removed after review found it fraudulent. Your "
               "account has been referred for suspension."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM 7831-WRITE-SYSTEM-MESSAGE
           MOVE WS-JT-POSTER(WS-JRP-JOB-IDX) TO WS-ABL-AUTHOR
           MOVE "FRAUDPOST" TO WS-RATE-KIND
           PERFORM 7660-LOG-ABUSE
           PERFORM 8097-COMMIT-TRANSACTION

           MOVE WS-JRP-NOTIFIED TO WS-JRP-NOTIFIED-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Posting removed as fraud. "
               FUNCTION TRIM(WS-JRP-NOTIFIED-DISP)
               " applicant/saver warning(s) sent."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Poster " FUNCTION TRIM(WS-JT-POSTER(WS-JRP-JOB-IDX))
               " is referred for suspension (abuse log); use "
               "Suspend/Unsuspend Account to act on it."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "JOBFRAUD" TO WS-RESULT-TYPE
           MOVE WS-JT-ID(WS-JRP-JOB-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4218-HOLD-REPORTED-POSTING: The posting on job table row
      *> WS-JRP-JOB-IDX reached the report limit. A live posting goes
      *> back to pending review (5480); one already pending or
      *> rejected is left as it is.
      *>*****************************************************************
       4218-HOLD-REPORTED-POSTING.
           IF WS-JT-REVIEW(WS-JRP-JOB-IDX) = "P"
               OR WS-JT-REVIEW(WS-JRP-JOB-IDX) = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-JT-REVIEW(WS-JRP-JOB-IDX)
           PERFORM 5319-REWRITE-JOBS-FILE
           MOVE WS-JT-POSTER(WS-JRP-JOB-IDX) TO WS-MSG-RECIPIENT
           MOVE SPACES TO WS-MSG-CONTENT
           STRING "Your posting '"
               FUNCTION TRIM(WS-JT-TITLE(WS-JRP-JOB-IDX))
               "' (job #" WS-JT-ID(WS-JRP-JOB-IDX)
               ") has been paused for review after reports from "
               "users. You will hear the outcome by message."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM 7831-WRITE-SYSTEM-MESSAGE
           MOVE "JOBHOLD" TO WS-RESULT-TYPE
           MOVE WS-JT-ID(WS-JRP-JOB-IDX) TO WS-RESULT-KEY
           MOVE "AUTO" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.
