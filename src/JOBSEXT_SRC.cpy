
               PERFORM VARYING WS-BROWSE-IDX FROM WS-BROWSE-PAGE-START
                   BY 1 UNTIL WS-BROWSE-IDX > WS-BROWSE-PAGE-END
                   MOVE WS-JT-ID(WS-BROWSE-INDEX-MAP(WS-BROWSE-IDX))
                       TO WS-BIL-JOB-ID
                   PERFORM 5908-IS-JOB-FEATURED
                   MOVE SPACES TO WS-BIL-TAG
                   IF WS-BIL-FEATURED = 1
                       MOVE " [Featured]" TO WS-BIL-TAG
                   END-IF
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-BROWSE-IDX ". "
                       FUNCTION TRIM(WS-JT-TITLE(
                       " ("
                       FUNCTION TRIM(WS-JT-LOCATION(
                           WS-BROWSE-INDEX-MAP(WS-BROWSE-IDX)))
                       ")" WS-BIL-TAG
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM 8000-WRITE-OUTPUT

*> *      *>    Postings with a minimum GPA above the student's own
*> *      *>    (GPA_SRC.cpy 5654) can be left out of the list.
           MOVE "N" TO WS-FILTER-GPA-ELIGIBLE
           MOVE "Hide postings whose minimum GPA you don't meet? "
               & "(Y/N): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) = "Y"
               MOVE "Y" TO WS-FILTER-GPA-ELIGIBLE
               MOVE "Y" TO WS-OUTPUT-LINE
           ELSE
               MOVE "N" TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT

*> *      *>    Likewise postings that cannot take the student's work
*> *      *>    authorization (WORKAUTH_SRC.cpy 5661).
           MOVE "N" TO WS-FILTER-WA-ELIGIBLE
           MOVE "Hide postings that cannot sponsor or accept your "
               & "work authorization? (Y/N): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) = "Y"
               MOVE "Y" TO WS-FILTER-WA-ELIGIBLE
               MOVE "Y" TO WS-OUTPUT-LINE
           ELSE
               MOVE "N" TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 5393-OFFER-SAVE-SEARCH
           EXIT.

               EXIT PARAGRAPH
           END-IF

      *> --- Location filter (substring match, reuses SEARCH.cpy logic,
      *>     then metro region through LOCATIONS_SRC.cpy 7043) ---
           IF FUNCTION TRIM(WS-FILTER-LOCATION) NOT = SPACES
               MOVE 1 TO WS-LOCATION-MATCH
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FILTER-LOCATION))
                   WS-JT-LOCATION(WS-BROWSE-IDX)))
                   TO WS-SEARCH-CANDIDATE-LOWER
               PERFORM 7511-CHECK-SUBSTRING-MATCH
      *>     Not in the text: still a match when the filter names a
      *>     place or metro region and the posting is in that region.
               IF WS-SUBSTRING-FOUND = 0
                   MOVE WS-JT-LOCATION(WS-BROWSE-IDX) TO WS-LOC-INPUT
                   PERFORM 7043-LOCATION-REGION-MATCH
                   MOVE WS-LOC-REGION-MATCH TO WS-SUBSTRING-FOUND
               END-IF
               IF WS-SUBSTRING-FOUND = 0
                   MOVE 0 TO WS-LOCATION-MATCH
                   MOVE 0 TO WS-JOB-MATCHES-FILTER
                   MOVE 0 TO WS-JOB-MATCHES-FILTER
               END-IF
           END-IF

      *> --- GPA eligibility: hide postings whose minimum is above the
      *>     student's GPA. A profile without a GPA is not provably
      *>     ineligible, so those postings stay listed. ---
           IF WS-JOB-MATCHES-FILTER = 1
               AND WS-FILTER-GPA-ELIGIBLE = "Y"
               MOVE WS-BROWSE-IDX TO WS-GPA-JOB-IDX
               PERFORM 5654-CHECK-GPA-ELIGIBILITY
               IF WS-GPA-BELOW-MINIMUM
                   MOVE 0 TO WS-JOB-MATCHES-FILTER
               END-IF
           END-IF

      *> --- Work authorization: hide postings that cannot sponsor, or
      *>     that require authorization, when the student needs it.
      *>     An unstated status stays listed, as with GPA. ---
           IF WS-JOB-MATCHES-FILTER = 1
               AND WS-FILTER-WA-ELIGIBLE = "Y"
               MOVE WS-BROWSE-IDX TO WS-WA-JOB-IDX
               PERFORM 5661-CHECK-WORK-AUTH
               IF WS-WA-INELIGIBLE
                   MOVE 0 TO WS-JOB-MATCHES-FILTER
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5321-BUILD-BROWSE-INDEX: Scan WS-JOB-TABLE and build
      *> WS-BROWSE-INDEX-MAP with every posting whose closing date is
      *> either 0 (never expires) or on/after today, and that matches
      *> the active browse filters (5308/5309), in table order -
      *> postings inside a paid featured period (5908) first, then
      *> the rest. Same numbered-list-to-real-index technique as
      *> 5346-VIEW-SAVED-JOBS/5347-READ-SAVEDJOBS-LOOP below.
      *>*****************************************************************
       5321-BUILD-BROWSE-INDEX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-BIL-TODAY
           MOVE 0 TO WS-BROWSE-VISIBLE-COUNT

           PERFORM VARYING WS-BIL-BROWSE-PASS FROM 1 BY 1
               UNTIL WS-BIL-BROWSE-PASS > 2
               PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
                   UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
                   MOVE WS-JT-ID(WS-BROWSE-IDX) TO WS-BIL-JOB-ID
                   PERFORM 5908-IS-JOB-FEATURED
                   IF (WS-BIL-BROWSE-PASS = 1 AND WS-BIL-FEATURED = 1)
                       OR (WS-BIL-BROWSE-PASS = 2
                           AND WS-BIL-FEATURED = 0)
                       IF WS-JT-CLOSING-DATE(WS-BROWSE-IDX) = 0
                           OR WS-JT-CLOSING-DATE(WS-BROWSE-IDX)
                               >= WS-TODAY-DATE
                           PERFORM 5309-JOB-MATCHES-FILTERS
                           IF WS-JOB-MATCHES-FILTER = 1
                               ADD 1 TO WS-BROWSE-VISIBLE-COUNT
                               MOVE WS-BROWSE-IDX
                                   TO WS-BROWSE-INDEX-MAP(
                                       WS-BROWSE-VISIBLE-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5322-SHOW-JOB-DETAILS: Display full details for selected job.
      *> WS-SELECTED-JOB-IDX must be set before calling.
      *> Offers 1=Apply for this Job, 2=Back to Job List. The opening is
      *> logged as a posting view (JOBVIEWS_SRC.cpy 7050). A suspicious
      *> posting can be reported from here (JOBREPORT_SRC.cpy 4213).
      *>*****************************************************************
       5322-SHOW-JOB-DETAILS.
           PERFORM 7050-LOG-JOB-VIEW
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Job Details ---" TO WS-OUTPUT-LINE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-JT-LOCATION(WS-SELECTED-JOB-IDX) TO WS-LOC-INPUT
           PERFORM 7042-NORMALIZE-LOCATION
           IF WS-LOC-HIT > 0
               PERFORM 7044-ARRANGE-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-LOC-ARRANGE-TEXT = SPACES
                   STRING "Metro region: "
                       FUNCTION TRIM(WS-LOC-REGION-OUT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "Metro region: "
                       FUNCTION TRIM(WS-LOC-REGION-OUT) " ("
                       FUNCTION TRIM(WS-LOC-ARRANGE-TEXT) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-IF

      *> Only print Salary line if salary is not blank
           IF FUNCTION TRIM(WS-JT-SALARY(WS-SELECTED-JOB-IDX))
               PERFORM 8000-WRITE-OUTPUT
           END-IF

      *> Only print Openings when the posting records a headcount
           IF WS-JT-OPENINGS(WS-SELECTED-JOB-IDX) > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Openings: "
                   WS-JT-OPENINGS(WS-SELECTED-JOB-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE WS-SELECTED-JOB-IDX TO WS-GPA-JOB-IDX
           PERFORM 5657-DISPLAY-MIN-GPA
           MOVE WS-SELECTED-JOB-IDX TO WS-WA-JOB-IDX
           PERFORM 5663-DISPLAY-JOB-WORK-AUTH

           MOVE WS-JT-ID(WS-SELECTED-JOB-IDX) TO WS-JSK-JOB-ID
           PERFORM 5626-SHOW-JOB-SKILLS

           MOVE "-------------------" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "1. Apply for this Job" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "4. Share with Connections" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "5. Report this Posting" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "6. Back to Job List" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
               PERFORM 5470-SHARE-JOB-POSTING
           END-IF

           IF WS-DETAIL-CHOICE = "5"
               PERFORM 4213-REPORT-POSTING
           END-IF

           IF WS-DETAIL-CHOICE NOT = "1" AND WS-DETAIL-CHOICE NOT = "2"
               AND WS-DETAIL-CHOICE NOT = "3"
               AND WS-DETAIL-CHOICE NOT = "4"
               AND WS-DETAIL-CHOICE NOT = "5"
               AND WS-DETAIL-CHOICE NOT = "6"
               MOVE "Invalid choice. Returning to job list."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

*> A posting's minimum GPA is a hard bar; with no GPA on the profile
*> the poster cannot check it, so the student is warned but may apply.
           MOVE WS-SELECTED-JOB-IDX TO WS-GPA-JOB-IDX
           PERFORM 5654-CHECK-GPA-ELIGIBILITY
           IF WS-GPA-BELOW-MINIMUM
               MOVE WS-JT-MIN-GPA(WS-SELECTED-JOB-IDX) TO WS-GPA-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "This posting requires a minimum GPA of "
                   WS-GPA-DISPLAY
                   "; your profile GPA is below it."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-GPA-NOT-REPORTED
               MOVE WS-JT-MIN-GPA(WS-SELECTED-JOB-IDX) TO WS-GPA-DISPLAY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Note: this posting asks for a minimum GPA of "
                   WS-GPA-DISPLAY
                   " and your profile has no GPA recorded."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

*> Work authorization is held the same way: a student who needs
*> sponsorship the posting cannot give is refused; an unstated
*> status against a restricted posting only draws a warning.
           MOVE WS-SELECTED-JOB-IDX TO WS-WA-JOB-IDX
           PERFORM 5661-CHECK-WORK-AUTH
           IF WS-WA-INELIGIBLE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You cannot apply to this posting: "
                   FUNCTION TRIM(WS-WA-REASON) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-WA-NOT-STATED
               MOVE "Note: this posting restricts visa sponsorship or "
                   & "work authorization, and your profile does not "
                   & "state yours." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE "Enter a cover note for the employer (optional, enter"
               & " 'NONE' to skip): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
      *> withdraw one. WS-MYAPP-INDEX-MAP maps the numbered list shown
      *> to the user back to the actual WS-APP-TABLE index, since a
      *> user's applications are a subset of all applications.
      *> Off-platform applications the user logged are listed after
      *> them (EXTAPP_SRC.cpy 4150), marked self-reported.
      *>*****************************************************************
       5340-VIEW-MY-APPLICATIONS.
           MOVE 1 TO WS-BROWSE-CHOICE
               MOVE "------------------------------" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                   TO WS-EXA-CHECK-USER
               PERFORM 4151-TALLY-USER-EXTAPPS
               IF WS-MYAPP-COUNT = 0 AND WS-EXA-USER-APPS = 0
                   MOVE "You have no job applications on file."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF

               PERFORM 5341-READ-APPS-LOOP
      *>        Applications made elsewhere follow, unnumbered - they
      *>        are maintained from the Off-Platform Applications
      *>        option, not withdrawn here.
               PERFORM 4150-SHOW-USER-EXTAPPS

               MOVE "------------------------------" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-EXA-USER-APPS = 0
                   STRING "Total Applications: "
                       WS-MYAPP-COUNT
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "Total Applications: "
                       WS-MYAPP-COUNT " in InCollege, "
                       WS-EXA-USER-APPS(2:3)
                       " off-platform (self-reported)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT

               MOVE "------------------------------" TO WS-OUTPUT-LINE
                   ADD 1 TO WS-APP-COUNT
                   MOVE WS-BROWSE-IDX
                       TO WS-APPLICANTS-INDEX-MAP(WS-APP-COUNT)
               END-IF
           END-PERFORM

      *> A posting with required/preferred skills lists its applicants
      *> best fit first (JOBSKILL_SRC 5629); otherwise in applied order.
           MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-JSK-JOB-ID
           MOVE SPACES TO WS-JSK-USERNAME
           PERFORM 5627-SCORE-APPLICANT-FIT
           IF WS-JSK-REQ-TOTAL + WS-JSK-PREF-TOTAL > 0
               AND WS-APP-COUNT > 0
               PERFORM 5629-RANK-APPLICANTS
               MOVE "Ranked by fit to the posting's required and "
                   & "preferred skills." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           PERFORM VARYING WS-JSK-RANK FROM 1 BY 1
               UNTIL WS-JSK-RANK > WS-APP-COUNT
               MOVE WS-APPLICANTS-INDEX-MAP(WS-JSK-RANK)
                   TO WS-BROWSE-IDX
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-JSK-RANK ". "
                   FUNCTION TRIM(WS-AT-USERNAME(WS-BROWSE-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               IF FUNCTION TRIM(WS-AT-COVER-NOTE(WS-BROWSE-IDX)) = SPACES
                   STRING "     Cover Note: (none)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "     Cover Note: "
                       FUNCTION TRIM(WS-AT-COVER-NOTE(WS-BROWSE-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
               IF WS-AT-REFERRER(WS-BROWSE-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "     Referred by: "
                       FUNCTION TRIM(
                           WS-AT-REFERRER(WS-BROWSE-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     Status: "
                   FUNCTION TRIM(WS-AT-STATUS(WS-BROWSE-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 5658-SHOW-APPLICANT-GPA
               PERFORM 5664-SHOW-APPLICANT-WORK-AUTH
               MOVE WS-AT-JOB-ID(WS-BROWSE-IDX) TO WS-IVW-JOB-ID
               MOVE WS-AT-USERNAME(WS-BROWSE-IDX) TO WS-IVW-USERNAME
               PERFORM 5568-SHOW-SCREEN-ANSWERS
               PERFORM 5574-SHOW-APPLICANT-SCORECARD
               PERFORM 5491-SHOW-APPLICANT-SNAPSHOT
               PERFORM 5492-SHOW-APPLICANT-LIVE-LINE
               PERFORM 5376-SHOW-APPLICANT-INTERVIEW
               MOVE WS-AT-JOB-ID(WS-BROWSE-IDX) TO WS-OFR-JOB-ID
               MOVE WS-AT-USERNAME(WS-BROWSE-IDX) TO WS-OFR-USERNAME
               PERFORM 5385-SHOW-APPLICANT-OFFER
               MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-JSK-JOB-ID
               MOVE WS-AT-USERNAME(WS-BROWSE-IDX) TO WS-JSK-USERNAME
               PERFORM 5628-SHOW-APPLICANT-FIT
               MOVE WS-AT-JOB-ID(WS-BROWSE-IDX) TO WS-RFC-JOB-ID
               MOVE WS-AT-USERNAME(WS-BROWSE-IDX) TO WS-RFC-APPLICANT
               PERFORM 4171-SHOW-APPLICANT-REFCHECKS
           END-PERFORM

           IF WS-APP-COUNT = 0

           MOVE "-----------------------------" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter applicant number to update status, R and the "
               & "number for reference checks (e.g. R1), or 0 to go "
               & "back:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 8100-READ-INPUT
                   TO WS-APPLICANT-SELECTED-IDX
               PERFORM 5349-UPDATE-APPLICANT-STATUS
           END-IF

      *> "R" and an applicant number opens that applicant's reference
      *> checks (REFCHECK_SRC 4169).
           IF (WS-APPLICANT-MENU-CHOICE(1:1) = "R"
               OR WS-APPLICANT-MENU-CHOICE(1:1) = "r")
               AND FUNCTION TRIM(WS-APPLICANT-MENU-CHOICE(2:2))
                   IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-APPLICANT-MENU-CHOICE(2:2))
                   TO WS-APPLICANT-CHOICE
               IF WS-APPLICANT-CHOICE >= 1
                   AND WS-APPLICANT-CHOICE <= WS-APP-COUNT
                   MOVE WS-APPLICANTS-INDEX-MAP(WS-APPLICANT-CHOICE)
                       TO WS-APPLICANT-SELECTED-IDX
                   PERFORM 4169-POSTER-REFCHECKS
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************

           PERFORM 5343-REWRITE-APPLICATIONS-FILE

           MOVE WS-MYJOB-SELECTED-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "STATUS" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING FUNCTION TRIM(
                   WS-AT-USERNAME(WS-APPLICANT-SELECTED-IDX))
               " -> "
               FUNCTION TRIM(WS-AT-STATUS(WS-APPLICANT-SELECTED-IDX))
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5614-LOG-JOB-ACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Application status updated to "
               FUNCTION TRIM(WS-AT-STATUS(WS-APPLICANT-SELECTED-IDX))
