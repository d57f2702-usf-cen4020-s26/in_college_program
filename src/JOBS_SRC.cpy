       5300-JOB-SEARCH-MENU.
           MOVE "1" TO WS-JOB-MENU-CHOICE

           PERFORM UNTIL WS-JOB-MENU-CHOICE = "24"
               OR WS-PROGRAM-RUNNING = 0

               MOVE " " TO WS-OUTPUT-LINE
               MOVE "17. Review an Employer (placed students)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "18. Recruiting Team (posters)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "19. Academic Credit Requests" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "20. Evaluate Placed Students (posters)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "21. Talent Pools (posters)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "22. Off-Platform Applications" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "23. References" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "24. Back to Main Menu" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-24): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
                   WHEN "9"
                       PERFORM 5394-RUN-SAVED-SEARCH
                   WHEN "10"
                       PERFORM 5338-PROMPT-SALARY-REGION
                       MOVE "SALARY" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 5335-SALARY-REPORT
                   WHEN "17"
                       PERFORM 5593-LEAVE-EMPLOYER-REVIEW
                   WHEN "18"
                       PERFORM 5605-MANAGE-RECRUITING-TEAM
                   WHEN "19"
                       PERFORM 5669-CREDIT-REQUEST-MENU
                   WHEN "20"
                       PERFORM 5684-EVALUATE-PLACED-STUDENT
                   WHEN "21"
                       PERFORM 4115-TALENT-POOLS-MENU
                   WHEN "22"
                       PERFORM 4143-EXTAPPS-MENU
                   WHEN "23"
                       PERFORM 4161-REFERENCES-MENU
                   WHEN "24"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5415-PROMPT-OPENINGS: Number of people the poster means to
      *> hire from this posting (1-999, default 1). Accepted offers are
      *> counted against it and the posting closes itself when the
      *> last opening is filled (OFFERS_SRC.cpy 5389).
      *>*****************************************************************
       5415-PROMPT-OPENINGS.
           MOVE 0 TO WS-INPUT-VALID
           PERFORM UNTIL WS-INPUT-VALID = 1
               MOVE "Number of Openings (1-999, default 1): "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD TO WS-TEMP-OPENINGS-INPUT
               MOVE WS-TEMP-OPENINGS-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION TRIM(WS-TEMP-OPENINGS-INPUT) = SPACES
                   MOVE 1 TO WS-TEMP-JOB-OPENINGS
                   MOVE 1 TO WS-INPUT-VALID
               ELSE
                   IF FUNCTION TRIM(WS-TEMP-OPENINGS-INPUT) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-TEMP-OPENINGS-INPUT) >= 1
                       AND FUNCTION NUMVAL(WS-TEMP-OPENINGS-INPUT) <= 999
                       MOVE FUNCTION NUMVAL(WS-TEMP-OPENINGS-INPUT)
                           TO WS-TEMP-JOB-OPENINGS
                       MOVE 1 TO WS-INPUT-VALID
                   ELSE
                       MOVE "Openings must be a whole number from 1 to "
                           & "999. Please try again." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5313-PROMPT-STRUCTURED-SALARY: Capture salary as structured
      *> numeric minimum/maximum plus a pay period, alongside the
      *> 2) Validates required fields, re-prompts on blank input
      *> 3) Optional salary via NONE convention
      *> 4) Optional closing date via NONE convention (5306/5307)
      *>    and number of openings (5415)
      *> 5) Prints confirmation and separator after save
      *>*****************************************************************
       5310-POST-JOB.
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 5303-VALIDATE-EMPLOYER
                   IF WS-EMPLOYER-VALID = 1
      *> An employer with a recruiting team takes postings from its
      *> own recruiters only.
                       PERFORM 5612-CHECK-POST-FOR-EMPLOYER
                       IF WS-RCT-CAN-MANAGE = 1
                           MOVE 1 TO WS-INPUT-VALID
                       ELSE
                           MOVE "That employer has a recruiting team and"
                               & " you are not on it. Ask its team admin"
                               & " to add you." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   ELSE
                       MOVE "Employer not recognized. This name is not on "
                           TO WS-OUTPUT-LINE
                   MOVE WS-TEMP-JOB-LOCATION TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE 1 TO WS-INPUT-VALID
                   PERFORM 7039-NORMALIZE-JOB-LOCATION
               END-IF
           END-PERFORM
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

      *> --- Number of openings (headcount for auto-close) ---
           PERFORM 5415-PROMPT-OPENINGS
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

      *> --- Minimum GPA (optional eligibility bar) ---
           PERFORM 5652-PROMPT-MIN-GPA
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

      *> --- Visa sponsorship / work authorization required ---
           PERFORM 5660-PROMPT-JOB-WORK-AUTH
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

      *> --- Reject if the in-memory job table is already full ---
           IF WS-JOB-COUNT >= WS-CONST-MAX-JOBS
               MOVE "The maximum number of job postings has been reached."
               EXIT PARAGRAPH
           END-IF

      *> --- Same employer, location and a similar title as a posting
      *> --- already open or recently archived? Hold it for review ---
           MOVE WS-TEMP-JOB-TITLE    TO WS-JDUP-CAND-TITLE
           MOVE WS-TEMP-JOB-EMPLOYER TO WS-JDUP-CAND-EMPLOYER
           MOVE WS-TEMP-JOB-LOCATION TO WS-JDUP-CAND-LOCATION
           MOVE 0                    TO WS-JDUP-SELF-ID
           PERFORM 5616-CHECK-DUPLICATE-POSTING

      *> --- Assign ID, then populate record ---
           ADD 1 TO WS-JOB-ID-COUNTER
           MOVE WS-JOB-ID-COUNTER                TO JOB-ID
*> New postings wait for editorial review before students see them.
           MOVE "P"                             TO JOB-REVIEW-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8)      TO JOB-POSTED-DATE
           MOVE WS-TEMP-JOB-OPENINGS            TO JOB-OPENINGS
           MOVE WS-JDUP-MATCH-ID                TO JOB-DUP-OF
           MOVE WS-TEMP-JOB-MIN-GPA             TO JOB-MIN-GPA
           MOVE WS-TEMP-JOB-SPONSOR             TO JOB-SPONSOR
           MOVE WS-TEMP-JOB-AUTH-REQ            TO JOB-AUTH-REQ
           PERFORM 5330-WRITE-JOB-TO-FILE

           IF WS-JOB-WRITE-SUCCESS = 1
               MOVE JOB-CATEGORY    TO WS-JT-CATEGORY(WS-JOB-COUNT)
               MOVE JOB-REVIEW-STATUS TO WS-JT-REVIEW(WS-JOB-COUNT)
               MOVE JOB-POSTED-DATE TO WS-JT-POSTED-DATE(WS-JOB-COUNT)
               MOVE JOB-OPENINGS    TO WS-JT-OPENINGS(WS-JOB-COUNT)
               MOVE JOB-DUP-OF      TO WS-JT-DUP-OF(WS-JOB-COUNT)
               MOVE JOB-MIN-GPA     TO WS-JT-MIN-GPA(WS-JOB-COUNT)
               MOVE JOB-SPONSOR     TO WS-JT-SPONSOR(WS-JOB-COUNT)
               MOVE JOB-AUTH-REQ    TO WS-JT-AUTH-REQ(WS-JOB-COUNT)
               PERFORM 5496-REBUILD-KEYWORD-INDEX

      *> --- Confirmation ---
               MOVE "It will appear in Browse Jobs once career "
                   & "services approves it." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF JOB-DUP-OF > 0
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Note: this looks like a duplicate of job #"
                       JOB-DUP-OF " ("
                       FUNCTION TRIM(WS-JDUP-MATCH-TITLE)
                       "); the reviewer will see both postings."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE WS-JOB-COUNT TO WS-PAY-JOB-IDX
               PERFORM 4238-ANNOUNCE-PAY-HOLD
      *> The first poster for an employer starts its recruiting team.
               MOVE WS-JT-EMPLOYER(WS-JOB-COUNT) TO WS-RCT-TEAM-EMPLOYER
               PERFORM 5611-SEED-TEAM-ADMIN
               MOVE WS-JOB-COUNT TO WS-RCT-CHECK-JOB-IDX
               MOVE "POST" TO WS-RCL-ACTION
               MOVE WS-JT-TITLE(WS-JOB-COUNT) TO WS-RCL-DETAIL
               PERFORM 5614-LOG-JOB-ACTION
               PERFORM 5566-PROMPT-SCREENQS
               IF WS-EOF-FLAG = 0
                   MOVE WS-JT-ID(WS-JOB-COUNT) TO WS-JSK-JOB-ID
                   PERFORM 5624-PROMPT-JOB-SKILLS
               END-IF
           END-IF
           MOVE "----------------------------------" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
                       ELSE
                           MOVE 0 TO WS-JT-POSTED-DATE(WS-JOB-COUNT)
                       END-IF
      *> Openings are absent on rows written before headcount was
      *> recorded; 0 means "not tracked" and the posting never
      *> closes itself on accepted offers.
                       IF JOB-OPENINGS IS NUMERIC
                           MOVE JOB-OPENINGS
                               TO WS-JT-OPENINGS(WS-JOB-COUNT)
                       ELSE
                           MOVE 0 TO WS-JT-OPENINGS(WS-JOB-COUNT)
                       END-IF
                       IF JOB-DUP-OF IS NUMERIC
                           MOVE JOB-DUP-OF
                               TO WS-JT-DUP-OF(WS-JOB-COUNT)
                       ELSE
                           MOVE 0 TO WS-JT-DUP-OF(WS-JOB-COUNT)
                       END-IF
      *> Minimum GPA is absent on rows written before it existed;
      *> 0 means "no minimum".
                       IF JOB-MIN-GPA IS NUMERIC
                           MOVE JOB-MIN-GPA
                               TO WS-JT-MIN-GPA(WS-JOB-COUNT)
                       ELSE
                           MOVE 0 TO WS-JT-MIN-GPA(WS-JOB-COUNT)
                       END-IF
      *> Sponsorship and authorization flags are absent on rows
      *> written before they existed: not stated, not required.
                       IF JOB-SPONSOR = "Y" OR JOB-SPONSOR = "N"
                           MOVE JOB-SPONSOR
                               TO WS-JT-SPONSOR(WS-JOB-COUNT)
                       ELSE
                           MOVE SPACE TO WS-JT-SPONSOR(WS-JOB-COUNT)
                       END-IF
                       IF JOB-AUTH-REQ = "Y"
                           MOVE "Y" TO WS-JT-AUTH-REQ(WS-JOB-COUNT)
                       ELSE
                           MOVE "N" TO WS-JT-AUTH-REQ(WS-JOB-COUNT)
                       END-IF
                   END-IF
                   IF JOB-ID > WS-JOB-ID-COUNTER
                       MOVE JOB-ID TO WS-JOB-ID-COUNTER
           CLOSE JOBS-FILE
           EXIT.
*>*****************************************************************
*> 5315-MANAGE-MY-POSTINGS: List the job postings the logged-in
*> user manages - their own, or every posting of an employer whose
*> recruiting team they are on (5603) - and let them pick one to
*> edit or withdraw.
*> Builds WS-MYJOB-INDEX-MAP, mapping the numbered list shown to
*> the user back to the actual WS-JOB-TABLE index (1..WS-JOB-COUNT),
*> since a user's postings are typically a subset of all postings.
         MOVE 0 TO WS-MYJOB-COUNT
         PERFORM VARYING WS-BROWSE-IDX FROM 1 BY 1
             UNTIL WS-BROWSE-IDX > WS-JOB-COUNT
             MOVE WS-BROWSE-IDX TO WS-RCT-CHECK-JOB-IDX
             PERFORM 5603-CHECK-POSTING-ACCESS
             IF WS-RCT-CAN-MANAGE = 1
                 ADD 1 TO WS-MYJOB-COUNT
                 MOVE WS-BROWSE-IDX TO WS-MYJOB-INDEX-MAP(WS-MYJOB-COUNT)
             END-IF
                 DELIMITED BY SIZE INTO WS-OUTPUT-LINE
             END-STRING
             PERFORM 8000-WRITE-OUTPUT
             MOVE WS-JT-ID(WS-MYJOB-INDEX-MAP(WS-BROWSE-IDX))
                 TO WS-JV-JOB-ID
             PERFORM 7052-TALLY-JOB-VIEWS
             PERFORM 7053-PRINT-POSTING-STATS
         END-PERFORM

         MOVE "-----------------------------" TO WS-OUTPUT-LINE
*>*****************************************************************
*> 5316-SHOW-MYJOB-AND-ACT: Show full details of the selected
*> posting (WS-MYJOB-SELECTED-IDX must be set) and offer to edit
*> or withdraw it, or to keep it out of the partner feed.
*>*****************************************************************
 5316-SHOW-MYJOB-AND-ACT.
     MOVE " " TO WS-OUTPUT-LINE
         PERFORM 8000-WRITE-OUTPUT
     END-IF

*>   Headcount and how much of it accepted offers have taken.
     IF WS-JT-OPENINGS(WS-MYJOB-SELECTED-IDX) > 0
         MOVE 0 TO WS-OFR-ACCEPTED-COUNT
         PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
             UNTIL WS-OFR-IDX > WS-OFFER-COUNT
             IF WS-OFT-JOB-ID(WS-OFR-IDX)
                 = WS-JT-ID(WS-MYJOB-SELECTED-IDX)
                 AND WS-OFT-DECISION(WS-OFR-IDX) = "A"
                 ADD 1 TO WS-OFR-ACCEPTED-COUNT
             END-IF
         END-PERFORM
         MOVE SPACES TO WS-OUTPUT-LINE
         STRING "Openings: " WS-JT-OPENINGS(WS-MYJOB-SELECTED-IDX)
             " (" WS-OFR-ACCEPTED-COUNT " filled by accepted offers)"
             DELIMITED BY SIZE INTO WS-OUTPUT-LINE
         END-STRING
         PERFORM 8000-WRITE-OUTPUT
     END-IF

     MOVE WS-MYJOB-SELECTED-IDX TO WS-GPA-JOB-IDX
     PERFORM 5657-DISPLAY-MIN-GPA
     MOVE WS-MYJOB-SELECTED-IDX TO WS-WA-JOB-IDX
     PERFORM 5663-DISPLAY-JOB-WORK-AUTH

     MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-JSK-JOB-ID
     PERFORM 5626-SHOW-JOB-SKILLS

     MOVE "-----------------------" TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
     MOVE "1. Edit this posting" TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
     MOVE "3. View Applicants" TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
     MOVE "4. Feature this posting" TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
*>   Partner syndication is on unless the employer opted it out.
     MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-SYND-QUERY-ID
     PERFORM 4245-FIND-SYND-OPTOUT
     IF WS-SYND-FOUND > 0
         MOVE "5. Share with partner schools again"
             TO WS-OUTPUT-LINE
     ELSE
         MOVE "5. Stop sharing with partner schools"
             TO WS-OUTPUT-LINE
     END-IF
     PERFORM 8000-WRITE-OUTPUT
     MOVE "6. Cancel" TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
     MOVE "Enter your choice: " TO WS-OUTPUT-LINE
     PERFORM 8000-WRITE-OUTPUT
         WHEN "3"
             PERFORM 5344-VIEW-APPLICANTS-FOR-POSTING
         WHEN "4"
             PERFORM 5905-FEATURE-POSTING
         WHEN "5"
             PERFORM 4246-TOGGLE-SYND-OPTOUT
         WHEN "6"
             CONTINUE
         WHEN OTHER
             MOVE "Invalid choice. Returning to your postings."
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 5303-VALIDATE-EMPLOYER
                   IF WS-EMPLOYER-VALID = 1
      *> An employer with a recruiting team takes postings from its
      *> own recruiters only.
                       PERFORM 5612-CHECK-POST-FOR-EMPLOYER
                       IF WS-RCT-CAN-MANAGE = 1
                           MOVE 1 TO WS-INPUT-VALID
                       ELSE
                           MOVE "That employer has a recruiting team and"
                               & " you are not on it. Ask its team admin"
                               & " to add you." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   ELSE
                       MOVE "Employer not recognized. This name is not on "
                           TO WS-OUTPUT-LINE
                   MOVE WS-TEMP-JOB-LOCATION TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE 1 TO WS-INPUT-VALID
                   PERFORM 7039-NORMALIZE-JOB-LOCATION
               END-IF
           END-PERFORM
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

      *> Openings cannot drop below the offers already accepted.
           MOVE 0 TO WS-OFR-ACCEPTED-COUNT
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFFER-COUNT
               IF WS-OFT-JOB-ID(WS-OFR-IDX)
                   = WS-JT-ID(WS-MYJOB-SELECTED-IDX)
                   AND WS-OFT-DECISION(WS-OFR-IDX) = "A"
                   ADD 1 TO WS-OFR-ACCEPTED-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TEMP-JOB-OPENINGS
           PERFORM UNTIL WS-TEMP-JOB-OPENINGS > WS-OFR-ACCEPTED-COUNT
               PERFORM 5415-PROMPT-OPENINGS
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               IF WS-TEMP-JOB-OPENINGS NOT > WS-OFR-ACCEPTED-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-OFR-ACCEPTED-COUNT " offer(s) have already "
                       "been accepted; enter more openings than that, "
                       "or withdraw the posting instead."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           PERFORM 5652-PROMPT-MIN-GPA
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM 5660-PROMPT-JOB-WORK-AUTH
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-JOB-TITLE    TO WS-JT-TITLE(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-DESC     TO WS-JT-DESC(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-EMPLOYER TO WS-JT-EMPLOYER(WS-MYJOB-SELECTED-IDX)
               TO WS-JT-TYPE(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-CATEGORY
               TO WS-JT-CATEGORY(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-OPENINGS
               TO WS-JT-OPENINGS(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-MIN-GPA
               TO WS-JT-MIN-GPA(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-SPONSOR
               TO WS-JT-SPONSOR(WS-MYJOB-SELECTED-IDX)
           MOVE WS-TEMP-JOB-AUTH-REQ
               TO WS-JT-AUTH-REQ(WS-MYJOB-SELECTED-IDX)
*> An edit changes what students would see, so the posting goes
*> back through editorial review - otherwise an approved posting
*> could be edited into exactly the junk the review gate exists
*> to keep out.
           MOVE "P" TO WS-JT-REVIEW(WS-MYJOB-SELECTED-IDX)
*> The edited title, employer or location may now repeat another
*> posting; re-check so the reviewer sees the current match.
           MOVE WS-TEMP-JOB-TITLE    TO WS-JDUP-CAND-TITLE
           MOVE WS-TEMP-JOB-EMPLOYER TO WS-JDUP-CAND-EMPLOYER
           MOVE WS-TEMP-JOB-LOCATION TO WS-JDUP-CAND-LOCATION
           MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-JDUP-SELF-ID
           PERFORM 5616-CHECK-DUPLICATE-POSTING
           MOVE WS-JDUP-MATCH-ID TO WS-JT-DUP-OF(WS-MYJOB-SELECTED-IDX)

           PERFORM 5319-REWRITE-JOBS-FILE

           MOVE WS-MYJOB-SELECTED-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "EDIT" TO WS-RCL-ACTION
           MOVE WS-JT-TITLE(WS-MYJOB-SELECTED-IDX) TO WS-RCL-DETAIL
           PERFORM 5614-LOG-JOB-ACTION

           MOVE "Posting updated successfully!" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "The edited posting awaits review before it returns "
               & "to Browse Jobs." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-MYJOB-SELECTED-IDX TO WS-PAY-JOB-IDX
           PERFORM 4238-ANNOUNCE-PAY-HOLD
           EXIT.

*>*****************************************************************
*>*****************************************************************
       5318-WITHDRAW-JOB-POSTING.
      *> Keep the posting's final state: archive it before it leaves
      *> the table, so the poster can browse/repost it later. The
      *> archive, the job table and the cascade are one transaction.
           MOVE "WITHDRAW-POSTING" TO WS-TXN-NAME
           PERFORM 8096-BEGIN-TRANSACTION
           MOVE WS-MYJOB-SELECTED-IDX TO WS-ARCH-SOURCE-IDX
           MOVE "W" TO WS-ARCH-REASON
           PERFORM 5402-APPEND-JOB-ARCHIVE
           MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-CASCADE-JOB-ID
           MOVE WS-JT-TITLE(WS-MYJOB-SELECTED-IDX)
               TO WS-CASCADE-JOB-TITLE
           MOVE WS-MYJOB-SELECTED-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "WITHDRAW" TO WS-RCL-ACTION
           MOVE WS-JT-TITLE(WS-MYJOB-SELECTED-IDX) TO WS-RCL-DETAIL
           PERFORM 5614-LOG-JOB-ACTION

           MOVE WS-MYJOB-SELECTED-IDX TO WS-BROWSE-IDX
           ADD 1 TO WS-BROWSE-IDX
      *> Applications and saved-job bookmarks pointing at the dead
      *> JOB-ID are closed/dropped, and affected applicants notified.
           PERFORM 5407-CASCADE-CLOSED-POSTING
           PERFORM 8097-COMMIT-TRANSACTION

           MOVE "Posting withdrawn." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
               MOVE WS-JT-CATEGORY(WS-BROWSE-IDX)   TO JOB-CATEGORY
               MOVE WS-JT-REVIEW(WS-BROWSE-IDX)     TO JOB-REVIEW-STATUS
               MOVE WS-JT-POSTED-DATE(WS-BROWSE-IDX) TO JOB-POSTED-DATE
               MOVE WS-JT-OPENINGS(WS-BROWSE-IDX)    TO JOB-OPENINGS
               MOVE WS-JT-DUP-OF(WS-BROWSE-IDX)      TO JOB-DUP-OF
               MOVE WS-JT-MIN-GPA(WS-BROWSE-IDX)     TO JOB-MIN-GPA
               MOVE WS-JT-SPONSOR(WS-BROWSE-IDX)     TO JOB-SPONSOR
               MOVE WS-JT-AUTH-REQ(WS-BROWSE-IDX)    TO JOB-AUTH-REQ
               WRITE JOB-RECORD
           END-PERFORM
           CLOSE JOBS-FILE
      *> postings wait here in a pending-review state, out of
      *> 5320-BROWSE-JOBS, until an admin approves or rejects them.
      *> The poster hears the outcome by system message either way.
      *> A live posting pulled back here by user reports
      *> (JOBREPORT_SRC.cpy) is listed with those reports; approving
      *> it dismisses them, and F confirms it as fraud (4217).
      *> A posting that fails the pay transparency rules for its
      *> location (PAYRULE_SRC.cpy) is listed with the reason and
      *> cannot be approved until the poster fixes it.
      *>*****************************************************************
       5480-REVIEW-POSTING-QUEUE.
           MOVE " " TO WS-OUTPUT-LINE
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-JT-DUP-OF(WS-RVW-IDX) > 0
                       MOVE WS-JT-DUP-OF(WS-RVW-IDX) TO WS-JDUP-MATCH-ID
                       PERFORM 5619-SHOW-DUPLICATE-MATCH
                   END-IF
                   MOVE WS-RVW-IDX TO WS-JRP-JOB-IDX
                   PERFORM 4215-SHOW-POSTING-REPORTS
                   MOVE WS-RVW-IDX TO WS-PAY-JOB-IDX
                   PERFORM 4239-SHOW-PAY-HOLD
               END-IF
           END-PERFORM

               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVW-INDEX-MAP(WS-RVW-CHOICE) TO WS-RVW-IDX
           MOVE WS-RVW-IDX TO WS-JRP-JOB-IDX
           PERFORM 4214-COUNT-OPEN-REPORTS

           MOVE "A to approve, R to reject, F to confirm fraud: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1

           EVALUATE WS-RVW-MENU-CHOICE
               WHEN "A"
                   MOVE WS-RVW-IDX TO WS-PAY-JOB-IDX
                   PERFORM 4236-CHECK-PAY-COMPLIANCE
                   IF WS-PAY-COMPLIANT = "N"
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Cannot approve: "
                           FUNCTION TRIM(WS-PAY-REASON)
                           ". Reject it, or wait for the poster to "
                           "edit the pay."
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "A" TO WS-JT-REVIEW(WS-RVW-IDX)
                   PERFORM 5319-REWRITE-JOBS-FILE
                   IF WS-JRP-OPEN-COUNT > 0
                       MOVE "D" TO WS-JRP-NEW-STATUS
                       PERFORM 4216-SETTLE-REPORTS
                       MOVE WS-JT-POSTER(WS-RVW-IDX) TO WS-MSG-RECIPIENT
                       MOVE SPACES TO WS-MSG-CONTENT
                       STRING "The reports on your posting '"
                           FUNCTION TRIM(WS-JT-TITLE(WS-RVW-IDX))
                           "' (job #" WS-JT-ID(WS-RVW-IDX)
                           ") were reviewed and dismissed. It is "
                           "visible in Browse Jobs again."
                           DELIMITED BY SIZE INTO WS-MSG-CONTENT
                       END-STRING
                       PERFORM 7831-WRITE-SYSTEM-MESSAGE
                       MOVE "Posting restored; reports dismissed."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-JT-POSTER(WS-RVW-IDX) TO WS-MSG-RECIPIENT
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING "Your posting '"
                   PERFORM 7831-WRITE-SYSTEM-MESSAGE
                   MOVE "Posting approved." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE WS-JT-ID(WS-RVW-IDX) TO WS-BIL-JOB-ID
                   PERFORM 5907-START-FEATURE-FOR-JOB
               WHEN "R"
                   MOVE "Reason for rejection (max 100 chars): "
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "R" TO WS-JT-REVIEW(WS-RVW-IDX)
                   PERFORM 5319-REWRITE-JOBS-FILE
                   IF WS-JRP-OPEN-COUNT > 0
                       MOVE "R" TO WS-JRP-NEW-STATUS
                       PERFORM 4216-SETTLE-REPORTS
                   END-IF
                   MOVE WS-JT-POSTER(WS-RVW-IDX) TO WS-MSG-RECIPIENT
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING "Your posting '"
                   PERFORM 7831-WRITE-SYSTEM-MESSAGE
                   MOVE "Posting rejected." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               WHEN "F"
                   PERFORM 4217-CONFIRM-FRAUD
               WHEN OTHER
                   MOVE "No change made." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
