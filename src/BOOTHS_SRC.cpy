      *>*****************************************************************
      *> FILE:    BOOTHS_SRC.cpy
      *> PURPOSE: Employer booths at career fairs. An event created
      *>          with a booth count (6620) is a fair. A recruiter
      *>          registers a booth for an approved employer they
      *>          recruit for (same team rule as posting a job, 5612);
      *>          the request waits for an admin, who approves it as
      *>          long as the fair still has a free booth. Students
      *>          browsing events see each fair's confirmed exhibitors
      *>          with their open postings. The day after the fair
      *>          every exhibitor is sent their own copy of the fair's
      *>          resume book (6860's book, written by 6864), so hosts
      *>          no longer hand them out one by one.
      *>
      *> PARAGRAPHS:
      *>   6690-LOAD-BOOTHS           - Load BOOTHS.DAT at startup
      *>   6691-READ-BOOTHS-LOOP      - Recursive read for 6690
      *>   6692-REWRITE-BOOTHS        - Crash-safe full rewrite
      *>   6693-REGISTER-BOOTH        - Events menu: recruiter signs
      *>                                up for a fair
      *>   6694-LIST-MY-BOOTHS        - The recruiter's registrations
      *>   6695-BOOTH-APPROVALS       - Admin approve/decline queue
      *>   6696-SHOW-FAIR-EXHIBITORS  - Exhibitors and open postings
      *>                                for the fair at WS-EVT-IDX
      *>   6697-SEND-FAIR-RESUME-BOOKS - Startup: resume book for each
      *>                                exhibitor of a finished fair
      *>   6698-BOOTH-STATUS-TEXT     - Status code to words
      *>   6699-COUNT-APPROVED-BOOTHS - Booths taken at the fair at
      *>                                WS-BTH-EVT-IDX
      *>
      *> DEPENDENCIES:
      *>   WS-BOOTHS.cpy, WS-EVENTS.cpy, WS-JOBS.cpy (WS-JOB-TABLE),
      *>   WS-RECRUIT.cpy, WS-RESUMEBOOK.cpy, WS-NOTIFY.cpy
      *>   JOBS_SRC.cpy        - 5303-VALIDATE-EMPLOYER
      *>   RECRUIT_SRC.cpy     - 5612-CHECK-POST-FOR-EMPLOYER
      *>   RESUMEBOOK_SRC.cpy  - 6861, 6863, 6864
      *>   main.cob            - BOOTHS-FILE, 8000/8100, 8070
      *>*****************************************************************

       6690-LOAD-BOOTHS.
           MOVE 0   TO WS-BTH-COUNT
           MOVE "N" TO WS-BOOTHS-EOF

           OPEN INPUT BOOTHS-FILE

           EVALUATE WS-BOOTHS-STATUS
               WHEN "00"
                   PERFORM 6691-READ-BOOTHS-LOOP
                   CLOSE BOOTHS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open BOOTHS.DAT. STATUS="
                       WS-BOOTHS-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       6691-READ-BOOTHS-LOOP.
           READ BOOTHS-FILE
               AT END
                   MOVE "Y" TO WS-BOOTHS-EOF
               NOT AT END
                   IF WS-BTH-COUNT < WS-CONST-MAX-BOOTHS
                       AND BTH-ID IS NUMERIC
                       ADD 1 TO WS-BTH-COUNT
                       MOVE BTH-ID TO WS-BTH-ID(WS-BTH-COUNT)
                       IF BTH-EVENT-ID IS NUMERIC
                           MOVE BTH-EVENT-ID
                               TO WS-BTH-EVENT-ID(WS-BTH-COUNT)
                       ELSE
                           MOVE 0 TO WS-BTH-EVENT-ID(WS-BTH-COUNT)
                       END-IF
                       MOVE BTH-EMPLOYER
                           TO WS-BTH-EMPLOYER(WS-BTH-COUNT)
                       MOVE BTH-RECRUITER
                           TO WS-BTH-RECRUITER(WS-BTH-COUNT)
                       MOVE BTH-STATUS TO WS-BTH-STATUS(WS-BTH-COUNT)
                       IF BTH-REQUESTED IS NUMERIC
                           MOVE BTH-REQUESTED
                               TO WS-BTH-REQUESTED(WS-BTH-COUNT)
                       ELSE
                           MOVE 0 TO WS-BTH-REQUESTED(WS-BTH-COUNT)
                       END-IF
                       MOVE BTH-DECIDED-BY
                           TO WS-BTH-DECIDED-BY(WS-BTH-COUNT)
                       IF BTH-DECIDED IS NUMERIC
                           MOVE BTH-DECIDED
                               TO WS-BTH-DECIDED(WS-BTH-COUNT)
                       ELSE
                           MOVE 0 TO WS-BTH-DECIDED(WS-BTH-COUNT)
                       END-IF
                       MOVE BTH-BOOK-SENT
                           TO WS-BTH-BOOK-SENT(WS-BTH-COUNT)
                       IF WS-BTH-ID(WS-BTH-COUNT) >= WS-BTH-NEXT-ID
                           COMPUTE WS-BTH-NEXT-ID =
                               WS-BTH-ID(WS-BTH-COUNT) + 1
                       END-IF
                   END-IF
           END-READ

           IF WS-BOOTHS-EOF = "N"
               PERFORM 6691-READ-BOOTHS-LOOP
           END-IF
           EXIT.

       6692-REWRITE-BOOTHS.
           MOVE WS-BOOTHS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-BOOTHS-TMP-PATH TO WS-BOOTHS-PATH
           OPEN OUTPUT BOOTHS-FILE
           IF WS-BOOTHS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BOOTHS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open BOOTHS.DAT for "
                   & "rewrite. STATUS=" WS-BOOTHS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BTH-WRT-IDX FROM 1 BY 1
               UNTIL WS-BTH-WRT-IDX > WS-BTH-COUNT
               MOVE WS-BTH-ID(WS-BTH-WRT-IDX) TO BTH-ID
               MOVE WS-BTH-EVENT-ID(WS-BTH-WRT-IDX) TO BTH-EVENT-ID
               MOVE WS-BTH-EMPLOYER(WS-BTH-WRT-IDX) TO BTH-EMPLOYER
               MOVE WS-BTH-RECRUITER(WS-BTH-WRT-IDX) TO BTH-RECRUITER
               MOVE WS-BTH-STATUS(WS-BTH-WRT-IDX) TO BTH-STATUS
               MOVE WS-BTH-REQUESTED(WS-BTH-WRT-IDX) TO BTH-REQUESTED
               MOVE WS-BTH-DECIDED-BY(WS-BTH-WRT-IDX)
                   TO BTH-DECIDED-BY
               MOVE WS-BTH-DECIDED(WS-BTH-WRT-IDX) TO BTH-DECIDED
               MOVE WS-BTH-BOOK-SENT(WS-BTH-WRT-IDX) TO BTH-BOOK-SENT
               WRITE BTH-RECORD
           END-PERFORM
           CLOSE BOOTHS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BOOTHS-PATH
           MOVE "BOOTHS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-BOOTHS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BOOTHS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BOOTHS-TMP-PATH
               WS-BOOTHS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace BOOTHS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6693-REGISTER-BOOTH: Events menu. Employer and staff accounts
      *> pick an upcoming fair and name the employer they exhibit for.
      *> The employer must be approved (5303) and, once it has a
      *> recruiting team, the user must be on it (5612). One live
      *> registration per employer per fair; a full fair takes no
      *> more requests.
      *>*****************************************************************
       6693-REGISTER-BOOTH.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Career Fair Booth Registration ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF NOT ROLE-EMPLOYER AND NOT ROLE-STAFF
               MOVE "Booth registration is for employer recruiters."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 6694-LIST-MY-BOOTHS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BTH-TODAY
           MOVE 0 TO WS-BTH-DISP-COUNT
           MOVE "Upcoming career fairs:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-BTH-EVT-IDX FROM 1 BY 1
               UNTIL WS-BTH-EVT-IDX > WS-EVENT-COUNT
               IF WS-EVT-BOOTHS(WS-BTH-EVT-IDX) > 0
                  AND WS-EVT-GROUP-ID(WS-BTH-EVT-IDX) = 0
                  AND WS-EVT-DATE(WS-BTH-EVT-IDX) >= WS-BTH-TODAY
                   PERFORM 6699-COUNT-APPROVED-BOOTHS
                   ADD 1 TO WS-BTH-DISP-COUNT
                   MOVE WS-BTH-EVT-IDX
                       TO WS-BTH-INDEX-MAP(WS-BTH-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-BTH-DISP-COUNT ". "
                       FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
                       " on " WS-EVT-DATE(WS-BTH-EVT-IDX) " at "
                       FUNCTION TRIM(WS-EVT-LOCATION(WS-BTH-EVT-IDX))
                       " - " WS-BTH-APPROVED-COUNT " of "
                       WS-EVT-BOOTHS(WS-BTH-EVT-IDX) " booths taken"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-BTH-DISP-COUNT = 0
               MOVE "No upcoming career fairs are taking booths."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a fair number to register a booth, or 0 to go "
               & "back:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BTH-MENU-CHOICE
           MOVE WS-BTH-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-BTH-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-BTH-MENU-CHOICE) TO WS-BTH-CHOICE
           IF WS-BTH-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BTH-CHOICE > WS-BTH-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BTH-INDEX-MAP(WS-BTH-CHOICE) TO WS-BTH-EVT-IDX

           MOVE "Employer you are exhibiting for: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BTH-EMPLOYER-IN
           MOVE WS-BTH-EMPLOYER-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-BTH-EMPLOYER-IN TO WS-TEMP-JOB-EMPLOYER
           PERFORM 5303-VALIDATE-EMPLOYER
           IF WS-EMPLOYER-VALID = 0
               MOVE "That employer is not on the approved-employer "
                   & "list." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5612-CHECK-POST-FOR-EMPLOYER
           IF WS-RCT-CAN-MANAGE = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You are not on "
                   FUNCTION TRIM(WS-BTH-EMPLOYER-IN)
                   "'s recruiting team; ask its team admin to add you."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BTH-DUP
           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF WS-BTH-EVENT-ID(WS-BTH-IDX) =
                   WS-EVT-ID(WS-BTH-EVT-IDX)
                  AND FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))) =
                   FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-BTH-EMPLOYER-IN))
                  AND NOT WS-BTH-DECLINED(WS-BTH-IDX)
                   MOVE 1 TO WS-BTH-DUP
               END-IF
           END-PERFORM
           IF WS-BTH-DUP = 1
               MOVE "That employer already has a booth registration "
                   & "for this fair." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 6699-COUNT-APPROVED-BOOTHS
           IF WS-BTH-APPROVED-COUNT >= WS-EVT-BOOTHS(WS-BTH-EVT-IDX)
               MOVE "Sorry - every booth at this fair is taken."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-BTH-COUNT >= WS-CONST-MAX-BOOTHS
               MOVE "The booth register is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BTH-COUNT
           MOVE SPACES TO WS-BTH-ENTRY(WS-BTH-COUNT)
           MOVE WS-BTH-NEXT-ID TO WS-BTH-ID(WS-BTH-COUNT)
           ADD 1 TO WS-BTH-NEXT-ID
           MOVE WS-EVT-ID(WS-BTH-EVT-IDX)
               TO WS-BTH-EVENT-ID(WS-BTH-COUNT)
           MOVE WS-BTH-EMPLOYER-IN TO WS-BTH-EMPLOYER(WS-BTH-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-BTH-RECRUITER(WS-BTH-COUNT)
           MOVE "P" TO WS-BTH-STATUS(WS-BTH-COUNT)
           MOVE WS-BTH-TODAY TO WS-BTH-REQUESTED(WS-BTH-COUNT)
           MOVE 0 TO WS-BTH-DECIDED(WS-BTH-COUNT)
           MOVE "N" TO WS-BTH-BOOK-SENT(WS-BTH-COUNT)
           PERFORM 6692-REWRITE-BOOTHS

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Booth request #" WS-BTH-ID(WS-BTH-COUNT)
               " submitted for "
               FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
               ". You will be notified once an admin confirms it."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       6694-LIST-MY-BOOTHS.
           MOVE 0 TO WS-BTH-SCAN
           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF FUNCTION TRIM(WS-BTH-RECRUITER(WS-BTH-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   IF WS-BTH-SCAN = 0
                       MOVE "Your booth registrations:"
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   ADD 1 TO WS-BTH-SCAN
                   MOVE WS-BTH-IDX TO WS-BTH-TEXT-IDX
                   PERFORM 6698-BOOTH-STATUS-TEXT
                   MOVE 0 TO WS-BTH-EVT-IDX
                   PERFORM VARYING WS-BTH-JOB-IDX FROM 1 BY 1
                       UNTIL WS-BTH-JOB-IDX > WS-EVENT-COUNT
                           OR WS-BTH-EVT-IDX > 0
                       IF WS-EVT-ID(WS-BTH-JOB-IDX) =
                           WS-BTH-EVENT-ID(WS-BTH-IDX)
                           MOVE WS-BTH-JOB-IDX TO WS-BTH-EVT-IDX
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-BTH-EVT-IDX > 0
                       STRING "  #" WS-BTH-ID(WS-BTH-IDX) " "
                           FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
                           " (" WS-EVT-DATE(WS-BTH-EVT-IDX) ") - "
                           FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                           " - " FUNCTION TRIM(WS-BTH-STATUS-TEXT)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "  #" WS-BTH-ID(WS-BTH-IDX)
                           " (event no longer listed) - "
                           FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                           " - " FUNCTION TRIM(WS-BTH-STATUS-TEXT)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6695-BOOTH-APPROVALS: Admin menu. Pending requests in the
      *> order received; approving stops at the fair's booth limit.
      *> The recruiter is notified either way.
      *>*****************************************************************
       6695-BOOTH-APPROVALS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Career Fair Booth Approvals ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-BTH-DISP-COUNT
           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF WS-BTH-PENDING(WS-BTH-IDX)
                   MOVE 0 TO WS-BTH-EVT-IDX
                   PERFORM VARYING WS-BTH-SCAN FROM 1 BY 1
                       UNTIL WS-BTH-SCAN > WS-EVENT-COUNT
                           OR WS-BTH-EVT-IDX > 0
                       IF WS-EVT-ID(WS-BTH-SCAN) =
                           WS-BTH-EVENT-ID(WS-BTH-IDX)
                           MOVE WS-BTH-SCAN TO WS-BTH-EVT-IDX
                       END-IF
                   END-PERFORM
                   IF WS-BTH-EVT-IDX > 0
                       PERFORM 6699-COUNT-APPROVED-BOOTHS
                       ADD 1 TO WS-BTH-DISP-COUNT
                       MOVE WS-BTH-IDX
                           TO WS-BTH-INDEX-MAP(WS-BTH-DISP-COUNT)
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING WS-BTH-DISP-COUNT ". "
                           FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                           " (" FUNCTION TRIM(
                               WS-BTH-RECRUITER(WS-BTH-IDX))
                           ") at "
                           FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
                           " " WS-EVT-DATE(WS-BTH-EVT-IDX) " - "
                           WS-BTH-APPROVED-COUNT " of "
                           WS-EVT-BOOTHS(WS-BTH-EVT-IDX) " taken"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BTH-DISP-COUNT = 0
               MOVE "No booth requests are waiting." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a request number, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BTH-MENU-CHOICE
           MOVE WS-BTH-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-BTH-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-BTH-MENU-CHOICE) TO WS-BTH-CHOICE
           IF WS-BTH-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BTH-CHOICE > WS-BTH-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BTH-INDEX-MAP(WS-BTH-CHOICE) TO WS-BTH-IDX
           MOVE 0 TO WS-BTH-EVT-IDX
           PERFORM VARYING WS-BTH-SCAN FROM 1 BY 1
               UNTIL WS-BTH-SCAN > WS-EVENT-COUNT
                   OR WS-BTH-EVT-IDX > 0
               IF WS-EVT-ID(WS-BTH-SCAN) = WS-BTH-EVENT-ID(WS-BTH-IDX)
                   MOVE WS-BTH-SCAN TO WS-BTH-EVT-IDX
               END-IF
           END-PERFORM

           MOVE "A to approve, D to decline: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-BTH-DECISION
           MOVE WS-BTH-DECISION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE WS-BTH-RECRUITER(WS-BTH-IDX) TO WS-NSP-USER
           MOVE "BOOTH" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           EVALUATE WS-BTH-DECISION
               WHEN "A"
                   PERFORM 6699-COUNT-APPROVED-BOOTHS
                   IF WS-BTH-APPROVED-COUNT >=
                       WS-EVT-BOOTHS(WS-BTH-EVT-IDX)
                       MOVE "Every booth at this fair is already "
                           & "taken; decline the request instead."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "A" TO WS-BTH-STATUS(WS-BTH-IDX)
                   STRING "Your booth for "
                       FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                       " at "
                       FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
                       " on " WS-EVT-DATE(WS-BTH-EVT-IDX)
                       " is confirmed."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
               WHEN "D"
                   MOVE "R" TO WS-BTH-STATUS(WS-BTH-IDX)
                   STRING "Your booth request for "
                       FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                       " at "
                       FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
                       " was declined."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "Invalid choice; nothing changed."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-ADMIN-USERNAME = SPACES
               MOVE "ADMIN" TO WS-BTH-DECIDED-BY(WS-BTH-IDX)
           ELSE
               MOVE WS-ADMIN-USERNAME TO WS-BTH-DECIDED-BY(WS-BTH-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-BTH-DECIDED(WS-BTH-IDX)
           PERFORM 6692-REWRITE-BOOTHS
           PERFORM 8070-SPOOL-NOTIFICATION
           IF WS-BTH-DECISION = "A"
               PERFORM 5909-POST-BOOTH-CHARGE
           END-IF
           MOVE WS-BTH-IDX TO WS-BTH-TEXT-IDX
           PERFORM 6698-BOOTH-STATUS-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Booth request #" WS-BTH-ID(WS-BTH-IDX) " "
               FUNCTION TRIM(WS-BTH-STATUS-TEXT) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 6696-SHOW-FAIR-EXHIBITORS: Under a fair in Browse Events.
      *> Confirmed exhibitors, each with its open postings (not past
      *> closing, not held for review). WS-EVT-IDX is left alone.
      *>*****************************************************************
       6696-SHOW-FAIR-EXHIBITORS.
           MOVE WS-EVT-IDX TO WS-BTH-EVT-IDX
           PERFORM 6699-COUNT-APPROVED-BOOTHS
           IF WS-BTH-APPROVED-COUNT = 0
               MOVE "     Career fair - exhibitors not yet confirmed."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "     Career fair - " WS-BTH-APPROVED-COUNT
               " employer(s) attending:"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BTH-TODAY
           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF WS-BTH-APPROVED(WS-BTH-IDX)
                  AND WS-BTH-EVENT-ID(WS-BTH-IDX) =
                      WS-EVT-ID(WS-BTH-EVT-IDX)
                   MOVE 0 TO WS-BTH-OPEN-JOBS
                   PERFORM VARYING WS-BTH-JOB-IDX FROM 1 BY 1
                       UNTIL WS-BTH-JOB-IDX > WS-JOB-COUNT
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-JT-EMPLOYER(WS-BTH-JOB-IDX))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-BTH-EMPLOYER(WS-BTH-IDX)))
                          AND (WS-JT-CLOSING-DATE(WS-BTH-JOB-IDX) = 0
                               OR WS-JT-CLOSING-DATE(WS-BTH-JOB-IDX)
                                  >= WS-BTH-TODAY)
                          AND WS-JT-REVIEW(WS-BTH-JOB-IDX) NOT = "P"
                          AND WS-JT-REVIEW(WS-BTH-JOB-IDX) NOT = "R"
                           ADD 1 TO WS-BTH-OPEN-JOBS
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "       "
                       FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX))
                       " - " WS-BTH-OPEN-JOBS " open posting(s)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM VARYING WS-BTH-JOB-IDX FROM 1 BY 1
                       UNTIL WS-BTH-JOB-IDX > WS-JOB-COUNT
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-JT-EMPLOYER(WS-BTH-JOB-IDX))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-BTH-EMPLOYER(WS-BTH-IDX)))
                          AND (WS-JT-CLOSING-DATE(WS-BTH-JOB-IDX) = 0
                               OR WS-JT-CLOSING-DATE(WS-BTH-JOB-IDX)
                                  >= WS-BTH-TODAY)
                          AND WS-JT-REVIEW(WS-BTH-JOB-IDX) NOT = "P"
                          AND WS-JT-REVIEW(WS-BTH-JOB-IDX) NOT = "R"
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "         * "
                               FUNCTION TRIM(
                                   WS-JT-TITLE(WS-BTH-JOB-IDX))
                               " (" FUNCTION TRIM(
                                   WS-JT-LOCATION(WS-BTH-JOB-IDX))
                               ")"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6697-SEND-FAIR-RESUME-BOOKS: Startup sweep. Once a fair's
      *> date has passed (so walk-in check-ins are in), each
      *> confirmed exhibitor gets RESUMEBOOK_<event>_<booth>.TXT and
      *> a notification pointing at it. Runs once per booth.
      *>*****************************************************************
       6697-SEND-FAIR-RESUME-BOOKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BTH-TODAY
           MOVE 0 TO WS-BTH-BOOKS-SENT
           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF WS-BTH-APPROVED(WS-BTH-IDX)
                  AND WS-BTH-BOOK-SENT(WS-BTH-IDX) NOT = "Y"
                   MOVE 0 TO WS-BTH-EVT-IDX
                   PERFORM VARYING WS-BTH-SCAN FROM 1 BY 1
                       UNTIL WS-BTH-SCAN > WS-EVENT-COUNT
                           OR WS-BTH-EVT-IDX > 0
                       IF WS-EVT-ID(WS-BTH-SCAN) =
                           WS-BTH-EVENT-ID(WS-BTH-IDX)
                           MOVE WS-BTH-SCAN TO WS-BTH-EVT-IDX
                       END-IF
                   END-PERFORM
                   IF WS-BTH-EVT-IDX > 0
                       IF WS-EVT-DATE(WS-BTH-EVT-IDX) < WS-BTH-TODAY
                           MOVE WS-BTH-EVT-IDX TO WS-ATT-SELECTED-EVT
                           PERFORM 6861-RBK-COLLECT
                           MOVE WS-BTH-RECRUITER(WS-BTH-IDX)
                               TO WS-NSP-USER
                           MOVE "BOOTH" TO WS-NSP-KIND
                           MOVE SPACES TO WS-NSP-TEXT
                           IF WS-RBK-COUNT = 0
                               MOVE "Y" TO WS-BTH-BOOK-SENT(WS-BTH-IDX)
                               ADD 1 TO WS-BTH-BOOKS-SENT
                               STRING "No students from "
                                   FUNCTION TRIM(
                                       WS-EVT-NAME(WS-BTH-EVT-IDX))
                                   " shared a public profile, so "
                                   "there is no resume book."
                                   DELIMITED BY SIZE INTO WS-NSP-TEXT
                               END-STRING
                               PERFORM 8070-SPOOL-NOTIFICATION
                           ELSE
                               PERFORM 6863-RBK-SORT
                               MOVE SPACES TO WS-RESUME-PATH
                               IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
                                   STRING "RESUMEBOOK_"
                                       WS-EVT-ID(WS-BTH-EVT-IDX) "_"
                                       WS-BTH-ID(WS-BTH-IDX) ".TXT"
                                       DELIMITED BY SIZE
                                       INTO WS-RESUME-PATH
                                   END-STRING
                               ELSE
                                   STRING FUNCTION TRIM(WS-DATA-DIR)
                                       "/RESUMEBOOK_"
                                       WS-EVT-ID(WS-BTH-EVT-IDX) "_"
                                       WS-BTH-ID(WS-BTH-IDX) ".TXT"
                                       DELIMITED BY SIZE
                                       INTO WS-RESUME-PATH
                                   END-STRING
                               END-IF
                               PERFORM 6864-WRITE-RESUME-BOOK
                               IF WS-RBK-WRITE-OK = 1
                                   MOVE "Y"
                                       TO WS-BTH-BOOK-SENT(WS-BTH-IDX)
                                   ADD 1 TO WS-BTH-BOOKS-SENT
                                   STRING "Your resume book for "
                                       FUNCTION TRIM(
                                       WS-EVT-NAME(WS-BTH-EVT-IDX))
                                       " (" WS-RBK-COUNT
                                       " students) is ready: "
                                       FUNCTION TRIM(WS-RESUME-PATH)
                                       DELIMITED BY SIZE
                                       INTO WS-NSP-TEXT
                                   END-STRING
                                   PERFORM 8070-SPOOL-NOTIFICATION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BTH-BOOKS-SENT > 0
               PERFORM 6692-REWRITE-BOOTHS
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6698-BOOTH-STATUS-TEXT: Row WS-BTH-TEXT-IDX of the booth
      *> table to WS-BTH-STATUS-TEXT.
      *>*****************************************************************
       6698-BOOTH-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-BTH-PENDING(WS-BTH-TEXT-IDX)
                   MOVE "pending" TO WS-BTH-STATUS-TEXT
               WHEN WS-BTH-APPROVED(WS-BTH-TEXT-IDX)
                   MOVE "confirmed" TO WS-BTH-STATUS-TEXT
               WHEN WS-BTH-DECLINED(WS-BTH-TEXT-IDX)
                   MOVE "declined" TO WS-BTH-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-BTH-STATUS-TEXT
           END-EVALUATE
           EXIT.

       6699-COUNT-APPROVED-BOOTHS.
           MOVE 0 TO WS-BTH-APPROVED-COUNT
           PERFORM VARYING WS-BTH-SCAN FROM 1 BY 1
               UNTIL WS-BTH-SCAN > WS-BTH-COUNT
               IF WS-BTH-APPROVED(WS-BTH-SCAN)
                  AND WS-BTH-EVENT-ID(WS-BTH-SCAN) =
                      WS-EVT-ID(WS-BTH-EVT-IDX)
                   ADD 1 TO WS-BTH-APPROVED-COUNT
               END-IF
           END-PERFORM
           EXIT.
