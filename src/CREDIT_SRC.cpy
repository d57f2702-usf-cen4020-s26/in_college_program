      *>*****************************************************************
      *> FILE:    CREDIT_SRC.cpy
      *> PURPOSE: Academic credit approval for internships. A student
      *>          with an accepted offer (OFFERS.DAT) files a credit
      *>          request naming a faculty/staff approver ("F" role),
      *>          the credit hours sought and the learning objectives.
      *>          The approver approves it, fixing the work hours the
      *>          placement must log, or returns it with comments for
      *>          the student to revise and resubmit. Approved
      *>          requests are tied to the verified co-op hours in
      *>          WORKLOG.DAT (same student, same JOB-ID) so staff can
      *>          see who has met their required hours.
      *>
      *> PARAGRAPHS:
      *>   5666-LOAD-CREDITREQS       - Load CREDITREQ.DAT at startup
      *>   5667-READ-CREDITREQ-LOOP   - Recursive read for 5666
      *>   5668-REWRITE-CREDITREQS    - Crash-safe rewrite
      *>   5669-CREDIT-REQUEST-MENU   - Job-menu entry; student or
      *>                                approver view by role
      *>   5670-FILE-CREDIT-REQUEST   - Student files or resubmits
      *>   5671-REVIEW-CREDIT-REQUESTS - Approver approves/returns
      *>   5672-SUM-VERIFIED-HOURS    - Verified WORKLOG hours for
      *>                                the request at WS-CRQ-IDX
      *>   5673-CREDIT-HOURS-REPORT   - Approved requests: verified
      *>                                vs required hours
      *>   5674-SHOW-CREDIT-REQUEST   - One request's summary lines
      *>   5675-LIST-MY-CREDIT-REQUESTS - Student's own requests
      *>
      *> DEPENDENCIES:
      *>   WS-CREDIT.cpy  - table and scratch
      *>   WS-OFFERS.cpy  - accepted-offer lookup
      *>   WS-WORKLOG.cpy - verified hours per placement
      *>   NOTIFY_SRC.cpy - 8070-SPOOL-NOTIFICATION
      *>   main.cob       - CREDITREQ-FILE, 8000/8100
      *>*****************************************************************

       5666-LOAD-CREDITREQS.
           MOVE 0   TO WS-CRQ-COUNT
           MOVE 0   TO WS-CRQ-NEXT-ID
           MOVE "N" TO WS-CREDITREQ-EOF

           OPEN INPUT CREDITREQ-FILE

           EVALUATE WS-CREDITREQ-STATUS
               WHEN "00"
                   PERFORM 5667-READ-CREDITREQ-LOOP
                   CLOSE CREDITREQ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open CREDITREQ.DAT. "
                       "STATUS=" WS-CREDITREQ-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       5667-READ-CREDITREQ-LOOP.
           READ CREDITREQ-FILE
               AT END
                   MOVE "Y" TO WS-CREDITREQ-EOF
               NOT AT END
                   IF WS-CRQ-COUNT < WS-CONST-MAX-CREDITREQS
                       ADD 1 TO WS-CRQ-COUNT
                       MOVE SPACES TO WS-CRQ-ENTRY(WS-CRQ-COUNT)
                       IF CRQ-ID IS NUMERIC
                           MOVE CRQ-ID TO WS-CRQ-ID(WS-CRQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-CRQ-ID(WS-CRQ-COUNT)
                       END-IF
                       IF WS-CRQ-ID(WS-CRQ-COUNT) > WS-CRQ-NEXT-ID
                           MOVE WS-CRQ-ID(WS-CRQ-COUNT)
                               TO WS-CRQ-NEXT-ID
                       END-IF
                       MOVE CRQ-USERNAME
                           TO WS-CRQ-USERNAME(WS-CRQ-COUNT)
                       MOVE CRQ-JOB-ID TO WS-CRQ-JOB-ID(WS-CRQ-COUNT)
                       MOVE CRQ-APPROVER
                           TO WS-CRQ-APPROVER(WS-CRQ-COUNT)
                       IF CRQ-CREDIT-HRS IS NUMERIC
                           MOVE CRQ-CREDIT-HRS
                               TO WS-CRQ-CREDIT-HRS(WS-CRQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-CRQ-CREDIT-HRS(WS-CRQ-COUNT)
                       END-IF
                       IF CRQ-REQ-HOURS IS NUMERIC
                           MOVE CRQ-REQ-HOURS
                               TO WS-CRQ-REQ-HOURS(WS-CRQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-CRQ-REQ-HOURS(WS-CRQ-COUNT)
                       END-IF
                       MOVE CRQ-OBJECTIVES
                           TO WS-CRQ-OBJECTIVES(WS-CRQ-COUNT)
                       IF CRQ-STATUS = "A" OR CRQ-STATUS = "R"
                           MOVE CRQ-STATUS
                               TO WS-CRQ-STATUS(WS-CRQ-COUNT)
                       ELSE
                           MOVE "P" TO WS-CRQ-STATUS(WS-CRQ-COUNT)
                       END-IF
                       IF CRQ-FILED IS NUMERIC
                           MOVE CRQ-FILED TO WS-CRQ-FILED(WS-CRQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-CRQ-FILED(WS-CRQ-COUNT)
                       END-IF
                       IF CRQ-DECIDED IS NUMERIC
                           MOVE CRQ-DECIDED
                               TO WS-CRQ-DECIDED(WS-CRQ-COUNT)
                       ELSE
                           MOVE 0 TO WS-CRQ-DECIDED(WS-CRQ-COUNT)
                       END-IF
                       MOVE CRQ-COMMENTS
                           TO WS-CRQ-COMMENTS(WS-CRQ-COUNT)
                   END-IF
           END-READ

           IF WS-CREDITREQ-EOF = "N"
               PERFORM 5667-READ-CREDITREQ-LOOP
           END-IF
           EXIT.

       5668-REWRITE-CREDITREQS.
           MOVE WS-CREDITREQ-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-CREDITREQ-TMP-PATH TO WS-CREDITREQ-PATH
           OPEN OUTPUT CREDITREQ-FILE
           IF WS-CREDITREQ-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CREDITREQ-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CREDITREQ.DAT for "
                   & "rewrite. STATUS=" WS-CREDITREQ-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRQ-WRT-IDX FROM 1 BY 1
               UNTIL WS-CRQ-WRT-IDX > WS-CRQ-COUNT
               MOVE WS-CRQ-ID(WS-CRQ-WRT-IDX) TO CRQ-ID
               MOVE WS-CRQ-USERNAME(WS-CRQ-WRT-IDX) TO CRQ-USERNAME
               MOVE WS-CRQ-JOB-ID(WS-CRQ-WRT-IDX) TO CRQ-JOB-ID
               MOVE WS-CRQ-APPROVER(WS-CRQ-WRT-IDX) TO CRQ-APPROVER
               MOVE WS-CRQ-CREDIT-HRS(WS-CRQ-WRT-IDX) TO CRQ-CREDIT-HRS
               MOVE WS-CRQ-REQ-HOURS(WS-CRQ-WRT-IDX) TO CRQ-REQ-HOURS
               MOVE WS-CRQ-OBJECTIVES(WS-CRQ-WRT-IDX) TO CRQ-OBJECTIVES
               MOVE WS-CRQ-STATUS(WS-CRQ-WRT-IDX) TO CRQ-STATUS
               MOVE WS-CRQ-FILED(WS-CRQ-WRT-IDX) TO CRQ-FILED
               MOVE WS-CRQ-DECIDED(WS-CRQ-WRT-IDX) TO CRQ-DECIDED
               MOVE WS-CRQ-COMMENTS(WS-CRQ-WRT-IDX) TO CRQ-COMMENTS
               WRITE CRQ-RECORD
           END-PERFORM
           CLOSE CREDITREQ-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CREDITREQ-PATH
           MOVE "CREDITREQ.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CREDITREQ-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CREDITREQ-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CREDITREQ-TMP-PATH
               WS-CREDITREQ-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace CREDITREQ.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5669-CREDIT-REQUEST-MENU: Staff accounts work the approval
      *> queue and see hours progress; everyone else sees their own
      *> requests and may file (or resubmit) one.
      *>*****************************************************************
       5669-CREDIT-REQUEST-MENU.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Academic Credit Requests ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           IF ROLE-STAFF
               MOVE "1. Review Credit Requests Awaiting Me"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Credit Hours Progress Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE "1. File or Resubmit a Credit Request"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. View My Credit Requests" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "3. Back" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter your choice (1-3): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-MENU-CHOICE
           MOVE WS-CRQ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           EVALUATE TRUE
               WHEN WS-CRQ-MENU-CHOICE = "1" AND ROLE-STAFF
                   PERFORM 5671-REVIEW-CREDIT-REQUESTS
               WHEN WS-CRQ-MENU-CHOICE = "2" AND ROLE-STAFF
                   PERFORM 5673-CREDIT-HOURS-REPORT
               WHEN WS-CRQ-MENU-CHOICE = "1"
                   PERFORM 5670-FILE-CREDIT-REQUEST
               WHEN WS-CRQ-MENU-CHOICE = "2"
                   PERFORM 5675-LIST-MY-CREDIT-REQUESTS
               WHEN WS-CRQ-MENU-CHOICE = "3"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5670-FILE-CREDIT-REQUEST: Pick one of the student's accepted
      *> offers, then name the approver, the credit hours and the
      *> learning objectives. A returned request for the same
      *> placement is revised in place and goes back to pending; a
      *> pending or approved one blocks a second filing.
      *>*****************************************************************
       5670-FILE-CREDIT-REQUEST.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- File a Credit Request ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-CRQ-OFFER-COUNT
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFFER-COUNT
               IF WS-OFT-DECISION(WS-OFR-IDX) = "A"
                  AND FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-IDX)) =
                      FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-CRQ-OFFER-COUNT
                   MOVE WS-OFR-IDX
                       TO WS-CRQ-OFFER-MAP(WS-CRQ-OFFER-COUNT)
                   MOVE WS-OFT-JOB-ID(WS-OFR-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-SELECTED-JOB-IDX > 0
                       STRING WS-CRQ-OFFER-COUNT ". Job #"
                           WS-OFT-JOB-ID(WS-OFR-IDX) " - "
                           FUNCTION TRIM(
                               WS-JT-TITLE(WS-SELECTED-JOB-IDX))
                           " (" FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX))
                           ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING WS-CRQ-OFFER-COUNT ". Job #"
                           WS-OFT-JOB-ID(WS-OFR-IDX)
                           " (posting closed)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-CRQ-OFFER-COUNT = 0
               MOVE "You have no accepted offer to request credit for."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Select the placement (0 to go back):"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-MENU-CHOICE
           MOVE WS-CRQ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-CRQ-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CRQ-MENU-CHOICE) TO WS-CRQ-CHOICE
           IF WS-CRQ-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CRQ-CHOICE > WS-CRQ-OFFER-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFT-JOB-ID(WS-CRQ-OFFER-MAP(WS-CRQ-CHOICE))
               TO WS-CRQ-JOB-ID-IN

      *> One live request per placement; a returned one is revised.
           MOVE 0 TO WS-CRQ-MATCH-IDX
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
               UNTIL WS-CRQ-IDX > WS-CRQ-COUNT
               IF FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND WS-CRQ-JOB-ID(WS-CRQ-IDX) = WS-CRQ-JOB-ID-IN
                   MOVE WS-CRQ-IDX TO WS-CRQ-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-CRQ-MATCH-IDX > 0
               IF WS-CRQ-PENDING(WS-CRQ-MATCH-IDX)
                   MOVE "A credit request for this placement is already "
                       & "awaiting approval." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               IF WS-CRQ-APPROVED(WS-CRQ-MATCH-IDX)
                   MOVE "Credit for this placement has already been "
                       & "approved." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CRQ-MATCH-IDX TO WS-CRQ-IDX
               MOVE "This request was returned. Approver comments:"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " FUNCTION TRIM(WS-CRQ-COMMENTS(WS-CRQ-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               IF WS-CRQ-COUNT >= WS-CONST-MAX-CREDITREQS
                   MOVE "The credit request table is full."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Approver's username (faculty/staff account): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-APPROVER-IN
           MOVE WS-CRQ-APPROVER-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-CRQ-APPROVER-IN TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-CRQ-APPROVER-IDX
           IF WS-CRQ-APPROVER-IDX = 0
               MOVE "No account with that username." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-ROLE(WS-CRQ-APPROVER-IDX) NOT = "F"
               MOVE "The approver must be a faculty/staff account."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Credit hours requested (1-99): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-NUM-INPUT
           MOVE WS-CRQ-NUM-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-CRQ-NUM-INPUT) IS NOT NUMERIC
               OR FUNCTION NUMVAL(WS-CRQ-NUM-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CRQ-NUM-INPUT) > 99
               MOVE "Credit hours must be a number from 1 to 99."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CRQ-NUM-INPUT) TO WS-CRQ-CREDIT-IN

           MOVE "Learning objectives (max 200 chars): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Learning objectives are required."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF WS-CRQ-MATCH-IDX = 0
               ADD 1 TO WS-CRQ-COUNT
               MOVE WS-CRQ-COUNT TO WS-CRQ-IDX
               MOVE SPACES TO WS-CRQ-ENTRY(WS-CRQ-IDX)
               ADD 1 TO WS-CRQ-NEXT-ID
               MOVE WS-CRQ-NEXT-ID TO WS-CRQ-ID(WS-CRQ-IDX)
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                   TO WS-CRQ-USERNAME(WS-CRQ-IDX)
               MOVE WS-CRQ-JOB-ID-IN TO WS-CRQ-JOB-ID(WS-CRQ-IDX)
           END-IF
           MOVE WS-CRQ-APPROVER-IN TO WS-CRQ-APPROVER(WS-CRQ-IDX)
           MOVE WS-CRQ-CREDIT-IN TO WS-CRQ-CREDIT-HRS(WS-CRQ-IDX)
           MOVE 0 TO WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
           MOVE INPUT-RECORD TO WS-CRQ-OBJECTIVES(WS-CRQ-IDX)
           MOVE "P" TO WS-CRQ-STATUS(WS-CRQ-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CRQ-TODAY
           MOVE WS-CRQ-TODAY TO WS-CRQ-FILED(WS-CRQ-IDX)
           MOVE 0 TO WS-CRQ-DECIDED(WS-CRQ-IDX)
           MOVE SPACES TO WS-CRQ-COMMENTS(WS-CRQ-IDX)
           PERFORM 5668-REWRITE-CREDITREQS

           MOVE WS-CRQ-APPROVER-IN TO WS-NSP-USER
           MOVE "CREDIT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           STRING FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               " asked you to approve academic credit for job #"
               WS-CRQ-JOB-ID-IN "."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Credit request #" WS-CRQ-ID(WS-CRQ-IDX)
               " sent to " FUNCTION TRIM(WS-CRQ-APPROVER-IN)
               " for approval."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5671-REVIEW-CREDIT-REQUESTS: The named approver's queue. An
      *> approval fixes the work hours the placement must log
      *> (default: credit hours x WS-CONST-HOURS-PER-CREDIT); a
      *> return needs comments telling the student what to change.
      *>*****************************************************************
       5671-REVIEW-CREDIT-REQUESTS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Credit Requests Awaiting Your Approval ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-CRQ-DISP-COUNT
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
               UNTIL WS-CRQ-IDX > WS-CRQ-COUNT
               IF WS-CRQ-PENDING(WS-CRQ-IDX)
                  AND FUNCTION TRIM(WS-CRQ-APPROVER(WS-CRQ-IDX)) =
                      FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-CRQ-DISP-COUNT
                   MOVE WS-CRQ-IDX TO WS-CRQ-INDEX-MAP(WS-CRQ-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-CRQ-DISP-COUNT ". Request #"
                       WS-CRQ-ID(WS-CRQ-IDX) " from "
                       FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 5674-SHOW-CREDIT-REQUEST
               END-IF
           END-PERFORM

           IF WS-CRQ-DISP-COUNT = 0
               MOVE "No credit requests are awaiting your approval."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a number to decide, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-MENU-CHOICE
           MOVE WS-CRQ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-CRQ-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CRQ-MENU-CHOICE) TO WS-CRQ-CHOICE
           IF WS-CRQ-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CRQ-CHOICE > WS-CRQ-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRQ-INDEX-MAP(WS-CRQ-CHOICE) TO WS-CRQ-IDX

           MOVE "1. Approve  2. Return with comments  3. Cancel"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-MENU-CHOICE
           MOVE WS-CRQ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           EVALUATE WS-CRQ-MENU-CHOICE
               WHEN "1"
                   COMPUTE WS-CRQ-REQ-HOURS-IN =
                       WS-CRQ-CREDIT-HRS(WS-CRQ-IDX)
                       * WS-CONST-HOURS-PER-CREDIT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Work hours required (blank for "
                       WS-CRQ-REQ-HOURS-IN "): "
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CRQ-NUM-INPUT
                   MOVE WS-CRQ-NUM-INPUT TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-CRQ-NUM-INPUT NOT = SPACES
                       IF FUNCTION TRIM(WS-CRQ-NUM-INPUT) IS NOT NUMERIC
                           OR FUNCTION NUMVAL(WS-CRQ-NUM-INPUT) < 1
                           OR FUNCTION NUMVAL(WS-CRQ-NUM-INPUT) > 9999
                           MOVE "Required hours must be a number from "
                               & "1 to 9999." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                           EXIT PARAGRAPH
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-CRQ-NUM-INPUT)
                           TO WS-CRQ-REQ-HOURS-IN
                   END-IF
                   MOVE "A" TO WS-CRQ-STATUS(WS-CRQ-IDX)
                   MOVE WS-CRQ-REQ-HOURS-IN
                       TO WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                   MOVE SPACES TO WS-CRQ-COMMENTS(WS-CRQ-IDX)
                   MOVE "Comments for the student (optional): "
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE INPUT-RECORD TO WS-CRQ-COMMENTS(WS-CRQ-IDX)
                   MOVE WS-CRQ-COMMENTS(WS-CRQ-IDX) TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               WHEN "2"
                   MOVE "Comments for the student: " TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE INPUT-RECORD TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF FUNCTION TRIM(INPUT-RECORD) = SPACES
                       MOVE "Comments are required when returning a "
                           & "request." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "R" TO WS-CRQ-STATUS(WS-CRQ-IDX)
                   MOVE 0 TO WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                   MOVE INPUT-RECORD TO WS-CRQ-COMMENTS(WS-CRQ-IDX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CRQ-TODAY
           MOVE WS-CRQ-TODAY TO WS-CRQ-DECIDED(WS-CRQ-IDX)
           PERFORM 5668-REWRITE-CREDITREQS

           MOVE WS-CRQ-USERNAME(WS-CRQ-IDX) TO WS-NSP-USER
           MOVE "CREDIT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           IF WS-CRQ-APPROVED(WS-CRQ-IDX)
               STRING "Your credit request #" WS-CRQ-ID(WS-CRQ-IDX)
                   " was approved; " WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                   " verified work hour(s) are required."
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
               MOVE "Credit request approved." TO WS-OUTPUT-LINE
           ELSE
               STRING "Your credit request #" WS-CRQ-ID(WS-CRQ-IDX)
                   " was returned: "
                   FUNCTION TRIM(WS-CRQ-COMMENTS(WS-CRQ-IDX))
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
               MOVE "Credit request returned to the student."
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8070-SPOOL-NOTIFICATION
           EXIT.

      *>*****************************************************************
      *> 5672-SUM-VERIFIED-HOURS: Verified WORKLOG.DAT hours logged by
      *> the student at WS-CRQ-IDX against the request's placement.
      *>*****************************************************************
       5672-SUM-VERIFIED-HOURS.
           MOVE 0 TO WS-CRQ-VERIFIED-HRS
           PERFORM VARYING WS-WKL-IDX FROM 1 BY 1
               UNTIL WS-WKL-IDX > WS-WKL-COUNT
               IF WS-WKL-VERIFIED(WS-WKL-IDX) = "Y"
                  AND WS-WKL-JOB-ID(WS-WKL-IDX) =
                      WS-CRQ-JOB-ID(WS-CRQ-IDX)
                  AND FUNCTION TRIM(WS-WKL-USERNAME(WS-WKL-IDX)) =
                      FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX))
                   ADD WS-WKL-HOURS(WS-WKL-IDX) TO WS-CRQ-VERIFIED-HRS
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5673-CREDIT-HOURS-REPORT: Every approved credit request with
      *> the verified hours logged so far against the hours required.
      *> Staff reach it from the credit menu; the co-op office from
      *> the pre-login admin menu.
      *>*****************************************************************
       5673-CREDIT-HOURS-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== ACADEMIC CREDIT HOURS PROGRESS ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-CRQ-MET-COUNT
           MOVE 0 TO WS-CRQ-SHORT-COUNT
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
               UNTIL WS-CRQ-IDX > WS-CRQ-COUNT
               IF WS-CRQ-APPROVED(WS-CRQ-IDX)
                   PERFORM 5672-SUM-VERIFIED-HOURS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-CRQ-VERIFIED-HRS >= WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                       ADD 1 TO WS-CRQ-MET-COUNT
                       MOVE "MET" TO WS-CRQ-STATUS-TEXT
                   ELSE
                       ADD 1 TO WS-CRQ-SHORT-COUNT
                       MOVE "NOT MET" TO WS-CRQ-STATUS-TEXT
                   END-IF
                   STRING "  "
                       FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX))
                       " - job #" WS-CRQ-JOB-ID(WS-CRQ-IDX)
                       ", " WS-CRQ-CREDIT-HRS(WS-CRQ-IDX) " credit(s): "
                       WS-CRQ-VERIFIED-HRS " of "
                       WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                       " hour(s) verified - "
                       FUNCTION TRIM(WS-CRQ-STATUS-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           IF WS-CRQ-MET-COUNT + WS-CRQ-SHORT-COUNT = 0
               MOVE "No approved credit requests on file."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Met required hours: " WS-CRQ-MET-COUNT
                   "   Not yet met: " WS-CRQ-SHORT-COUNT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "======================================"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5674-SHOW-CREDIT-REQUEST: Detail lines for WS-CRQ-IDX.
      *>*****************************************************************
       5674-SHOW-CREDIT-REQUEST.
           MOVE WS-CRQ-JOB-ID(WS-CRQ-IDX) TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-SELECTED-JOB-IDX > 0
               STRING "   Placement: job #" WS-CRQ-JOB-ID(WS-CRQ-IDX)
                   " - " FUNCTION TRIM(WS-JT-TITLE(WS-SELECTED-JOB-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "   Placement: job #" WS-CRQ-JOB-ID(WS-CRQ-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "   Credit hours: " WS-CRQ-CREDIT-HRS(WS-CRQ-IDX)
               "   Filed: " WS-CRQ-FILED(WS-CRQ-IDX)
               "   Approver: "
               FUNCTION TRIM(WS-CRQ-APPROVER(WS-CRQ-IDX))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "   Objectives: "
               FUNCTION TRIM(WS-CRQ-OBJECTIVES(WS-CRQ-IDX))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5675-LIST-MY-CREDIT-REQUESTS: The signed-in student's
      *> requests, with the decision, comments and hours progress.
      *>*****************************************************************
       5675-LIST-MY-CREDIT-REQUESTS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- My Credit Requests ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-CRQ-DISP-COUNT
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
               UNTIL WS-CRQ-IDX > WS-CRQ-COUNT
               IF FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-CRQ-DISP-COUNT
                   EVALUATE TRUE
                       WHEN WS-CRQ-APPROVED(WS-CRQ-IDX)
                           MOVE "Approved" TO WS-CRQ-STATUS-TEXT
                       WHEN WS-CRQ-RETURNED(WS-CRQ-IDX)
                           MOVE "Returned" TO WS-CRQ-STATUS-TEXT
                       WHEN OTHER
                           MOVE "Pending" TO WS-CRQ-STATUS-TEXT
                   END-EVALUATE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Request #" WS-CRQ-ID(WS-CRQ-IDX) ": "
                       FUNCTION TRIM(WS-CRQ-STATUS-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 5674-SHOW-CREDIT-REQUEST
                   IF WS-CRQ-COMMENTS(WS-CRQ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "   Comments: "
                           FUNCTION TRIM(WS-CRQ-COMMENTS(WS-CRQ-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   IF WS-CRQ-APPROVED(WS-CRQ-IDX)
                       PERFORM 5672-SUM-VERIFIED-HOURS
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "   Verified hours: " WS-CRQ-VERIFIED-HRS
                           " of " WS-CRQ-REQ-HOURS(WS-CRQ-IDX)
                           " required"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CRQ-DISP-COUNT = 0
               MOVE "You have not filed any credit requests."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.
